       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE056.

      *AUTHOR. Wallace Martins.
      *    CADASTRO DE CATEGORIAS DE DESPESA    *
      *    CLASSIFICA AS DESPESAS OPERACIONAIS LANCADAS NO SCE057
      *    (ALUGUEL, ENERGIA, FOLHA, IMPOSTOS, CONTADOR...) PARA O
      *    RELATORIO MENSAL DE DESPESAS POR CATEGORIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCDS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDS-CODIGO
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCDS.DAT".
       01 REGCDS.
                03 CDS-CODIGO             PIC 9(02).
                03 CDS-DESCRICAO          PIC X(30).

       WORKING-STORAGE SECTION.
       01 W-OPCAO                   PIC X(01) VALUE SPACES.
       01 W-ACT                     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO                   PIC X(02) VALUE "00".
       01 W-CONT                    PIC 9(06) VALUE ZEROS.
       01 MENS                      PIC X(50) VALUE SPACES.
       01 W-SEL                     PIC 9(01) VALUE ZEROS.
       01 W-TENTLOCK                PIC 9(02) VALUE ZEROS.

       SCREEN SECTION.
       01  TELAPRINCIPAL.
            05  LINE 01  COLUMN 01
               VALUE  "          CADASTRO DE CATEGORIAS DE DESPESA".
           05  LINE 04  COLUMN 01
               VALUE  "   Categoria (01 a 99) :".
           05  LINE 05  COLUMN 01
               VALUE  "   Descricao           :".
           05  LINE 10  COLUMN 01
               VALUE  "  MENSAGENS :".
           05  TCDS-CODIGO
               LINE 04  COLUMN 26  PIC 99
               USING  CDS-CODIGO.
           05  TCDS-DESCRICAO
               LINE 05  COLUMN 26  PIC X(30)
               USING  CDS-DESCRICAO.

       01  TELALIMPAR.
           05  LINE 12  COLUMN 01
               VALUE  "                                              ".
           05  LINE 13  COLUMN 01
               VALUE  "                                               ".
           05  LINE 14  COLUMN 01
               VALUE  "                                               ".

       PROCEDURE DIVISION.
       INICIO.

       R0.    OPEN I-O ARQCDS
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              PERFORM CARGA-CDS-PADRAO THRU CARGA-CDS-PADRAO-FIM
              GO TO INICIO
            ELSE
              IF ST-ERRO = "95"
                MOVE "ISAM NAO CARREGADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE CATEGORIAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       R1.
           MOVE SPACES TO CDS-DESCRICAO
           MOVE ZEROS  TO CDS-CODIGO
           MOVE ZEROS  TO W-TENTLOCK

           DISPLAY TELAPRINCIPAL.

       R2.
           ACCEPT TCDS-CODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                  CLOSE ARQCDS
                  STOP RUN.
           IF CDS-CODIGO = 0
              MOVE "*** CATEGORIA NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       LER-ARQCDS.
           READ ARQCDS
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE ZEROS TO W-TENTLOCK
                DISPLAY TELAPRINCIPAL
                MOVE "*** CATEGORIA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                IF ST-ERRO = "51"
                   PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                   IF W-TENTLOCK > 10
                      MOVE ZEROS TO W-TENTLOCK
                      MOVE "*** CATEGORIA BLOQUEADA, TENTE MAIS TARDE"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      GO TO LER-ARQCDS
                ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO DE CATEGORIAS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
           ELSE
                MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TCDS-DESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF CDS-DESCRICAO = SPACES
              MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (10, 30) "Deseja Salvar (S/N) : ".
                ACCEPT (10, 55) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-WR1.
                WRITE REGCDS
                IF ST-ERRO = "00" OR "02"
                      MOVE ZEROS TO W-TENTLOCK
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                MOVE "*CATEGORIA JA EXISTE,DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                IF ST-ERRO = "51"
                   PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                   IF W-TENTLOCK > 10
                      MOVE ZEROS TO W-TENTLOCK
                      MOVE "*** REGISTRO EM USO, TENTE MAIS TARDE ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      GO TO INC-WR1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CATEGORIAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

       ACE-001.
                DISPLAY (20, 18)
                     "N=NOVO REGISTRO | A=ALTERAR | E=EXCLUIR | S=SAIR:"
                ACCEPT (20, 67) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "S"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (20, 18) MENS
                IF W-OPCAO = "N" OR "n"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A" OR "a"
                      MOVE 1 TO W-SEL
                      GO TO R3
                ELSE
                   IF W-OPCAO = "E" OR "e"
                      GO TO EXC-OPC
                ELSE
                   IF W-OPCAO = "S" OR "s"
                      MOVE 1 TO W-SEL
                      GO TO ROT-FIM.

       EXC-OPC.
                DISPLAY (10, 30) "Deseja EXCLUIR   (S/N) : ".
                ACCEPT (10, 55) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.

       EXC-DL1.
                DELETE ARQCDS RECORD
                IF ST-ERRO = "00"
                   MOVE ZEROS TO W-TENTLOCK
                   MOVE "*** CATEGORIA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO = "51"
                   PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                   IF W-TENTLOCK > 10
                      MOVE ZEROS TO W-TENTLOCK
                      MOVE "*** REGISTRO EM USO, TENTE MAIS TARDE ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      GO TO EXC-DL1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ALT-OPC.
                DISPLAY (10, 30) "Deseja ALTERAR  (S/N) : ".
                ACCEPT (10, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY

                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.

                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.

       ALT-RW1.
                REWRITE REGCDS
                IF ST-ERRO = "00" OR "02"
                   MOVE ZEROS TO W-TENTLOCK
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF ST-ERRO = "51"
                   PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                   IF W-TENTLOCK > 10
                      MOVE ZEROS TO W-TENTLOCK
                      MOVE "*** REGISTRO EM USO, TENTE MAIS TARDE ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      GO TO ALT-RW1.
                MOVE "ERRO NA ALTERACAO DA CATEGORIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE ARQCDS.
           STOP RUN.

      * CARGA DAS CATEGORIAS DE DESPESA PADRAO (1a EXECUCAO) *
       CARGA-CDS-PADRAO.
           MOVE "CRIANDO ARQUIVO DE CATEGORIAS DE DESPESA " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN OUTPUT ARQCDS.
           MOVE 1 TO CDS-CODIGO.
           MOVE "ALUGUEL" TO CDS-DESCRICAO.
           WRITE REGCDS.
           MOVE 2 TO CDS-CODIGO.
           MOVE "ENERGIA/AGUA/TELEFONE" TO CDS-DESCRICAO.
           WRITE REGCDS.
           MOVE 3 TO CDS-CODIGO.
           MOVE "FOLHA DE PAGAMENTO" TO CDS-DESCRICAO.
           WRITE REGCDS.
           MOVE 4 TO CDS-CODIGO.
           MOVE "IMPOSTOS E TAXAS" TO CDS-DESCRICAO.
           WRITE REGCDS.
           MOVE 5 TO CDS-CODIGO.
           MOVE "CONTABILIDADE" TO CDS-DESCRICAO.
           WRITE REGCDS.
           MOVE 6 TO CDS-CODIGO.
           MOVE "MANUTENCAO" TO CDS-DESCRICAO.
           WRITE REGCDS.
           MOVE 7 TO CDS-CODIGO.
           MOVE "OUTRAS DESPESAS" TO CDS-DESCRICAO.
           WRITE REGCDS.
           CLOSE ARQCDS.
       CARGA-CDS-PADRAO-FIM.
                EXIT.

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (10, 21) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (10, 21) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      * CONTA TENTATIVAS E AGUARDA QUANDO O REGISTRO ESTA BLOQUEADO *
      * POR OUTRO TERMINAL (FILE STATUS 51) *
       AGUARDA-LOCK.
           ADD 1 TO W-TENTLOCK
           MOVE "*** REGISTRO EM USO POR OUTRO TERMINAL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO W-CONT.
       AGUARDA-LOCK-ESPERA.
           ADD 1 TO W-CONT
           IF W-CONT < 5000
              GO TO AGUARDA-LOCK-ESPERA.
       AGUARDA-LOCK-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    51 = REGISTRO BLOQUEADO POR OUTRO TERMINAL
