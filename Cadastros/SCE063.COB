       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE063.

      *AUTHOR. Wallace Martins.
      *    CADASTRO DE ZONAS DE FRETE POR FAIXA DE CEP    *
      *    CADA ZONA COBRE UMA FAIXA DE CEP (SEM SOBREPOR A DE
      *    OUTRA ZONA) E TEM UM VALOR BASE, UM VALOR POR KG OU POR
      *    ITEM E O VALOR MINIMO DE PEDIDO A PARTIR DO QUAL A
      *    ENTREGA SAI GRATIS (ZERO = SEMPRE COBRA). O SCE005 USA A
      *    ZONA DO CEP DA ENTREGA EM DOMICILIO PARA CALCULAR O
      *    FRETE DA VENDA; O SCE064 TOTALIZA O FRETE DO MES POR ZONA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-CODIGO
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".

       01 REGFRT.
          03 FRT-CODIGO              PIC 9(02).
          03 FRT-NOME                PIC X(20).
          03 FRT-CEPINI              PIC 9(08).
          03 FRT-CEPFIM              PIC 9(08).
          03 FRT-VALORBASE           PIC 9(05)V99.
          03 FRT-TIPOCOB             PIC X(01).
          03 FRT-VALORUNIT           PIC 9(05)V99.
          03 FRT-MINGRATIS           PIC 9(07)V99.
          03 FRT-DATAALT             PIC 9(08).

       WORKING-STORAGE SECTION.
       01 W-OPCAO                   PIC X(01) VALUE SPACES.
       01 W-ACT                     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO                   PIC X(02) VALUE "00".
       01 W-CONT                    PIC 9(06) VALUE ZEROS.
       01 MENS                      PIC X(50) VALUE SPACES.
       01 W-SEL                     PIC 9(01) VALUE ZEROS.
       01 W-TENTLOCK                PIC 9(02) VALUE ZEROS.
       01 W-REGFRT                  PIC X(70) VALUE SPACES.
       01 W-CODATUAL                PIC 9(02) VALUE ZEROS.
       01 W-CEPINI                  PIC 9(08) VALUE ZEROS.
       01 W-CEPFIM                  PIC 9(08) VALUE ZEROS.
       01 W-CONFLITO                PIC 9(02) VALUE ZEROS.

       SCREEN SECTION.
       01  TELAPRINCIPAL.
            05  LINE 01  COLUMN 01
               VALUE  "          CADASTRO DE ZONAS DE FRETE".
           05  LINE 04  COLUMN 01
               VALUE  "   Zona (01 a 99)      :".
           05  LINE 05  COLUMN 01
               VALUE  "   Nome da Zona        :".
           05  LINE 06  COLUMN 01
               VALUE  "   CEP Inicial         :".
           05  LINE 07  COLUMN 01
               VALUE  "   CEP Final           :".
           05  LINE 08  COLUMN 01
               VALUE  "   Valor Base          :".
           05  LINE 09  COLUMN 01
               VALUE  "   Cobranca            :".
           05  LINE 09  COLUMN 30
               VALUE  "K=POR KG  I=POR ITEM".
           05  LINE 10  COLUMN 01
               VALUE  "   Valor por Kg/Item   :".
           05  LINE 11  COLUMN 01
               VALUE  "   Gratis a partir de  :".
           05  LINE 11  COLUMN 40
               VALUE  "(ZERO = SEMPRE COBRA)".
           05  LINE 13  COLUMN 01
               VALUE  "  MENSAGENS :".
           05  TFRT-CODIGO
               LINE 04  COLUMN 26  PIC 99
               USING  FRT-CODIGO.
           05  TFRT-NOME
               LINE 05  COLUMN 26  PIC X(20)
               USING  FRT-NOME.
           05  TFRT-CEPINI
               LINE 06  COLUMN 26  PIC 9(08)
               USING  FRT-CEPINI.
           05  TFRT-CEPFIM
               LINE 07  COLUMN 26  PIC 9(08)
               USING  FRT-CEPFIM.
           05  TFRT-VALORBASE
               LINE 08  COLUMN 26  PIC 9(05)V99
               USING  FRT-VALORBASE.
           05  TFRT-TIPOCOB
               LINE 09  COLUMN 26  PIC X(01)
               USING  FRT-TIPOCOB.
           05  TFRT-VALORUNIT
               LINE 10  COLUMN 26  PIC 9(05)V99
               USING  FRT-VALORUNIT.
           05  TFRT-MINGRATIS
               LINE 11  COLUMN 26  PIC 9(07)V99
               USING  FRT-MINGRATIS.

       PROCEDURE DIVISION.
       INICIO.

       R0.    OPEN I-O ARQFRT
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFRT
              MOVE "CRIANDO ARQUIVO DE ZONAS DE FRETE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFRT
              GO TO INICIO
            ELSE
              IF ST-ERRO = "95"
                MOVE "ISAM NAO CARREGADO " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
              ELSE
                MOVE "ERRO NA ABERTURA DO ARQUIVO DE ZONAS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       R1.
           MOVE SPACES TO FRT-NOME FRT-TIPOCOB
           MOVE ZEROS  TO FRT-CODIGO FRT-CEPINI FRT-CEPFIM
                          FRT-VALORBASE FRT-VALORUNIT FRT-MINGRATIS
                          FRT-DATAALT
           MOVE ZEROS  TO W-TENTLOCK W-SEL

           DISPLAY TELAPRINCIPAL.

       R2.
           ACCEPT TFRT-CODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                  CLOSE ARQFRT
                  STOP RUN.
           IF FRT-CODIGO = 0
              MOVE "*** ZONA NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       LER-ARQFRT.
           READ ARQFRT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE ZEROS TO W-TENTLOCK
                DISPLAY TELAPRINCIPAL
                MOVE "*** ZONA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                IF ST-ERRO = "51"
                   PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                   IF W-TENTLOCK > 10
                      MOVE ZEROS TO W-TENTLOCK
                      MOVE "*** ZONA BLOQUEADA, TENTE MAIS TARDE"
                                                            TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      GO TO LER-ARQFRT
                ELSE
                   MOVE "ERRO NA LEITURA ARQUIVO DE ZONAS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM
           ELSE
                MOVE "*** ZONA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TFRT-NOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF FRT-NOME = SPACES
              MOVE "NOME DA ZONA NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R3A.
           ACCEPT TFRT-CEPINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.

       R3B.
           ACCEPT TFRT-CEPFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3A.
           IF FRT-CEPFIM = 0
              MOVE "*** CEP FINAL NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3B.
           IF FRT-CEPFIM < FRT-CEPINI
              MOVE "*** CEP FINAL MENOR QUE O INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3B.
           PERFORM VERIFICA-FAIXA THRU VERIFICA-FAIXA-FIM
           IF W-CONFLITO NOT = 0
              MOVE SPACES TO MENS
              STRING "*** FAIXA SOBREPOE A DA ZONA " W-CONFLITO " ***"
                  DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.

       R3C.
           ACCEPT TFRT-VALORBASE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3B.

      * COBRANCA ADICIONAL: PELO PESO (PRO-PESO, SCE004) OU PELA  *
      * QUANTIDADE DE ITENS DA VENDA                              *
       R3D.
           ACCEPT TFRT-TIPOCOB.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3C.
           IF FRT-TIPOCOB = "k"
              MOVE "K" TO FRT-TIPOCOB.
           IF FRT-TIPOCOB = "i"
              MOVE "I" TO FRT-TIPOCOB.
           IF FRT-TIPOCOB NOT = "K" AND "I"
              MOVE "*** INFORME K=POR KG OU I=POR ITEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3D.

       R3E.
           ACCEPT TFRT-VALORUNIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3D.

       R3F.
           ACCEPT TFRT-MINGRATIS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3E.

           ACCEPT FRT-DATAALT FROM DATE YYYYMMDD
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (13, 30) "Deseja Salvar (S/N) : ".
                ACCEPT (13, 55) W-OPCAO WITH UPDATE
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
                WRITE REGFRT
                IF ST-ERRO = "00" OR "02"
                      MOVE ZEROS TO W-TENTLOCK
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                MOVE "*** ZONA JA EXISTE,DADOS NAO GRAVADOS ***" TO MENS
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
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE ZONAS"
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

      * A ZONA EXCLUIDA SAI DO CALCULO DAS PROXIMAS VENDAS; AS    *
      * ENTREGAS JA GRAVADAS GUARDAM O CODIGO E O VALOR DO FRETE  *
       EXC-OPC.
                DISPLAY (13, 30) "Deseja EXCLUIR   (S/N) : ".
                ACCEPT (13, 55) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.

       EXC-DL1.
                DELETE ARQFRT RECORD
                IF ST-ERRO = "00"
                   MOVE ZEROS TO W-TENTLOCK
                   MOVE "*** ZONA EXCLUIDA ***" TO MENS
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
                DISPLAY (13, 30) "Deseja ALTERAR  (S/N) : ".
                ACCEPT (13, 55) W-OPCAO
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
                REWRITE REGFRT
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
                MOVE "ERRO NA ALTERACAO DA ZONA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      * A FAIXA DIGITADA NAO PODE SOBREPOR A DE OUTRA ZONA, SENAO  *
      * O MESMO CEP CAIRIA EM DUAS ZONAS; DEVOLVE EM W-CONFLITO A  *
      * PRIMEIRA ZONA EM CONFLITO (ZERO = FAIXA LIVRE)             *
       VERIFICA-FAIXA.
           MOVE ZEROS TO W-CONFLITO
           MOVE REGFRT TO W-REGFRT
           MOVE FRT-CODIGO TO W-CODATUAL
           MOVE FRT-CEPINI TO W-CEPINI
           MOVE FRT-CEPFIM TO W-CEPFIM
           MOVE ZEROS TO FRT-CODIGO
           START ARQFRT KEY IS NOT LESS THAN FRT-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-FAIXA-REP.

       VERIFICA-FAIXA-LOOP.
           READ ARQFRT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VERIFICA-FAIXA-REP.
           IF FRT-CODIGO = W-CODATUAL
              GO TO VERIFICA-FAIXA-LOOP.
           IF FRT-CEPINI NOT > W-CEPFIM AND FRT-CEPFIM NOT < W-CEPINI
              MOVE FRT-CODIGO TO W-CONFLITO
              GO TO VERIFICA-FAIXA-REP.
           GO TO VERIFICA-FAIXA-LOOP.

       VERIFICA-FAIXA-REP.
           MOVE W-REGFRT TO REGFRT.
       VERIFICA-FAIXA-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQFRT.
           STOP RUN.

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (13, 21) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (13, 21) MENS.
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
