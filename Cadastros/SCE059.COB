       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE059.

      *AUTHOR. Wallace Martins.
      *    CONSULTA DE GARANTIA POR NUMERO DE SERIE    *
      *    LOCALIZA A UNIDADE NO ARQSER PELO NUMERO DE SERIE (CHAVE
      *    ALTERNATIVA SER-NUMERO; A MESMA SERIE PODE EXISTIR EM
      *    PRODUTOS DIFERENTES) E MOSTRA O FORNECEDOR E O PEDIDO DE
      *    COMPRA DE ORIGEM (SCE038), O CLIENTE, O PEDIDO E A DATA
      *    DA VENDA (SCE005) E SE A UNIDADE AINDA ESTA DENTRO DA
      *    GARANTIA: DATA DA VENDA + PRO-GARANTIA MESES (SCE004)
      *    CONTRA A DATA DE HOJE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                 ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-CODBARRA
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS CLI-CPFCNPJ
                     ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS FOR-CPFCNPJ
                     ALTERNATE RECORD KEY IS FOR-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * NUMEROS DE SERIE DOS PRODUTOS SERIALIZADOS: E=EM ESTOQUE, *
      * V=VENDIDO; GUARDA A COMPRA DE ORIGEM E A VENDA DA UNIDADE  *
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSER.DAT".

       01 REGSER.
          03 SER-CHAVE.
             05 SER-COD-PRO          PIC 9(06).
             05 SER-NUMERO           PIC X(20).
          03 SER-STATUS              PIC X(01).
          03 SER-PED-COMPRA          PIC 9(06).
          03 SER-FOR-CPFCNPJ         PIC 9(14).
          03 SER-DATAENT             PIC 9(08).
          03 SER-PED-VENDA           PIC 9(06).
          03 SER-CLI-CPFCNPJ         PIC 9(14).
          03 SER-DATAVENDA           PIC 9(08).

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPRO.
          03 CHAVE1.
            05 PRO-CODIGO            PIC 9(06).
          03 PRO-DESCRICAO           PIC X(30).
          03 PRO-UNIDADE             PIC X(02).
          03 PRO-TIPOPRODUTO         PIC 9(01).
          03 PRO-PRECO               PIC 9(06)V99.
          03 PRO-DATAULTIMA          PIC 9(08).
          03 PRO-QTDESTOQUE          PIC 9(06).
          03 PRO-CPFCNPJ             PIC 9(14).
          03 PRO-QTDEMINIMA          PIC 9(06).
          03 PRO-CUSTOMEDIO          PIC 9(06)V99.
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       01 REGCLI.
          03 CLI-CODIGO              PIC 9(06).
          03 CLI-CPFCNPJ             PIC 9(14).
          03 CLI-TIPOCLIENTE         PIC X(01).
          03 CLI-NOME                PIC X(30).
          03 CLI-APELIDO             PIC X(30).
          03 CLI-CEP                 PIC 9(08).
          03 CLI-LOGRADOURO          PIC X(24).
          03 CLI-NUMERO              PIC X(11).
          03 CLI-COMPLEMENTO         PIC X(24).
          03 CLI-BAIRRO              PIC X(40).
          03 CLI-CIDADE              PIC X(24).
          03 CLI-ESTADO              PIC X(02).
          03 CLI-TELEFONE            PIC 9(11).
          03 CLI-TELEFONE2           PIC 9(11).
          03 CLI-TIPOTELEFONE2       PIC X(01).
          03 CLI-EMAIL               PIC X(33).
          03 CLI-CONTATO             PIC X(32).
          03 CLI-LIMITECREDITO       PIC 9(07)V99.

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
           03 CHAVE1B.
            05 FOR-CPFCNPJ           PIC 9(14).
          03 FOR-CODIGO              PIC 9(06).
          03 FOR-TIPOFORNECEDOR      PIC X(01).
          03 FOR-NOME                PIC X(30).
          03 FOR-APELIDO             PIC X(30).
          03 FOR-CEP                 PIC 9(08).
          03 FOR-LOGRADOURO          PIC X(24).
          03 FOR-NUMERO              PIC X(11).
          03 FOR-COMPLEMENTO         PIC X(24).
          03 FOR-BAIRRO              PIC X(40).
          03 FOR-CIDADE              PIC X(24).
          03 FOR-ESTADO              PIC X(02).
          03 FOR-TELEFONE            PIC 9(11).
          03 FOR-TELEFONE2           PIC 9(11).
          03 FOR-TIPOTELEFONE2       PIC X(01).
          03 FOR-EMAIL               PIC X(33).
          03 FOR-CONTATO             PIC X(32).

       WORKING-STORAGE SECTION.
       01 W-OPCAO                   PIC X(01) VALUE SPACES.
       01 W-ACT                     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO                   PIC X(02) VALUE "00".
       01 W-CONT                    PIC 9(06) VALUE ZEROS.
       01 MENS                      PIC X(50) VALUE SPACES.
       01 W-SERIE                   PIC X(20) VALUE SPACES.
       01 W-TEMCLI                  PIC X(01) VALUE "N".
       01 W-TEMFOR                  PIC X(01) VALUE "N".
       01 W-DATAHOJE                PIC 9(08) VALUE ZEROS.
       01 W-MESES                   PIC 9(06) VALUE ZEROS.
       01 W-NOME                    PIC X(30) VALUE SPACES.

      * FIM DA GARANTIA: MESMO DIA, PRO-GARANTIA MESES DEPOIS DA   *
      * VENDA (COMPARADO COMO AAAAMMDD COM A DATA DE HOJE)         *
       01 W-FIMGAR                  PIC 9(08) VALUE ZEROS.
       01 W-FIMGAR-R REDEFINES W-FIMGAR.
          03 W-FIMGAR-ANO           PIC 9(04).
          03 W-FIMGAR-MES           PIC 9(02).
          03 W-FIMGAR-DIA           PIC 9(02).

      * DATA AAAAMMDD MOSTRADA COMO DD/MM/AAAA *
       01 W-DATA                    PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
          03 W-DATA-ANO             PIC 9(04).
          03 W-DATA-MES             PIC 9(02).
          03 W-DATA-DIA             PIC 9(02).
       01 W-DATAED.
          03 W-DATAED-DIA           PIC 9(02).
          03 FILLER                 PIC X(01) VALUE "/".
          03 W-DATAED-MES           PIC 9(02).
          03 FILLER                 PIC X(01) VALUE "/".
          03 W-DATAED-ANO           PIC 9(04).

       SCREEN SECTION.
       01  TELAPRINCIPAL.
           05  LINE 01  COLUMN 01
               VALUE  "      CONSULTA DE GARANTIA POR NUMERO DE SERIE".
           05  LINE 04  COLUMN 01
               VALUE  "   Numero de Serie   :".
           05  LINE 04  COLUMN 24
               VALUE  "                                             ".
           05  LINE 05  COLUMN 01
               VALUE  "   Produto           :".
           05  LINE 05  COLUMN 24
               VALUE  "                                             ".
           05  LINE 06  COLUMN 01
               VALUE  "   Situacao          :".
           05  LINE 06  COLUMN 24
               VALUE  "                                             ".
           05  LINE 08  COLUMN 01
               VALUE  "   Fornecedor        :".
           05  LINE 08  COLUMN 24
               VALUE  "                                             ".
           05  LINE 09  COLUMN 01
               VALUE  "   Pedido de Compra  :".
           05  LINE 09  COLUMN 24
               VALUE  "                                             ".
           05  LINE 10  COLUMN 01
               VALUE  "   Data de Entrada   :".
           05  LINE 10  COLUMN 24
               VALUE  "                                             ".
           05  LINE 12  COLUMN 01
               VALUE  "   Cliente           :".
           05  LINE 12  COLUMN 24
               VALUE  "                                             ".
           05  LINE 13  COLUMN 01
               VALUE  "   Pedido de Venda   :".
           05  LINE 13  COLUMN 24
               VALUE  "                                             ".
           05  LINE 14  COLUMN 01
               VALUE  "   Data da Venda     :".
           05  LINE 14  COLUMN 24
               VALUE  "                                             ".
           05  LINE 16  COLUMN 01
               VALUE  "   Garantia (meses)  :".
           05  LINE 16  COLUMN 24
               VALUE  "                                             ".
           05  LINE 17  COLUMN 01
               VALUE  "   Garantia ate      :".
           05  LINE 17  COLUMN 24
               VALUE  "                                             ".
           05  LINE 18  COLUMN 01
               VALUE  "   Situacao Garantia :".
           05  LINE 18  COLUMN 24
               VALUE  "                                             ".
           05  LINE 22  COLUMN 01
               VALUE  "  MENSAGENS :".

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQSER
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM NUMERO DE SERIE CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              STOP RUN.

       R0A.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSER
              STOP RUN.

      * SEM CLIENTES OU FORNECEDORES A CONSULTA MOSTRA SO O CPF/CNPJ *
       R0B.
           OPEN INPUT ARQCLI
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCLI.
           OPEN INPUT ARQFOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFOR.

       R1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE SPACES TO W-SERIE
           DISPLAY TELAPRINCIPAL.

       R2.
           ACCEPT (04, 24) W-SERIE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-SERIE = SPACES
              MOVE "*** SERIE NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           MOVE W-SERIE TO SER-NUMERO
           START ARQSER KEY IS EQUAL SER-NUMERO
           IF ST-ERRO NOT = "00"
              MOVE "*** SERIE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      * A MESMA SERIE EM MAIS DE UM PRODUTO: UMA OCORRENCIA POR VEZ *
       R3-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "*** NAO HA OUTRO PRODUTO COM ESTA SERIE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF SER-NUMERO NOT = W-SERIE
              MOVE "*** NAO HA OUTRO PRODUTO COM ESTA SERIE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY TELAPRINCIPAL
           DISPLAY (04, 24) W-SERIE
           PERFORM MOSTRA-SERIE THRU MOSTRA-SERIE-FIM.

       R4.
           DISPLAY (20, 10)
               "P=PROXIMO PRODUTO C/ ESTA SERIE | N=NOVA CONSULTA : ".
           ACCEPT (20, 63) W-OPCAO.
           IF W-OPCAO = "P" OR "p"
              GO TO R3-LOOP.
           IF W-OPCAO NOT = "N" AND "n"
              GO TO R4.
           GO TO R1.

      * MOSTRA A COMPRA, A VENDA E A SITUACAO DA GARANTIA DA UNIDADE *
       MOSTRA-SERIE.
           MOVE SER-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO PRO-DESCRICAO
              MOVE ZEROS TO PRO-GARANTIA.
           DISPLAY (05, 24) SER-COD-PRO " " PRO-DESCRICAO.
           IF SER-STATUS = "V"
              DISPLAY (06, 24) "VENDIDO"
           ELSE
              DISPLAY (06, 24) "EM ESTOQUE".

           MOVE SPACES TO W-NOME
           IF W-TEMFOR = "S"
              MOVE SER-FOR-CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO = "00"
                 MOVE FOR-NOME TO W-NOME.
           DISPLAY (08, 24) SER-FOR-CPFCNPJ " " W-NOME.
           DISPLAY (09, 24) SER-PED-COMPRA.
           MOVE SER-DATAENT TO W-DATA
           PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
           DISPLAY (10, 24) W-DATAED.
           DISPLAY (16, 24) PRO-GARANTIA.

           IF SER-STATUS NOT = "V"
              DISPLAY (18, 24) "UNIDADE AINDA NAO VENDIDA"
              GO TO MOSTRA-SERIE-FIM.

           MOVE SPACES TO W-NOME
           IF SER-CLI-CPFCNPJ = 0
              MOVE "CONSUMIDOR NAO IDENTIFICADO" TO W-NOME
           ELSE
              IF W-TEMCLI = "S"
                 MOVE SER-CLI-CPFCNPJ TO CLI-CPFCNPJ
                 READ ARQCLI
                 IF ST-ERRO = "00"
                    MOVE CLI-NOME TO W-NOME.
           DISPLAY (12, 24) SER-CLI-CPFCNPJ " " W-NOME.
           DISPLAY (13, 24) SER-PED-VENDA.
           MOVE SER-DATAVENDA TO W-DATA
           PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
           DISPLAY (14, 24) W-DATAED.

           IF PRO-GARANTIA = 0
              DISPLAY (18, 24) "PRODUTO SEM GARANTIA"
              GO TO MOSTRA-SERIE-FIM.
           MOVE SER-DATAVENDA TO W-FIMGAR
           COMPUTE W-MESES = W-FIMGAR-ANO * 12 + W-FIMGAR-MES - 1
                           + PRO-GARANTIA
           DIVIDE W-MESES BY 12 GIVING W-FIMGAR-ANO
                                REMAINDER W-FIMGAR-MES
           ADD 1 TO W-FIMGAR-MES
           MOVE W-FIMGAR TO W-DATA
           PERFORM MOSTRA-DATA THRU MOSTRA-DATA-FIM
           DISPLAY (17, 24) W-DATAED.
           IF W-FIMGAR < W-DATAHOJE
              DISPLAY (18, 24) "FORA DA GARANTIA"
           ELSE
              DISPLAY (18, 24) "DENTRO DA GARANTIA".
       MOSTRA-SERIE-FIM.
                EXIT.

       MOSTRA-DATA.
           MOVE W-DATA-DIA TO W-DATAED-DIA
           MOVE W-DATA-MES TO W-DATAED-MES
           MOVE W-DATA-ANO TO W-DATAED-ANO.
       MOSTRA-DATA-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQSER ARQPRO.
           IF W-TEMCLI = "S"
              CLOSE ARQCLI.
           IF W-TEMFOR = "S"
              CLOSE ARQFOR.
           STOP RUN.

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (22, 15) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (22, 15) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    51 = REGISTRO BLOQUEADO POR OUTRO TERMINAL
