      *    CONVERSOES COM PED-DATA DENTRO DELE, PARA OS NUMEROS
      *    ENVIADOS AO CONTADOR NAO SE MOVEREM MAIS. A REABERTURA
      *    EXIGE CREDENCIAL DE SUPERVISOR E VAI PARA A AUDITORIA.
      *    NO FECHAMENTO GRAVA TAMBEM A FOTO DO ESTOQUE VALORIZADO
      *    (ARQSNP): QUANTIDADE POR PRODUTO E LOCAL (ARQEST "L"/"D")
      *    NO ULTIMO DIA DO MES, CUSTO MEDIO E VALOR. O RELATORIO E
      *    A COMPARACAO ENTRE MESES FECHADOS SAO FEITOS NO SCE065.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
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

           SELECT ARQEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EST-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MOV-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQSNP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SNP-CHAVE
                    ALTERNATE RECORD KEY IS SNP-CHAVEPRO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
                03 AUD-CHAVE              PIC X(14).
                03 FILLER                 PIC X(30).

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPRO.
          03 PRO-CODIGO            PIC 9(06).
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

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       01 REGEST.
          03 EST-CHAVE.
             05 EST-COD-PRO          PIC 9(06).
             05 EST-LOCAL            PIC X(01).
          03 EST-QTDESTOQUE          PIC 9(06).

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".

       01 REGMOV.
          03 MOV-CHAVE.
             05 MOV-COD-PRO          PIC 9(06).
             05 MOV-DATA             PIC 9(08).
             05 MOV-HORA             PIC 9(08).
             05 MOV-SEQ              PIC 9(03).
          03 MOV-TIPO                PIC X(01).
          03 MOV-LOCAL               PIC X(01).
          03 MOV-ORIGEM              PIC X(03).
          03 MOV-DOC.
             05 MOV-DOC-PED          PIC 9(06).
             05 MOV-DOC-ITEM         PIC 9(02).
          03 MOV-QUANTIDADE          PIC 9(06).
          03 MOV-USUARIO             PIC X(12).
          03 MOV-SALDOAPOS           PIC 9(06).

      * FOTO DO ESTOQUE VALORIZADO NO FECHAMENTO: A CHAVE PRINCIPAL *
      * JA SAI EM ORDEM DE CATEGORIA E CLASSE ABC PARA O RELATORIO; *
      * A ALTERNATIVA ACHA O PRODUTO NO MES                         *
       FD ARQSNP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSNP.DAT".

       01 REGSNP.
          03 SNP-CHAVE.
             05 SNP-ANOMES           PIC 9(06).
             05 SNP-TIPOPRODUTO      PIC 9(01).
             05 SNP-CLASSEABC        PIC X(01).
             05 SNP-COD-PRO          PIC 9(06).
             05 SNP-LOCAL            PIC X(01).
          03 SNP-CHAVEPRO.
             05 SNP-ANOMESP          PIC 9(06).
             05 SNP-COD-PROP         PIC 9(06).
          03 SNP-QTDE                PIC 9(06).
          03 SNP-CUSTOMEDIO          PIC 9(06)V99.
          03 SNP-VALOR               PIC 9(09)V99.
          03 SNP-DATAFOTO            PIC 9(08).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCAO                    PIC 9(01) VALUE ZEROS.
       01 W-TOTVENDAS                PIC 9(09)V99 VALUE ZEROS.
       01 MASCVAL                    PIC ZZZ.ZZZ.ZZ9,99.

      * FOTO DO ESTOQUE VALORIZADO (ARQSNP) *
       01 W-QTDFOTO                  PIC S9(07) VALUE ZEROS.
       01 W-QTDSNP                   PIC 9(06) VALUE ZEROS.
       01 W-TOTESTOQUE               PIC 9(11)V99 VALUE ZEROS.
       01 W-ERROSNP                  PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       INICIO.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * ARQUIVOS DA FOTO DO ESTOQUE; ARQEST E ARQMOV NASCEM NO   *
      * SCE005/SCE038 E PODEM AINDA NAO EXISTIR                   *
       R0A1.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQEST
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQEST
              CLOSE ARQEST
              OPEN INPUT ARQEST.
           OPEN INPUT ARQMOV
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQMOV
              CLOSE ARQMOV
              OPEN INPUT ARQMOV.

       R0A2.
           OPEN I-O ARQSNP
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQSNP
              CLOSE ARQSNP
              GO TO R0A2
            ELSE
              MOVE "ERRO NA ABERTURA DA FOTO DO ESTOQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT ARQUSU
           IF ST-ERRO NOT = "00"
           COMPUTE W-ANOMES-PED = PED-DATA / 100
           IF W-ANOMES-PED NOT = W-ANOMES
              GO TO F2-LOOP.
           IF PED-STATUS = "C" OR "R" OR "G" OR "A"
              GO TO F2-LOOP.
           IF PED-TIPOPEDIDO = 3
              GO TO F2-LOOP.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO F3-OPC.

      * A FOTO VEM ANTES DO REGISTRO DE FECHAMENTO: SE ELA FALHAR *
      * O MES CONTINUA ABERTO E O FECHAMENTO PODE SER REFEITO     *
           PERFORM F5-FOTO THRU F5-FOTO-FIM
           IF W-ERROSNP = "S"
              MOVE "ERRO NA GRAVACAO DA FOTO DO ESTOQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-TOTESTOQUE TO MASCVAL
           DISPLAY (16, 10) "Estoque Valorizado : " MASCVAL
                   "  Itens na Foto : " W-QTDSNP

           MOVE W-ANOMES TO FEC-ANOMES
           ACCEPT FEC-DATAFECHO FROM DATE YYYYMMDD
           MOVE W-QTDPED TO FEC-QTDPEDIDOS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * FOTO DO ESTOQUE VALORIZADO DO MES: A FOTO DE UM FECHAMENTO *
      * ANTERIOR (MES REABERTO) E DESCARTADA E REFEITA. A QUANTIDADE *
      * DE CADA PRODUTO/LOCAL E A DE HOJE MENOS O QUE SE MOVEU DEPOIS *
      * DO ULTIMO DIA DO MES (ARQMOV), PARA O FECHAMENTO FEITO DIAS  *
      * DEPOIS AINDA RETRATAR O FIM DO MES; O CUSTO E O MEDIO ATUAL  *
       F5-FOTO.
           MOVE "N" TO W-ERROSNP
           MOVE ZEROS TO W-QTDSNP W-TOTESTOQUE
           MOVE W-ANOMES TO SNP-ANOMES
           MOVE ZEROS TO SNP-TIPOPRODUTO SNP-COD-PRO
           MOVE SPACES TO SNP-CLASSEABC SNP-LOCAL
           START ARQSNP KEY IS NOT LESS THAN SNP-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO F5-EST.

       F5-LIMPA.
           READ ARQSNP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO F5-EST.
           IF SNP-ANOMES NOT = W-ANOMES
              GO TO F5-EST.
           DELETE ARQSNP RECORD
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-ERROSNP
              GO TO F5-FOTO-FIM.
           GO TO F5-LIMPA.

       F5-EST.
           MOVE ZEROS TO EST-COD-PRO
           MOVE SPACES TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN EST-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO F5-FOTO-FIM.

       F5-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO F5-FOTO-FIM.
           MOVE EST-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO F5-LOOP.
           MOVE EST-QTDESTOQUE TO W-QTDFOTO
           MOVE EST-COD-PRO TO MOV-COD-PRO
           COMPUTE MOV-DATA = (W-ANOMES * 100) + 99
           MOVE ZEROS TO MOV-HORA MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO F5-GRAVA.

      * DESFAZ OS MOVIMENTOS POSTERIORES AO MES (O SALDO DE ABERTURA *
      * DO ARQUIVAMENTO, ORIGEM "SLD", NAO E MOVIMENTO)              *
       F5-VOLTA.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO F5-GRAVA.
           IF MOV-COD-PRO NOT = EST-COD-PRO
              GO TO F5-GRAVA.
           IF MOV-LOCAL NOT = EST-LOCAL OR MOV-ORIGEM = "SLD"
              GO TO F5-VOLTA.
           IF MOV-TIPO = "E"
              SUBTRACT MOV-QUANTIDADE FROM W-QTDFOTO
           ELSE
              ADD MOV-QUANTIDADE TO W-QTDFOTO.
           GO TO F5-VOLTA.

       F5-GRAVA.
           IF W-QTDFOTO NOT > 0
              GO TO F5-LOOP.
           MOVE W-ANOMES TO SNP-ANOMES SNP-ANOMESP
           MOVE PRO-TIPOPRODUTO TO SNP-TIPOPRODUTO
           MOVE PRO-CLASSEABC TO SNP-CLASSEABC
           MOVE EST-COD-PRO TO SNP-COD-PRO SNP-COD-PROP
           MOVE EST-LOCAL TO SNP-LOCAL
           MOVE W-QTDFOTO TO SNP-QTDE
           MOVE PRO-CUSTOMEDIO TO SNP-CUSTOMEDIO
           COMPUTE SNP-VALOR = SNP-QTDE * SNP-CUSTOMEDIO
           ACCEPT SNP-DATAFOTO FROM DATE YYYYMMDD
           WRITE REGSNP
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "S" TO W-ERROSNP
              GO TO F5-FOTO-FIM.
           ADD 1 TO W-QTDSNP
           ADD SNP-VALOR TO W-TOTESTOQUE
           GO TO F5-LOOP.

       F5-FOTO-FIM.
                EXIT.

      * REABERTURA: EXIGE CREDENCIAL DE SUPERVISOR E VAI PARA A *
      * AUDITORIA COM A ACAO "R"                                *
       A1-REABRE.
           GO TO C2-LOOP.

       ROT-FIM.
           CLOSE ARQPED ARQFEC ARQUSU ARQAUD ARQPRO ARQEST ARQMOV
                 ARQSNP.
           STOP RUN.

       ROT-MENS.
