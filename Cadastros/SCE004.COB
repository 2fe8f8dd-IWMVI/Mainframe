                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                 ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                 ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQFOR
               LABEL RECORD IS STANDARD
                03 CAT-ALIQUOTA           PIC 9(02)V99.
                03 CAT-CODFISCAL          PIC X(04).

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

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-COD-PRO          PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QUANTIDADE          PIC 9(04).
          03 KIT-DATAALT             PIC 9(08).
          03 KIT-USUARIO             PIC X(12).

       WORKING-STORAGE SECTION.
       01 W-OPCAO            PIC X(01) VALUE SPACES.
       01 W-UPPERCASE        PIC X(01) VALUE SPACES.
       01 IND                PIC 9(02) VALUE ZEROS.
       01 W-LINCAT           PIC 9(02) VALUE ZEROS.
       01 W-TENTLOCK         PIC 9(02) VALUE ZEROS.
       01 W-TEMSER           PIC X(01) VALUE "N".
       01 W-TEMKIT           PIC X(01) VALUE "N".
       01 W-QTDSERIE         PIC 9(06) VALUE ZEROS.
       01 W-SENHA                PIC X(08) VALUE SPACES.
       01 W-PERFIL               PIC X(01) VALUE SPACES.
       01 W-TENTLOGIN            PIC 9(01) VALUE ZEROS.
                 GO TO ROT-FIM.
           PERFORM CARGA-CAT THRU CARGA-CAT-FIM.

      * SERIES (SCE038) E COMPOSICAO DOS KITS (SCE053), SO PARA A   *
      * LIBERACAO DO CONTROLE DE SERIE; SEM O ARQUIVO NAO HA SERIE  *
      * EM ESTOQUE NEM PRODUTO COMPONENTE DE KIT                    *
       R0D.
           OPEN INPUT ARQSER
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMSER
           ELSE
              MOVE "N" TO W-TEMSER.
           OPEN INPUT ARQKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMKIT
           ELSE
              MOVE "N" TO W-TEMKIT.

       R1.
           MOVE SPACES TO PRO-DESCRICAO PRO-UNIDADE DPRO-TIPOPRODUTO
           DPRO-UNIDADE PRO-CLASSEABC PRO-SERIAL

           MOVE ZEROS TO PRO-CODIGO PRO-TIPOPRODUTO PRO-PRECO
           PRO-DATAULTIMA PRO-QTDESTOQUE PRO-CPFCNPJ PRO-QTDEMINIMA
           PRO-CODBARRA PRO-GARANTIA PRO-PESO
           MOVE ZEROS TO W-TENTLOCK

           MOVE ZEROS TO FOR-CPFCNPJ FOR-TELEFONE FOR-CEP FOR-CODIGO
           IF W-ACT = 01
              GO TO R9B1.
           IF PRO-CODBARRA = 0
              GO TO R9B3.
           MOVE PRO-CODBARRA TO CV-EAN
           PERFORM VLD-EAN THRU VLD-EAN-FIM
           IF CV-VALIDO = "N"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9B2.

      * PRODUTO SERIALIZADO: O SCE038 EXIGE UMA SERIE POR UNIDADE *
      * RECEBIDA, O SCE005 A SERIE DE CADA UNIDADE VENDIDA E O    *
      * SCE014 DEVOLVE A SERIE AO ESTOQUE (ARQSER); A GARANTIA EM *
      * MESES CONTA DA DATA DA VENDA NA CONSULTA DO SCE059        *
       R9B3.
           DISPLAY (15, 01) "  Controla Serie (S/N):".
           ACCEPT (15, 25) PRO-SERIAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9B2.
           IF PRO-SERIAL = "s"
              MOVE "S" TO PRO-SERIAL.
           IF PRO-SERIAL = "n" OR SPACES
              MOVE "N" TO PRO-SERIAL.
           IF PRO-SERIAL NOT = "S" AND "N"
              MOVE "*** INFORME S OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9B3.
      * O SCE005 PEDE UMA SERIE EM ESTOQUE POR UNIDADE VENDIDA E A  *
      * VENDA DO KIT NAO CAPTURA SERIE: O CONTROLE SO E LIGADO COM  *
      * O ESTOQUE ATUAL COBERTO POR SERIES NO ARQSER E EM PRODUTO   *
      * QUE NAO E COMPONENTE DE KIT, COMO NO SCE053                 *
           IF PRO-SERIAL NOT = "S"
              GO TO R9B4.
           IF W-TEMKIT = "S"
              MOVE PRO-CODIGO TO KIT-COMPONENTE
              READ ARQKIT KEY IS KIT-COMPONENTE
              IF ST-ERRO = "00"
                 MOVE "*** PRODUTO E COMPONENTE DE KIT, SEM SERIE ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R9B3.
           IF PRO-QTDESTOQUE > 0
              PERFORM CONTA-SERIE THRU CONTA-SERIE-FIM
              IF PRO-QTDESTOQUE > W-QTDSERIE
                 MOVE "*** ESTOQUE SEM SERIES NO ARQSER, SEM SERIE ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R9B3.

       R9B4.
           DISPLAY (15, 41) "Garantia (meses)    :".
           ACCEPT (15, 63) PRO-GARANTIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9B3.

      * PESO DE UMA UNIDADE EM KG, PARA O FRETE DAS ZONAS COBRADAS *
      * POR PESO NA ENTREGA EM DOMICILIO DO SCE005 (SCE063)        *
       R9B5.
           DISPLAY (10, 41) "Peso Unitario (kg)  :".
           ACCEPT (10, 63) PRO-PESO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9B4.

       R9C.
           MOVE 1 TO IND.
           IF W-SEL = 1

       ROT-FIM.
           CLOSE ARQPRO ARQFOR ARQPRC ARQAUD ARQCAT ARQUSU.
           IF W-TEMSER = "S"
              CLOSE ARQSER.
           IF W-TEMKIT = "S"
              CLOSE ARQKIT.
           STOP RUN.
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       AGUARDA-LOCK-FIM.
                EXIT.

      * CONTA AS SERIES DO PRODUTO EM ESTOQUE NO ARQSER           *
       CONTA-SERIE.
           MOVE ZEROS TO W-QTDSERIE
           IF W-TEMSER NOT = "S"
              GO TO CONTA-SERIE-FIM.
           MOVE PRO-CODIGO TO SER-COD-PRO
           MOVE SPACES TO SER-NUMERO
           START ARQSER KEY IS NOT LESS THAN SER-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SERIE-FIM.

       CONTA-SERIE-LOOP.
           READ ARQSER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-SERIE-FIM.
           IF SER-COD-PRO NOT = PRO-CODIGO
              GO TO CONTA-SERIE-FIM.
           IF SER-STATUS = "E"
              ADD 1 TO W-QTDSERIE.
           GO TO CONTA-SERIE-LOOP.
       CONTA-SERIE-FIM.
                EXIT.

      * REGISTRA O PRECO VIGENTE DO PRODUTO NO HISTORICO DE PRECOS *
      * (ARQPRC), COM VIGENCIA NA DATA DE HOJE; O SCE005 BUSCA NO   *
      * HISTORICO O PRECO EM VIGOR NA DATA DO PEDIDO                *
