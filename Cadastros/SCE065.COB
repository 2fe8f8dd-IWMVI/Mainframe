       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE065.

      *AUTHOR. Wallace Martins.
      *    INVENTARIO VALORIZADO DOS MESES FECHADOS    *
      *    TRABALHA SOBRE A FOTO DO ESTOQUE GRAVADA PELO SCE029 NO
      *    FECHAMENTO DO MES (ARQSNP: QUANTIDADE POR PRODUTO E LOCAL
      *    NO ULTIMO DIA DO MES, CUSTO MEDIO E VALOR).
      *    OPCAO 1: INVENTARIO VALORIZADO DO MES POR CATEGORIA E
      *    CLASSE ABC, COM SUBTOTAIS E TOTAL IGUAL AO DA FOTO
      *    (RELINVAL.TXT).
      *    OPCAO 2: COMPARACAO DE DOIS MESES FECHADOS - A VARIACAO
      *    DO VALOR DO ESTOQUE ABERTA EM COMPRAS RECEBIDAS, CUSTO
      *    DAS VENDAS, DEVOLUCOES, AJUSTES DE INVENTARIO E PERDAS
      *    BAIXADAS (SCE067), PELOS MOVIMENTOS DO ARQMOV ENTRE AS
      *    DUAS FOTOS, VALORIZADOS AO CUSTO MEDIO DA FOTO MAIS NOVA;
      *    A SOBRA E A VARIACAO DO PROPRIO CUSTO MEDIO (RELINVCP.TXT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSNP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SNP-CHAVE
                    ALTERNATE RECORD KEY IS SNP-CHAVEPRO
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEC-ANOMES
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

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MOV-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCMP ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFEC.DAT".

       01 REGFEC.
          03 FEC-ANOMES              PIC 9(06).
          03 FEC-DATAFECHO           PIC 9(08).
          03 FEC-QTDPEDIDOS          PIC 9(06).
          03 FEC-TOTALCOMPRAS       PIC 9(09)V99.
          03 FEC-TOTALVENDAS        PIC 9(09)V99.
          03 FEC-STATUS              PIC X(01).

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

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-CODIGO             PIC 9(02).
                03 CAT-DESCRICAO          PIC X(30).
                03 CAT-ALIQUOTA           PIC 9(02)V99.
                03 CAT-CODFISCAL          PIC X(04).

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

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINVAL.TXT".
       01 REGREL                     PIC X(132).

       FD ARQCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELINVCP.TXT".
       01 REGCMP                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCAO                    PIC 9(01) VALUE ZEROS.
       01 IND                        PIC 9(02) VALUE ZEROS.
       01 W-ANOMES                   PIC 9(06) VALUE ZEROS.
       01 W-ANOMESINI                PIC 9(06) VALUE ZEROS.
       01 W-ANOMESFIM                PIC 9(06) VALUE ZEROS.
       01 W-DATAINI                  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM                  PIC 9(08) VALUE ZEROS.
       01 W-TEMCAT                   PIC X(01) VALUE "N".
       01 W-TEMMOV                   PIC X(01) VALUE "N".
       01 W-TEMCORTE                 PIC X(01) VALUE "N".
       01 W-QTDFOTO                  PIC 9(06) VALUE ZEROS.

      * QUEBRAS DO INVENTARIO VALORIZADO *
       01 W-CATANT                   PIC 9(01) VALUE ZEROS.
       01 W-CLASSEANT                PIC X(01) VALUE SPACES.
       01 W-PRIMEIRO                 PIC X(01) VALUE "S".
       01 W-TOTCLASSE                PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTCAT                   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTGERAL                 PIC 9(11)V99 VALUE ZEROS.

      * RESUMO POR CLASSE ABC (1=A 2=B 3=C 4=SEM CLASSE) *
       01 TAB-CLASSE.
           03 TB-CLASSE OCCURS 4 TIMES.
              05 TBC-VALOR           PIC 9(11)V99.
       01 TAB-NOMECLASSE.
           03 FILLER                 PIC X(12) VALUE "CLASSE A    ".
           03 FILLER                 PIC X(12) VALUE "CLASSE B    ".
           03 FILLER                 PIC X(12) VALUE "CLASSE C    ".
           03 FILLER                 PIC X(12) VALUE "SEM CLASSE  ".
       01 TAB-NOMECLASSE-R REDEFINES TAB-NOMECLASSE.
           03 TBN-CLASSE             PIC X(12) OCCURS 4 TIMES.

      * COMPARACAO ENTRE DOIS MESES FECHADOS *
       01 W-VALORINI                 PIC 9(11)V99 VALUE ZEROS.
       01 W-VALORFIM                 PIC 9(11)V99 VALUE ZEROS.
       01 W-COMPRAS                  PIC S9(11)V99 VALUE ZEROS.
       01 W-VENDAS                   PIC S9(11)V99 VALUE ZEROS.
       01 W-DEVOL                    PIC S9(11)V99 VALUE ZEROS.
       01 W-AJUSTES                  PIC S9(11)V99 VALUE ZEROS.
       01 W-PERDAS                   PIC S9(11)V99 VALUE ZEROS.
       01 W-OUTROS                   PIC S9(11)V99 VALUE ZEROS.
       01 W-VARIACAO                 PIC S9(11)V99 VALUE ZEROS.
       01 W-RESIDUO                  PIC S9(11)V99 VALUE ZEROS.
       01 W-VALORMOV                 PIC 9(11)V99 VALUE ZEROS.
       01 W-PROANT                   PIC 9(06) VALUE ZEROS.
       01 W-CUSTO                    PIC 9(06)V99 VALUE ZEROS.

       01 LINHA-CAT.
           03 FILLER                 PIC X(12) VALUE "CATEGORIA : ".
           03 LC-CATEGORIA           PIC 9(01).
           03 FILLER                 PIC X(03) VALUE " - ".
           03 LC-DESCRICAO           PIC X(30).

       01 LINHA-CLASSE.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 LCL-NOME               PIC X(12).

       01 LINHA-DET.
           03 FILLER                 PIC X(06) VALUE SPACES.
           03 LD-PRODUTO             PIC 9(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-DESCRICAO           PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-LOCAL               PIC X(01).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-QTDE                PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-CUSTO               PIC ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LT-TITULO              PIC X(40).
           03 LT-VALOR               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQSNP
           IF ST-ERRO NOT = "00"
              DISPLAY "*** NENHUMA FOTO DE ESTOQUE GRAVADA (SCE029) ***"
              GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQFEC
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FECHAMENTO NAO ENCONTRADO ***"
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

      * CATEGORIAS (SCE010) SO DAO A DESCRICAO; O LIVRO DE         *
      * MOVIMENTACAO SO E PRECISO NA COMPARACAO                    *
       R0C.
           OPEN INPUT ARQCAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCAT
           ELSE
              MOVE "N" TO W-TEMCAT.
           OPEN INPUT ARQMOV
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMMOV
           ELSE
              MOVE "N" TO W-TEMMOV.

       R1.
           DISPLAY "INVENTARIO VALORIZADO DOS MESES FECHADOS".
           DISPLAY "1 - Inventario Valorizado do Mes (RELINVAL.TXT)".
           DISPLAY "2 - Comparacao de Dois Meses (RELINVCP.TXT)".
           DISPLAY "3 - Sair".
           DISPLAY "Opcao : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = 1
              GO TO M1-INVENTARIO.
           IF W-OPCAO = 2
              GO TO M2-COMPARA.
           IF W-OPCAO = 3
              GO TO ROT-FIM.
           DISPLAY "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***"
           GO TO R1.

      *-----------------------------------------------------------*
      * INVENTARIO VALORIZADO DO MES, POR CATEGORIA E CLASSE ABC   *
      *-----------------------------------------------------------*
       M1-INVENTARIO.
           DISPLAY "Mes Fechado (AAAAMM) : " WITH NO ADVANCING.
           ACCEPT W-ANOMES.
           IF W-ANOMES = 0
              DISPLAY "*** MES NAO PODE FICAR EM BRANCO ***"
              GO TO M1-INVENTARIO.
           PERFORM V1-VERIFICA THRU V1-VERIFICA-FIM
           IF W-QTDFOTO = 0
              DISPLAY "*** MES SEM FOTO DE ESTOQUE ***"
              GO TO R1.

           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              GO TO ROT-FIM.

           MOVE SPACES TO REGREL
           MOVE "INVENTARIO VALORIZADO NO FECHAMENTO DO MES" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "MES : " W-ANOMES "   FOTO TIRADA EM : "
                  SNP-DATAFOTO
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           MOVE W-ANOMES TO FEC-ANOMES
           READ ARQFEC
           IF ST-ERRO NOT = "00" OR FEC-STATUS NOT = "F"
              MOVE "*** MES REABERTO: FOTO DO ULTIMO FECHAMENTO ***"
                                                         TO REGREL
              WRITE REGREL
              MOVE SPACES TO REGREL.
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "      PRODUTO DESCRICAO                      LOCAL"
                  "     QTDE   CUSTO MEDIO            VALOR"
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.

           MOVE ZEROS TO W-TOTCLASSE W-TOTCAT W-TOTGERAL
           MOVE 1 TO IND.
       M1-ZERA.
           IF IND > 4
              GO TO M1-INICIA.
           MOVE ZEROS TO TBC-VALOR (IND)
           ADD 1 TO IND
           GO TO M1-ZERA.

       M1-INICIA.
           MOVE "S" TO W-PRIMEIRO
           MOVE W-ANOMES TO SNP-ANOMES
           MOVE ZEROS TO SNP-TIPOPRODUTO SNP-COD-PRO
           MOVE SPACES TO SNP-CLASSEABC SNP-LOCAL
           START ARQSNP KEY IS NOT LESS THAN SNP-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO M1-FIM.

       M1-LOOP.
           READ ARQSNP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M1-FIM.
           IF SNP-ANOMES NOT = W-ANOMES
              GO TO M1-FIM.

           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM Q1-CABCAT THRU Q1-CABCAT-FIM
              PERFORM Q2-CABCLASSE THRU Q2-CABCLASSE-FIM
           ELSE
              IF SNP-TIPOPRODUTO NOT = W-CATANT
                 PERFORM Q3-TOTCLASSE THRU Q3-TOTCLASSE-FIM
                 PERFORM Q4-TOTCAT THRU Q4-TOTCAT-FIM
                 PERFORM Q1-CABCAT THRU Q1-CABCAT-FIM
                 PERFORM Q2-CABCLASSE THRU Q2-CABCLASSE-FIM
              ELSE
                 IF SNP-CLASSEABC NOT = W-CLASSEANT
                    PERFORM Q3-TOTCLASSE THRU Q3-TOTCLASSE-FIM
                    PERFORM Q2-CABCLASSE THRU Q2-CABCLASSE-FIM.

           MOVE SNP-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO ENCONTRADO" TO PRO-DESCRICAO.
           MOVE SNP-COD-PRO TO LD-PRODUTO
           MOVE PRO-DESCRICAO TO LD-DESCRICAO
           MOVE SNP-LOCAL TO LD-LOCAL
           MOVE SNP-QTDE TO LD-QTDE
           MOVE SNP-CUSTOMEDIO TO LD-CUSTO
           MOVE SNP-VALOR TO LD-VALOR
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.

           ADD SNP-VALOR TO W-TOTCLASSE W-TOTCAT W-TOTGERAL
           ADD SNP-VALOR TO TBC-VALOR (IND)
           GO TO M1-LOOP.

       M1-FIM.
           IF W-PRIMEIRO = "N"
              PERFORM Q3-TOTCLASSE THRU Q3-TOTCLASSE-FIM
              PERFORM Q4-TOTCAT THRU Q4-TOTCAT-FIM.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE "RESUMO POR CLASSE ABC" TO REGREL
           WRITE REGREL.
           MOVE 1 TO IND.
       M1-RESUMO.
           IF IND > 4
              GO TO M1-TOTAL.
           MOVE SPACES TO LT-TITULO
           MOVE TBN-CLASSE (IND) TO LT-TITULO
           MOVE TBC-VALOR (IND) TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           ADD 1 TO IND
           GO TO M1-RESUMO.

       M1-TOTAL.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE "TOTAL DO ESTOQUE VALORIZADO" TO LT-TITULO
           MOVE W-TOTGERAL TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           CLOSE ARQREL
           DISPLAY "*** RELATORIO GERADO EM RELINVAL.TXT ***"
           GO TO R1.

      * CABECALHO DA CATEGORIA *
       Q1-CABCAT.
           MOVE SNP-TIPOPRODUTO TO W-CATANT
           MOVE ZEROS TO W-TOTCAT
           MOVE SNP-TIPOPRODUTO TO LC-CATEGORIA
           MOVE "CATEGORIA NAO CADASTRADA" TO LC-DESCRICAO
           IF W-TEMCAT = "S"
              MOVE SNP-TIPOPRODUTO TO CAT-CODIGO
              READ ARQCAT
              IF ST-ERRO = "00"
                 MOVE CAT-DESCRICAO TO LC-DESCRICAO.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE LINHA-CAT TO REGREL
           WRITE REGREL.
       Q1-CABCAT-FIM.
                EXIT.

      * CABECALHO DA CLASSE ABC DENTRO DA CATEGORIA *
       Q2-CABCLASSE.
           MOVE SNP-CLASSEABC TO W-CLASSEANT
           MOVE ZEROS TO W-TOTCLASSE
           IF SNP-CLASSEABC = "A"
              MOVE 1 TO IND
           ELSE
              IF SNP-CLASSEABC = "B"
                 MOVE 2 TO IND
              ELSE
                 IF SNP-CLASSEABC = "C"
                    MOVE 3 TO IND
                 ELSE
                    MOVE 4 TO IND.
           MOVE TBN-CLASSE (IND) TO LCL-NOME
           MOVE LINHA-CLASSE TO REGREL
           WRITE REGREL.
       Q2-CABCLASSE-FIM.
                EXIT.

       Q3-TOTCLASSE.
           IF W-CLASSEANT = "A" OR "B" OR "C"
              MOVE SPACES TO LT-TITULO
              STRING "     TOTAL DA CLASSE " W-CLASSEANT
                  DELIMITED BY SIZE INTO LT-TITULO
           ELSE
              MOVE "     TOTAL SEM CLASSE" TO LT-TITULO.
           MOVE W-TOTCLASSE TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
       Q3-TOTCLASSE-FIM.
                EXIT.

       Q4-TOTCAT.
           MOVE SPACES TO LT-TITULO
           STRING "  TOTAL DA CATEGORIA " W-CATANT
               DELIMITED BY SIZE INTO LT-TITULO
           MOVE W-TOTCAT TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
       Q4-TOTCAT-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * COMPARACAO DE DOIS MESES FECHADOS                          *
      *-----------------------------------------------------------*
       M2-COMPARA.
           DISPLAY "Mes Inicial (AAAAMM) : " WITH NO ADVANCING.
           ACCEPT W-ANOMESINI.
           DISPLAY "Mes Final   (AAAAMM) : " WITH NO ADVANCING.
           ACCEPT W-ANOMESFIM.
           IF W-ANOMESINI = 0 OR W-ANOMESFIM = 0
              DISPLAY "*** MES NAO PODE FICAR EM BRANCO ***"
              GO TO M2-COMPARA.
           IF W-ANOMESFIM NOT > W-ANOMESINI
              DISPLAY "*** MES FINAL DEVE SER POSTERIOR AO INICIAL ***"
              GO TO M2-COMPARA.
           IF W-TEMMOV NOT = "S"
              DISPLAY "*** LIVRO DE MOVIMENTACAO NAO ENCONTRADO ***"
              GO TO R1.

           MOVE W-ANOMESINI TO W-ANOMES
           PERFORM V1-VERIFICA THRU V1-VERIFICA-FIM
           IF W-QTDFOTO = 0
              DISPLAY "*** MES INICIAL SEM FOTO DE ESTOQUE ***"
              GO TO R1.
           MOVE W-TOTGERAL TO W-VALORINI
           MOVE W-ANOMESFIM TO W-ANOMES
           PERFORM V1-VERIFICA THRU V1-VERIFICA-FIM
           IF W-QTDFOTO = 0
              DISPLAY "*** MES FINAL SEM FOTO DE ESTOQUE ***"
              GO TO R1.
           MOVE W-TOTGERAL TO W-VALORFIM

           COMPUTE W-DATAINI = (W-ANOMESINI * 100) + 99
           COMPUTE W-DATAFIM = (W-ANOMESFIM * 100) + 31
           MOVE ZEROS TO W-COMPRAS W-VENDAS W-DEVOL W-AJUSTES
                         W-PERDAS W-OUTROS W-PROANT W-CUSTO
           MOVE "N" TO W-TEMCORTE
           MOVE ZEROS TO MOV-COD-PRO MOV-DATA MOV-HORA MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO M2-EMITE.

      * MOVIMENTOS DEPOIS DA FOTO INICIAL ATE A FOTO FINAL; A      *
      * TRANSFERENCIA ENTRE LOCAIS NAO MUDA O VALOR DO ESTOQUE     *
       M2-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M2-EMITE.
           IF MOV-DATA < W-DATAINI OR MOV-DATA > W-DATAFIM
              GO TO M2-LOOP.
           IF MOV-ORIGEM = "SLD"
              MOVE "S" TO W-TEMCORTE
              GO TO M2-LOOP.
           IF MOV-ORIGEM = "TRF"
              GO TO M2-LOOP.
           IF MOV-COD-PRO NOT = W-PROANT
              PERFORM M3-CUSTO THRU M3-CUSTO-FIM.
           COMPUTE W-VALORMOV = MOV-QUANTIDADE * W-CUSTO

           IF MOV-ORIGEM = "REC"
              IF MOV-TIPO = "E"
                 ADD W-VALORMOV TO W-COMPRAS
                 GO TO M2-LOOP
              ELSE
                 SUBTRACT W-VALORMOV FROM W-COMPRAS
                 GO TO M2-LOOP.
           IF MOV-ORIGEM = "PED" OR "BCK"
              IF MOV-TIPO = "S"
                 ADD W-VALORMOV TO W-VENDAS
                 GO TO M2-LOOP
              ELSE
                 SUBTRACT W-VALORMOV FROM W-VENDAS
                 GO TO M2-LOOP.
      * EXCLUSAO/CANCELAMENTO: ENTRADA ESTORNA VENDA, SAIDA ESTORNA *
      * COMPRA                                                      *
           IF MOV-ORIGEM = "EXC" OR "CAN"
              IF MOV-TIPO = "E"
                 SUBTRACT W-VALORMOV FROM W-VENDAS
                 GO TO M2-LOOP
              ELSE
                 SUBTRACT W-VALORMOV FROM W-COMPRAS
                 GO TO M2-LOOP.
           IF MOV-ORIGEM = "DEV"
              IF MOV-TIPO = "E"
                 ADD W-VALORMOV TO W-DEVOL
                 GO TO M2-LOOP
              ELSE
                 SUBTRACT W-VALORMOV FROM W-DEVOL
                 GO TO M2-LOOP.
           IF MOV-ORIGEM = "INV"
              IF MOV-TIPO = "E"
                 ADD W-VALORMOV TO W-AJUSTES
                 GO TO M2-LOOP
              ELSE
                 SUBTRACT W-VALORMOV FROM W-AJUSTES
                 GO TO M2-LOOP.
           IF MOV-ORIGEM = "PER"
              IF MOV-TIPO = "S"
                 ADD W-VALORMOV TO W-PERDAS
                 GO TO M2-LOOP
              ELSE
                 SUBTRACT W-VALORMOV FROM W-PERDAS
                 GO TO M2-LOOP.
           IF MOV-TIPO = "E"
              ADD W-VALORMOV TO W-OUTROS
           ELSE
              SUBTRACT W-VALORMOV FROM W-OUTROS.
           GO TO M2-LOOP.

      * CUSTO DO PRODUTO PARA VALORIZAR O MOVIMENTO: O DA FOTO     *
      * FINAL, SENAO O DA INICIAL, SENAO O CUSTO MEDIO ATUAL       *
       M3-CUSTO.
           MOVE MOV-COD-PRO TO W-PROANT
           MOVE ZEROS TO W-CUSTO
           MOVE W-ANOMESFIM TO SNP-ANOMESP
           MOVE MOV-COD-PRO TO SNP-COD-PROP
           READ ARQSNP KEY IS SNP-CHAVEPRO
           IF ST-ERRO = "00"
              MOVE SNP-CUSTOMEDIO TO W-CUSTO
              GO TO M3-CUSTO-FIM.
           MOVE W-ANOMESINI TO SNP-ANOMESP
           MOVE MOV-COD-PRO TO SNP-COD-PROP
           READ ARQSNP KEY IS SNP-CHAVEPRO
           IF ST-ERRO = "00"
              MOVE SNP-CUSTOMEDIO TO W-CUSTO
              GO TO M3-CUSTO-FIM.
           MOVE MOV-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE PRO-CUSTOMEDIO TO W-CUSTO.
       M3-CUSTO-FIM.
                EXIT.

       M2-EMITE.
           COMPUTE W-VARIACAO = W-VALORFIM - W-VALORINI
           COMPUTE W-RESIDUO = W-VARIACAO -
                   (W-COMPRAS - W-VENDAS + W-DEVOL + W-AJUSTES
                    - W-PERDAS + W-OUTROS)

           OPEN OUTPUT ARQCMP
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              GO TO ROT-FIM.
           MOVE SPACES TO REGCMP
           MOVE "COMPARACAO DO ESTOQUE VALORIZADO ENTRE FECHAMENTOS"
                                                         TO REGCMP
           WRITE REGCMP.
           MOVE SPACES TO REGCMP
           STRING "DE " W-ANOMESINI " A " W-ANOMESFIM
               DELIMITED BY SIZE INTO REGCMP
           WRITE REGCMP.
           MOVE SPACES TO REGCMP
           WRITE REGCMP.

           MOVE SPACES TO LT-TITULO
           STRING "ESTOQUE VALORIZADO EM " W-ANOMESINI
               DELIMITED BY SIZE INTO LT-TITULO
           MOVE W-VALORINI TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE SPACES TO REGCMP
           WRITE REGCMP.
           MOVE "(+) COMPRAS RECEBIDAS" TO LT-TITULO
           MOVE W-COMPRAS TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE "(-) CUSTO DAS VENDAS" TO LT-TITULO
           MOVE W-VENDAS TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE "(+) DEVOLUCOES DE VENDA" TO LT-TITULO
           MOVE W-DEVOL TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE "(+/-) AJUSTES DE INVENTARIO" TO LT-TITULO
           MOVE W-AJUSTES TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE "(-) PERDAS DE ESTOQUE" TO LT-TITULO
           MOVE W-PERDAS TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE "(+/-) OUTROS MOVIMENTOS" TO LT-TITULO
           MOVE W-OUTROS TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE "(+/-) VARIACAO DO CUSTO MEDIO" TO LT-TITULO
           MOVE W-RESIDUO TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE SPACES TO REGCMP
           WRITE REGCMP.
           MOVE SPACES TO LT-TITULO
           STRING "ESTOQUE VALORIZADO EM " W-ANOMESFIM
               DELIMITED BY SIZE INTO LT-TITULO
           MOVE W-VALORFIM TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM
           MOVE "VARIACAO DO VALOR DO ESTOQUE" TO LT-TITULO
           MOVE W-VARIACAO TO LT-VALOR
           PERFORM M2-GRAVA THRU M2-GRAVA-FIM

           IF W-TEMCORTE = "S"
              MOVE SPACES TO REGCMP
              WRITE REGCMP
              MOVE "*** O ARQUIVAMENTO DO SCE042 CAIU NO PERIODO: O"
                   TO REGCMP
              WRITE REGCMP
              MOVE "    DETALHE ARQUIVADO FICA NA VARIACAO DO CUSTO"
                   TO REGCMP
              WRITE REGCMP.
           CLOSE ARQCMP
           DISPLAY "*** RELATORIO GERADO EM RELINVCP.TXT ***"
           GO TO R1.

       M2-GRAVA.
           MOVE LINHA-TOT TO REGCMP
           WRITE REGCMP.
       M2-GRAVA-FIM.
                EXIT.

      * CONTA OS REGISTROS E SOMA O VALOR DA FOTO DO MES W-ANOMES; *
      * DEIXA EM REGSNP O PRIMEIRO REGISTRO (DATA DA FOTO)         *
       V1-VERIFICA.
           MOVE ZEROS TO W-QTDFOTO W-TOTGERAL
           MOVE W-ANOMES TO SNP-ANOMES
           MOVE ZEROS TO SNP-TIPOPRODUTO SNP-COD-PRO
           MOVE SPACES TO SNP-CLASSEABC SNP-LOCAL
           START ARQSNP KEY IS NOT LESS THAN SNP-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO V1-VERIFICA-FIM.
       V1-LOOP.
           READ ARQSNP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO V1-REPOE.
           IF SNP-ANOMES NOT = W-ANOMES
              GO TO V1-REPOE.
           ADD 1 TO W-QTDFOTO
           ADD SNP-VALOR TO W-TOTGERAL
           GO TO V1-LOOP.
       V1-REPOE.
           IF W-QTDFOTO = 0
              GO TO V1-VERIFICA-FIM.
           MOVE W-ANOMES TO SNP-ANOMES
           MOVE ZEROS TO SNP-TIPOPRODUTO SNP-COD-PRO
           MOVE SPACES TO SNP-CLASSEABC SNP-LOCAL
           START ARQSNP KEY IS NOT LESS THAN SNP-CHAVE
           READ ARQSNP NEXT RECORD.
       V1-VERIFICA-FIM.
                EXIT.

       ROT-FIM.
           IF W-TEMCAT = "S"
              CLOSE ARQCAT.
           IF W-TEMMOV = "S"
              CLOSE ARQMOV.
           CLOSE ARQSNP ARQFEC ARQPRO.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
