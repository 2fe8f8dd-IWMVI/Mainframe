      *    PRODUTOS OU DE UMA CATEGORIA INTEIRA: DESCRICAO, PRECO
      *    EM VIGOR NA DATA DE HOJE (HISTORICO ARQPRC, COMO O
      *    SCE005 FAZ NO PEDIDO) E A LINHA DO CODIGO DE BARRAS
      *    EAN-13 (SCE004) PARA O LEITOR DO BALCAO. AS ETIQUETAS DE
      *    PROMOCAO SAEM PARA OS PRODUTOS COM PROMOCAO EM VIGOR HOJE
      *    (ARQPRM, SCE068): PRECO DE E POR, A REGRA DE QUANTIDADE E
      *    A DATA FINAL DA OFERTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      RECORD KEY   IS PRC-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRM-NUMERO
                    ALTERNATE RECORD KEY IS PRM-ALVO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQPRC
               LABEL RECORD IS STANDARD
             05 PRC-DATAVIG          PIC 9(08).
          03 PRC-PRECO               PIC 9(06)V99.

       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRM.DAT".

       01 REGPRM.
          03 PRM-NUMERO              PIC 9(06).
          03 PRM-ALVO.
             05 PRM-TIPOALVO         PIC X(01).
             05 PRM-CODALVO          PIC 9(06).
          03 PRM-DESCRICAO           PIC X(30).
          03 PRM-DATAINI             PIC 9(08).
          03 PRM-DATAFIM             PIC 9(08).
          03 PRM-PRECO               PIC 9(06)V99.
          03 PRM-PERCENT             PIC 9(02)V99.
          03 PRM-QTDMIN              PIC 9(04).
          03 PRM-LEVA                PIC 9(02).
          03 PRM-PAGA                PIC 9(02).
          03 PRM-SITUACAO            PIC X(01).
          03 PRM-USUARIO             PIC X(12).
          03 PRM-DATACAD             PIC 9(08).

       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".

       01 REGPAR.
          03 PAR-ID                  PIC 9(01).
          03 PAR-MULTAPCT            PIC 9(02)V99.
          03 PAR-JUROSDIA            PIC 9(01)V999.
          03 PAR-TENTLOCK            PIC 9(02).
          03 PAR-TENTLOGIN           PIC 9(01).
          03 PAR-FATORREPO           PIC 9(03).
          03 PAR-PERMITEBACK         PIC X(01).
          03 PAR-MARGEMMIN           PIC 9(02)V99.
          03 PAR-VALSENHA            PIC 9(03).
          03 PAR-MARKUP              PIC 9(03)V99.
          03 PAR-TOLNOTA             PIC 9(02)V99.
          03 PAR-PTSREAL             PIC 9(02)V99.
          03 PAR-VALPONTO            PIC 9(02)V99.
          03 PAR-VALIDPTS            PIC 9(04).
          03 PAR-TAXACARTAO          PIC 9(02)V99.
          03 PAR-PRAZOCART           PIC 9(02).
          03 PAR-CRITFORN            PIC X(01).
          03 PAR-LIMPERDA            PIC 9(07)V99.
          03 PAR-LIMCOMPRA           PIC 9(07)V99.
          03 PAR-EMPNOME             PIC X(30).
          03 PAR-EMPCNPJ             PIC 9(14).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELETIQ.TXT".
       01 W-PRECOETIQ                PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDETIQ                  PIC 9(05) VALUE ZEROS.

      * PROMOCAO EM VIGOR HOJE, PELA MESMA REGRA DO SCE005 *
       01 W-TEMPRM                   PIC X(01) VALUE "N".
       01 W-MARGEMMIN                PIC 9(02)V99 VALUE ZEROS.
       01 W-PRMALVO                  PIC X(07) VALUE SPACES.
       01 W-PRMNUM                   PIC 9(06) VALUE ZEROS.
       01 W-PRMDATAINI               PIC 9(08) VALUE ZEROS.
       01 W-PRMDATAFIM               PIC 9(08) VALUE ZEROS.
       01 W-PRMPRECO                 PIC 9(06)V99 VALUE ZEROS.
       01 W-PRMQTDMIN                PIC 9(04) VALUE ZEROS.
       01 W-PRMLEVA                  PIC 9(02) VALUE ZEROS.
       01 W-PRMPAGA                  PIC 9(02) VALUE ZEROS.
       01 W-PRECOPISO                PIC 9(06)V99 VALUE ZEROS.

       01 LINHA-DESC.
           03 LE-DESCRICAO           PIC X(30).
           03 FILLER                 PIC X(08) VALUE "  COD.  ".
           03 FILLER                 PIC X(05) VALUE " POR ".
           03 LE-UNIDADE             PIC X(02).

       01 LINHA-DEPOR.
           03 FILLER                 PIC X(06) VALUE "DE R$ ".
           03 LE-PRECODE             PIC ZZZ.ZZ9,99.
           03 FILLER                 PIC X(08) VALUE " POR R$ ".
           03 LE-PRECOPOR            PIC ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LE-UNIDADEPROMO        PIC X(02).

       01 LINHA-LEVE.
           03 FILLER                 PIC X(06) VALUE "LEVE ".
           03 LE-LEVA                PIC Z9.
           03 FILLER                 PIC X(07) VALUE " PAGUE ".
           03 LE-PAGA                PIC Z9.

       01 LINHA-QTDMIN.
           03 FILLER                 PIC X(12) VALUE "A PARTIR DE ".
           03 LE-QTDMIN              PIC ZZZ9.
           03 FILLER                 PIC X(09) VALUE " UNIDADES".

       01 LINHA-VALIDA.
           03 FILLER                 PIC X(20) VALUE
                                     "OFERTA VALIDA ATE ".
           03 LE-DATAFIM             PIC 9999/99/99.

       01 LINHA-BARRA.
           03 FILLER                 PIC X(07) VALUE "EAN-13 ".
           03 LE-CODBARRA            PIC 9(13).
              DISPLAY "*** HISTORICO DE PRECOS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

      * PROMOCOES (SCE068) E MARGEM MINIMA (SCE041) PODEM AINDA NAO *
      * EXISTIR; SEM PROMOCOES NAO HA ETIQUETA DE OFERTA             *
       R0B.
           OPEN INPUT ARQPRM
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPRM
           ELSE
              MOVE "N" TO W-TEMPRM.
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO = "00"
                 MOVE PAR-MARGEMMIN TO W-MARGEMMIN
                 CLOSE ARQPAR
              ELSE
                 CLOSE ARQPAR.

       R1.
           DISPLAY "IMPRESSAO DE ETIQUETAS DE GONDOLA".
           DISPLAY "1 - Por faixa de produtos".
           DISPLAY "2 - Por categoria".
           DISPLAY "3 - Etiquetas de promocao".
           DISPLAY "4 - Sair".
           DISPLAY "Opcao : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = 4
              GO TO ROT-FIM.
           IF W-OPCAO NOT = 1 AND 2 AND 3
              DISPLAY "*** OPCAO INVALIDA, DIGITE DE 1 A 4 ***"
              GO TO R1.

           MOVE ZEROS TO W-PROINI W-CATEGORIA
           MOVE 999999 TO W-PROFIM
           IF W-OPCAO = 1
              GO TO R1A.
           IF W-OPCAO = 2
              GO TO R1B.
           IF W-TEMPRM NOT = "S"
              DISPLAY "*** NENHUMA PROMOCAO CADASTRADA ***"
              GO TO R1.
           GO TO R2.

       R1B.
           DISPLAY "Categoria (01 a 10)     : " WITH NO ADVANCING.
                 GO TO R3-LOOP.

           PERFORM R4-PRECO THRU R4-PRECO-FIM
           IF W-OPCAO = 3
              GO TO R3-PROMO.

           MOVE PRO-DESCRICAO TO LE-DESCRICAO
           MOVE PRO-CODIGO TO LE-CODIGO
           ADD 1 TO W-QTDETIQ
           GO TO R3-LOOP.

      * ETIQUETA DE OFERTA: SO PARA O PRODUTO COM PROMOCAO EM VIGOR *
       R3-PROMO.
           PERFORM R6-PROMO THRU R6-PROMO-FIM
           IF W-PRMNUM = ZEROS
              GO TO R3-LOOP.
           MOVE PRO-DESCRICAO TO LE-DESCRICAO
           MOVE PRO-CODIGO TO LE-CODIGO
           MOVE LINHA-DESC TO REGREL
           WRITE REGREL.
           IF W-PRMPRECO < W-PRECOETIQ
              MOVE W-PRECOETIQ TO LE-PRECODE
              MOVE W-PRMPRECO TO LE-PRECOPOR
              MOVE PRO-UNIDADE TO LE-UNIDADEPROMO
              MOVE LINHA-DEPOR TO REGREL
           ELSE
              MOVE W-PRECOETIQ TO LE-PRECO
              MOVE PRO-UNIDADE TO LE-UNIDADE
              MOVE LINHA-PRECO TO REGREL.
           WRITE REGREL.
           IF W-PRMLEVA > 0
              MOVE W-PRMLEVA TO LE-LEVA
              MOVE W-PRMPAGA TO LE-PAGA
              MOVE LINHA-LEVE TO REGREL
              WRITE REGREL.
           IF W-PRMQTDMIN > 1
              MOVE W-PRMQTDMIN TO LE-QTDMIN
              MOVE LINHA-QTDMIN TO REGREL
              WRITE REGREL.
           MOVE W-PRMDATAFIM TO LE-DATAFIM
           MOVE LINHA-VALIDA TO REGREL
           WRITE REGREL.
           IF PRO-CODBARRA > 0
              MOVE PRO-CODBARRA TO LE-CODBARRA
              MOVE LINHA-BARRA TO REGREL
              WRITE REGREL
           ELSE
              MOVE "EAN-13 (PRODUTO SEM CODIGO DE BARRAS)" TO REGREL
              WRITE REGREL.
           MOVE ALL "-" TO REGREL
           WRITE REGREL.
           ADD 1 TO W-QTDETIQ
           GO TO R3-LOOP.

      * PRECO EM VIGOR HOJE: ULTIMO PRECO DO HISTORICO (ARQPRC)  *
      * COM VIGENCIA NAO POSTERIOR A HOJE, COMO O BUSCA-PRECO DO *
      * SCE005; SEM HISTORICO VALE O PRECO ATUAL DO CADASTRO     *
       R4-PRECO-FIM.
                EXIT.

      * PROMOCAO EM VIGOR HOJE, COMO O BUSCA-PROMO DO SCE005: A DO  *
      * PRODUTO OU, NA FALTA, A DA CATEGORIA; A DE INICIO MAIS      *
      * RECENTE. O PRECO "POR" NAO DESCE DO CUSTO MEDIO MAIS A      *
      * MARGEM MINIMA; SEM REDUCAO NEM LEVE/PAGUE NAO HA OFERTA     *
       R6-PROMO.
           MOVE ZEROS TO W-PRMNUM W-PRMDATAINI W-PRMDATAFIM
                         W-PRMPRECO W-PRMQTDMIN W-PRMLEVA W-PRMPAGA
           MOVE "P" TO PRM-TIPOALVO
           MOVE PRO-CODIGO TO PRM-CODALVO
           PERFORM R7-ALVO THRU R7-ALVO-FIM
           IF W-PRMNUM = ZEROS
              MOVE "C" TO PRM-TIPOALVO
              MOVE PRO-TIPOPRODUTO TO PRM-CODALVO
              PERFORM R7-ALVO THRU R7-ALVO-FIM.
           IF W-PRMNUM = ZEROS
              GO TO R6-PROMO-FIM.
           COMPUTE W-PRECOPISO ROUNDED =
               PRO-CUSTOMEDIO * (100 + W-MARGEMMIN) / 100
           IF W-PRMPRECO < W-PRECOPISO
              MOVE W-PRECOPISO TO W-PRMPRECO.
           IF W-PRMPRECO NOT < W-PRECOETIQ
              MOVE W-PRECOETIQ TO W-PRMPRECO
              IF W-PRMLEVA = 0
                 MOVE ZEROS TO W-PRMNUM.
       R6-PROMO-FIM.
                EXIT.

       R7-ALVO.
           MOVE PRM-ALVO TO W-PRMALVO
           START ARQPRM KEY IS NOT LESS THAN PRM-ALVO
           IF ST-ERRO NOT = "00"
              GO TO R7-ALVO-FIM.
       R7-ALVO-LOOP.
           READ ARQPRM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R7-ALVO-FIM.
           IF PRM-ALVO NOT = W-PRMALVO
              GO TO R7-ALVO-FIM.
           IF PRM-SITUACAO NOT = "A"
              GO TO R7-ALVO-LOOP.
           IF PRM-DATAINI > W-HOJE OR PRM-DATAFIM < W-HOJE
              GO TO R7-ALVO-LOOP.
           IF W-PRMNUM NOT = ZEROS AND PRM-DATAINI < W-PRMDATAINI
              GO TO R7-ALVO-LOOP.
           MOVE PRM-NUMERO  TO W-PRMNUM
           MOVE PRM-DATAINI TO W-PRMDATAINI
           MOVE PRM-DATAFIM TO W-PRMDATAFIM
           MOVE PRM-QTDMIN  TO W-PRMQTDMIN
           MOVE PRM-LEVA    TO W-PRMLEVA
           MOVE PRM-PAGA    TO W-PRMPAGA
           IF PRM-PRECO > 0
              MOVE PRM-PRECO TO W-PRMPRECO
           ELSE
              COMPUTE W-PRMPRECO ROUNDED =
                  W-PRECOETIQ * (100 - PRM-PERCENT) / 100.
           GO TO R7-ALVO-LOOP.
       R7-ALVO-FIM.
                EXIT.

       R5-FIM.
           CLOSE ARQREL
           DISPLAY "ETIQUETAS GERADAS : " W-QTDETIQ

       ROT-FIM.
           CLOSE ARQPRO ARQPRC.
           IF W-TEMPRM = "S"
              CLOSE ARQPRM.
           STOP RUN.

      *    FILE STATUS
