      *    A PAGAR ("P"), O LIQUIDO E O SALDO ACUMULADO A PARTIR DE
      *    UMA POSICAO DE CAIXA INFORMADA, NUM HORIZONTE DE ATE 90
      *    DIAS. OS VENCIDOS EM ABERTO ENTRAM COMO PRIMEIRA FAIXA.
      *    OS TITULOS A PAGAR BLOQUEADOS A ESPERA DA CONFERENCIA DA
      *    NOTA (SCE050) SAO DIVIDA E ENTRAM NA PROJECAO.
      *    AS VENDAS EM CARTAO DO ULTIMO ANO AINDA NAO REPASSADAS
      *    PELA ADQUIRENTE (ARQCXA CONTRA OS CREDITOS IMPORTADOS NO
      *    ARQCCR PELO SCE058) ENTRAM A RECEBER, LIQUIDAS DA TAXA
      *    CONTRATADA, UMA PARCELA A CADA PRAZO DE REPASSE.
      *    SAIDA NA TELA E EM RELFLUXO.TXT - E O NUMERO QUE O DONO
      *    PEDE ANTES DE APROVAR UM LOTE DE COMPRAS DO SCE021.

                 ALTERNATE RECORD KEY IS TIT-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCR-CHAVE
                 ALTERNATE RECORD KEY IS CCR-CXA-CHAVE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
          03 TIT-SITBANCO            PIC X(01).
          03 TIT-VALORJUROS          PIC 9(07)V99.

       FD ARQCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXA.DAT".

       01 REGCXA.
          03 CXA-CHAVE.
             05 CXA-DATA             PIC 9(08).
             05 CXA-HORA             PIC 9(06).
             05 CXA-SEQ              PIC 9(03).
          03 CXA-PED-COD             PIC 9(06).
          03 CXA-PARCELA             PIC 9(02).
          03 CXA-TIPO                PIC X(01).
          03 CXA-FORMA               PIC X(01).
          03 CXA-VALOR               PIC 9(09)V99.
          03 CXA-USUARIO             PIC X(12).

      * CREDITOS DA ADQUIRENTE DE CARTAO IMPORTADOS PELO SCE058 *
       FD ARQCCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCCR.DAT".

       01 REGCCR.
          03 CCR-CHAVE.
             05 CCR-NSU              PIC X(12).
             05 CCR-PARCELA          PIC 9(02).
          03 CCR-QTDPARC             PIC 9(02).
          03 CCR-DATAVENDA           PIC 9(08).
          03 CCR-VALORVENDA          PIC 9(09)V99.
          03 CCR-DATACRED            PIC 9(08).
          03 CCR-VALORBRUTO          PIC 9(09)V99.
          03 CCR-TAXA                PIC 9(07)V99.
          03 CCR-VALORLIQ            PIC 9(09)V99.
          03 CCR-CXA-CHAVE.
             05 CCR-CXA-DATA         PIC 9(08).
             05 CCR-CXA-HORA         PIC 9(06).
             05 CCR-CXA-SEQ          PIC 9(03).
          03 CCR-TAXAOK              PIC X(01).
          03 CCR-DATAIMP             PIC 9(08).

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
               VALUE OF FILE-ID IS "RELFLUXO.TXT".
       01 W-LIQUIDO                  PIC S9(09)V99 VALUE ZEROS.
       01 W-DIA                      PIC S9(05) COMP VALUE ZEROS.
       01 W-QTDLIN                   PIC 9(02) VALUE ZEROS.
       01 W-TEMCXA                   PIC X(01) VALUE "N".
       01 W-TEMCCR                   PIC X(01) VALUE "N".
       01 W-TEMPAR                   PIC X(01) VALUE "N".

       01 W-HOJE                     PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
       01 W-HOJE-DIAS                PIC S9(09) COMP VALUE ZEROS.
       01 W-VENC-DIAS                PIC S9(09) COMP VALUE ZEROS.

      * VENDAS EM CARTAO A RECEBER DA ADQUIRENTE *
       01 W-CXA-R.
          03 W-CXA-ANO               PIC 9(04).
          03 W-CXA-MES               PIC 9(02).
          03 W-CXA-DIA               PIC 9(02).
       01 W-VENDA-DIAS               PIC S9(09) COMP VALUE ZEROS.
       01 W-CORTE-DIAS               PIC S9(09) COMP VALUE ZEROS.
       01 W-QTDCRED                  PIC 9(02) VALUE ZEROS.
       01 W-QTDPARC                  PIC 9(02) VALUE ZEROS.
       01 W-PARCCART                 PIC 9(02) VALUE ZEROS.
       01 W-BRUTOCRED                PIC 9(09)V99 VALUE ZEROS.
       01 W-RESTANTE                 PIC S9(09)V99 VALUE ZEROS.
       01 W-LIQRESTANTE              PIC 9(09)V99 VALUE ZEROS.
       01 W-LIQPARC                  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCARTAO                PIC 9(11)V99 VALUE ZEROS.

      * DATA DO INICIO DE CADA PERIODO, PARA O ROTULO DA LINHA *
       01 W-DATALIN                  PIC 9(08) VALUE ZEROS.
       01 W-DATALIN-R REDEFINES W-DATALIN.
              DISPLAY "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

      * LIVRO DE CAIXA, REPASSES DE CARTAO E PARAMETROS SAO       *
      * OPCIONAIS: SEM ELES A PROJECAO FICA SO COM OS TITULOS     *
       R0A.
           OPEN INPUT ARQCXA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCXA
           ELSE
              MOVE "N" TO W-TEMCXA.
           OPEN INPUT ARQCCR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCCR
           ELSE
              MOVE "N" TO W-TEMCCR.
           MOVE 2,00 TO PAR-TAXACARTAO
           MOVE 30 TO PAR-PRAZOCART
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 2,00 TO PAR-TAXACARTAO
                 MOVE 30 TO PAR-PRAZOCART.
           IF PAR-PRAZOCART = 0
              MOVE 30 TO PAR-PRAZOCART.

       R1.
           DISPLAY "PROJECAO DE FLUXO DE CAIXA".
           DISPLAY "Horizonte em dias (ate 90)     : "
       R2-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2-CARTAO.
           IF TIT-STATUS NOT = "A" AND "B"
              GO TO R2-LOOP.

           COMPUTE W-SALDOTIT = TIT-VALOR - TIT-VALORPAGO
              ADD W-SALDOTIT TO TBF-PAGAR (IND).
           GO TO R2-LOOP.

      * VENDAS EM CARTAO DO ULTIMO ANO: O QUE A ADQUIRENTE AINDA *
      * NAO REPASSOU (VALOR DA BAIXA MENOS OS CREDITOS CASADOS),  *
      * LIQUIDO DA TAXA, DIVIDIDO NAS PARCELAS QUE FALTAM; A      *
      * PARCELA N CAI N PRAZOS DE REPASSE DEPOIS DA VENDA, E A    *
      * JA ATRASADA ENTRA NA PRIMEIRA FAIXA, COMO OS VENCIDOS     *
       R2-CARTAO.
           MOVE ZEROS TO W-TOTCARTAO
           IF W-TEMCXA = "N"
              GO TO R3-EMITE.
           COMPUTE W-CORTE-DIAS = W-HOJE-DIAS - 360
           MOVE ZEROS TO CXA-CHAVE
           START ARQCXA KEY IS NOT LESS THAN CXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3-EMITE.

       R2-CXA.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3-EMITE.
           IF CXA-TIPO NOT = "R" OR CXA-FORMA NOT = "C"
              GO TO R2-CXA.
           MOVE CXA-DATA TO W-CXA-R
           COMPUTE W-VENDA-DIAS = (W-CXA-ANO * 360)
                   + (W-CXA-MES * 30) + W-CXA-DIA
           IF W-VENDA-DIAS < W-CORTE-DIAS
              GO TO R2-CXA.
           PERFORM SOMA-CREDITOS THRU SOMA-CREDITOS-FIM
           COMPUTE W-RESTANTE = CXA-VALOR - W-BRUTOCRED
           IF W-RESTANTE NOT > 0,01
              GO TO R2-CXA.
           IF W-QTDCRED NOT < W-QTDPARC
              MOVE W-QTDCRED TO W-QTDPARC
              ADD 1 TO W-QTDPARC.
           COMPUTE W-LIQRESTANTE ROUNDED = W-RESTANTE
                   * (100 - PAR-TAXACARTAO) / 100
           ADD W-LIQRESTANTE TO W-TOTCARTAO
           COMPUTE W-LIQPARC = W-LIQRESTANTE / (W-QTDPARC - W-QTDCRED)
           MOVE W-QTDCRED TO W-PARCCART.

       R2-PARCCART.
           ADD 1 TO W-PARCCART
           IF W-PARCCART > W-QTDPARC
              GO TO R2-CXA.
      * A ULTIMA PARCELA LEVA A SOBRA DA DIVISAO *
           IF W-PARCCART = W-QTDPARC
              MOVE W-LIQRESTANTE TO W-LIQPARC.
           SUBTRACT W-LIQPARC FROM W-LIQRESTANTE
           COMPUTE W-DIA = W-VENDA-DIAS
                   + (PAR-PRAZOCART * W-PARCCART) - W-HOJE-DIAS
           IF W-DIA < 0
              MOVE ZEROS TO W-DIA.
           IF W-DIA > W-HORIZONTE
              GO TO R2-PARCCART.
           COMPUTE IND = W-DIA + 1
           ADD W-LIQPARC TO TBF-RECEBER (IND)
           GO TO R2-PARCCART.

      * EMITE A PROJECAO NA TELA E NO RELATORIO *
       R3-EMITE.
           OPEN OUTPUT ARQREL
           MOVE SPACES TO REGREL
           MOVE LD-SALDO TO REGREL
           WRITE REGREL.
           IF W-TOTCARTAO > 0
              MOVE W-TOTCARTAO TO LD-RECEBER
              MOVE SPACES TO REGREL
              STRING "CARTAO A RECEBER DA ADQUIRENTE (NO TOTAL): "
                     LD-RECEBER DELIMITED BY SIZE INTO REGREL
              WRITE REGREL
              DISPLAY "CARTAO A RECEBER: " LD-RECEBER.
           CLOSE ARQREL
           DISPLAY "SALDO PROJETADO : " LD-SALDO
           DISPLAY "*** RELATORIO GERADO EM RELFLUXO.TXT ***".
           GO TO ROT-FIM.

      * SOMA OS CREDITOS DA ADQUIRENTE JA CASADOS COM A BAIXA EM *
      * CARTAO CORRENTE (REGCXA), COMO NO SCE058                 *
       SOMA-CREDITOS.
           MOVE ZEROS TO W-QTDCRED W-BRUTOCRED
           MOVE 1 TO W-QTDPARC
           IF W-TEMCCR = "N"
              GO TO SOMA-CREDITOS-FIM.
           MOVE CXA-CHAVE TO CCR-CXA-CHAVE
           START ARQCCR KEY IS = CCR-CXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CREDITOS-FIM.
       SOMA-CREDITOS-LOOP.
           READ ARQCCR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CREDITOS-FIM.
           IF CCR-CXA-CHAVE NOT = CXA-CHAVE
              GO TO SOMA-CREDITOS-FIM.
           ADD 1 TO W-QTDCRED
           ADD CCR-VALORBRUTO TO W-BRUTOCRED
           IF CCR-QTDPARC > W-QTDPARC
              MOVE CCR-QTDPARC TO W-QTDPARC.
           GO TO SOMA-CREDITOS-LOOP.
       SOMA-CREDITOS-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQTIT.
           IF W-TEMCXA = "S"
              CLOSE ARQCXA.
           IF W-TEMCCR = "S"
              CLOSE ARQCCR.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           STOP RUN.

      *    FILE STATUS
