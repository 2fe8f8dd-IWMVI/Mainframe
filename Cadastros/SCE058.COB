       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE058.

      *AUTHOR. Wallace Martins.
      *    CONCILIACAO DOS REPASSES DA ADQUIRENTE DE CARTAO    *
      *    A BAIXA EM CARTAO ENTRA NO LIVRO DE CAIXA (ARQCXA, FORMA
      *    "C") PELO VALOR CHEIO NO DIA DA VENDA, MAS A ADQUIRENTE
      *    PAGA DIAS DEPOIS, DESCONTADA A TAXA E AS VEZES EM
      *    PARCELAS. IMPORTACAO: LE O ARQUIVO DE REPASSES DA
      *    ADQUIRENTE (LIQCARTAO.TXT), CASA CADA CREDITO COM A
      *    BAIXA EM CARTAO DO ARQCXA PELA DATA E VALOR DA VENDA,
      *    GUARDA O CREDITO NO ARQCCR (CHAVE NSU + PARCELA) E
      *    CONFERE A TAXA COBRADA CONTRA A CONTRATADA (PARAMETRO
      *    PAR-TAXACARTAO DO SCE041); CREDITO REPETIDO OU SEM
      *    VENDA CORRESPONDENTE SAI APONTADO EM RELCARTAO.TXT.
      *    PENDENCIAS: PARA AS VENDAS EM CARTAO DO ULTIMO ANO LISTA
      *    EM RELCARPE.TXT AS NUNCA LIQUIDADAS (PASSADO O PRAZO DE
      *    REPASSE), AS LIQUIDADAS A MAIOR (EM DUPLICIDADE) E O
      *    VALOR LIQUIDO AINDA A RECEBER DA ADQUIRENTE, QUE O
      *    SCE048 SOMA NA PROJECAO DE FLUXO DE CAIXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQLIQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQRPE ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
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

      * CREDITOS DA ADQUIRENTE JA IMPORTADOS; CCR-CXA-CHAVE E A    *
      * BAIXA EM CARTAO CASADA (ZEROS = CREDITO SEM VENDA)         *
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

      * ARQUIVO DE REPASSES DA ADQUIRENTE: REGISTRO "1" = UM      *
      * CREDITO (UMA PARCELA DE UMA VENDA); "0" E "9" SAO HEADER  *
      * E TRAILER E SAO IGNORADOS                                 *
       FD ARQLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIQCARTAO.TXT".
       01 REGLIQ.
          03 LQ-TIPOREG              PIC X(01).
          03 LQ-NSU                  PIC X(12).
          03 LQ-DATAVENDA            PIC 9(08).
          03 LQ-VALORVENDA           PIC 9(09)V99.
          03 LQ-PARCELA              PIC 9(02).
          03 LQ-QTDPARC              PIC 9(02).
          03 LQ-DATACRED             PIC 9(08).
          03 LQ-VALORBRUTO           PIC 9(09)V99.
          03 LQ-TAXA                 PIC 9(07)V99.
          03 LQ-VALORLIQ             PIC 9(09)V99.
          03 FILLER                  PIC X(25).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCARTAO.TXT".
       01 REGREL                     PIC X(132).

       FD ARQRPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCARPE.TXT".
       01 REGRPE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCAO                    PIC 9(01) VALUE ZEROS.
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-ACHOU                    PIC X(01) VALUE "N".
       01 W-LIVRE                    PIC X(01) VALUE "N".

       01 W-HOJE                     PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJE-ANO              PIC 9(04).
          03 W-HOJE-MES              PIC 9(02).
          03 W-HOJE-DIA              PIC 9(02).
       01 W-DATA-R.
          03 W-DATA-ANO              PIC 9(04).
          03 W-DATA-MES              PIC 9(02).
          03 W-DATA-DIA              PIC 9(02).

      * DIAS PELO CALENDARIO COMERCIAL (360 DIAS), COMO NO AGING *
       01 W-HOJE-DIAS                PIC S9(09) COMP VALUE ZEROS.
       01 W-VENDA-DIAS               PIC S9(09) COMP VALUE ZEROS.
       01 W-CORTE-DIAS               PIC S9(09) COMP VALUE ZEROS.
       01 W-ATRASO                   PIC S9(09) COMP VALUE ZEROS.

      * BAIXA CANDIDATA NA IMPORTACAO *
       01 W-CXA-CHAVE.
          03 W-CXA-DATA              PIC 9(08).
          03 W-CXA-HORA              PIC 9(06).
          03 W-CXA-SEQ               PIC 9(03).

      * CONFERENCIA DA TAXA *
       01 W-TAXAESPER                PIC 9(07)V99 VALUE ZEROS.
       01 W-DIFTAXA                  PIC S9(07)V99 VALUE ZEROS.
       01 W-PCTCOBRADO               PIC 9(03)V99 VALUE ZEROS.

      * CREDITOS JA RECEBIDOS DE UMA VENDA *
       01 W-QTDCRED                  PIC 9(02) VALUE ZEROS.
       01 W-QTDPARC                  PIC 9(02) VALUE ZEROS.
       01 W-BRUTOCRED                PIC 9(09)V99 VALUE ZEROS.
       01 W-RESTANTE                 PIC S9(09)V99 VALUE ZEROS.
       01 W-LIQRESTANTE              PIC 9(09)V99 VALUE ZEROS.

      * TOTAIS *
       01 W-QTDLIDOS                 PIC 9(06) VALUE ZEROS.
       01 W-QTDCASADOS               PIC 9(06) VALUE ZEROS.
       01 W-QTDDUPLIC                PIC 9(06) VALUE ZEROS.
       01 W-QTDSEMVENDA              PIC 9(06) VALUE ZEROS.
       01 W-QTDTAXADIV               PIC 9(06) VALUE ZEROS.
       01 W-QTDNAOLIQ                PIC 9(06) VALUE ZEROS.
       01 W-QTDAMAIOR                PIC 9(06) VALUE ZEROS.
       01 W-TOTBRUTO                 PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTCASADO                PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTTAXA                  PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTLIQ                   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTARECEBER              PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTNAOLIQ                PIC 9(11)V99 VALUE ZEROS.

       01 LINHA-CRED.
           03 LC-SITUACAO            PIC X(14).
           03 LC-NSU                 PIC X(12).
           03 FILLER                 PIC X(01) VALUE "/".
           03 LC-PARCELA             PIC 9(02).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LC-DATAVENDA           PIC 9999/99/99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LC-DATACRED            PIC 9999/99/99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LC-BRUTO               PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LC-TAXA                PIC Z.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LC-PCT                 PIC ZZ9,99.
           03 FILLER                 PIC X(02) VALUE "% ".
           03 LC-LIQUIDO             PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LC-OBS                 PIC X(20).

       01 LINHA-PEND.
           03 LP-SITUACAO            PIC X(16).
           03 LP-DATA                PIC 9999/99/99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LP-HORA                PIC 99.99.99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-PEDIDO              PIC 9(06).
           03 FILLER                 PIC X(01) VALUE "/".
           03 LP-PARCELA             PIC 9(02).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-RECEBIDO            PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-PARCELAS            PIC Z9.
           03 FILLER                 PIC X(01) VALUE "/".
           03 LP-QTDPARC             PIC Z9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-ARECEBER            PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LT-TITULO              PIC X(36).
           03 LT-QTDE                PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LT-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQCXA
           IF ST-ERRO NOT = "00"
              DISPLAY "*** LIVRO DE CAIXA (ARQCXA) NAO ENCONTRADO ***"
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQCCR
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQCCR
              DISPLAY "CRIANDO ARQUIVO DE REPASSES DE CARTAO"
              CLOSE ARQCCR
              GO TO R0A
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE REPASSES"
              CLOSE ARQCXA
              GO TO ROT-FIM.

      * PARAMETROS (SCE041): TAXA CONTRATADA E PRAZO DE REPASSE; *
      * SEM O ARQUIVO VALEM OS PADROES                           *
       R0B.
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
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-DIAS = (W-HOJE-ANO * 360)
                   + (W-HOJE-MES * 30) + W-HOJE-DIA.

       R1.
           DISPLAY "CONCILIACAO DE REPASSES DE CARTAO".
           DISPLAY "1 - Importar Repasses (LIQCARTAO.TXT)".
           DISPLAY "2 - Vendas Pendentes e Saldo a Receber".
           DISPLAY "3 - Sair".
           DISPLAY "Opcao : " WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = 1
              GO TO M1-IMPORTA.
           IF W-OPCAO = 2
              GO TO M2-PENDENTES.
           IF W-OPCAO = 3
              GO TO ROT-FIM.
           DISPLAY "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***"
           GO TO R1.

      *-----------------------------------------------------------*
      * IMPORTACAO DO ARQUIVO DE REPASSES DA ADQUIRENTE            *
      *-----------------------------------------------------------*
       M1-IMPORTA.
           OPEN INPUT ARQLIQ
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO LIQCARTAO.TXT NAO ENCONTRADO ***"
              GO TO R1.

           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              CLOSE ARQLIQ
              GO TO R1.

           MOVE SPACES TO REGREL
           MOVE "RELATORIO DE REPASSES DA ADQUIRENTE DE CARTAO"
               TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           MOVE PAR-TAXACARTAO TO LC-PCT
           STRING "TAXA CONTRATADA: " LC-PCT "%"
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE ZEROS TO W-QTDLIDOS W-QTDCASADOS W-QTDDUPLIC
                         W-QTDSEMVENDA W-QTDTAXADIV
           MOVE ZEROS TO W-TOTBRUTO W-TOTTAXA W-TOTLIQ W-TOTCASADO.

       M1-LOOP.
           READ ARQLIQ NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M1-FIM.
           IF LQ-TIPOREG NOT = "1"
              GO TO M1-LOOP.
           ADD 1 TO W-QTDLIDOS
           MOVE SPACES TO LC-OBS
           MOVE LQ-NSU TO LC-NSU
           MOVE LQ-PARCELA TO LC-PARCELA
           MOVE LQ-DATAVENDA TO LC-DATAVENDA
           MOVE LQ-DATACRED TO LC-DATACRED
           MOVE LQ-VALORBRUTO TO LC-BRUTO
           MOVE LQ-TAXA TO LC-TAXA
           MOVE LQ-VALORLIQ TO LC-LIQUIDO
           MOVE ZEROS TO W-PCTCOBRADO
           IF LQ-VALORBRUTO > 0
              COMPUTE W-PCTCOBRADO ROUNDED =
                      LQ-TAXA * 100 / LQ-VALORBRUTO.
           MOVE W-PCTCOBRADO TO LC-PCT

      * O MESMO NSU/PARCELA JA IMPORTADO E CREDITO EM DUPLICIDADE *
      * (ARQUIVO REPETIDO OU A ADQUIRENTE PAGOU DUAS VEZES)        *
           MOVE LQ-NSU TO CCR-NSU
           MOVE LQ-PARCELA TO CCR-PARCELA
           READ ARQCCR
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDDUPLIC
              MOVE "DUPLICIDADE   " TO LC-SITUACAO
              MOVE "JA IMPORTADO ANTES" TO LC-OBS
              MOVE LINHA-CRED TO REGREL
              WRITE REGREL
              GO TO M1-LOOP.

           PERFORM BUSCA-VENDA THRU BUSCA-VENDA-FIM
           PERFORM CONFERE-TAXA THRU CONFERE-TAXA-FIM

           MOVE LQ-NSU TO CCR-NSU
           MOVE LQ-PARCELA TO CCR-PARCELA
           MOVE LQ-QTDPARC TO CCR-QTDPARC
           IF CCR-QTDPARC = 0
              MOVE 1 TO CCR-QTDPARC.
           MOVE LQ-DATAVENDA TO CCR-DATAVENDA
           MOVE LQ-VALORVENDA TO CCR-VALORVENDA
           MOVE LQ-DATACRED TO CCR-DATACRED
           MOVE LQ-VALORBRUTO TO CCR-VALORBRUTO
           MOVE LQ-TAXA TO CCR-TAXA
           MOVE LQ-VALORLIQ TO CCR-VALORLIQ
           IF W-ACHOU = "S"
              MOVE W-CXA-CHAVE TO CCR-CXA-CHAVE
           ELSE
              MOVE ZEROS TO CCR-CXA-CHAVE.
           MOVE W-HOJE TO CCR-DATAIMP
           WRITE REGCCR
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO REPASSE " LQ-NSU
              GO TO M1-LOOP.

           ADD LQ-VALORBRUTO TO W-TOTBRUTO
           ADD LQ-TAXA TO W-TOTTAXA
           ADD LQ-VALORLIQ TO W-TOTLIQ
           IF W-ACHOU = "S"
              ADD 1 TO W-QTDCASADOS
              ADD LQ-VALORBRUTO TO W-TOTCASADO
              MOVE "PAGO          " TO LC-SITUACAO
           ELSE
              ADD 1 TO W-QTDSEMVENDA
              MOVE "SEM VENDA     " TO LC-SITUACAO
              MOVE "BAIXA NAO ENCONTRADA" TO LC-OBS.
           IF CCR-TAXAOK = "N"
              ADD 1 TO W-QTDTAXADIV
              IF LC-OBS = SPACES
                 MOVE "TAXA DIVERGENTE" TO LC-OBS.
           MOVE LINHA-CRED TO REGREL
           WRITE REGREL.
           GO TO M1-LOOP.

       M1-FIM.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "CREDITOS LIDOS               :" TO LT-TITULO
           MOVE W-QTDLIDOS TO LT-QTDE
           MOVE ZEROS TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PAGOS (CASADOS COM A VENDA)  :" TO LT-TITULO
           MOVE W-QTDCASADOS TO LT-QTDE
           MOVE W-TOTCASADO TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "TAXAS COBRADAS (QTD DIVERGENTES):" TO LT-TITULO
           MOVE W-QTDTAXADIV TO LT-QTDE
           MOVE W-TOTTAXA TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "LIQUIDO CREDITADO            :" TO LT-TITULO
           MOVE ZEROS TO LT-QTDE
           MOVE W-TOTLIQ TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "CREDITOS SEM VENDA           :" TO LT-TITULO
           MOVE W-QTDSEMVENDA TO LT-QTDE
           MOVE ZEROS TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "CREDITOS EM DUPLICIDADE      :" TO LT-TITULO
           MOVE W-QTDDUPLIC TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.

           CLOSE ARQLIQ ARQREL
           DISPLAY "CREDITOS LIDOS      : " W-QTDLIDOS
           DISPLAY "CASADOS COM A VENDA : " W-QTDCASADOS
           DISPLAY "SEM VENDA           : " W-QTDSEMVENDA
           DISPLAY "EM DUPLICIDADE      : " W-QTDDUPLIC
           DISPLAY "TAXA DIVERGENTE     : " W-QTDTAXADIV
           DISPLAY "*** RELATORIO GERADO EM RELCARTAO.TXT ***"
           GO TO R1.

      *-----------------------------------------------------------*
      * VENDAS EM CARTAO DO ULTIMO ANO: NUNCA LIQUIDADAS, PAGAS A  *
      * MAIOR E SALDO LIQUIDO AINDA A RECEBER DA ADQUIRENTE         *
      *-----------------------------------------------------------*
       M2-PENDENTES.
           OPEN OUTPUT ARQRPE
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              GO TO R1.
           MOVE SPACES TO REGRPE
           MOVE "VENDAS EM CARTAO PENDENTES DE REPASSE DA ADQUIRENTE"
               TO REGRPE
           WRITE REGRPE.
           MOVE SPACES TO REGRPE WRITE REGRPE.
           MOVE ZEROS TO W-QTDNAOLIQ W-QTDAMAIOR
                         W-TOTARECEBER W-TOTNAOLIQ
           COMPUTE W-CORTE-DIAS = W-HOJE-DIAS - 360
           MOVE ZEROS TO CXA-CHAVE
           START ARQCXA KEY IS NOT LESS THAN CXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO M2-FIM.

       M2-LOOP.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M2-FIM.
           IF CXA-TIPO NOT = "R" OR CXA-FORMA NOT = "C"
              GO TO M2-LOOP.
           MOVE CXA-DATA TO W-DATA-R
           COMPUTE W-VENDA-DIAS = (W-DATA-ANO * 360)
                   + (W-DATA-MES * 30) + W-DATA-DIA
           IF W-VENDA-DIAS < W-CORTE-DIAS
              GO TO M2-LOOP.
           PERFORM SOMA-CREDITOS THRU SOMA-CREDITOS-FIM
           COMPUTE W-RESTANTE = CXA-VALOR - W-BRUTOCRED
           COMPUTE W-ATRASO = W-HOJE-DIAS - W-VENDA-DIAS
                   - PAR-PRAZOCART

           MOVE CXA-DATA TO LP-DATA
           MOVE CXA-HORA TO LP-HORA
           MOVE CXA-PED-COD TO LP-PEDIDO
           MOVE CXA-PARCELA TO LP-PARCELA
           MOVE CXA-VALOR TO LP-VALOR
           MOVE W-BRUTOCRED TO LP-RECEBIDO
           MOVE W-QTDCRED TO LP-PARCELAS
           MOVE W-QTDPARC TO LP-QTDPARC
           MOVE ZEROS TO LP-ARECEBER

      * CREDITADO MAIS QUE A VENDA (TOLERANCIA DE UM CENTAVO) *
           IF W-RESTANTE < -0,01
              ADD 1 TO W-QTDAMAIOR
              MOVE "PAGA A MAIOR    " TO LP-SITUACAO
              MOVE LINHA-PEND TO REGRPE
              WRITE REGRPE
              GO TO M2-LOOP.
           IF W-RESTANTE NOT > 0,01
              GO TO M2-LOOP.

           COMPUTE W-LIQRESTANTE ROUNDED = W-RESTANTE
                   * (100 - PAR-TAXACARTAO) / 100
           ADD W-LIQRESTANTE TO W-TOTARECEBER
           MOVE W-LIQRESTANTE TO LP-ARECEBER
           IF W-QTDCRED = 0 AND W-ATRASO > 0
              ADD 1 TO W-QTDNAOLIQ
              ADD CXA-VALOR TO W-TOTNAOLIQ
              MOVE "NAO LIQUIDADA   " TO LP-SITUACAO
           ELSE
              IF W-QTDCRED = 0
                 MOVE "A RECEBER       " TO LP-SITUACAO
              ELSE
                 MOVE "PARCELAS A VIR  " TO LP-SITUACAO.
           MOVE LINHA-PEND TO REGRPE
           WRITE REGRPE.
           GO TO M2-LOOP.

       M2-FIM.
           MOVE SPACES TO REGRPE WRITE REGRPE.
           MOVE "VENDAS NUNCA LIQUIDADAS      :" TO LT-TITULO
           MOVE W-QTDNAOLIQ TO LT-QTDE
           MOVE W-TOTNAOLIQ TO LT-VALOR
           MOVE LINHA-TOT TO REGRPE
           WRITE REGRPE.
           MOVE "VENDAS PAGAS A MAIOR         :" TO LT-TITULO
           MOVE W-QTDAMAIOR TO LT-QTDE
           MOVE ZEROS TO LT-VALOR
           MOVE LINHA-TOT TO REGRPE
           WRITE REGRPE.
           MOVE "LIQUIDO A RECEBER DA ADQUIRENTE :" TO LT-TITULO
           MOVE ZEROS TO LT-QTDE
           MOVE W-TOTARECEBER TO LT-VALOR
           MOVE LINHA-TOT TO REGRPE
           WRITE REGRPE.
           CLOSE ARQRPE
           MOVE W-TOTARECEBER TO LT-VALOR
           DISPLAY "NUNCA LIQUIDADAS  : " W-QTDNAOLIQ
           DISPLAY "PAGAS A MAIOR     : " W-QTDAMAIOR
           DISPLAY "LIQUIDO A RECEBER : " LT-VALOR
           DISPLAY "*** RELATORIO GERADO EM RELCARPE.TXT ***"
           GO TO R1.

      * PROCURA A BAIXA EM CARTAO DA VENDA DO CREDITO: MESMA DATA E *
      * VALOR, AINDA NAO CASADA COM OUTRO NSU (AS PARCELAS DE UMA   *
      * MESMA VENDA CAEM TODAS NA MESMA BAIXA)                      *
       BUSCA-VENDA.
           MOVE "N" TO W-ACHOU
           MOVE LQ-DATAVENDA TO CXA-DATA
           MOVE ZEROS TO CXA-HORA CXA-SEQ
           START ARQCXA KEY IS NOT LESS THAN CXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-VENDA-FIM.
       BUSCA-VENDA-LOOP.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-VENDA-FIM.
           IF CXA-DATA NOT = LQ-DATAVENDA
              GO TO BUSCA-VENDA-FIM.
           IF CXA-TIPO NOT = "R" OR CXA-FORMA NOT = "C"
              GO TO BUSCA-VENDA-LOOP.
           IF CXA-VALOR NOT = LQ-VALORVENDA
              GO TO BUSCA-VENDA-LOOP.
           MOVE "S" TO W-LIVRE
           MOVE CXA-CHAVE TO CCR-CXA-CHAVE
           START ARQCCR KEY IS = CCR-CXA-CHAVE
           IF ST-ERRO = "00"
              READ ARQCCR NEXT RECORD
              IF ST-ERRO = "00" AND CCR-CXA-CHAVE = CXA-CHAVE
                 AND CCR-NSU NOT = LQ-NSU
                 MOVE "N" TO W-LIVRE.
           IF W-LIVRE = "N"
              GO TO BUSCA-VENDA-LOOP.
           MOVE "S" TO W-ACHOU
           MOVE CXA-CHAVE TO W-CXA-CHAVE.
       BUSCA-VENDA-FIM.
                EXIT.

      * TAXA ESPERADA = BRUTO X TAXA CONTRATADA; DIFERENCA ACIMA DE *
      * UM CENTAVO (ARREDONDAMENTO DA ADQUIRENTE) E DIVERGENCIA     *
       CONFERE-TAXA.
           COMPUTE W-TAXAESPER ROUNDED =
                   LQ-VALORBRUTO * PAR-TAXACARTAO / 100
           COMPUTE W-DIFTAXA = LQ-TAXA - W-TAXAESPER
           IF W-DIFTAXA > 0,01 OR W-DIFTAXA < -0,01
              MOVE "N" TO CCR-TAXAOK
           ELSE
              MOVE "S" TO CCR-TAXAOK.
       CONFERE-TAXA-FIM.
                EXIT.

      * SOMA OS CREDITOS JA RECEBIDOS DA BAIXA CORRENTE (REGCXA) *
       SOMA-CREDITOS.
           MOVE ZEROS TO W-QTDCRED W-BRUTOCRED
           MOVE 1 TO W-QTDPARC
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
           CLOSE ARQCXA ARQCCR.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
