      *    MANTEM O VINCULO PRODUTO-FORNECEDOR (ARQPFO): VARIOS
      *    FORNECEDORES POR PRODUTO, CADA UM COM O ULTIMO PRECO
      *    COTADO (RECEBIDO POR TELEFONE) E O PRAZO DE ENTREGA EM
      *    DIAS. CADA VINCULO TEM A UNIDADE DE COMPRA DO FORNECEDOR
      *    (CX, FD...) E O FATOR DE CONVERSAO PARA A UNIDADE DE
      *    VENDA (PRO-UNIDADE); O PRECO COTADO E POR UNIDADE DE
      *    COMPRA. EMITE O COMPARATIVO LADO A LADO DOS PRODUTOS COM
      *    ESTOQUE ABAIXO DO MINIMO (MESMA SELECAO DO SCE008) EM
      *    RELCOTAC.TXT, MARCANDO O MENOR PRECO POR UNIDADE DE
      *    VENDA. O SCE021 USA ESTE ARQUIVO PARA GERAR O RASCUNHO
      *    DE COMPRA AO VENCEDOR. O COMPARATIVO MOSTRA A NOTA DE
      *    DESEMPENHO DO FORNECEDOR (ARQDSF, SCE066) E, COM O
      *    PARAMETRO DE ESCOLHA EM "D" (SCE041), MARCA A COTACAO QUE
      *    O SCE021 ESCOLHE PELO PRECO PONDERADO PELA NOTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQDSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSF-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
          03 PFO-PRECO               PIC 9(06)V99.
          03 PFO-DATACOT             PIC 9(08).
          03 PFO-PRAZODIAS           PIC 9(03).
          03 PFO-UNIDCOMPRA          PIC X(02).
          03 PFO-FATOR               PIC 9(04).

       FD ARQPRO
               LABEL RECORD IS STANDARD
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQFOR
               LABEL RECORD IS STANDARD
          03 FOR-EMAIL               PIC X(33).
          03 FOR-CONTATO             PIC X(32).

      * NOTA DE DESEMPENHO POR FORNECEDOR DO ULTIMO PROCESSAMENTO *
      * DO SCE066                                                 *
       FD ARQDSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSF.DAT".

       01 REGDSF.
          03 DSF-CPFCNPJ             PIC 9(14).
          03 DSF-DATAINI             PIC 9(08).
          03 DSF-DATAFIM             PIC 9(08).
          03 DSF-QTDPED              PIC 9(04).
          03 DSF-PRAZOREAL           PIC 9(03)V9.
          03 DSF-PRAZOCOT            PIC 9(03)V9.
          03 DSF-ATRASO              PIC 9(03)V9.
          03 DSF-ATENDIMENTO         PIC 9(03)V99.
          03 DSF-QTDDIVERG           PIC 9(04).
          03 DSF-VARPRECO            PIC S9(03)V99.
          03 DSF-NOTA                PIC 9(03).
          03 DSF-POSICAO             PIC 9(03).
          03 DSF-DATACALC            PIC 9(08).

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
               VALUE OF FILE-ID IS "RELCOTAC.TXT".
       01 W-FORNECEDOR               PIC 9(14) VALUE ZEROS.
       01 W-PRECO                    PIC 9(06)V99 VALUE ZEROS.
       01 W-PRAZO                    PIC 9(03) VALUE ZEROS.
       01 W-UNIDCOMPRA               PIC X(02) VALUE SPACES.
       01 W-FATOR                    PIC 9(04) VALUE ZEROS.
       01 W-PRECOUNID                PIC 9(06)V9999 VALUE ZEROS.
       01 W-MENORPRECO               PIC 9(06)V9999 VALUE ZEROS.
       01 W-QTDCOT                   PIC 9(03) VALUE ZEROS.
       01 W-QTDPRODREL               PIC 9(05) VALUE ZEROS.
       01 W-TEMDSF                   PIC X(01) VALUE "N".
       01 W-CRITFORN                 PIC X(01) VALUE "P".
       01 W-NOTA                     PIC 9(03) VALUE ZEROS.
       01 W-NOTAED                   PIC ZZ9.
       01 W-TEMNOTA                  PIC X(01) VALUE "N".
       01 W-PRECOPOND                PIC 9(06)V9999 VALUE ZEROS.
       01 W-MENORPOND                PIC 9(06)V9999 VALUE ZEROS.

       01 LINHA-PRO.
           03 FILLER                 PIC X(10) VALUE "PRODUTO : ".
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 LCO-CPFCNPJ            PIC 9(14).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LCO-NOME               PIC X(25).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LCO-PRECO              PIC ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE "/".
           03 LCO-UNIDCOMPRA         PIC X(02).
           03 FILLER                 PIC X(02) VALUE " (".
           03 LCO-FATOR              PIC ZZZ9.
           03 FILLER                 PIC X(01) VALUE " ".
           03 LCO-UNIDVENDA          PIC X(02).
           03 FILLER                 PIC X(02) VALUE ") ".
           03 LCO-PRECOUNID          PIC ZZZ.ZZ9,9999.
           03 FILLER                 PIC X(01) VALUE "/".
           03 LCO-UNIDVENDA2         PIC X(02).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LCO-PRAZO              PIC ZZ9.
           03 FILLER                 PIC X(05) VALUE " DIAS".
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LCO-DATACOT            PIC 9999/99/99.
           03 FILLER                 PIC X(06) VALUE " NOTA ".
           03 LCO-NOTA               PIC X(03).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LCO-VENCEDOR           PIC X(10).

              GO TO C1A.
           DISPLAY (13, 10) "Fornec. : " FOR-NOME.

      * UNIDADE DE COMPRA E FATOR: O QUE JA ESTA NO VINCULO VEM   *
      * COMO SUGESTAO; SEM VINCULO, A PROPRIA UNIDADE DE VENDA    *
           MOVE W-PRODUTO TO PFO-COD-PRO
           MOVE W-FORNECEDOR TO PFO-CPFCNPJ
           READ ARQPFO
           IF ST-ERRO = "00" AND PFO-FATOR > 0
              MOVE PFO-UNIDCOMPRA TO W-UNIDCOMPRA
              MOVE PFO-FATOR TO W-FATOR
           ELSE
              MOVE PRO-UNIDADE TO W-UNIDCOMPRA
              MOVE 1 TO W-FATOR.

       C1U.
           DISPLAY (14, 10) "Unid. Compra / Fator  : ".
           DISPLAY (14, 38) "x".
           DISPLAY (14, 45) PRO-UNIDADE.
           ACCEPT (14, 35) W-UNIDCOMPRA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1A.
           IF W-UNIDCOMPRA = SPACES
              MOVE PRO-UNIDADE TO W-UNIDCOMPRA.

       C1F.
           ACCEPT (14, 40) W-FATOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1U.
           IF W-FATOR = 0
              MOVE "*** FATOR DE CONVERSAO NAO PODE SER ZERO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1F.

       C1B.
           DISPLAY (15, 10) "Preco p/ Unid. Compra : ".
           ACCEPT (15, 35) W-PRECO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1U.
           IF W-PRECO = 0
              MOVE "*** PRECO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1B.

       C1C.
           DISPLAY (16, 10) "Prazo Entrega (dias)  : ".
           ACCEPT (16, 35) W-PRAZO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1B.
           MOVE W-PRECO TO PFO-PRECO
           ACCEPT PFO-DATACOT FROM DATE YYYYMMDD
           MOVE W-PRAZO TO PFO-PRAZODIAS
           MOVE W-UNIDCOMPRA TO PFO-UNIDCOMPRA
           MOVE W-FATOR TO PFO-FATOR
           WRITE REGPFO
           IF ST-ERRO = "22"
              REWRITE REGPFO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * CRITERIO DE ESCOLHA DO FORNECEDOR (ARQPAR) E NOTAS DO     *
      * SCE066; SEM ELES VALE O MENOR PRECO, COMO SEMPRE          *
           MOVE "P" TO W-CRITFORN
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE 1 TO PAR-ID
              MOVE "P" TO PAR-CRITFORN
              READ ARQPAR
              MOVE PAR-CRITFORN TO W-CRITFORN
              CLOSE ARQPAR.
           IF W-CRITFORN NOT = "D"
              MOVE "P" TO W-CRITFORN.
           OPEN INPUT ARQDSF
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMDSF
           ELSE
              MOVE "N" TO W-TEMDSF
              MOVE "P" TO W-CRITFORN.

           MOVE SPACES TO REGREL
           MOVE "COMPARATIVO DE COTACOES - PRODUTOS ABAIXO DO MINIMO"
               TO REGREL
           IF PRO-QTDESTOQUE NOT < PRO-QTDEMINIMA
              GO TO L2-LOOP.

      * PRIMEIRA PASSADA: ACHA O MENOR PRECO COTADO DO PRODUTO, *
      * LEVADO A UNIDADE DE VENDA PELO FATOR DE CADA FORNECEDOR  *
           MOVE ZEROS TO W-MENORPRECO W-MENORPOND W-QTDCOT
           MOVE PRO-CODIGO TO PFO-COD-PRO
           MOVE ZEROS TO PFO-CPFCNPJ
           START ARQPFO KEY IS NOT LESS THAN PFO-CHAVE
           IF PFO-COD-PRO NOT = PRO-CODIGO
              GO TO L3-LISTA.
           ADD 1 TO W-QTDCOT
           PERFORM L5-PRECOUNID THRU L5-PRECOUNID-FIM
           IF W-MENORPRECO = 0 OR W-PRECOUNID < W-MENORPRECO
              MOVE W-PRECOUNID TO W-MENORPRECO.
           IF W-MENORPOND = 0 OR W-PRECOPOND < W-MENORPOND
              MOVE W-PRECOPOND TO W-MENORPOND.
           GO TO L2-MENOR.

      * SEGUNDA PASSADA: LISTA AS COTACOES LADO A LADO *
              MOVE FOR-NOME TO LCO-NOME
           ELSE
              MOVE "FORNECEDOR NAO ENCONTRADO" TO LCO-NOME.
           PERFORM L5-PRECOUNID THRU L5-PRECOUNID-FIM
           MOVE PFO-PRECO TO LCO-PRECO
           MOVE W-UNIDCOMPRA TO LCO-UNIDCOMPRA
           MOVE W-FATOR TO LCO-FATOR
           MOVE PRO-UNIDADE TO LCO-UNIDVENDA LCO-UNIDVENDA2
           MOVE W-PRECOUNID TO LCO-PRECOUNID
           MOVE PFO-PRAZODIAS TO LCO-PRAZO
           MOVE PFO-DATACOT TO LCO-DATACOT
           IF W-TEMNOTA = "S"
              MOVE W-NOTA TO W-NOTAED
              MOVE W-NOTAED TO LCO-NOTA
           ELSE
              MOVE " --" TO LCO-NOTA.
           IF W-CRITFORN = "D" AND W-PRECOPOND = W-MENORPOND
              MOVE "<< ESCOLHA" TO LCO-VENCEDOR
           ELSE
              IF W-PRECOUNID = W-MENORPRECO
                 MOVE "<< MENOR" TO LCO-VENCEDOR
              ELSE
                 MOVE SPACES TO LCO-VENCEDOR.
           MOVE LINHA-COT TO REGREL
           WRITE REGREL.
           GO TO L3-LISTA-LOOP.
                  TO REGREL
              WRITE REGREL.
           CLOSE ARQREL
           IF W-TEMDSF = "S"
              CLOSE ARQDSF.
           MOVE "*** COMPARATIVO GERADO EM RELCOTAC.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * PRECO DA COTACAO POR UNIDADE DE VENDA; VINCULO SEM FATOR  *
      * (GRAVADO ANTES DA UNIDADE DE COMPRA) VALE FATOR 1. O PRECO *
      * PONDERADO E O MESMO DO SCE021: SOBE (100 - NOTA) / 2 %,    *
      * COM NOTA 50 PARA FORNECEDOR AINDA NAO AVALIADO             *
       L5-PRECOUNID.
           MOVE PFO-FATOR TO W-FATOR
           MOVE PFO-UNIDCOMPRA TO W-UNIDCOMPRA
           IF W-FATOR = 0
              MOVE 1 TO W-FATOR
              MOVE PRO-UNIDADE TO W-UNIDCOMPRA.
           COMPUTE W-PRECOUNID ROUNDED = PFO-PRECO / W-FATOR.
           MOVE 50 TO W-NOTA
           MOVE "N" TO W-TEMNOTA
           IF W-TEMDSF = "S"
              MOVE PFO-CPFCNPJ TO DSF-CPFCNPJ
              READ ARQDSF
              IF ST-ERRO = "00"
                 MOVE DSF-NOTA TO W-NOTA
                 MOVE "S" TO W-TEMNOTA.
           COMPUTE W-PRECOPOND ROUNDED = W-PRECOUNID
                   * (300 - W-NOTA) / 200.
       L5-PRECOUNID-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQPFO ARQPRO ARQFOR.
           STOP RUN.
