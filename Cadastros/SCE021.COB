      *    POR FORNECEDOR, COM A QUANTIDADE SUGERIDA PARA FICAR ACIMA
      *    DO MINIMO. O FORNECEDOR DE CADA PRODUTO E O VENCEDOR DA
      *    COTACAO (MENOR PRECO NO ARQPFO, MANTIDO PELO SCE036);
      *    SEM COTACAO VALE O FORNECEDOR PADRAO DO PRO-CPFCNPJ. A
      *    COMPARACAO E FEITA PELO PRECO POR UNIDADE DE VENDA, E A
      *    QUANTIDADE SUGERIDA SAI NA UNIDADE DE COMPRA DO VENCEDOR
      *    (CX, FD...), ARREDONDADA PARA CIMA PELO FATOR. COM O
      *    PARAMETRO DE ESCOLHA DO FORNECEDOR EM "D" (SCE041), O
      *    PRECO DE CADA COTACAO E PONDERADO PELA NOTA DE DESEMPENHO
      *    DO FORNECEDOR (ARQDSF, SCE066) ANTES DA COMPARACAO. O
      *    RASCUNHO NAO MOVIMENTA ESTOQUE NEM FINANCEIRO: O COMPRADOR
      *    REVISA E EFETIVA NO SCE005 (OPCAO F), QUANDO ENTAO A
      *    COMPRA PASSA A VALER.
                    RECORD KEY   IS PFO-CHAVE
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

           SELECT ARQTIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TIT-CHAVE
                 ALTERNATE RECORD KEY IS TIT-CPFCNPJ WITH DUPLICATES
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

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPFO
               LABEL RECORD IS STANDARD
          03 PFO-PRECO               PIC 9(06)V99.
          03 PFO-DATACOT             PIC 9(08).
          03 PFO-PRAZODIAS           PIC 9(03).
          03 PFO-UNIDCOMPRA          PIC X(02).
          03 PFO-FATOR               PIC 9(04).

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

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".

       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-PED-COD          PIC 9(06).
             05 TIT-PARCELA          PIC 9(02).
          03 TIT-TIPO                PIC X(01).
          03 TIT-CPFCNPJ             PIC 9(14).
          03 TIT-DATAEMISSAO         PIC 9(08).
          03 TIT-DATAVENC            PIC 9(08).
          03 TIT-VALOR               PIC 9(09)V99.
          03 TIT-VALORPAGO           PIC 9(09)V99.
          03 TIT-DATAPAGTO           PIC 9(08).
          03 TIT-STATUS              PIC X(01).
          03 TIT-FORMAPAGTO          PIC X(01).
          03 TIT-SITBANCO            PIC X(01).
          03 TIT-VALORJUROS          PIC 9(07)V99.

       FD ARQREL
               LABEL RECORD IS STANDARD
       01 W-PROXPED                  PIC 9(06) VALUE ZEROS.
       01 W-ITEM                     PIC 9(02) VALUE ZEROS.
       01 W-QTDSUGERIDA              PIC 9(06) VALUE ZEROS.
       01 W-QTDSUGVENDA              PIC 9(06) VALUE ZEROS.
       01 W-QTDGERADOS               PIC 9(03) VALUE ZEROS.
       01 W-DATAHOJE                 PIC 9(08) VALUE ZEROS.
       01 W-TEMPFO                   PIC X(01) VALUE "N".
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-TEMDSF                   PIC X(01) VALUE "N".
       01 W-TEMTIT                   PIC X(01) VALUE "N".
       01 W-NOTA                     PIC 9(03) VALUE ZEROS.
       01 W-FORVENC                  PIC 9(14) VALUE ZEROS.
       01 W-PRECOVENC                PIC 9(06)V99 VALUE ZEROS.
       01 W-MELHORCOT                PIC 9(06)V9999 VALUE ZEROS.
       01 W-PRECOUNID                PIC 9(06)V9999 VALUE ZEROS.
       01 W-FATORVENC                PIC 9(04) VALUE ZEROS.
       01 W-UNIDVENC                 PIC X(02) VALUE SPACES.

       01 W-QTDBAIXO                 PIC 9(03) VALUE ZEROS.
       01 TAB-BAIXO.
              05 TBB-QTDE            PIC 9(06).
              05 TBB-PRECO           PIC 9(06)V99.
              05 TBB-CPFCNPJ         PIC 9(14).
              05 TBB-FATOR           PIC 9(04).
              05 TBB-UNIDADE         PIC X(02).

       01 W-QTDFOR                   PIC 9(03) VALUE ZEROS.
       01 TAB-FOR.
           03 LD-DESCRICAO           PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-QUANTIDADE          PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-UNIDCOMPRA          PIC X(02).
           03 FILLER                 PIC X(03) VALUE " = ".
           03 LD-QTDVENDA            PIC Z.ZZZ.ZZ9.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-UNIDVENDA           PIC X(02).

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
      * MINIMO A SUGESTAO DE COMPRA DEVE FICAR (PADRAO 1)        *
       R0B2.
           MOVE 1 TO PAR-FATORREPO
           MOVE "P" TO PAR-CRITFORN
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
           IF PAR-FATORREPO = 0
              MOVE 1 TO PAR-FATORREPO.

      * ESCOLHA POR DESEMPENHO SO VALE COM AS NOTAS DO SCE066 *
       R0B3.
           MOVE "N" TO W-TEMDSF
           IF PAR-CRITFORN = "D"
              OPEN INPUT ARQDSF
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMDSF
              ELSE
                 DISPLAY "*** SEM NOTAS DE DESEMPENHO (SCE066), VALE "
                         "O MENOR PRECO ***".

      * TITULOS: SO PARA A NUMERACAO NAO REPETIR O CODIGO DE UMA *
      * DESPESA (SCE057) OU ACORDO (SCE055) QUE NAO E PEDIDO        *
       R0B4.
           OPEN INPUT ARQTIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMTIT
           ELSE
              MOVE "N" TO W-TEMTIT.

       R0C.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
           MOVE SPACES TO REGREL
           MOVE "RELATORIO DE GERACAO DE PEDIDOS DE COMPRA" TO REGREL
           WRITE REGREL.
           IF W-TEMDSF = "S"
              MOVE "FORNECEDOR ESCOLHIDO PELO PRECO PONDERADO PELA NOTA"
                  TO REGREL
              WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.

      * MESMA SELECAO DO SCE008: ESTOQUE ABAIXO DO MINIMO *
           MOVE W-QTDBAIXO TO IND
           MOVE PRO-CODIGO TO TBB-CODIGO (IND)
           MOVE PRO-DESCRICAO TO TBB-DESCRICAO (IND)
           COMPUTE W-QTDSUGVENDA =
               PRO-QTDEMINIMA - PRO-QTDESTOQUE + PAR-FATORREPO
      * DA UNIDADE DE VENDA PARA A DE COMPRA, SEM FICAR ABAIXO *
           COMPUTE W-QTDSUGERIDA =
               (W-QTDSUGVENDA + W-FATORVENC - 1) / W-FATORVENC
           MOVE W-QTDSUGERIDA TO TBB-QTDE (IND)
           MOVE W-PRECOVENC TO TBB-PRECO (IND)
           MOVE W-FORVENC TO TBB-CPFCNPJ (IND)
           MOVE W-FATORVENC TO TBB-FATOR (IND)
           MOVE W-UNIDVENC TO TBB-UNIDADE (IND)

           PERFORM R3-ACUM-FOR THRU R3-ACUM-FOR-FIM.
           GO TO R2-SELECIONA.
      * ESCOLHE O FORNECEDOR DO PRODUTO EM FALTA: O MENOR PRECO   *
      * COTADO NO ARQPFO VENCE; SEM COTACAO VALE O FORNECEDOR     *
      * PADRAO DO CADASTRO AO CUSTO MEDIO (OU PRECO DE TABELA)    *
      * NA UNIDADE DE VENDA. O PRECO DO ARQPFO E POR UNIDADE DE   *
      * COMPRA, ENTAO AS COTACOES SE COMPARAM DIVIDIDAS PELO FATOR *
      * NA ESCOLHA POR DESEMPENHO O PRECO SOBE (100 - NOTA) / 2 %: *
      * NOTA 100 NAO MUDA, NOTA 0 PAGA 50% A MAIS; FORNECEDOR SEM   *
      * NOTA NO ARQDSF VALE 50                                      *
       R2A-ESCOLHE-FOR.
           MOVE PRO-CPFCNPJ TO W-FORVENC
           MOVE 1 TO W-FATORVENC
           MOVE PRO-UNIDADE TO W-UNIDVENC
           IF PRO-CUSTOMEDIO > 0
              MOVE PRO-CUSTOMEDIO TO W-PRECOVENC
           ELSE
              GO TO R2A-ESCOLHE-FOR-FIM.
           IF PFO-PRECO = 0
              GO TO R2A-ESCOLHE-LOOP.
           IF PFO-FATOR = 0
              MOVE 1 TO PFO-FATOR
              MOVE PRO-UNIDADE TO PFO-UNIDCOMPRA.
           COMPUTE W-PRECOUNID ROUNDED = PFO-PRECO / PFO-FATOR
           IF W-TEMDSF = "S"
              PERFORM R2B-PONDERA THRU R2B-PONDERA-FIM.
           IF W-MELHORCOT = 0 OR W-PRECOUNID < W-MELHORCOT
              MOVE W-PRECOUNID TO W-MELHORCOT
              MOVE PFO-CPFCNPJ TO W-FORVENC
              MOVE PFO-PRECO TO W-PRECOVENC
              MOVE PFO-FATOR TO W-FATORVENC
              MOVE PFO-UNIDCOMPRA TO W-UNIDVENC.
           GO TO R2A-ESCOLHE-LOOP.
       R2A-ESCOLHE-FOR-FIM.
                EXIT.

       R2B-PONDERA.
           MOVE PFO-CPFCNPJ TO DSF-CPFCNPJ
           READ ARQDSF
           IF ST-ERRO = "00"
              MOVE DSF-NOTA TO W-NOTA
           ELSE
              MOVE 50 TO W-NOTA.
           COMPUTE W-PRECOUNID ROUNDED = W-PRECOUNID
                   * (300 - W-NOTA) / 200.
       R2B-PONDERA-FIM.
                EXIT.

      * REGISTRA O FORNECEDOR VENCEDOR, SE AINDA NAO ESTA NA   *
      * TABELA                                                  *
       R3-ACUM-FOR.
           MOVE 1 TO IND2.
       R3-ACUM-FOR-BUSCA.
           IF IND2 > W-QTDFOR
              GO TO R3-ACUM-FOR-NOVO.
           IF TBF-CPFCNPJ (IND2) = W-FORVENC
              GO TO R3-ACUM-FOR-FIM.
           ADD 1 TO IND2
           GO TO R3-ACUM-FOR-BUSCA.
              GO TO R3-ACUM-FOR-FIM.
           ADD 1 TO W-QTDFOR
           MOVE W-QTDFOR TO IND2
           MOVE W-FORVENC TO TBF-CPFCNPJ (IND2).
       R3-ACUM-FOR-FIM.
                EXIT.

           IF ST-ERRO = "00"
              ADD 1 TO W-PROXPED
              GO TO R4-NUMERA.
           IF W-TEMTIT = "S"
              MOVE W-PROXPED TO TIT-PED-COD
              MOVE ZEROS TO TIT-PARCELA
              START ARQTIT KEY NOT LESS THAN TIT-CHAVE
              IF ST-ERRO = "00"
                 READ ARQTIT NEXT RECORD
                 IF ST-ERRO = "00" AND TIT-PED-COD = W-PROXPED
                    ADD 1 TO W-PROXPED
                    GO TO R4-NUMERA.

           MOVE SPACES TO REGPED
           MOVE W-PROXPED TO PED-COD
           MOVE TBB-PRECO (IND) TO PEI-PRECOUNITARIO
           COMPUTE PEI-VALORITEM = TBB-QTDE (IND) * TBB-PRECO (IND)
           MOVE "N" TO PEI-STATUS
           MOVE ZEROS TO PEI-QTDRECEBIDA PEI-DESCONTO
           MOVE TBB-FATOR (IND) TO PEI-FATOR
           WRITE REGPEI
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO ITEM GERADO"
           MOVE TBB-CODIGO (IND) TO LD-CODIGO
           MOVE TBB-DESCRICAO (IND) TO LD-DESCRICAO
           MOVE TBB-QTDE (IND) TO LD-QUANTIDADE
           MOVE TBB-UNIDADE (IND) TO LD-UNIDCOMPRA
           COMPUTE LD-QTDVENDA = TBB-QTDE (IND) * TBB-FATOR (IND)
           MOVE TBB-CODIGO (IND) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE PRO-UNIDADE TO LD-UNIDVENDA
           ELSE
              MOVE SPACES TO LD-UNIDVENDA.
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
       R6-LISTA-PROX.
              CLOSE ARQPFO.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           IF W-TEMDSF = "S"
              CLOSE ARQDSF.
           IF W-TEMTIT = "S"
              CLOSE ARQTIT.
           CLOSE ARQPRO ARQPED ARQPEI ARQREL.
           STOP RUN.

