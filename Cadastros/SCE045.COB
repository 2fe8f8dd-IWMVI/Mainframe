      *    PRECO VIGENTE NO HISTORICO (ARQPRC) EXATAMENTE COMO O
      *    SCE018 FAZ. RESUMO DE ATUALIZADOS/NAO LOCALIZADOS/
      *    REJEITADOS EM RELIMPPR.TXT, COM AS LINHAS REJEITADAS
      *    PARA ACERTO MANUAL. A TABELA VEM NA UNIDADE DE COMPRA DO
      *    FORNECEDOR: COM VINCULO NO ARQPFO (SCE036) O PRECO DA
      *    LINHA VIRA A COTACAO DO VINCULO E O CUSTO DO PRODUTO E
      *    ELE DIVIDIDO PELO FATOR DE CONVERSAO; O VINCULO TAMBEM
      *    VALIDA O FORNECEDOR QUE NAO E O PADRAO DO CADASTRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPFO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFO-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQIMP ASSIGN TO DISK
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

       FD ARQPFO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPFO.DAT".

       01 REGPFO.
          03 PFO-CHAVE.
             05 PFO-COD-PRO          PIC 9(06).
             05 PFO-CPFCNPJ          PIC 9(14).
          03 PFO-PRECO               PIC 9(06)V99.
          03 PFO-DATACOT             PIC 9(08).
          03 PFO-PRAZODIAS           PIC 9(03).
          03 PFO-UNIDCOMPRA          PIC X(02).
          03 PFO-FATOR               PIC 9(04).

       FD ARQIMP
               LABEL RECORD IS STANDARD
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCAO                    PIC X(01) VALUE SPACES.
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-TEMPFO                   PIC X(01) VALUE "N".
       01 W-TEMVINC                  PIC X(01) VALUE "N".
       01 W-FATOR                    PIC 9(04) VALUE ZEROS.

       01 W-CNPJ-X                   PIC X(14) VALUE SPACES.
       01 W-CNPJ-N REDEFINES W-CNPJ-X PIC 9(14).
           IF PAR-MARKUP = 0
              MOVE 30 TO PAR-MARKUP.

      * VINCULOS PRODUTO-FORNECEDOR (SCE036): SEM O ARQUIVO TODA  *
      * LINHA E TRATADA NA UNIDADE DE VENDA                       *
       R0B1.
           OPEN I-O ARQPFO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPFO.

       R0C.
           OPEN INPUT ARQIMP
           IF ST-ERRO NOT = "00"
              WRITE REGREL
              GO TO R2-LOOP.

      * A LINHA SO VALE SE O PRODUTO PERTENCE AQUELE FORNECEDOR, *
      * PELO CADASTRO OU POR VINCULO NO ARQPFO                   *
           PERFORM R2A-VINCULO THRU R2A-VINCULO-FIM
           IF PRO-CPFCNPJ NOT = W-CNPJ-N AND W-TEMVINC NOT = "S"
              ADD 1 TO W-QTDNAOLOC
              MOVE "FORNECEDOR NAO CONFERE" TO LR-MOTIVO
              MOVE REGIMP TO LR-LINHA
              WRITE REGREL
              GO TO R2-LOOP.

      * O CUSTO DO PRODUTO E POR UNIDADE DE VENDA *
       R3-ATUALIZA.
           COMPUTE W-CUSTONOVO ROUNDED = W-CUSTO-N / W-FATOR
           MOVE W-CUSTONOVO TO PRO-CUSTOMEDIO
           COMPUTE PRO-PRECO ROUNDED =
               W-CUSTONOVO * (100 + PAR-MARKUP) / 100
              GO TO R2-LOOP.

           PERFORM GRAVA-PRC THRU GRAVA-PRC-FIM
           PERFORM GRAVA-PFO THRU GRAVA-PFO-FIM
           ADD 1 TO W-QTDATUAL
           MOVE PRO-CODIGO TO LA-CODIGO
           MOVE PRO-DESCRICAO TO LA-DESCRICAO
           WRITE REGREL.
           GO TO R2-LOOP.

      * VINCULO DO PRODUTO COM O FORNECEDOR DA LINHA: DA O FATOR  *
      * DA UNIDADE DE COMPRA PARA A DE VENDA (SEM VINCULO, 1)     *
       R2A-VINCULO.
           MOVE "N" TO W-TEMVINC
           MOVE 1 TO W-FATOR
           IF W-TEMPFO NOT = "S"
              GO TO R2A-VINCULO-FIM.
           MOVE PRO-CODIGO TO PFO-COD-PRO
           MOVE W-CNPJ-N TO PFO-CPFCNPJ
           READ ARQPFO
           IF ST-ERRO NOT = "00"
              GO TO R2A-VINCULO-FIM.
           MOVE "S" TO W-TEMVINC
           IF PFO-FATOR > 0
              MOVE PFO-FATOR TO W-FATOR.
       R2A-VINCULO-FIM.
                EXIT.

      * O PRECO DA TABELA, NA UNIDADE DE COMPRA, PASSA A SER A    *
      * COTACAO DO VINCULO, DATADA DE HOJE, COMO NO SCE036        *
       GRAVA-PFO.
           IF W-TEMVINC NOT = "S"
              GO TO GRAVA-PFO-FIM.
           MOVE W-CUSTO-N TO PFO-PRECO
           ACCEPT PFO-DATACOT FROM DATE YYYYMMDD
           REWRITE REGPFO
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA ATUALIZACAO DA COTACAO " PFO-COD-PRO.
       GRAVA-PFO-FIM.
                EXIT.

      * REGISTRA A LINHA REJEITADA NO RELATORIO *
       R4-REJEITA.
           ADD 1 TO W-QTDREJ
       ROT-FIM.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           IF W-TEMPFO = "S"
              CLOSE ARQPFO.
           CLOSE ARQPRO ARQPRC ARQIMP ARQREL.
           STOP RUN.

