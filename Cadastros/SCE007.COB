          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPEDH
               LABEL RECORD IS STANDARD
          03 HPEI-STATUS             PIC X(01).
          03 HPEI-QTDRECEBIDA        PIC 9(06).
          03 HPEI-DESCONTO           PIC 9(02)V99.
          03 HPEI-FATOR              PIC 9(04).

       FD ARQPRO
               LABEL RECORD IS STANDARD
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 IND                        PIC 9(03) VALUE ZEROS.
       01 W-FATOR                    PIC 9(04) VALUE ZEROS.

       01 W-DATAINI                  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM                  PIC 9(08) VALUE ZEROS.
              GO TO R3.
           IF PED-STATUS = "R"
              GO TO R3.
      * COMPRA AINDA NAO RECEBIDA (SCE038) OU AGUARDANDO A     *
      * APROVACAO DO SUPERVISOR (SCE069) NAO CONTA              *
           IF PED-STATUS = "G" OR "A"
              GO TO R3.
           IF PED-TIPOPEDIDO = 3
              GO TO R3.
              GO TO R3H-LOOP.
           IF PED-STATUS = "R"
              GO TO R3H-LOOP.
           IF PED-STATUS = "G" OR "A"
              GO TO R3H-LOOP.
           IF PED-TIPOPEDIDO = 3
              GO TO R3H-LOOP.
           MOVE LD-PRODUTO TO TBP-DESCRICAO (IND)
           MOVE ZEROS TO TBP-QUANTIDADE (IND) TBP-VALOR (IND).

      * A COMPRA VEM NA UNIDADE DO FORNECEDOR; NO TOTAL DO PRODUTO *
      * ELA ENTRA CONVERTIDA PARA A UNIDADE DE VENDA (PEI-FATOR)   *
       R5-ACUM-PRODUTO-SOMA.
           MOVE 1 TO W-FATOR
           IF PED-TIPOPEDIDO = 1 AND PEI-FATOR > 0
              MOVE PEI-FATOR TO W-FATOR.
           COMPUTE TBP-QUANTIDADE (IND) = TBP-QUANTIDADE (IND)
                   + (PEI-QUANTIDADE * W-FATOR)
           ADD PEI-VALORITEM TO TBP-VALOR (IND).
       R5-ACUM-PRODUTO-FIM.
                EXIT.
