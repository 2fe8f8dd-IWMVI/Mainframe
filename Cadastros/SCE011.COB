      *    SOMAM, VENDAS EFETIVADAS SUBTRAEM, PEDIDOS CANCELADOS,
      *    RASCUNHOS, ORCAMENTOS E ITENS EM ESPERA NAO ENTRAM NA
      *    CONTA), MAIS OS PEDIDOS JA ARQUIVADOS (ARQPEDH/ARQPEIH),
      *    AS DEVOLUCOES DE VENDA (ARQDEV), OS AJUSTES DE
      *    INVENTARIO E AS BAIXAS DE PERDA DO LIVRO DE MOVIMENTACAO
      *    (ARQMOV, ORIGENS "INV" E "PER"), E EMITE UM RELATORIO DE
      *    DIVERGENCIA PARA OS PRODUTOS ONDE O ESTOQUE ATUAL NAO BATE
      *    COM O HISTORICO.
      *    A COMPRA E LANCADA NA UNIDADE DO FORNECEDOR E ENTRA NA
      *    CONTA MULTIPLICADA PELO FATOR DO ITEM (PEI-FATOR). O KIT
      *    (ARQKIT, SCE053) NAO TEM ESTOQUE PROPRIO: SUAS VENDAS E
      *    DEVOLUCOES ENTRAM NA CONTA DE CADA COMPONENTE, PELA
      *    QUANTIDADE DA COMPOSICAO ATUAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      RECORD KEY   IS MOV-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                 ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
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

       FD ARQPEDH
               LABEL RECORD IS STANDARD
          03 HPEI-STATUS             PIC X(01).
          03 HPEI-QTDRECEBIDA        PIC 9(06).
          03 HPEI-DESCONTO           PIC 9(02)V99.
          03 HPEI-FATOR              PIC 9(04).

       FD ARQDEV
               LABEL RECORD IS STANDARD
          03 MOV-USUARIO             PIC X(12).
          03 MOV-SALDOAPOS           PIC 9(06).

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

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECON.TXT".
       01 W-TEMHIS                   PIC X(01) VALUE "N".
       01 W-TEMDEV                   PIC X(01) VALUE "N".
       01 W-TEMMOV                   PIC X(01) VALUE "N".
       01 W-TEMKIT                   PIC X(01) VALUE "N".
       01 W-EHKIT                    PIC X(01) VALUE "N".
      * PRODUTO CUJOS PEDIDOS ESTAO SENDO SOMADOS (O PROPRIO OU UM  *
      * KIT QUE O USA) E QUANTAS UNIDADES DELE CADA UNIDADE MOVE    *
       01 W-CODSOMA                  PIC 9(06) VALUE ZEROS.
       01 W-MULT                     PIC 9(04) VALUE ZEROS.
       01 W-FATOR                    PIC 9(04) VALUE ZEROS.
       01 W-QTDPROD                  PIC 9(06) VALUE ZEROS.
       01 W-QTDDIVERG                PIC 9(06) VALUE ZEROS.

      * CADEIA NOTURNA DO SCE027) E A WORKING-STORAGE PERSISTE     *
      * ENTRE AS CHAMADAS                                          *
           MOVE ZEROS TO RETURN-CODE W-QTDPROD W-QTDDIVERG
           MOVE "N" TO W-TEMHIS W-TEMDEV W-TEMMOV W-TEMKIT.

       R0.    OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMMOV.

       R0B4.
           OPEN INPUT ARQKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMKIT.

       R0C.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"

           ADD 1 TO W-QTDPROD
           MOVE ZEROS TO W-ESTOQUE-CALC
           MOVE PRO-CODIGO TO W-CODSOMA
           MOVE 1 TO W-MULT

      * O KIT NAO MOVIMENTA ESTOQUE PROPRIO: SEUS PEDIDOS E      *
      * DEVOLUCOES SO CONTAM NOS COMPONENTES (R2K-SOMA-KITS)     *
           PERFORM R2K-VERIFICA THRU R2K-VERIFICA-FIM
           IF W-EHKIT = "S"
              GO TO R1-INV.

           PERFORM R2-SOMA-ITENS THRU R2-SOMA-ITENS-FIM.


           PERFORM R2D-SOMA-DEV THRU R2D-SOMA-DEV-FIM.

           PERFORM R2K-SOMA-KITS THRU R2K-SOMA-KITS-FIM.

       R1-INV.
           PERFORM R2M-SOMA-INV THRU R2M-SOMA-INV-FIM.

           PERFORM R3-COMPARA THRU R3-COMPARA-FIM.
      * NATIVA PEI-COD-PRO), SOMANDO COMPRAS E SUBTRAINDO VENDAS      *
      * EFETIVADAS, IGNORANDO PEDIDOS CANCELADOS E ITENS EM ESPERA    *
       R2-SOMA-ITENS.
           MOVE W-CODSOMA TO PEI-COD-PRO
           START ARQPEI KEY IS NOT LESS THAN PEI-COD-PRO
           IF ST-ERRO NOT = "00"
              GO TO R2-SOMA-ITENS-FIM.
           READ ARQPEI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2-SOMA-ITENS-FIM.
           IF PEI-COD-PRO NOT = W-CODSOMA
              GO TO R2-SOMA-ITENS-FIM.

           MOVE PEI-COD TO PED-COD
              GO TO R2-SOMA-LOOP.

      * DESDE O SCE038 A COMPRA SO POSTA A QUANTIDADE RECEBIDA, *
      * MESMO DEPOIS DE ENCERRADA COM FALTAS, E NA UNIDADE DO   *
      * FORNECEDOR: O FATOR DO ITEM LEVA A UNIDADE DE VENDA     *
           MOVE PEI-FATOR TO W-FATOR
           IF W-FATOR = 0
              MOVE 1 TO W-FATOR.
           IF PED-TIPOPEDIDO = 1
              COMPUTE W-ESTOQUE-CALC = W-ESTOQUE-CALC
                      + (PEI-QTDRECEBIDA * W-FATOR * W-MULT)
           ELSE
            IF PED-TIPOPEDIDO = 2
              IF PEI-STATUS NOT = "P"
                 COMPUTE W-ESTOQUE-CALC = W-ESTOQUE-CALC
                         - (PEI-QUANTIDADE * W-MULT).

           GO TO R2-SOMA-LOOP.

       R2H-SOMA-HIST.
           IF W-TEMHIS NOT = "S"
              GO TO R2H-SOMA-HIST-FIM.
           MOVE W-CODSOMA TO HPEI-COD-PRO
           START ARQPEIH KEY IS NOT LESS THAN HPEI-COD-PRO
           IF ST-ERRO NOT = "00"
              GO TO R2H-SOMA-HIST-FIM.
           READ ARQPEIH NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2H-SOMA-HIST-FIM.
           IF HPEI-COD-PRO NOT = W-CODSOMA
              GO TO R2H-SOMA-HIST-FIM.

           MOVE HPEI-COD TO HPED-COD
              GO TO R2H-SOMA-LOOP.

      * COMPRA CONTA PELO RECEBIDO, COMO NO ARQUIVO VIVO *
           MOVE HPEI-FATOR TO W-FATOR
           IF W-FATOR = 0
              MOVE 1 TO W-FATOR.
           IF HPED-TIPOPEDIDO = 1
              COMPUTE W-ESTOQUE-CALC = W-ESTOQUE-CALC
                      + (HPEI-QTDRECEBIDA * W-FATOR * W-MULT)
           ELSE
            IF HPED-TIPOPEDIDO = 2
              IF HPEI-STATUS NOT = "P"
                 COMPUTE W-ESTOQUE-CALC = W-ESTOQUE-CALC
                         - (HPEI-QUANTIDADE * W-MULT).

           GO TO R2H-SOMA-LOOP.

       R2D-SOMA-DEV.
           IF W-TEMDEV NOT = "S"
              GO TO R2D-SOMA-DEV-FIM.
           MOVE W-CODSOMA TO DEV-COD-PRO
           START ARQDEV KEY IS NOT LESS THAN DEV-COD-PRO
           IF ST-ERRO NOT = "00"
              GO TO R2D-SOMA-DEV-FIM.
           READ ARQDEV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2D-SOMA-DEV-FIM.
           IF DEV-COD-PRO NOT = W-CODSOMA
              GO TO R2D-SOMA-DEV-FIM.
           COMPUTE W-ESTOQUE-CALC = W-ESTOQUE-CALC
                   + (DEV-QUANTIDADE * W-MULT)
           GO TO R2D-SOMA-LOOP.

       R2D-SOMA-DEV-FIM.
                EXIT.

      * O PRODUTO CORRENTE E UM KIT QUANDO TEM COMPONENTES NO ARQKIT *
       R2K-VERIFICA.
           MOVE "N" TO W-EHKIT
           IF W-TEMKIT NOT = "S"
              GO TO R2K-VERIFICA-FIM.
           MOVE PRO-CODIGO TO KIT-COD-PRO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2K-VERIFICA-FIM.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO = "00" AND KIT-COD-PRO = PRO-CODIGO
              MOVE "S" TO W-EHKIT.
       R2K-VERIFICA-FIM.
                EXIT.

      * KITS QUE USAM O PRODUTO CORRENTE (CHAVE ALTERNATIVA       *
      * KIT-COMPONENTE): CADA VENDA/DEVOLUCAO DO KIT MOVEU O      *
      * COMPONENTE VEZES A QUANTIDADE DA COMPOSICAO               *
       R2K-SOMA-KITS.
           IF W-TEMKIT NOT = "S"
              GO TO R2K-SOMA-KITS-FIM.
           MOVE PRO-CODIGO TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-COMPONENTE
           IF ST-ERRO NOT = "00"
              GO TO R2K-SOMA-KITS-FIM.

       R2K-SOMA-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2K-SOMA-KITS-FIM.
           IF KIT-COMPONENTE NOT = PRO-CODIGO
              GO TO R2K-SOMA-KITS-FIM.
           MOVE KIT-COD-PRO TO W-CODSOMA
           MOVE KIT-QUANTIDADE TO W-MULT
           PERFORM R2-SOMA-ITENS THRU R2-SOMA-ITENS-FIM
           PERFORM R2H-SOMA-HIST THRU R2H-SOMA-HIST-FIM
           PERFORM R2D-SOMA-DEV THRU R2D-SOMA-DEV-FIM
           GO TO R2K-SOMA-LOOP.

       R2K-SOMA-KITS-FIM.
                EXIT.

      * AJUSTES DE INVENTARIO (SCE016) E BAIXAS DE PERDA (SCE067) *
      * FICAM SO NO LIVRO DE MOVIMENTACAO, ORIGENS "INV" E "PER": *
      * ENTRADA SOMA, SAIDA SUBTRAI                               *
       R2M-SOMA-INV.
           IF W-TEMMOV NOT = "S"
              GO TO R2M-SOMA-INV-FIM.
              GO TO R2M-SOMA-INV-FIM.
           IF MOV-COD-PRO NOT = PRO-CODIGO
              GO TO R2M-SOMA-INV-FIM.
           IF MOV-ORIGEM NOT = "INV" AND "PER"
              GO TO R2M-SOMA-LOOP.
           IF MOV-TIPO = "E"
              ADD MOV-QUANTIDADE TO W-ESTOQUE-CALC
              CLOSE ARQDEV.
           IF W-TEMMOV = "S"
              CLOSE ARQMOV.
           IF W-TEMKIT = "S"
              CLOSE ARQKIT.
           CLOSE ARQPRO ARQPED ARQPEI ARQREL.
           GOBACK.

