      *    CUSTO MEDIO, NO ARQMOV (ORIGEM "REC") E NOS LOTES. NO
      *    ENCERRAMENTO SAI O RELATORIO DE DIVERGENCIA (PEDIDO X
      *    RECEBIDO) EM RELRECEB.TXT, OS TITULOS A PAGAR SAO GERADOS
      *    PELO VALOR RECEBIDO E O PEDIDO PASSA A "N". OS TITULOS
      *    NASCEM BLOQUEADOS ("B") ATE A NOTA DO FORNECEDOR SER
      *    CONFERIDA CONTRA O PEDIDO E O RECEBIDO NO SCE050.
      *    A COMPRA E LANCADA NA UNIDADE DO FORNECEDOR (CX, FD...):
      *    O RECEBIDO TAMBEM E, E O FATOR GRAVADO NO ITEM (PEI-FATOR,
      *    VINDO DO ARQPFO) CONVERTE PARA A UNIDADE DE VENDA O QUE
      *    ENTRA NO ESTOQUE, NO CUSTO MEDIO, NO ARQMOV E NOS LOTES.
      *    PRODUTO SERIALIZADO EXIGE UM NUMERO DE SERIE POR UNIDADE
      *    RECEBIDA (ARQSER).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                 ALTERNATE RECORD KEY IS SER-NUMERO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPRO
               LABEL RECORD IS STANDARD
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQEST
               LABEL RECORD IS STANDARD
             05 LOT-NUMERO           PIC X(10).
          03 LOT-QTDSALDO            PIC 9(06).

      * NUMEROS DE SERIE DOS PRODUTOS SERIALIZADOS: E=EM ESTOQUE, *
      * V=VENDIDO; GUARDA A COMPRA DE ORIGEM E A VENDA DA UNIDADE  *
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

       FD ARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU.DAT".

       01 W-PEDIDO                   PIC 9(06) VALUE ZEROS.
       01 W-QTDAGORA                 PIC 9(06) VALUE ZEROS.
       01 W-FATOR                    PIC 9(04) VALUE ZEROS.
       01 W-QTDESTQ                  PIC 9(06) VALUE ZEROS.
       01 W-QTDFALTA                 PIC 9(06) VALUE ZEROS.
       01 W-CUSTOTOT                 PIC 9(13)V99 VALUE ZEROS.
       01 W-VALORRECEB               PIC 9(09)V99 VALUE ZEROS.
       01 W-TEMPEND                  PIC X(01) VALUE "N".
       01 W-LOTE                     PIC X(10) VALUE SPACES.
       01 W-VALLOTE                  PIC 9(08) VALUE ZEROS.
       01 W-SERIE                    PIC X(20) VALUE SPACES.
       01 W-SEQSERIE                 PIC 9(06) VALUE ZEROS.

      * GERACAO DOS TITULOS A PAGAR NO FECHO DO RECEBIMENTO, NOS *
      * MESMOS MOLDES DO GERA-TIT DO SCE005                      *
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0F1.
           OPEN I-O ARQSER
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQSER
              CLOSE ARQSER
              GO TO R0F1
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE SERIES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0G.
           OPEN EXTEND ARQAUD
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO E UMA COMPRA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      * COMPRA ACIMA DO LIMITE SO E RECEBIDA DEPOIS DE APROVADA *
      * PELO SUPERVISOR NO SCE069                                *
           IF PED-STATUS = "A"
              MOVE "*** COMPRA AGUARDA APROVACAO (SCE069) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PED-STATUS NOT = "G"
              MOVE "*** COMPRA NAO AGUARDA RECEBIMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-LOOP.

           MOVE PEI-FATOR TO W-FATOR
           IF W-FATOR = 0
              MOVE 1 TO W-FATOR.
           DISPLAY (05, 10) "Item    : " PEI-ITEM " " PRO-DESCRICAO.
           DISPLAY (06, 10) "Pedida  : " PEI-QUANTIDADE
                   "  Ja recebida : " PEI-QTDRECEBIDA
                   "  (x" W-FATOR " " PRO-UNIDADE ")".

       R2-QTDE.
           MOVE ZEROS TO W-QTDAGORA
              GO TO R2-QTDE.

      * ENTRADA NO ESTOQUE: CUSTO MEDIO PONDERADO PELO RECEBIDO,  *
      * SALDO DO DEPOSITO E LANCAMENTO NO LIVRO (ORIGEM "REC").   *
      * O VALOR E O DA UNIDADE DE COMPRA; A QUANTIDADE QUE ENTRA  *
      * E A DE VENDA, ENTAO O CUSTO MEDIO SAI POR UNIDADE DE VENDA *
       R2-POSTA.
           COMPUTE W-QTDESTQ = W-QTDAGORA * W-FATOR
           COMPUTE W-CUSTOTOT = (PRO-QTDESTOQUE * PRO-CUSTOMEDIO)
                   + (W-QTDAGORA * PEI-PRECOUNITARIO)
           ADD W-QTDESTQ TO PRO-QTDESTOQUE
           IF PRO-QTDESTOQUE > 0
              COMPUTE PRO-CUSTOMEDIO ROUNDED =
                  W-CUSTOTOT / PRO-QTDESTOQUE.
           PERFORM ATU-LOCAL THRU ATU-LOCAL-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           PERFORM CAPTA-LOTE THRU CAPTA-LOTE-FIM
           PERFORM CAPTA-SERIE THRU CAPTA-SERIE-FIM

           ADD W-QTDAGORA TO PEI-QTDRECEBIDA
           REWRITE REGPEI
           IF W-VALORRECEB = 0
              GO TO R1.

      * CONDICAO DE PAGAMENTO E TITULOS A PAGAR PELO RECEBIDO; *
      * FICAM BLOQUEADOS ("B") PARA BAIXA ATE A CONFERENCIA DA   *
      * NOTA DO FORNECEDOR NO SCE050                             *
       R6-PARC.
           MOVE ZEROS TO W-NUMPARCELAS W-PRIMVENC
           DISPLAY (11, 10) "Parcelas          : ".
           ELSE
               MOVE W-VALORPARC TO TIT-VALOR.
           MOVE ZEROS TO TIT-VALORPAGO TIT-DATAPAGTO TIT-VALORJUROS
           MOVE "B" TO TIT-STATUS
           MOVE SPACES TO TIT-FORMAPAGTO TIT-SITBANCO.

       GERA-TIT-WR1.
           GO TO GERA-TIT-LOOP.

       GERA-TIT-FIM.
           MOVE "*** TITULOS GERADOS, AGUARDAM A NOTA (SCE050) ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

              MOVE PRO-CODIGO TO EST-COD-PRO
              MOVE "D" TO EST-LOCAL
              READ ARQEST.
           ADD W-QTDESTQ TO EST-QTDESTOQUE
           REWRITE REGEST
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO ESTOQUE POR LOCAL" TO MENS
           MOVE "REC" TO MOV-ORIGEM
           MOVE PEI-COD TO MOV-DOC-PED
           MOVE PEI-ITEM TO MOV-DOC-ITEM
           MOVE W-QTDESTQ TO MOV-QUANTIDADE
           MOVE W-USUARIO TO MOV-USUARIO
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS.

           MOVE W-LOTE TO LOT-NUMERO
           READ ARQLOT
           IF ST-ERRO = "00"
              ADD W-QTDESTQ TO LOT-QTDSALDO
              REWRITE REGLOT
           ELSE
              MOVE PRO-CODIGO TO LOT-COD-PRO
              MOVE W-VALLOTE TO LOT-VALIDADE
              MOVE W-LOTE TO LOT-NUMERO
              MOVE W-QTDESTQ TO LOT-QTDSALDO
              WRITE REGLOT.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO SALDO DO LOTE" TO MENS
       CAPTA-LOTE-FIM.
                EXIT.

      * PRODUTO SERIALIZADO (PRO-SERIAL = "S"): UM NUMERO DE SERIE *
      * POR UNIDADE QUE ENTROU NO ESTOQUE (JA NA UNIDADE DE VENDA),*
      * GRAVADO EM ARQSER COMO EM ESTOQUE COM A COMPRA DE ORIGEM.  *
      * SERIE JA CADASTRADA PARA O PRODUTO E RECUSADA              *
       CAPTA-SERIE.
           IF PRO-SERIAL NOT = "S"
              GO TO CAPTA-SERIE-FIM.
           MOVE ZEROS TO W-SEQSERIE.

       CAPTA-SERIE-LOOP.
           IF W-SEQSERIE NOT < W-QTDESTQ
              GO TO CAPTA-SERIE-LIMPA.
           ADD 1 TO W-SEQSERIE.

       CAPTA-SERIE-1.
           MOVE SPACES TO W-SERIE
           DISPLAY (08, 10) "Serie " W-SEQSERIE "/" W-QTDESTQ " : ".
           ACCEPT (08, 33) W-SERIE.
           IF W-SERIE = SPACES
              MOVE "*** SERIE NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTA-SERIE-1.
           MOVE PRO-CODIGO TO SER-COD-PRO
           MOVE W-SERIE TO SER-NUMERO
           READ ARQSER
           IF ST-ERRO = "00"
              MOVE "*** SERIE JA CADASTRADA PARA O PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAPTA-SERIE-1.
           MOVE PRO-CODIGO TO SER-COD-PRO
           MOVE W-SERIE TO SER-NUMERO
           MOVE "E" TO SER-STATUS
           MOVE PED-COD TO SER-PED-COMPRA
           MOVE PED-FOR-CPFCNPJ TO SER-FOR-CPFCNPJ
           ACCEPT SER-DATAENT FROM DATE YYYYMMDD
           MOVE ZEROS TO SER-PED-VENDA SER-CLI-CPFCNPJ SER-DATAVENDA
           WRITE REGSER
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO NUMERO DE SERIE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO CAPTA-SERIE-LOOP.

       CAPTA-SERIE-LIMPA.
           DISPLAY (08, 10) "                                        ".
           DISPLAY (08, 50) "        ".
       CAPTA-SERIE-FIM.
                EXIT.

      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.

       ROT-FIM.
           CLOSE ARQPED ARQPEI ARQPRO ARQEST ARQMOV ARQTIT ARQLOT
                 ARQSER ARQAUD ARQUSU.
           STOP RUN.

       ROT-MENS.
