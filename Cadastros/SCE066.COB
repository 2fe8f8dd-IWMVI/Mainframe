       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE066.

      *AUTHOR. Wallace Martins.
      *    DESEMPENHO DE FORNECEDORES (SCORECARD)    *
      *    AVALIA AS COMPRAS ENCERRADAS NO SCE038 (PED-STATUS "N")
      *    COM DATA DE PEDIDO NO PERIODO INFORMADO, POR FORNECEDOR:
      *    PRAZO REAL (DATA DO PEDIDO ATE O ULTIMO RECEBIMENTO, PELO
      *    ARQMOV ORIGEM "REC") CONTRA O PRAZO COTADO NO ARQPFO,
      *    ATENDIMENTO (QUANTIDADE RECEBIDA X PEDIDA), PEDIDOS COM
      *    DIVERGENCIA (FALTA NO RECEBIMENTO OU NOTA DIVERGENTE NO
      *    SCE050) E VARIACAO DO PRECO PEDIDO SOBRE O COTADO. CADA
      *    FORNECEDOR RECEBE UMA NOTA DE 0 A 100:
      *       PRAZO        30 PONTOS - 3 POR DIA MEDIO DE ATRASO
      *       ATENDIMENTO  30 PONTOS X % RECEBIDO
      *       DIVERGENCIA  20 PONTOS X % DE PEDIDOS SEM DIVERGENCIA
      *       PRECO        20 PONTOS - 2 POR % PAGO ACIMA DO COTADO
      *    QUESITO SEM DADO (SEM COTACAO, RECEBIMENTO ARQUIVADO)
      *    VALE METADE DOS PONTOS. O RANKING SAI EM RELDESFO.TXT E
      *    AS NOTAS FICAM NO ARQDSF (REFEITO A CADA EXECUCAO), QUE O
      *    SCE021 E O SCE036 USAM QUANDO O PARAMETRO DE ESCOLHA DO
      *    FORNECEDOR (SCE041) ESTA EM "D" (DESEMPENHO).
      *    DIAS PELO CALENDARIO COMERCIAL (360 DIAS), COMO NO AGING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PEI-CHAVE
                 ALTERNATE RECORD KEY IS PEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPFO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFO-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MOV-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFC-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS FOR-CPFCNPJ
                     ALTERNATE RECORD KEY IS FOR-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQDSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSF-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".

       01 REGPED.
          03 PED-COD                 PIC 9(06).
          03 PED-TIPOPEDIDO          PIC X(15).
          03 PED-DATA                PIC 9(08).
          03 PED-CLI-CPFCNPJ         PIC 9(14).
          03 PED-FOR-CPFCNPJ         PIC 9(14).
          03 PED-QTDITENS            PIC 9(02).
          03 PED-VALORTOTAL          PIC 9(09)V99.
          03 PED-STATUS              PIC X(01).
          03 PED-DATAVALIDADE        PIC 9(08).
          03 PED-VENDEDOR            PIC X(12).
          03 PED-DESCONTO            PIC 9(02)V99.

       FD ARQPEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEI.DAT".

       01 REGPEI.
          03 PEI-CHAVE.
             05 PEI-COD              PIC 9(06).
             05 PEI-ITEM             PIC 9(02).
          03 PEI-COD-PRO             PIC 9(06).
          03 PEI-QUANTIDADE          PIC 9(06).
          03 PEI-PRECOUNITARIO       PIC 9(06)V99.
          03 PEI-VALORITEM           PIC 9(09)V99.
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

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

      * CABECALHO DA NOTA DO FORNECEDOR (SCE050). SITUACAO:        *
      * C=CONFERIDA  D=DIVERGENTE (AGUARDA SUPERVISOR)             *
      * A=DIFERENCA ACEITA  J=DIFERENCA REJEITADA                  *
       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".

       01 REGNFC.
          03 NFC-PED-COD             PIC 9(06).
          03 NFC-NUMERO              PIC 9(09).
          03 NFC-FOR-CPFCNPJ         PIC 9(14).
          03 NFC-DATAEMISSAO         PIC 9(08).
          03 NFC-VALORTOTAL          PIC 9(09)V99.
          03 NFC-VALORITENS          PIC 9(09)V99.
          03 NFC-VALORESPERADO       PIC 9(09)V99.
          03 NFC-QTDDIVERG           PIC 9(02).
          03 NFC-STATUS              PIC X(01).
          03 NFC-DATALANC            PIC 9(08).
          03 NFC-USUARIO             PIC X(12).
          03 NFC-DATADECISAO         PIC 9(08).
          03 NFC-SUPERVISOR          PIC X(12).

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
           03 CHAVE1B.
            05 FOR-CPFCNPJ           PIC 9(14).
          03 FOR-CODIGO              PIC 9(06).
          03 FOR-TIPOFORNECEDOR      PIC X(01).
          03 FOR-NOME                PIC X(30).
          03 FOR-APELIDO             PIC X(30).
          03 FOR-CEP                 PIC 9(08).
          03 FOR-LOGRADOURO          PIC X(24).
          03 FOR-NUMERO              PIC X(11).
          03 FOR-COMPLEMENTO         PIC X(24).
          03 FOR-BAIRRO              PIC X(40).
          03 FOR-CIDADE              PIC X(24).
          03 FOR-ESTADO              PIC X(02).
          03 FOR-TELEFONE            PIC 9(11).
          03 FOR-TELEFONE2           PIC 9(11).
          03 FOR-TIPOTELEFONE2       PIC X(01).
          03 FOR-EMAIL               PIC X(33).
          03 FOR-CONTATO             PIC X(32).

      * NOTA DE DESEMPENHO POR FORNECEDOR DO ULTIMO PROCESSAMENTO *
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

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDESFO.TXT".
       01 REGREL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 IND                        PIC 9(03) VALUE ZEROS.
       01 IND2                       PIC 9(03) VALUE ZEROS.
       01 W-DATAINI                  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM                  PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE                 PIC 9(08) VALUE ZEROS.
       01 W-TEMPFO                   PIC X(01) VALUE "N".
       01 W-TEMMOV                   PIC X(01) VALUE "N".
       01 W-TEMNFC                   PIC X(01) VALUE "N".
       01 W-TEMFOR                   PIC X(01) VALUE "N".
       01 W-FORANT                   PIC 9(14) VALUE ZEROS.
       01 W-QTDFOR                   PIC 9(03) VALUE ZEROS.
       01 W-POSICAO                  PIC 9(03) VALUE ZEROS.
       01 W-MAIORNOTA                PIC S9(03) VALUE ZEROS.

      * APURACAO DE CADA PEDIDO *
       01 W-TEMFALTA                 PIC X(01) VALUE "N".
       01 W-PRAZOCOT                 PIC 9(03) VALUE ZEROS.
       01 W-DATAREC                  PIC 9(08) VALUE ZEROS.
       01 W-DIAS                     PIC S9(05) VALUE ZEROS.
       01 W-ATRASO                   PIC S9(05) VALUE ZEROS.

       01 W-DATA-R.
          03 W-DATA-ANO              PIC 9(04).
          03 W-DATA-MES              PIC 9(02).
          03 W-DATA-DIA              PIC 9(02).
       01 W-PED-DIAS                 PIC S9(09) COMP VALUE ZEROS.
       01 W-REC-DIAS                 PIC S9(09) COMP VALUE ZEROS.

      * CALCULO DA NOTA *
       01 W-PRAZOREAL                PIC 9(03)V9 VALUE ZEROS.
       01 W-PRAZOCOTMED              PIC 9(03)V9 VALUE ZEROS.
       01 W-ATRASOMED                PIC 9(03)V9 VALUE ZEROS.
       01 W-ATENDIMENTO              PIC 9(03)V99 VALUE ZEROS.
       01 W-VARPRECO                 PIC S9(03)V99 VALUE ZEROS.
       01 W-PTSPRAZO                 PIC S9(03)V99 VALUE ZEROS.
       01 W-PTSATEND                 PIC S9(03)V99 VALUE ZEROS.
       01 W-PTSDIVERG                PIC S9(03)V99 VALUE ZEROS.
       01 W-PTSPRECO                 PIC S9(03)V99 VALUE ZEROS.
       01 W-NOTA                     PIC S9(03) VALUE ZEROS.

      * ACUMULADOS POR FORNECEDOR *
       01 TAB-FOR.
           03 TB-FOR OCCURS 300 TIMES.
              05 TBF-CPFCNPJ         PIC 9(14).
              05 TBF-QTDPED          PIC 9(04).
              05 TBF-QTDPRAZO        PIC 9(04).
              05 TBF-SOMAPRAZO       PIC 9(07).
              05 TBF-QTDCOMPARA      PIC 9(04).
              05 TBF-SOMACOT         PIC 9(07).
              05 TBF-SOMAATRASO      PIC 9(07).
              05 TBF-QTDPEDIDA       PIC 9(09).
              05 TBF-QTDRECEB        PIC 9(09).
              05 TBF-QTDDIVERG       PIC 9(04).
              05 TBF-VALORPED        PIC 9(11)V99.
              05 TBF-VALORCOT        PIC 9(11)V99.
              05 TBF-PRAZOREAL       PIC 9(03)V9.
              05 TBF-PRAZOCOT        PIC 9(03)V9.
              05 TBF-ATRASO          PIC 9(03)V9.
              05 TBF-ATENDIMENTO     PIC 9(03)V99.
              05 TBF-VARPRECO        PIC S9(03)V99.
              05 TBF-NOTA            PIC 9(03).
              05 TBF-LISTADO         PIC X(01).

       01 LINHA-DET.
           03 LD-POSICAO             PIC ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-CPFCNPJ             PIC 9(14).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-NOME                PIC X(25).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-QTDPED              PIC Z.ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-PRAZOREAL           PIC ZZ9,9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-PRAZOCOT            PIC ZZ9,9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-ATRASO              PIC ZZ9,9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-ATENDIMENTO         PIC ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-QTDDIVERG           PIC Z.ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-VARPRECO            PIC -ZZ9,99.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 LD-NOTA                PIC ZZ9.

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LT-TITULO              PIC X(30).
           03 LT-QTDE                PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPEI
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE ITENS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

      * COTACOES, LIVRO DE MOVIMENTACAO, NOTAS E FORNECEDORES SAO  *
      * OPCIONAIS: SEM ELES O QUESITO CORRESPONDENTE FICA SEM DADO *
       R0B.
           OPEN INPUT ARQPFO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPFO
           ELSE
              MOVE "N" TO W-TEMPFO.
           OPEN INPUT ARQMOV
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMMOV
           ELSE
              MOVE "N" TO W-TEMMOV.
           OPEN INPUT ARQNFC
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMNFC
           ELSE
              MOVE "N" TO W-TEMNFC.
           OPEN INPUT ARQFOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFOR
           ELSE
              MOVE "N" TO W-TEMFOR.

       R1.
           DISPLAY "DESEMPENHO DE FORNECEDORES".
           DISPLAY "Data Inicial dos Pedidos (AAAAMMDD) : "
                   WITH NO ADVANCING.
           ACCEPT W-DATAINI.
           IF W-DATAINI = 0
              DISPLAY "*** DATA NAO PODE FICAR EM BRANCO ***"
              GO TO R1.
       R1A.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "Data Final (AAAAMMDD, 0 = hoje)     : "
                   WITH NO ADVANCING.
           ACCEPT W-DATAFIM.
           IF W-DATAFIM = 0
              MOVE W-DATAHOJE TO W-DATAFIM.
           IF W-DATAFIM < W-DATAINI
              DISPLAY "*** DATA FINAL ANTERIOR A INICIAL ***"
              GO TO R1A.

      * LE AS COMPRAS NA ORDEM DO FORNECEDOR (CHAVE ALTERNATIVA)  *
           MOVE ZEROS TO W-QTDFOR W-FORANT
           MOVE 1 TO PED-FOR-CPFCNPJ
           START ARQPED KEY IS NOT LESS THAN PED-FOR-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO R3-RANKING.

       R2-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3-RANKING.
           IF PED-TIPOPEDIDO NOT = 1
              GO TO R2-LOOP.
           IF PED-STATUS NOT = "N"
              GO TO R2-LOOP.
           IF PED-DATA < W-DATAINI OR PED-DATA > W-DATAFIM
              GO TO R2-LOOP.
           IF PED-FOR-CPFCNPJ NOT = W-FORANT
              PERFORM R2A-NOVOFOR THRU R2A-NOVOFOR-FIM.
           IF PED-FOR-CPFCNPJ NOT = TBF-CPFCNPJ (IND)
              GO TO R2-LOOP.

           MOVE "N" TO W-TEMFALTA
           MOVE ZEROS TO W-PRAZOCOT W-DATAREC
           ADD 1 TO TBF-QTDPED (IND)
           MOVE PED-COD TO PEI-COD
           MOVE ZEROS TO PEI-ITEM
           START ARQPEI KEY NOT LESS THAN PEI-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2-FECHA.

       R2-ITEM.
           READ ARQPEI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2-FECHA.
           IF PEI-COD NOT = PED-COD
              GO TO R2-FECHA.
           ADD PEI-QUANTIDADE TO TBF-QTDPEDIDA (IND)
           ADD PEI-QTDRECEBIDA TO TBF-QTDRECEB (IND)
           IF PEI-QTDRECEBIDA < PEI-QUANTIDADE
              MOVE "S" TO W-TEMFALTA.
           PERFORM R4-COTACAO THRU R4-COTACAO-FIM
           PERFORM R5-RECEBIMENTO THRU R5-RECEBIMENTO-FIM
           GO TO R2-ITEM.

      * FECHA O PEDIDO: DIVERGENCIA E PRAZO *
       R2-FECHA.
           IF W-TEMFALTA NOT = "S" AND W-TEMNFC = "S"
              MOVE PED-COD TO NFC-PED-COD
              READ ARQNFC
              IF ST-ERRO = "00"
                 IF NFC-STATUS = "D" OR "A" OR "J"
                    MOVE "S" TO W-TEMFALTA.
           IF W-TEMFALTA = "S"
              ADD 1 TO TBF-QTDDIVERG (IND).
           IF W-DATAREC = 0
              GO TO R2-LOOP.
           MOVE PED-DATA TO W-DATA-R
           COMPUTE W-PED-DIAS = (W-DATA-ANO * 360)
                   + (W-DATA-MES * 30) + W-DATA-DIA
           MOVE W-DATAREC TO W-DATA-R
           COMPUTE W-REC-DIAS = (W-DATA-ANO * 360)
                   + (W-DATA-MES * 30) + W-DATA-DIA
           COMPUTE W-DIAS = W-REC-DIAS - W-PED-DIAS
           IF W-DIAS < 0
              MOVE ZEROS TO W-DIAS.
           ADD 1 TO TBF-QTDPRAZO (IND)
           ADD W-DIAS TO TBF-SOMAPRAZO (IND)
           IF W-PRAZOCOT = 0
              GO TO R2-LOOP.
           ADD 1 TO TBF-QTDCOMPARA (IND)
           ADD W-PRAZOCOT TO TBF-SOMACOT (IND)
           COMPUTE W-ATRASO = W-DIAS - W-PRAZOCOT
           IF W-ATRASO > 0
              ADD W-ATRASO TO TBF-SOMAATRASO (IND).
           GO TO R2-LOOP.

      * PRIMEIRA COMPRA DE UM FORNECEDOR: FECHA A NOTA DO ANTERIOR *
      * E ABRE UMA LINHA NOVA NA TABELA                             *
       R2A-NOVOFOR.
           IF W-QTDFOR > 0
              PERFORM R6-NOTA THRU R6-NOTA-FIM.
           MOVE PED-FOR-CPFCNPJ TO W-FORANT
           IF W-QTDFOR >= 300
              DISPLAY "*** LIMITE DE 300 FORNECEDORES, IGNORADO "
                      PED-FOR-CPFCNPJ
              GO TO R2A-NOVOFOR-FIM.
           ADD 1 TO W-QTDFOR
           MOVE W-QTDFOR TO IND
           MOVE PED-FOR-CPFCNPJ TO TBF-CPFCNPJ (IND)
           MOVE ZEROS TO TBF-QTDPED (IND) TBF-QTDPRAZO (IND)
                         TBF-SOMAPRAZO (IND) TBF-QTDCOMPARA (IND)
                         TBF-SOMACOT (IND) TBF-SOMAATRASO (IND)
                         TBF-QTDPEDIDA (IND) TBF-QTDRECEB (IND)
                         TBF-QTDDIVERG (IND) TBF-VALORPED (IND)
                         TBF-VALORCOT (IND) TBF-NOTA (IND)
           MOVE "N" TO TBF-LISTADO (IND).
       R2A-NOVOFOR-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * RANKING: LISTA OS FORNECEDORES DA MAIOR PARA A MENOR NOTA  *
      * E REGRAVA O ARQDSF                                         *
      *-----------------------------------------------------------*
       R3-RANKING.
           IF W-QTDFOR > 0
              PERFORM R6-NOTA THRU R6-NOTA-FIM.

           OPEN OUTPUT ARQDSF
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE DESEMPENHO"
              GO TO ROT-FIM.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              CLOSE ARQDSF
              GO TO ROT-FIM.

           MOVE SPACES TO REGREL
           MOVE "DESEMPENHO DE FORNECEDORES - RANKING" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "PEDIDOS DE COMPRA DE " W-DATAINI " A " W-DATAFIM
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "POS  FORNECEDOR     NOME                      "
                  "  PED  PRAZO COTADO ATRASO  ATEND% DIVERG"
                  "  VAR.PR%  NOTA"
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-POSICAO.

       R3-PROXIMO.
           MOVE ZEROS TO IND2
           MOVE -1 TO W-MAIORNOTA
           MOVE 1 TO IND.
       R3-BUSCA.
           IF IND > W-QTDFOR
              GO TO R3-LISTA.
           IF TBF-LISTADO (IND) = "N"
              IF TBF-NOTA (IND) > W-MAIORNOTA
                 MOVE TBF-NOTA (IND) TO W-MAIORNOTA
                 MOVE IND TO IND2.
           ADD 1 TO IND
           GO TO R3-BUSCA.

       R3-LISTA.
           IF IND2 = 0
              GO TO R3-FIM.
           MOVE IND2 TO IND
           MOVE "S" TO TBF-LISTADO (IND)
           ADD 1 TO W-POSICAO

           MOVE SPACES TO FOR-NOME
           IF W-TEMFOR = "S"
              MOVE TBF-CPFCNPJ (IND) TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO NOT = "00"
                 MOVE "FORNECEDOR NAO ENCONTRADO" TO FOR-NOME.
           MOVE W-POSICAO TO LD-POSICAO
           MOVE TBF-CPFCNPJ (IND) TO LD-CPFCNPJ
           MOVE FOR-NOME TO LD-NOME
           MOVE TBF-QTDPED (IND) TO LD-QTDPED
           MOVE TBF-PRAZOREAL (IND) TO LD-PRAZOREAL
           MOVE TBF-PRAZOCOT (IND) TO LD-PRAZOCOT
           MOVE TBF-ATRASO (IND) TO LD-ATRASO
           MOVE TBF-ATENDIMENTO (IND) TO LD-ATENDIMENTO
           MOVE TBF-QTDDIVERG (IND) TO LD-QTDDIVERG
           MOVE TBF-VARPRECO (IND) TO LD-VARPRECO
           MOVE TBF-NOTA (IND) TO LD-NOTA
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.

           MOVE TBF-CPFCNPJ (IND) TO DSF-CPFCNPJ
           MOVE W-DATAINI TO DSF-DATAINI
           MOVE W-DATAFIM TO DSF-DATAFIM
           MOVE TBF-QTDPED (IND) TO DSF-QTDPED
           MOVE TBF-PRAZOREAL (IND) TO DSF-PRAZOREAL
           MOVE TBF-PRAZOCOT (IND) TO DSF-PRAZOCOT
           MOVE TBF-ATRASO (IND) TO DSF-ATRASO
           MOVE TBF-ATENDIMENTO (IND) TO DSF-ATENDIMENTO
           MOVE TBF-QTDDIVERG (IND) TO DSF-QTDDIVERG
           MOVE TBF-VARPRECO (IND) TO DSF-VARPRECO
           MOVE TBF-NOTA (IND) TO DSF-NOTA
           MOVE W-POSICAO TO DSF-POSICAO
           MOVE W-DATAHOJE TO DSF-DATACALC
           WRITE REGDSF
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO DESEMPENHO " DSF-CPFCNPJ.
           GO TO R3-PROXIMO.

       R3-FIM.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE "FORNECEDORES AVALIADOS      :" TO LT-TITULO
           MOVE W-QTDFOR TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "NOTA: PRAZO 30 + ATENDIMENTO 30 + DIVERGENCIA 20"
                  " + PRECO 20 PONTOS"
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           CLOSE ARQREL ARQDSF
           DISPLAY "*** RANKING GERADO EM RELDESFO.TXT ***"
           GO TO ROT-FIM.

      * PRAZO COTADO E PRECO COTADO DO ITEM (ARQPFO DO PRODUTO COM *
      * O FORNECEDOR DO PEDIDO); O PRAZO DO PEDIDO E O DO ITEM DE  *
      * MAIOR PRAZO COTADO                                          *
       R4-COTACAO.
           IF W-TEMPFO NOT = "S"
              GO TO R4-COTACAO-FIM.
           MOVE PEI-COD-PRO TO PFO-COD-PRO
           MOVE PED-FOR-CPFCNPJ TO PFO-CPFCNPJ
           READ ARQPFO
           IF ST-ERRO NOT = "00"
              GO TO R4-COTACAO-FIM.
           IF PFO-PRAZODIAS > W-PRAZOCOT
              MOVE PFO-PRAZODIAS TO W-PRAZOCOT.
           IF PFO-PRECO = 0
              GO TO R4-COTACAO-FIM.
           ADD PEI-VALORITEM TO TBF-VALORPED (IND)
           COMPUTE TBF-VALORCOT (IND) = TBF-VALORCOT (IND)
                   + (PEI-QUANTIDADE * PFO-PRECO).
       R4-COTACAO-FIM.
                EXIT.

      * ULTIMO RECEBIMENTO DO ITEM NO LIVRO DE MOVIMENTACAO (ORIGEM *
      * "REC" COM O NUMERO DO PEDIDO), A PARTIR DA DATA DO PEDIDO   *
       R5-RECEBIMENTO.
           IF W-TEMMOV NOT = "S"
              GO TO R5-RECEBIMENTO-FIM.
           MOVE PEI-COD-PRO TO MOV-COD-PRO
           MOVE PED-DATA TO MOV-DATA
           MOVE ZEROS TO MOV-HORA MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R5-RECEBIMENTO-FIM.
       R5-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R5-RECEBIMENTO-FIM.
           IF MOV-COD-PRO NOT = PEI-COD-PRO
              GO TO R5-RECEBIMENTO-FIM.
           IF MOV-ORIGEM = "REC" AND MOV-DOC-PED = PED-COD
              IF MOV-DATA > W-DATAREC
                 MOVE MOV-DATA TO W-DATAREC.
           GO TO R5-LOOP.
       R5-RECEBIMENTO-FIM.
                EXIT.

      * MEDIAS E NOTA DO FORNECEDOR DA LINHA IND. QUESITO SEM DADO *
      * VALE METADE DOS PONTOS                                      *
       R6-NOTA.
           MOVE ZEROS TO W-PRAZOREAL W-PRAZOCOTMED W-ATRASOMED
                         W-ATENDIMENTO W-VARPRECO
           IF TBF-QTDPRAZO (IND) > 0
              COMPUTE W-PRAZOREAL ROUNDED = TBF-SOMAPRAZO (IND)
                                          / TBF-QTDPRAZO (IND).
           MOVE 15 TO W-PTSPRAZO
           IF TBF-QTDCOMPARA (IND) > 0
              COMPUTE W-PRAZOCOTMED ROUNDED = TBF-SOMACOT (IND)
                                            / TBF-QTDCOMPARA (IND)
              COMPUTE W-ATRASOMED ROUNDED = TBF-SOMAATRASO (IND)
                                          / TBF-QTDCOMPARA (IND)
              COMPUTE W-PTSPRAZO = 30 - (3 * W-ATRASOMED).
           IF W-PTSPRAZO < 0
              MOVE ZEROS TO W-PTSPRAZO.

           IF TBF-QTDPEDIDA (IND) > 0
              COMPUTE W-ATENDIMENTO ROUNDED = TBF-QTDRECEB (IND) * 100
                                            / TBF-QTDPEDIDA (IND)
              COMPUTE W-PTSATEND = 30 * W-ATENDIMENTO / 100
           ELSE
              MOVE 15 TO W-PTSATEND.

           IF TBF-QTDPED (IND) > 0
              COMPUTE W-PTSDIVERG = 20 *
                      (TBF-QTDPED (IND) - TBF-QTDDIVERG (IND))
                      / TBF-QTDPED (IND)
           ELSE
              MOVE 10 TO W-PTSDIVERG.

           MOVE 10 TO W-PTSPRECO
           IF TBF-VALORCOT (IND) > 0
              COMPUTE W-VARPRECO ROUNDED =
                      (TBF-VALORPED (IND) - TBF-VALORCOT (IND)) * 100
                      / TBF-VALORCOT (IND)
              MOVE 20 TO W-PTSPRECO.
           IF TBF-VALORCOT (IND) > 0 AND W-VARPRECO > 0
              COMPUTE W-PTSPRECO = 20 - (2 * W-VARPRECO).
           IF W-PTSPRECO < 0
              MOVE ZEROS TO W-PTSPRECO.

           COMPUTE W-NOTA ROUNDED = W-PTSPRAZO + W-PTSATEND
                                  + W-PTSDIVERG + W-PTSPRECO
           IF W-NOTA > 100
              MOVE 100 TO W-NOTA.
           IF W-NOTA < 0
              MOVE ZEROS TO W-NOTA.
           MOVE W-PRAZOREAL TO TBF-PRAZOREAL (IND)
           MOVE W-PRAZOCOTMED TO TBF-PRAZOCOT (IND)
           MOVE W-ATRASOMED TO TBF-ATRASO (IND)
           MOVE W-ATENDIMENTO TO TBF-ATENDIMENTO (IND)
           MOVE W-VARPRECO TO TBF-VARPRECO (IND)
           MOVE W-NOTA TO TBF-NOTA (IND).
       R6-NOTA-FIM.
                EXIT.

       ROT-FIM.
           IF W-TEMPFO = "S"
              CLOSE ARQPFO.
           IF W-TEMMOV = "S"
              CLOSE ARQMOV.
           IF W-TEMNFC = "S"
              CLOSE ARQNFC.
           IF W-TEMFOR = "S"
              CLOSE ARQFOR.
           CLOSE ARQPED ARQPEI.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
