      *    CANCELADOS OU COM TODOS OS TITULOS QUITADOS, MANTENDO OS
      *    ARQUIVOS VIVOS ENXUTOS; O SCE007 PODE INCLUIR O HISTORICO
      *    QUANDO UM RELATORIO DE VARIOS ANOS FOR NECESSARIO.
      *    CADA PEDIDO E UMA UNIDADE DE TRABALHO: CABECALHO E ITENS
      *    SAO GRAVADOS NO HISTORICO E O CABECALHO VIVO E O ULTIMO A
      *    SER EXCLUIDO. O ARQUIVO DE PONTOS DE CONTROLE (ARQCKP)
      *    GUARDA O ULTIMO PEDIDO CONCLUIDO E O PEDIDO EM ANDAMENTO;
      *    UMA EXECUCAO INTERROMPIDA E RETOMADA NA PROXIMA RODADA,
      *    COM O MESMO CORTE, TERMINANDO O PEDIDO QUE FICOU PELA
      *    METADE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 ALTERNATE RECORD KEY IS HPEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCKP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CKP-PROGRAMA
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQTIT
               LABEL RECORD IS STANDARD
          03 HPEI-STATUS             PIC X(01).
          03 HPEI-QTDRECEBIDA        PIC 9(06).
          03 HPEI-DESCONTO           PIC 9(02)V99.
          03 HPEI-FATOR              PIC 9(04).

       FD ARQCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCKP.DAT".

       01 REGCKP.
          03 CKP-PROGRAMA            PIC X(08).
          03 CKP-SITUACAO            PIC X(01).
          03 CKP-DATA                PIC 9(08).
          03 CKP-PARM1               PIC 9(08).
          03 CKP-PARM2               PIC 9(08).
          03 CKP-ULTCHAVE            PIC 9(14).
          03 CKP-UNIDADE             PIC 9(14).
          03 CKP-TENTATIVA           PIC 9(02).
          03 CKP-QTDTOT1             PIC 9(09).
          03 CKP-QTDTOT2             PIC 9(09).
          03 CKP-QTDTENT             PIC 9(09) OCCURS 10 TIMES.

       FD ARQREL
               LABEL RECORD IS STANDARD
       01 W-TEMABERTO                PIC X(01) VALUE "N".
       01 W-QTDARQ                   PIC 9(06) VALUE ZEROS.
       01 W-QTDMANT                  PIC 9(06) VALUE ZEROS.
       01 W-RETOMADA                 PIC X(01) VALUE "N".
       01 W-QTDTENT                  PIC 9(09) VALUE ZEROS.
       01 W-TENT                     PIC 9(02) VALUE ZEROS.
       01 IND                        PIC 9(02) VALUE ZEROS.

       01 LINHA-DET.
           03 FILLER                 PIC X(12) VALUE "ARQUIVADO : ".
           03 LT-TITULO              PIC X(28).
           03 LT-QTDE                PIC ZZZ.ZZ9.

       01 LINHA-TENT.
           03 FILLER                 PIC X(12) VALUE " TENTATIVA ".
           03 LTE-TENT               PIC Z9.
           03 FILLER                 PIC X(03) VALUE " : ".
           03 LTE-QTDE               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                 PIC X(20)
                                     VALUE " PEDIDOS EXAMINADOS".

       01 LINHA-RETOMADA.
           03 FILLER                 PIC X(32)
                           VALUE "*** EXECUCAO RETOMADA - CORTE ".
           03 LR-CORTE               PIC 9999/99/99.
           03 FILLER                 PIC X(14) VALUE " - TENTATIVA ".
           03 LR-TENT                PIC Z9.
           03 FILLER                 PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
       INICIO.

              DISPLAY "ERRO NA ABERTURA DO HISTORICO DE ITENS"
              GO TO ROT-FIM.

      * EXECUCAO ANTERIOR INTERROMPIDA E SEMPRE RETOMADA ANTES  *
      * DE UM NOVO ARQUIVAMENTO                                  *
       R0E.
           OPEN I-O ARQCKP
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQCKP
              DISPLAY "CRIANDO ARQUIVO DE PONTOS DE CONTROLE"
              CLOSE ARQCKP
              GO TO R0E
            ELSE
              DISPLAY "ERRO NA ABERTURA DOS PONTOS DE CONTROLE"
              GO TO ROT-FIM.
           MOVE "SCE026" TO CKP-PROGRAMA
           READ ARQCKP
           IF ST-ERRO = "00" AND CKP-SITUACAO = "A"
              MOVE "S" TO W-RETOMADA
              GO TO R1R.

       R1.
           DISPLAY "ARQUIVAMENTO DE PEDIDOS ENCERRADOS".
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1A.

           MOVE "SCE026" TO CKP-PROGRAMA
           MOVE "A" TO CKP-SITUACAO
           ACCEPT CKP-DATA FROM DATE YYYYMMDD
           MOVE W-CORTE TO CKP-PARM1
           MOVE ZEROS TO CKP-PARM2 CKP-ULTCHAVE CKP-UNIDADE
           MOVE 1 TO CKP-TENTATIVA W-TENT
           MOVE ZEROS TO CKP-QTDTOT1 CKP-QTDTOT2
           MOVE 1 TO IND.
       R1B.
           MOVE ZEROS TO CKP-QTDTENT (IND)
           ADD 1 TO IND
           IF IND NOT > 10
              GO TO R1B.
           WRITE REGCKP
           IF ST-ERRO = "22"
              REWRITE REGCKP.
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE"
              GO TO ROT-FIM.

           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              GO TO ROT-FIM.
           MOVE SPACES TO REGREL
           MOVE "RELATORIO DE ARQUIVAMENTO DE PEDIDOS" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           GO TO R2-LOOP.

      * RETOMADA: MESMO CORTE E TOTAIS DO PONTO DE CONTROLE; O    *
      * RELATORIO DA TENTATIVA ANTERIOR E ESTENDIDO                *
       R1R.
           MOVE CKP-PARM1 TO W-CORTE
           DISPLAY "ARQUIVAMENTO DE PEDIDOS ENCERRADOS".
           DISPLAY "*** EXECUCAO ANTERIOR INTERROMPIDA ***".
           DISPLAY "Corte da execucao        : " W-CORTE.
           DISPLAY "Ultimo pedido concluido  : " CKP-ULTCHAVE.
           IF CKP-UNIDADE NOT = 0
              DISPLAY "Pedido a completar       : " CKP-UNIDADE.
       R1R-CONFIRMA.
           DISPLAY "Confirma a Retomada (S/N)         : "
               WITH NO ADVANCING.
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              DISPLAY "*** RETOMADA ADIADA PARA A PROXIMA RODADA ***"
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1R-CONFIRMA.

           ADD 1 TO CKP-TENTATIVA
           MOVE CKP-TENTATIVA TO W-TENT
           IF W-TENT > 10
              MOVE 10 TO W-TENT.
           MOVE CKP-QTDTOT1 TO W-QTDARQ
           MOVE CKP-QTDTOT2 TO W-QTDMANT
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE"
              GO TO ROT-FIM.

           OPEN EXTEND ARQREL
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQREL
              IF ST-ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                 GO TO ROT-FIM.
           MOVE W-CORTE TO LR-CORTE
           MOVE CKP-TENTATIVA TO LR-TENT
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE LINHA-RETOMADA TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.

      * PEDIDO EM ANDAMENTO: SE O CABECALHO VIVO AINDA EXISTE, O  *
      * LACO O REEXAMINA E TERMINA O ARQUIVAMENTO; SE JA FOI      *
      * EXCLUIDO, FALTA SO FECHAR A UNIDADE                       *
           IF CKP-UNIDADE = 0
              GO TO R1R-POSICIONA.
           MOVE CKP-UNIDADE TO PED-COD
           READ ARQPED
           IF ST-ERRO = "00"
              START ARQPED KEY IS NOT LESS THAN PED-COD
              GO TO R2-LOOP.

           MOVE CKP-UNIDADE TO PED-COD
           PERFORM R5-ITENS THRU R5-ITENS-FIM
           MOVE CKP-UNIDADE TO HPED-COD
           READ ARQPEDH
           IF ST-ERRO = "00"
              ADD 1 TO W-QTDARQ W-QTDTENT
              MOVE HPED-COD TO LD-PEDIDO
              MOVE HPED-DATA TO LD-DATA
              MOVE HPED-STATUS TO LD-STATUS
              MOVE LINHA-DET TO REGREL
              WRITE REGREL.
           MOVE CKP-UNIDADE TO PED-COD
           PERFORM R6-CKP-FIM THRU R6-CKP-FIM-FIM.

       R1R-POSICIONA.
           MOVE CKP-ULTCHAVE TO PED-COD
           START ARQPED KEY IS GREATER THAN PED-COD
           IF ST-ERRO NOT = "00"
              GO TO R7-FIM.

       R2-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R7-FIM.
           ADD 1 TO W-QTDTENT.
           IF PED-DATA NOT < W-CORTE
              ADD 1 TO W-QTDMANT
              GO TO R2-LOOP.
              GO TO R2-LOOP.
      * COMPRA AINDA AGUARDANDO RECEBIMENTO (SCE038) NAO PODE   *
      * SAIR DO ARQUIVO VIVO: SEM O CABECALHO A MERCADORIA NUNCA *
      * PODERIA SER LANCADA; NEM A QUE AGUARDA APROVACAO (SCE069) *
           IF PED-STATUS = "G" OR "A"
              ADD 1 TO W-QTDMANT
              GO TO R2-LOOP.
      * ORCAMENTO NAO CANCELADO PODE AINDA VIRAR VENDA NO SCE005 *
              GO TO R2-LOOP.

       R3-ARQUIVA.
           MOVE PED-COD TO CKP-UNIDADE
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE"
              GO TO ROT-FIM.

           MOVE PED-COD TO HPED-COD
           MOVE PED-TIPOPEDIDO TO HPED-TIPOPEDIDO
           MOVE PED-DATA TO HPED-DATA
           MOVE PED-STATUS TO LD-STATUS
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           PERFORM R6-CKP-FIM THRU R6-CKP-FIM-FIM
           GO TO R2-LOOP.

      * EXISTE ALGUM TITULO EM ABERTO DESTE PEDIDO? *
              GO TO R4-TESTA-TIT-FIM.
           IF TIT-PED-COD NOT = PED-COD
              GO TO R4-TESTA-TIT-FIM.
           IF TIT-STATUS = "A" OR "B"
              MOVE "S" TO W-TEMABERTO
              GO TO R4-TESTA-TIT-FIM.
           GO TO R4-TESTA-TIT-LOOP.
           MOVE PEI-STATUS TO HPEI-STATUS
           MOVE PEI-QTDRECEBIDA TO HPEI-QTDRECEBIDA
           MOVE PEI-DESCONTO TO HPEI-DESCONTO
           MOVE PEI-FATOR TO HPEI-FATOR
           WRITE REGPEIH
           IF ST-ERRO = "22"
              REWRITE REGPEIH.
       R5-ITENS-FIM.
                EXIT.

      * FECHA A UNIDADE: O PEDIDO PASSA A SER O ULTIMO CONCLUIDO *
       R6-CKP-FIM.
           MOVE PED-COD TO CKP-ULTCHAVE
           MOVE ZEROS TO CKP-UNIDADE
           MOVE W-QTDARQ TO CKP-QTDTOT1
           MOVE W-QTDMANT TO CKP-QTDTOT2
           MOVE W-QTDTENT TO CKP-QTDTENT (W-TENT)
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE".
       R6-CKP-FIM-FIM.
                EXIT.

       R7-FIM.
           MOVE "C" TO CKP-SITUACAO
           MOVE ZEROS TO CKP-UNIDADE
           MOVE W-QTDARQ TO CKP-QTDTOT1
           MOVE W-QTDMANT TO CKP-QTDTOT2
           MOVE W-QTDTENT TO CKP-QTDTENT (W-TENT)
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE".

           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "PEDIDOS ARQUIVADOS          :" TO LT-TITULO
           MOVE W-QTDARQ TO LT-QTDE
           MOVE W-QTDMANT TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           IF W-RETOMADA = "S"
              PERFORM R8-TENTATIVAS THRU R8-TENTATIVAS-FIM.

           DISPLAY "PEDIDOS ARQUIVADOS : " W-QTDARQ
           DISPLAY "PEDIDOS MANTIDOS   : " W-QTDMANT
           DISPLAY "*** RELATORIO GERADO EM RELARQPE.TXT ***".
           GO TO ROT-FIM.

      * EXECUCAO RETOMADA: PEDIDOS EXAMINADOS EM CADA TENTATIVA *
       R8-TENTATIVAS.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "EXECUCAO RETOMADA - PEDIDOS POR TENTATIVA" TO REGREL
           WRITE REGREL.
           MOVE 1 TO IND.
       R8-TENTATIVAS-LOOP.
           IF IND > W-TENT
              GO TO R8-TENTATIVAS-FIM.
           MOVE IND TO LTE-TENT
           MOVE CKP-QTDTENT (IND) TO LTE-QTDE
           MOVE LINHA-TENT TO REGREL
           WRITE REGREL.
           DISPLAY "TENTATIVA " IND " : " CKP-QTDTENT (IND)
                   " PEDIDOS EXAMINADOS"
           ADD 1 TO IND
           GO TO R8-TENTATIVAS-LOOP.
       R8-TENTATIVAS-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQPED ARQPEI ARQTIT ARQPEDH ARQPEIH ARQREL ARQCKP.
           STOP RUN.

      *    FILE STATUS
