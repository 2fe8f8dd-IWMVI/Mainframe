      *    CORRIDO DO EXTRATO QUEBRARIA. O SCE015 BUSCA O ARQUIVO
      *    MORTO SOZINHO QUANDO O PERIODO PEDIDO COMECA ANTES DO
      *    CORTE. NOS MOLDES DO ARQUIVAMENTO DE PEDIDOS DO SCE026.
      *    CADA PRODUTO E UMA UNIDADE DE TRABALHO: SEU DETALHE VAI
      *    PARA O MORTO E SEUS SALDOS DE ABERTURA SAO GRAVADOS ANTES
      *    DE PASSAR AO PROXIMO. O ARQUIVO DE PONTOS DE CONTROLE
      *    (ARQCKP) GUARDA O ULTIMO PRODUTO CONCLUIDO E O PRODUTO EM
      *    ANDAMENTO; NA RETOMADA O SALDO DO PRODUTO INTERROMPIDO E
      *    RECOMPOSTO A PARTIR DO QUE JA ESTA NO ARQUIVO MORTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      RECORD KEY   IS HMOV-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCKP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CKP-PROGRAMA
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.
          03 HMOV-USUARIO            PIC X(12).
          03 HMOV-SALDOAPOS          PIC 9(06).

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
               VALUE OF FILE-ID IS "RELARQMV.TXT".
       01 W-QTDARQ                   PIC 9(09) VALUE ZEROS.
       01 W-QTDSALDOS                PIC 9(04) VALUE ZEROS.
       01 W-SALDONET                 PIC S9(08) COMP VALUE ZEROS.
       01 W-PROATUAL                 PIC 9(06) VALUE ZEROS.
       01 W-SAVE-MOV                 PIC X(62) VALUE SPACES.
       01 W-ZERASALDO                PIC X(01) VALUE "N".
       01 W-DATASLD                  PIC 9(08) VALUE ZEROS.
       01 W-RETOMADA                 PIC X(01) VALUE "N".
       01 W-QTDTENT                  PIC 9(09) VALUE ZEROS.
       01 W-QTDRECUP                 PIC 9(09) VALUE ZEROS.
       01 W-TENT                     PIC 9(02) VALUE ZEROS.

      * SALDOS DE ABERTURA POR PRODUTO/LOCAL ACUMULADOS NA PASSADA *
       01 W-QTDPL                    PIC 9(04) VALUE ZEROS.
           03 LT-TITULO              PIC X(28).
           03 LT-QTDE                PIC ZZZ.ZZZ.ZZ9.

       01 LINHA-TENT.
           03 FILLER                 PIC X(12) VALUE " TENTATIVA ".
           03 LTE-TENT               PIC Z9.
           03 FILLER                 PIC X(03) VALUE " : ".
           03 LTE-QTDE               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                 PIC X(23)
                                     VALUE " MOVIMENTOS ARQUIVADOS".

       01 LINHA-RETOMADA.
           03 FILLER                 PIC X(32)
                           VALUE "*** EXECUCAO RETOMADA - CORTE ".
           03 LR-CORTE               PIC 9999/99/99.
           03 FILLER                 PIC X(14) VALUE " - TENTATIVA ".
           03 LR-TENT                PIC Z9.
           03 FILLER                 PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
       INICIO.

              DISPLAY "*** ARQUIVO DE MOVIMENTACAO NAO ENCONTRADO **"
              GO TO ROT-FIM.

      * EXECUCAO ANTERIOR INTERROMPIDA E SEMPRE RETOMADA ANTES  *
      * DE UM NOVO ARQUIVAMENTO                                  *
       R0A.
           OPEN I-O ARQCKP
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQCKP
              DISPLAY "CRIANDO ARQUIVO DE PONTOS DE CONTROLE"
              CLOSE ARQCKP
              GO TO R0A
            ELSE
              DISPLAY "ERRO NA ABERTURA DOS PONTOS DE CONTROLE"
              GO TO ROT-FIM.
           MOVE "SCE042" TO CKP-PROGRAMA
           READ ARQCKP
           IF ST-ERRO = "00" AND CKP-SITUACAO = "A"
              MOVE "S" TO W-RETOMADA
              GO TO R1R.

       R1.
           DISPLAY "ARQUIVAMENTO DO LIVRO DE MOVIMENTACAO (KARDEX)".
           DISPLAY "Corte (AAAAMMDD, anteriores saem) : "

      * O ARQUIVO MORTO LEVA O ANO DO ULTIMO DETALHE QUE GUARDA: *
      * CORTE DE 1o DE JANEIRO FECHA O ANO ANTERIOR              *
       R1-NOME.
           MOVE W-CORTE-ANO TO W-ANOARQ
           IF W-CORTE-MES = 1 AND W-CORTE-DIA = 1
              SUBTRACT 1 FROM W-ANOARQ.
           MOVE SPACES TO W-NOMEARQH
           STRING "MOV" W-ANOARQ ".DAT" DELIMITED BY SIZE
               INTO W-NOMEARQH.
           IF W-RETOMADA = "S"
              GO TO R1B.

       R1A.
           DISPLAY "Arquivo morto : " W-NOMEARQH.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1A.

           MOVE "SCE042" TO CKP-PROGRAMA
           MOVE "A" TO CKP-SITUACAO
           ACCEPT CKP-DATA FROM DATE YYYYMMDD
           MOVE W-CORTE TO CKP-PARM1
           MOVE ZEROS TO CKP-PARM2 CKP-ULTCHAVE CKP-UNIDADE
           MOVE 1 TO CKP-TENTATIVA W-TENT
           MOVE ZEROS TO CKP-QTDTOT1 CKP-QTDTOT2
           MOVE 1 TO IND.
       R1A-ZERA.
           MOVE ZEROS TO CKP-QTDTENT (IND)
           ADD 1 TO IND
           IF IND NOT > 10
              GO TO R1A-ZERA.
           WRITE REGCKP
           IF ST-ERRO = "22"
              REWRITE REGCKP.
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE"
              GO TO ROT-FIM.

       R1B.
           OPEN I-O ARQMOVH
           IF ST-ERRO NOT = "00"
            ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MORTO"
              GO TO ROT-FIM.
           IF W-RETOMADA = "S"
              GO TO R1R-REL.

           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
           MOVE "RELATORIO DE ARQUIVAMENTO DO KARDEX" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE ZEROS TO W-PROATUAL W-QTDPL
           GO TO R2-LOOP.

      * RETOMADA: MESMO CORTE E TOTAIS DO PONTO DE CONTROLE; O    *
      * RELATORIO DA TENTATIVA ANTERIOR E ESTENDIDO                *
       R1R.
           MOVE CKP-PARM1 TO W-CORTE
           DISPLAY "ARQUIVAMENTO DO LIVRO DE MOVIMENTACAO (KARDEX)".
           DISPLAY "*** EXECUCAO ANTERIOR INTERROMPIDA ***".
           DISPLAY "Corte da execucao        : " W-CORTE.
           DISPLAY "Ultimo produto concluido : " CKP-ULTCHAVE.
           IF CKP-UNIDADE NOT = 0
              DISPLAY "Produto a completar      : " CKP-UNIDADE.
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
           MOVE CKP-QTDTOT2 TO W-QTDSALDOS
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE"
              GO TO ROT-FIM.
           GO TO R1-NOME.

       R1R-REL.
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

           MOVE ZEROS TO W-PROATUAL W-QTDPL
           IF CKP-UNIDADE NOT = 0
              PERFORM R6-RECUPERA THRU R6-RECUPERA-FIM
              MOVE W-PROATUAL TO MOV-COD-PRO
              MOVE ZEROS TO MOV-DATA MOV-HORA MOV-SEQ
              START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
              IF ST-ERRO NOT = "00"
                 GO TO R4-ULTIMO
              ELSE
                 GO TO R2-LOOP.

           MOVE CKP-ULTCHAVE TO MOV-COD-PRO
           MOVE 99999999 TO MOV-DATA MOV-HORA
           MOVE 999 TO MOV-SEQ
           START ARQMOV KEY IS GREATER THAN MOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R5-FIM.

      * PASSADA UNICA: MOVE O DETALHE ANTIGO PARA O MORTO E      *
      * ACUMULA O SALDO LIQUIDO POR PRODUTO/LOCAL; NA TROCA DE    *
      * PRODUTO GRAVA OS SALDOS DO ANTERIOR E FECHA A UNIDADE     *
       R2-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R4-ULTIMO.
           IF MOV-DATA NOT < W-CORTE
              GO TO R2-LOOP.
           IF MOV-COD-PRO NOT = W-PROATUAL
              PERFORM R2-TROCA THRU R2-TROCA-FIM.
      * O PROPRIO REGISTRO DE SALDO DE UM CORTE ANTERIOR TAMBEM  *
      * E RESUMIDO NO NOVO SALDO DE ABERTURA                     *

           DELETE ARQMOV RECORD
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA EXCLUSAO DO MOVIMENTO VIVO".
           ADD 1 TO W-QTDARQ W-QTDTENT
           GO TO R2-LOOP.

      * FECHA O PRODUTO ANTERIOR E ABRE A UNIDADE DO NOVO; A       *
      * GRAVACAO DOS SALDOS USA A AREA DO REGISTRO, POR ISSO O      *
      * MOVIMENTO CORRENTE E GUARDADO E A LEITURA REPOSICIONADA     *
       R2-TROCA.
           MOVE REGMOV TO W-SAVE-MOV
           PERFORM R4-SALDOS THRU R4-SALDOS-FIM
           MOVE W-SAVE-MOV TO REGMOV
           START ARQMOV KEY IS GREATER THAN MOV-CHAVE
           MOVE MOV-COD-PRO TO W-PROATUAL
           MOVE W-PROATUAL TO CKP-UNIDADE
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE".
       R2-TROCA-FIM.
                EXIT.

      * ACUMULA O MOVIMENTO NO SALDO DO PRODUTO/LOCAL *
       R3-ACUMULA.
           MOVE 1 TO IND.
           MOVE MOV-LOCAL TO TBS-LOCAL (IND)
           MOVE ZEROS TO TBS-NET (IND).
       R3-ACUMULA-SOMA.
           IF W-ZERASALDO = "S"
              MOVE ZEROS TO TBS-NET (IND).
           IF MOV-TIPO = "E"
              ADD MOV-QUANTIDADE TO TBS-NET (IND)
           ELSE
                EXIT.

      * GRAVA OS REGISTROS DE SALDO DE ABERTURA NA DATA DE CORTE *
      * E REGISTRA O PRODUTO COMO O ULTIMO CONCLUIDO               *
       R4-SALDOS.
           IF W-PROATUAL = 0
              GO TO R4-SALDOS-FIM.
           MOVE 1 TO IND.
       R4-SALDOS-LOOP.
           IF IND > W-QTDPL
              GO TO R4-SALDOS-CKP.
           MOVE TBS-CODIGO (IND) TO MOV-COD-PRO
           MOVE W-CORTE TO MOV-DATA
           MOVE ZEROS TO MOV-HORA
           ADD 1 TO IND
           GO TO R4-SALDOS-LOOP.

       R4-SALDOS-CKP.
           MOVE W-PROATUAL TO CKP-ULTCHAVE
           MOVE ZEROS TO CKP-UNIDADE W-QTDPL
           MOVE W-QTDARQ TO CKP-QTDTOT1
           MOVE W-QTDSALDOS TO CKP-QTDTOT2
           MOVE W-QTDTENT TO CKP-QTDTENT (W-TENT)
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE".
       R4-SALDOS-FIM.
                EXIT.

      * PRODUTO INTERROMPIDO: DESCARTA SALDOS DE ABERTURA QUE      *
      * TENHAM SIDO GRAVADOS E RECOMPOE A TABELA COM O DETALHE QUE  *
      * JA ESTA NO MORTO (O QUE AINDA ESTA VIVO O LACO ARQUIVA). UM *
      * SALDO DE CORTE ANTERIOR NO MORTO RESUME O QUE VEM ANTES     *
      * DELE E POR ISSO REINICIA O SALDO DO LOCAL; SE ESSE SALDO    *
      * AINDA ESTA NO VIVO, O LACO VAI ACUMULA-LO DE NOVO, ENTAO O  *
      * MORTO ANTERIOR A ELE (DO CORTE QUE O GEROU) E IGNORADO      *
       R6-RECUPERA.
           MOVE CKP-UNIDADE TO W-PROATUAL
           MOVE W-PROATUAL TO MOV-COD-PRO
           MOVE W-CORTE TO MOV-DATA
           MOVE ZEROS TO MOV-HORA MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R6-RECUPERA-VIVO.
       R6-RECUPERA-SLD.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R6-RECUPERA-VIVO.
           IF MOV-COD-PRO NOT = W-PROATUAL OR MOV-DATA NOT = W-CORTE
              GO TO R6-RECUPERA-VIVO.
           IF MOV-ORIGEM = "SLD" AND MOV-USUARIO = "SCE042"
              DELETE ARQMOV RECORD
              IF ST-ERRO NOT = "00"
                 DISPLAY "ERRO NA EXCLUSAO DO SALDO INCOMPLETO".
           GO TO R6-RECUPERA-SLD.

       R6-RECUPERA-VIVO.
           MOVE ZEROS TO W-DATASLD
           MOVE W-PROATUAL TO MOV-COD-PRO
           MOVE ZEROS TO MOV-DATA MOV-HORA MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R6-RECUPERA-MORTO.
       R6-RECUPERA-VIVO-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R6-RECUPERA-MORTO.
           IF MOV-COD-PRO NOT = W-PROATUAL OR MOV-DATA NOT < W-CORTE
              GO TO R6-RECUPERA-MORTO.
           IF MOV-ORIGEM = "SLD"
              MOVE MOV-DATA TO W-DATASLD
              GO TO R6-RECUPERA-MORTO.
           GO TO R6-RECUPERA-VIVO-LOOP.

       R6-RECUPERA-MORTO.
           MOVE W-PROATUAL TO HMOV-COD-PRO
           MOVE ZEROS TO HMOV-DATA HMOV-HORA HMOV-SEQ
           START ARQMOVH KEY IS NOT LESS THAN HMOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R6-RECUPERA-FIM.
       R6-RECUPERA-LOOP.
           READ ARQMOVH NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R6-RECUPERA-FIM.
           IF HMOV-COD-PRO NOT = W-PROATUAL
              GO TO R6-RECUPERA-FIM.
           IF HMOV-DATA NOT < W-CORTE
              GO TO R6-RECUPERA-FIM.
           IF HMOV-DATA < W-DATASLD
              GO TO R6-RECUPERA-LOOP.
           MOVE HMOV-CHAVE TO MOV-CHAVE
           READ ARQMOV
           IF ST-ERRO = "00"
              GO TO R6-RECUPERA-LOOP.
           MOVE REGMOVH TO REGMOV
           IF MOV-ORIGEM = "SLD"
              MOVE "S" TO W-ZERASALDO.
           PERFORM R3-ACUMULA THRU R3-ACUMULA-FIM
           MOVE "N" TO W-ZERASALDO
           ADD 1 TO W-QTDRECUP
           GO TO R6-RECUPERA-LOOP.
       R6-RECUPERA-FIM.
                EXIT.

       R4-ULTIMO.
           PERFORM R4-SALDOS THRU R4-SALDOS-FIM.

       R5-FIM.
           MOVE "C" TO CKP-SITUACAO
           MOVE ZEROS TO CKP-UNIDADE
           MOVE W-QTDARQ TO CKP-QTDTOT1
           MOVE W-QTDSALDOS TO CKP-QTDTOT2
           MOVE W-QTDTENT TO CKP-QTDTENT (W-TENT)
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE".

           MOVE "MOVIMENTOS ARQUIVADOS       :" TO LT-TITULO
           MOVE W-QTDARQ TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           MOVE W-QTDSALDOS TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           IF W-RETOMADA = "S"
              PERFORM R8-TENTATIVAS THRU R8-TENTATIVAS-FIM.
           CLOSE ARQMOVH ARQREL

           DISPLAY "MOVIMENTOS ARQUIVADOS : " W-QTDARQ
           DISPLAY "SALDOS DE ABERTURA    : " W-QTDSALDOS
           DISPLAY "*** RELATORIO GERADO EM RELARQMV.TXT ***".
           GO TO ROT-FIM.

      * EXECUCAO RETOMADA: MOVIMENTOS ARQUIVADOS EM CADA TENTATIVA *
      * E O DETALHE DO PRODUTO INTERROMPIDO LIDO DE VOLTA DO MORTO *
       R8-TENTATIVAS.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "EXECUCAO RETOMADA - MOVIMENTOS POR TENTATIVA"
               TO REGREL
           WRITE REGREL.
           MOVE 1 TO IND.
       R8-TENTATIVAS-LOOP.
           IF IND > W-TENT
              GO TO R8-TENTATIVAS-REC.
           MOVE IND TO LTE-TENT
           MOVE CKP-QTDTENT (IND) TO LTE-QTDE
           MOVE LINHA-TENT TO REGREL
           WRITE REGREL.
           DISPLAY "TENTATIVA " LTE-TENT " : " CKP-QTDTENT (IND)
                   " MOVIMENTOS ARQUIVADOS"
           ADD 1 TO IND
           GO TO R8-TENTATIVAS-LOOP.
       R8-TENTATIVAS-REC.
           MOVE "RECOMPOSTOS DO MORTO        :" TO LT-TITULO
           MOVE W-QTDRECUP TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
       R8-TENTATIVAS-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQMOV ARQCKP.
           STOP RUN.

      *    FILE STATUS
