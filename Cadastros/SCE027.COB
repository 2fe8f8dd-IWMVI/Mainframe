      *    RODA SEM OPERADOR A SEQUENCIA DA NOITE (COPIA DE
      *    SEGURANCA E VERIFICACAO DOS ARQUIVOS, RECONCILIACAO DE
      *    ESTOQUE, VERIFICADOR DE CONSISTENCIA ENTRE ARQUIVOS,
      *    RELATORIO DE VENDAS E COMPRAS, REPOSICAO, EXPORTACAO
      *    CSV, DESPESAS RECORRENTES E SALDO PARA A LOJA VIRTUAL),
      *    REGISTRANDO INICIO/FIM/SITUACAO DE CADA PASSO NO
      *    ARQUIVO DE CONTROLE (ARQCTL).
      *    UMA NOVA EXECUCAO NO MESMO DIA RETOMA DO PRIMEIRO PASSO
      *    NAO CONCLUIDO. SO RODA COM OS TERMINAIS DE PEDIDOS
      *    FECHADOS (ARQTRM).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRW ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTL
          03 PRV-MODO                PIC X(01).
          03 FILLER                  PIC X(19).

       FD ARQPRD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMDSP.DAT".

       01 REGPRD.
          03 PRD-MODO                PIC X(01).
          03 FILLER                  PIC X(19).

       FD ARQPRW
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMWEB.DAT".

       01 REGPRW.
          03 PRW-MODO                PIC X(01).
          03 FILLER                  PIC X(19).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCAO                    PIC X(01) VALUE SPACES.
           WRITE REGPRV.
           CLOSE ARQPRV.

      * AS DESPESAS RECORRENTES SAO GERADAS ATE O MES SEGUINTE *
           OPEN OUTPUT ARQPRD
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CARTAO PARMDSP"
              GO TO ROT-FIM.
           MOVE SPACES TO REGPRD
           MOVE "G" TO PRD-MODO
           WRITE REGPRD.
           CLOSE ARQPRD.

      * A INTEGRACAO COM A LOJA VIRTUAL SO EXPORTA O SALDO *
           OPEN OUTPUT ARQPRW
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CARTAO PARMWEB"
              GO TO ROT-FIM.
           MOVE SPACES TO REGPRW
           MOVE "E" TO PRW-MODO
           WRITE REGPRW.
           CLOSE ARQPRW.

       R2-CADEIA.
           MOVE ZEROS TO W-PASSO
           MOVE "N" TO W-FALHOU.

       R2-PROXIMO.
           ADD 1 TO W-PASSO
           IF W-PASSO > 8
              GO TO R5-ENCERRA.
           IF W-PASSO = 1
              MOVE "SCE039" TO W-PROGRAMA.
              MOVE "SCE008" TO W-PROGRAMA.
           IF W-PASSO = 6
              MOVE "SCE009" TO W-PROGRAMA.
           IF W-PASSO = 7
              MOVE "SCE057" TO W-PROGRAMA.
           IF W-PASSO = 8
              MOVE "SCE062" TO W-PROGRAMA.

      * PASSO JA CONCLUIDO HOJE NAO RODA DE NOVO (RETOMADA) *
       R3-CONTROLE.
              CALL "SCE008".
           IF W-PASSO = 6
              CALL "SCE009".
           IF W-PASSO = 7
              CALL "SCE057".
           IF W-PASSO = 8
              CALL "SCE062".

           ACCEPT CTL-HORAFIM FROM TIME
           IF RETURN-CODE = 0
              MOVE SPACES TO REGPRV
              WRITE REGPRV
              CLOSE ARQPRV.
           OPEN OUTPUT ARQPRD
           IF ST-ERRO = "00"
              MOVE SPACES TO REGPRD
              WRITE REGPRD
              CLOSE ARQPRD.
           OPEN OUTPUT ARQPRW
           IF ST-ERRO = "00"
              MOVE SPACES TO REGPRW
              WRITE REGPRW
              CLOSE ARQPRW.

           IF W-FALHOU = "S"
              DISPLAY "*** CADEIA NOTURNA INTERROMPIDA ***"
