      *    PRODUTO EM PRO-CLASSEABC, USADA PELO SCE008 (ORDEM DO
      *    ALERTA DE REPOSICAO) E PELO SCE016 (CONTAGEM POR CLASSE).
      *    PRODUTO SEM VENDA NO PERIODO RECEBE CLASSE "C".
      *    A GRAVACAO DAS CLASSES REGISTRA A CADA 100 PRODUTOS UM
      *    PONTO DE CONTROLE (ARQCKP) COM O ULTIMO PRODUTO GRAVADO;
      *    UMA EXECUCAO INTERROMPIDA E RETOMADA NA PROXIMA RODADA COM
      *    O MESMO PERIODO: A CURVA E RECALCULADA E A GRAVACAO SEGUE
      *    DO PRODUTO SEGUINTE AO PONTO DE CONTROLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
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
          03 CLI-CONTATO             PIC X(32).
          03 CLI-LIMITECREDITO       PIC 9(07)V99.

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
               VALUE OF FILE-ID IS "RELCURVA.TXT".
       01 W-PCTACUM                  PIC 9(03)V99 VALUE ZEROS.
       01 W-CLASSE                   PIC X(01) VALUE SPACES.

      * PONTO DE CONTROLE DA GRAVACAO DAS CLASSES *
       01 W-RETOMADA                 PIC X(01) VALUE "N".
       01 W-TENT                     PIC 9(02) VALUE ZEROS.
       01 W-QTDTENT                  PIC 9(09) VALUE ZEROS.
       01 W-QTDCLASS                 PIC 9(09) VALUE ZEROS.
       01 W-QTDALT                   PIC 9(09) VALUE ZEROS.
       01 W-QTDCKP                   PIC 9(04) VALUE ZEROS.

      * TROCA DE POSICOES DA ORDENACAO *
       01 W-SAVE-PRO.
          03 W-SP-CODIGO             PIC 9(06).
           03 LC-PCTACUM             PIC ZZ9,99.
           03 FILLER                 PIC X(01) VALUE "%".

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LT-TITULO              PIC X(28).
           03 LT-QTDE                PIC ZZZ.ZZZ.ZZ9.

       01 LINHA-TENT.
           03 FILLER                 PIC X(12) VALUE " TENTATIVA ".
           03 LTE-TENT               PIC Z9.
           03 FILLER                 PIC X(03) VALUE " : ".
           03 LTE-QTDE               PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                 PIC X(21)
                                     VALUE " PRODUTOS EXAMINADOS".

       01 LINHA-RETOMADA.
           03 FILLER                 PIC X(33)
                           VALUE "*** EXECUCAO RETOMADA - PERIODO ".
           03 LR-DATAINI             PIC 9999/99/99.
           03 FILLER                 PIC X(03) VALUE " A ".
           03 LR-DATAFIM             PIC 9999/99/99.
           03 FILLER                 PIC X(14) VALUE " - TENTATIVA ".
           03 LR-TENT                PIC Z9.
           03 FILLER                 PIC X(04) VALUE " ***".

       PROCEDURE DIVISION.
       INICIO.

           ELSE
              MOVE "N" TO W-TEMHIST.

      * EXECUCAO ANTERIOR INTERROMPIDA E SEMPRE RETOMADA ANTES  *
      * DE UMA NOVA CURVA                                        *
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
           MOVE "SCE035" TO CKP-PROGRAMA
           READ ARQCKP
           IF ST-ERRO = "00" AND CKP-SITUACAO = "A"
              MOVE "S" TO W-RETOMADA
              GO TO R1R.

       R1.
           DISPLAY "CURVA ABC DE PRODUTOS E CLIENTES".
           DISPLAY "Data Inicial (AAAAMMDD) : " WITH NO ADVANCING.
              DISPLAY "*** DATA FINAL MENOR QUE A INICIAL ***"
              GO TO R1.

           MOVE "SCE035" TO CKP-PROGRAMA
           MOVE "A" TO CKP-SITUACAO
           ACCEPT CKP-DATA FROM DATE YYYYMMDD
           MOVE W-DATAINI TO CKP-PARM1
           MOVE W-DATAFIM TO CKP-PARM2
           MOVE ZEROS TO CKP-ULTCHAVE CKP-UNIDADE
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
           GO TO R2-VIVO.

      * RETOMADA: MESMO PERIODO E TOTAIS DO PONTO DE CONTROLE *
       R1R.
           MOVE CKP-PARM1 TO W-DATAINI
           MOVE CKP-PARM2 TO W-DATAFIM
           DISPLAY "CURVA ABC DE PRODUTOS E CLIENTES".
           DISPLAY "*** EXECUCAO ANTERIOR INTERROMPIDA ***".
           DISPLAY "Periodo da execucao      : " W-DATAINI
                   " A " W-DATAFIM.
           DISPLAY "Ultimo produto gravado   : " CKP-ULTCHAVE.
       R1R-CONFIRMA.
           DISPLAY "Confirma a Retomada (S/N) : " WITH NO ADVANCING.
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
           MOVE CKP-QTDTOT1 TO W-QTDCLASS
           MOVE CKP-QTDTOT2 TO W-QTDALT
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE"
              GO TO ROT-FIM.

      * ACUMULA AS VENDAS DO ARQUIVO VIVO *
       R2-VIVO.
           READ ARQPED NEXT RECORD
           MOVE "CURVA ABC DE PRODUTOS (RECEITA DO PERIODO)" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           IF W-RETOMADA = "S"
              MOVE W-DATAINI TO LR-DATAINI
              MOVE W-DATAFIM TO LR-DATAFIM
              MOVE CKP-TENTATIVA TO LR-TENT
              MOVE LINHA-RETOMADA TO REGREL
              WRITE REGREL
              MOVE SPACES TO REGREL
              WRITE REGREL.

           MOVE ZEROS TO W-TOTGERAL W-ACUMULADO
           MOVE 1 TO IND.
           GO TO R7-LINHA-CLI-LOOP.

      * VARRE O CADASTRO INTEIRO GRAVANDO A CLASSE: PRODUTO SEM  *
      * VENDA NO PERIODO FICA COM CLASSE "C". NA RETOMADA A       *
      * VARREDURA SEGUE DO PRODUTO SEGUINTE AO PONTO DE CONTROLE  *
       R8-GRAVA.
           IF W-RETOMADA = "S"
              MOVE CKP-ULTCHAVE TO PRO-CODIGO
              START ARQPRO KEY IS GREATER THAN PRO-CODIGO
           ELSE
              MOVE ZEROS TO PRO-CODIGO
              START ARQPRO KEY IS NOT LESS THAN PRO-CODIGO.
           IF ST-ERRO NOT = "00"
              GO TO R9-FIM.

           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R9-FIM.
           ADD 1 TO W-QTDTENT W-QTDCLASS
           MOVE "C" TO W-CLASSE
           MOVE 1 TO IND.
       R8-BUSCA.
           GO TO R8-BUSCA.
       R8-REGRAVA.
           IF PRO-CLASSEABC = W-CLASSE
              GO TO R8-PROXIMO.
           MOVE W-CLASSE TO PRO-CLASSEABC
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DA CLASSE DO PRODUTO"
           ELSE
              ADD 1 TO W-QTDALT.

      * A CADA 100 PRODUTOS O ULTIMO GRAVADO VAI PARA O PONTO DE *
      * CONTROLE                                                  *
       R8-PROXIMO.
           ADD 1 TO W-QTDCKP
           IF W-QTDCKP < 100
              GO TO R8-LOOP.
           MOVE ZEROS TO W-QTDCKP
           MOVE PRO-CODIGO TO CKP-ULTCHAVE
           MOVE W-QTDCLASS TO CKP-QTDTOT1
           MOVE W-QTDALT TO CKP-QTDTOT2
           MOVE W-QTDTENT TO CKP-QTDTENT (W-TENT)
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE".
           GO TO R8-LOOP.

       R9-FIM.
           MOVE "C" TO CKP-SITUACAO
           MOVE W-QTDCLASS TO CKP-QTDTOT1
           MOVE W-QTDALT TO CKP-QTDTOT2
           MOVE W-QTDTENT TO CKP-QTDTENT (W-TENT)
           REWRITE REGCKP
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA GRAVACAO DO PONTO DE CONTROLE".

           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "PRODUTOS CLASSIFICADOS      :" TO LT-TITULO
           MOVE W-QTDCLASS TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "CLASSES ALTERADAS           :" TO LT-TITULO
           MOVE W-QTDALT TO LT-QTDE
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           IF W-RETOMADA = "S"
              PERFORM R9-TENTATIVAS THRU R9-TENTATIVAS-FIM.

           DISPLAY "*** CURVA ABC GERADA EM RELCURVA.TXT ***"
           DISPLAY "*** CLASSES GRAVADAS NO CADASTRO DE PRODUTOS ***".
           GO TO ROT-FIM.

      * EXECUCAO RETOMADA: PRODUTOS EXAMINADOS EM CADA TENTATIVA *
       R9-TENTATIVAS.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "EXECUCAO RETOMADA - PRODUTOS POR TENTATIVA" TO REGREL
           WRITE REGREL.
           MOVE 1 TO IND.
       R9-TENTATIVAS-LOOP.
           IF IND > W-TENT
              GO TO R9-TENTATIVAS-FIM.
           MOVE IND TO LTE-TENT
           MOVE CKP-QTDTENT (IND) TO LTE-QTDE
           MOVE LINHA-TENT TO REGREL
           WRITE REGREL.
           DISPLAY "TENTATIVA " LTE-TENT " : " CKP-QTDTENT (IND)
                   " PRODUTOS EXAMINADOS"
           ADD 1 TO IND
           GO TO R9-TENTATIVAS-LOOP.
       R9-TENTATIVAS-FIM.
                EXIT.

       ROT-FIM.
           IF W-TEMHIST = "S"
              CLOSE ARQPEDH ARQPEIH.
           CLOSE ARQPED ARQPEI ARQPRO ARQCLI ARQREL ARQCKP.
           STOP RUN.

      *    FILE STATUS
