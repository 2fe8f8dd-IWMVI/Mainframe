       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE064.

      *AUTHOR. Wallace Martins.
      *    RELATORIO MENSAL DE FRETE COBRADO POR ZONA    *
      *    LE AS ENTREGAS DO MES (ARQENT, GERADAS PELO SCE005 E PELO
      *    SCE062) E TOTALIZA, POR ZONA DE FRETE (ENT-ZONA, CADASTRO
      *    NO SCE063), A QUANTIDADE DE ENTREGAS, QUANTAS SAIRAM COM
      *    FRETE GRATIS E O VALOR DE FRETE COBRADO. AS ENTREGAS DE
      *    PEDIDOS CANCELADOS FICAM DE FORA; CEP FORA DE QUALQUER
      *    ZONA SAI NA ZONA 00. RELATORIO EM RELFRETE.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".

       01 REGENT.
          03 ENT-PED-COD             PIC 9(06).
          03 ENT-DATA                PIC 9(08).
          03 ENT-NOME                PIC X(30).
          03 ENT-LOGRADOURO          PIC X(24).
          03 ENT-NUMERO              PIC X(11).
          03 ENT-BAIRRO              PIC X(40).
          03 ENT-CIDADE              PIC X(24).
          03 ENT-CEP                 PIC 9(08).
          03 ENT-STATUS              PIC X(01).
          03 ENT-DATAENTREGA         PIC 9(08).
          03 ENT-RECEBEDOR           PIC X(30).
          03 ENT-ZONA                PIC 9(02).
          03 ENT-FRETE               PIC 9(07)V99.

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

       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".

       01 REGFRT.
          03 FRT-CODIGO              PIC 9(02).
          03 FRT-NOME                PIC X(20).
          03 FRT-CEPINI              PIC 9(08).
          03 FRT-CEPFIM              PIC 9(08).
          03 FRT-VALORBASE           PIC 9(05)V99.
          03 FRT-TIPOCOB             PIC X(01).
          03 FRT-VALORUNIT           PIC 9(05)V99.
          03 FRT-MINGRATIS           PIC 9(07)V99.
          03 FRT-DATAALT             PIC 9(08).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFRETE.TXT".
       01 REGREL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 IND                        PIC 9(03) VALUE ZEROS.
       01 W-ANOMES                   PIC 9(06) VALUE ZEROS.
       01 W-DATAINI                  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM                  PIC 9(08) VALUE ZEROS.
       01 W-TEMFRT                   PIC X(01) VALUE "N".
       01 W-TOTENTREGAS              PIC 9(06) VALUE ZEROS.
       01 W-TOTGRATIS                PIC 9(06) VALUE ZEROS.
       01 W-TOTFRETE                 PIC 9(09)V99 VALUE ZEROS.

      * UMA POSICAO POR ZONA: A ZONA 00 (SEM ZONA) FICA NA 1A     *
       01 TAB-ZONA.
           03 TB-ZONA OCCURS 100 TIMES.
              05 TBZ-ENTREGAS        PIC 9(06).
              05 TBZ-GRATIS          PIC 9(06).
              05 TBZ-FRETE           PIC 9(09)V99.

       01 LINHA-DET.
           03 LD-ZONA                PIC 99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-NOME                PIC X(20).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-ENTREGAS            PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(03) VALUE SPACES.
           03 LD-GRATIS              PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-FRETE               PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LT-TITULO              PIC X(25).
           03 LT-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-QTD.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LQ-TITULO              PIC X(25).
           03 FILLER                 PIC X(07) VALUE SPACES.
           03 LQ-QTD                 PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQENT
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE ENTREGAS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

      * O CADASTRO DE ZONAS (SCE063) SO FORNECE O NOME DA ZONA;   *
      * SEM ELE O RELATORIO SAI APENAS COM O CODIGO               *
       R0B.
           OPEN INPUT ARQFRT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFRT
           ELSE
              MOVE "N" TO W-TEMFRT.

       R1.
           DISPLAY "RELATORIO MENSAL DE FRETE POR ZONA".
           DISPLAY "Mes de Apuracao (AAAAMM) : " WITH NO ADVANCING.
           ACCEPT W-ANOMES.
           IF W-ANOMES = 0
              DISPLAY "*** MES NAO PODE FICAR EM BRANCO ***"
              GO TO R1.
           COMPUTE W-DATAINI = (W-ANOMES * 100) + 1
           COMPUTE W-DATAFIM = (W-ANOMES * 100) + 31
           MOVE 1 TO IND.

       R1-ZERA.
           IF IND > 100
              GO TO R2-ENTREGAS.
           MOVE ZEROS TO TBZ-ENTREGAS (IND) TBZ-GRATIS (IND)
                         TBZ-FRETE (IND)
           ADD 1 TO IND
           GO TO R1-ZERA.

       R2-ENTREGAS.
           READ ARQENT NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R4-EMITE.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO DE ENTREGAS"
              GO TO ROT-FIM.
           IF ENT-DATA < W-DATAINI OR ENT-DATA > W-DATAFIM
              GO TO R2-ENTREGAS.
           MOVE ENT-PED-COD TO PED-COD
           READ ARQPED
           IF ST-ERRO = "00" AND PED-STATUS = "C"
              GO TO R2-ENTREGAS.

           COMPUTE IND = ENT-ZONA + 1
           ADD 1 TO TBZ-ENTREGAS (IND)
           IF ENT-FRETE = 0
              ADD 1 TO TBZ-GRATIS (IND).
           ADD ENT-FRETE TO TBZ-FRETE (IND)
           GO TO R2-ENTREGAS.

       R4-EMITE.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
              GO TO ROT-FIM.

           MOVE SPACES TO REGREL
           MOVE "RELATORIO MENSAL DE FRETE COBRADO POR ZONA" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "MES DE APURACAO : " W-ANOMES
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "ZONA  NOME                  ENTREGAS  "
                  "SEM FRETE     FRETE COBRADO"
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE 1 TO IND.

       R4-LOOP.
           IF IND > 100
              GO TO R6-FIM.
           IF TBZ-ENTREGAS (IND) = 0
              ADD 1 TO IND
              GO TO R4-LOOP.
           COMPUTE LD-ZONA = IND - 1
           PERFORM R5-NOME-ZONA THRU R5-NOME-ZONA-FIM
           MOVE TBZ-ENTREGAS (IND) TO LD-ENTREGAS
           MOVE TBZ-GRATIS (IND) TO LD-GRATIS
           MOVE TBZ-FRETE (IND) TO LD-FRETE
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           ADD TBZ-ENTREGAS (IND) TO W-TOTENTREGAS
           ADD TBZ-GRATIS (IND) TO W-TOTGRATIS
           ADD TBZ-FRETE (IND) TO W-TOTFRETE
           ADD 1 TO IND
           GO TO R4-LOOP.

      * NOME DA ZONA DA LINHA (A ZONA PODE TER SIDO EXCLUIDA DO   *
      * CADASTRO DEPOIS DE GRAVADA A ENTREGA)                     *
       R5-NOME-ZONA.
           IF IND = 1
              MOVE "SEM ZONA (CEP FORA)" TO LD-NOME
              GO TO R5-NOME-ZONA-FIM.
           MOVE "ZONA NAO CADASTRADA" TO LD-NOME
           IF W-TEMFRT NOT = "S"
              GO TO R5-NOME-ZONA-FIM.
           COMPUTE FRT-CODIGO = IND - 1
           READ ARQFRT
           IF ST-ERRO = "00"
              MOVE FRT-NOME TO LD-NOME.
       R5-NOME-ZONA-FIM.
                EXIT.

       R6-FIM.
           IF W-TOTENTREGAS = 0
              MOVE "*** NENHUMA ENTREGA NO MES ***" TO REGREL
              WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "TOTAL DE ENTREGAS     :" TO LQ-TITULO
           MOVE W-TOTENTREGAS TO LQ-QTD
           MOVE LINHA-QTD TO REGREL
           WRITE REGREL.
           MOVE "ENTREGAS SEM FRETE    :" TO LQ-TITULO
           MOVE W-TOTGRATIS TO LQ-QTD
           MOVE LINHA-QTD TO REGREL
           WRITE REGREL.
           MOVE "TOTAL DE FRETE        :" TO LT-TITULO
           MOVE W-TOTFRETE TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.

           DISPLAY "*** RELATORIO GERADO EM RELFRETE.TXT ***".

       ROT-FIM.
           IF W-TEMFRT = "S"
              CLOSE ARQFRT.
           CLOSE ARQENT ARQPED ARQREL.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
