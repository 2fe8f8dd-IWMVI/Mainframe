      *    COM O ENDERECO DO CLIENTE. AQUI SE IMPRIME O ROMANEIO
      *    DIARIO AGRUPADO POR BAIRRO/CEP (RELROMAN.TXT), SE CONFIRMA
      *    CADA ENTREGA COM DATA E NOME DE QUEM RECEBEU, E SE LISTAM
      *    AS ENTREGAS EM ABERTO DA MANHA SEGUINTE. O ROMANEIO
      *    MOSTRA A ZONA DE FRETE DE CADA ENTREGA (ENT-ZONA, SCE063).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
          03 ENT-STATUS              PIC X(01).
          03 ENT-DATAENTREGA         PIC 9(08).
          03 ENT-RECEBEDOR           PIC X(30).
          03 ENT-ZONA                PIC 9(02).
          03 ENT-FRETE               PIC 9(07)V99.

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
       01 W-RECEBEDOR                PIC X(30) VALUE SPACES.
       01 W-QTDABERTAS               PIC 9(03) VALUE ZEROS.
       01 W-BAIRRO-ANT               PIC X(40) VALUE SPACES.
       01 W-TEMFRT                   PIC X(01) VALUE "N".

       01 TAB-ROTA.
           03 TB-ROTA OCCURS 200 TIMES.
              05 TBR-NOME            PIC X(30).
              05 TBR-LOGRADOURO      PIC X(24).
              05 TBR-NUMERO          PIC X(11).
              05 TBR-ZONA            PIC 9(02).
              05 TBR-FEITO           PIC X(01).

       01 LINHA-BAIRRO.
           03 LD-LOGRADOURO          PIC X(24).
           03 FILLER                 PIC X(01) VALUE ",".
           03 LD-NUMERO              PIC X(11).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 FILLER                 PIC X(05) VALUE "ZONA ".
           03 LD-ZONA                PIC 99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-NOMEZONA            PIC X(20).

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * O NOME DA ZONA VEM DO CADASTRO DE ZONAS DE FRETE (SCE063); *
      * SEM ELE O ROMANEIO SAI SO COM O CODIGO                      *
       R0A.
           OPEN INPUT ARQFRT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFRT
           ELSE
              MOVE "N" TO W-TEMFRT.

       R1.
           DISPLAY (01, 01)
               "                ENTREGAS - ROMANEIO E CONFIRMACAO".
           MOVE TBR-NOME (IND) TO LD-NOME
           MOVE TBR-LOGRADOURO (IND) TO LD-LOGRADOURO
           MOVE TBR-NUMERO (IND) TO LD-NUMERO
           MOVE TBR-ZONA (IND) TO LD-ZONA
           MOVE SPACES TO LD-NOMEZONA
           IF TBR-ZONA (IND) = 0
              MOVE "SEM ZONA" TO LD-NOMEZONA
           ELSE
              IF W-TEMFRT = "S"
                 MOVE TBR-ZONA (IND) TO FRT-CODIGO
                 READ ARQFRT
                 IF ST-ERRO = "00"
                    MOVE FRT-NOME TO LD-NOMEZONA.
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           GO TO M2-LOOP.
           MOVE ENT-NOME TO TBR-NOME (IND)
           MOVE ENT-LOGRADOURO TO TBR-LOGRADOURO (IND)
           MOVE ENT-NUMERO TO TBR-NUMERO (IND)
           MOVE ENT-ZONA TO TBR-ZONA (IND)
           MOVE "N" TO TBR-FEITO (IND)
           GO TO T1-CARREGA-LOOP.

           GO TO R1.

       ROT-FIM.
           IF W-TEMFRT = "S"
              CLOSE ARQFRT.
           CLOSE ARQENT.
           STOP RUN.

