      *    CRUZA OS CINCO ARQUIVOS E APONTA EM RELVERIF.TXT, COM AS
      *    CHAVES: CABECALHO CUJO PED-QTDITENS NAO BATE COM OS
      *    ITENS GRAVADOS; ITEM SEM CABECALHO; TITULOS CUJAS
      *    PARCELAS NAO SOMAM O PED-VALORTOTAL (MAIS O FRETE DA
      *    ENTREGA, ENT-FRETE); TITULO SEM PEDIDO
      *    (AS PARCELAS DE ACORDO DO SCE055 E OS TITULOS DE
      *    DESPESA OPERACIONAL DO SCE057 NAO CONTAM);
      *    ENTREGA SEM PEDIDO; E MOVIMENTO DE PEDIDO QUE NAO ESTA
      *    NEM NO VIVO NEM NO HISTORICO DO SCE026. O MODO DE REPARO
      *    (CARTAO PARMVER.DAT COM "R", OU CONFIRMACAO NA TELA)
                                     WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQACO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-CODIGO
                 ALTERNATE RECORD KEY IS ACO-CPFCNPJ WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-CODIGO
                 ALTERNATE RECORD KEY IS DSP-CATEGORIA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQTIT
               LABEL RECORD IS STANDARD
          03 ENT-STATUS              PIC X(01).
          03 ENT-DATAENTREGA         PIC 9(08).
          03 ENT-RECEBEDOR           PIC X(30).
          03 ENT-ZONA                PIC 9(02).
          03 ENT-FRETE               PIC 9(07)V99.

       FD ARQMOV
               LABEL RECORD IS STANDARD
          03 HPED-VENDEDOR           PIC X(12).
          03 HPED-DESCONTO           PIC 9(02)V99.

      * ACORDOS DE RENEGOCIACAO (SCE055): AS PARCELAS TEM O CODIGO *
      * DO ACORDO NO LUGAR DO PEDIDO                                *
       FD ARQACO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACO.DAT".

       01 REGACO.
          03 ACO-CODIGO              PIC 9(06).
          03 ACO-CPFCNPJ             PIC 9(14).
          03 ACO-DATA                PIC 9(08).
          03 ACO-QTDTIT              PIC 9(02).
          03 ACO-VALORORIG           PIC 9(09)V99.
          03 ACO-ENCARGOS            PIC 9(09)V99.
          03 ACO-DESCONTO            PIC 9(09)V99.
          03 ACO-VALORTOTAL          PIC 9(09)V99.
          03 ACO-NUMPARC             PIC 9(02).
          03 ACO-PRIMVENC            PIC 9(08).
          03 ACO-USUARIO             PIC X(12).
          03 ACO-SUPERV              PIC X(12).

      * DESPESAS OPERACIONAIS (SCE057): OS TITULOS A PAGAR TEM O  *
      * CODIGO DA DESPESA NO LUGAR DO PEDIDO                        *
       FD ARQDSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSP.DAT".

       01 REGDSP.
          03 DSP-CODIGO              PIC 9(06).
          03 DSP-FOR-CPFCNPJ         PIC 9(14).
          03 DSP-CATEGORIA           PIC 9(02).
          03 DSP-DESCRICAO           PIC X(30).
          03 DSP-DATA                PIC 9(08).
          03 DSP-VALORTOTAL          PIC 9(09)V99.
          03 DSP-NUMPARC             PIC 9(02).
          03 DSP-REC-COD             PIC 9(04).
          03 DSP-ANOMES              PIC 9(06).
          03 DSP-STATUS              PIC X(01).
          03 DSP-USUARIO             PIC X(12).

       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMVER.DAT".
       01 W-OPCAO                    PIC X(01) VALUE SPACES.
       01 W-MODOREP                  PIC X(01) VALUE "N".
       01 W-TEMHIST                  PIC X(01) VALUE "N".
       01 W-TEMACO                   PIC X(01) VALUE "N".
       01 W-TEMDSP                   PIC X(01) VALUE "N".
       01 W-QTDITENS                 PIC 9(03) VALUE ZEROS.
       01 W-SOMATIT                  PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORESPERADO            PIC 9(09)V99 VALUE ZEROS.
       01 W-TEMTIT                   PIC X(01) VALUE "N".
       01 W-PEDSALVO                 PIC 9(06) VALUE ZEROS.
       01 W-QTDINCONS                PIC 9(05) VALUE ZEROS.
           ELSE
              MOVE "N" TO W-TEMHIST.

       R0E1.
           OPEN INPUT ARQACO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMACO
           ELSE
              MOVE "N" TO W-TEMACO.

       R0E2.
           OPEN INPUT ARQDSP
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMDSP
           ELSE
              MOVE "N" TO W-TEMDSP.

      * MODO DE EXECUCAO: O CARTAO PARMVER.DAT SO VALE QUANDO     *
      * TRAZ UMA OPCAO EXPLICITA ("R" = REPARA, "N" = SO          *
      * RELATORIO), COMO O PARMEXP DO SCE009; CARTAO EM BRANCO OU *
      * RECEBIDA NAO TEM TITULO PARA CONFERIR)                  *
           IF PED-TIPOPEDIDO = 3
              GO TO P1-LOOP.
           IF PED-STATUS = "C" OR "R" OR "G" OR "A"
              GO TO P1-LOOP.
           MOVE ZEROS TO W-SOMATIT
           MOVE "N" TO W-TEMTIT
              GO TO P1-LOOP.
           IF PED-TIPOPEDIDO NOT = 2
              GO TO P1-LOOP.
      * A VENDA COM ENTREGA COBRA O FRETE NOS MESMOS TITULOS     *
           MOVE PED-VALORTOTAL TO W-VALORESPERADO
           MOVE PED-COD TO ENT-PED-COD
           READ ARQENT
           IF ST-ERRO = "00"
              ADD ENT-FRETE TO W-VALORESPERADO.
           IF W-SOMATIT NOT = W-VALORESPERADO
              ADD 1 TO W-QTDINCONS
              MOVE "PARCELAS NAO SOMAM O VALOR DO PEDIDO   PED"
                  TO LI-TEXTO
           PERFORM BUSCA-HIST THRU BUSCA-HIST-FIM
           IF ST-ERRO = "00"
              GO TO P3-LOOP.
      * PARCELA DE ACORDO DE RENEGOCIACAO NAO TEM PEDIDO *
           IF W-TEMACO = "S"
              MOVE TIT-PED-COD TO ACO-CODIGO
              READ ARQACO
              IF ST-ERRO = "00"
                 GO TO P3-LOOP.
      * NEM TITULO DE DESPESA OPERACIONAL *
           IF W-TEMDSP = "S"
              MOVE TIT-PED-COD TO DSP-CODIGO
              READ ARQDSP
              IF ST-ERRO = "00"
                 GO TO P3-LOOP.
           ADD 1 TO W-QTDINCONS
           MOVE "TITULO DE PEDIDO INEXISTENTE       PED/PARC"
               TO LI-TEXTO
       ROT-FIM.
           IF W-TEMHIST = "S"
              CLOSE ARQPEDH.
           IF W-TEMACO = "S"
              CLOSE ARQACO.
           IF W-TEMDSP = "S"
              CLOSE ARQDSP.
           CLOSE ARQPED ARQPEI ARQTIT ARQENT ARQMOV.
           GOBACK.

