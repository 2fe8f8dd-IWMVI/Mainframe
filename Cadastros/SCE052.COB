       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE052.

      *AUTHOR. Wallace Martins.
      *    ARQUIVO FISCAL ELETRONICO DO MES (LAYOUT SINTEGRA)    *
      *    GERA O ARQUIVO LFAAAAMM.TXT DO MES FECHADO NO SCE029 A
      *    PARTIR DOS DOCUMENTOS FISCAIS (ARQFIS), DOS ITENS DE CADA
      *    PEDIDO E DA ALIQUOTA/CODIGO FISCAL DA CATEGORIA (ARQCAT):
      *    10 CABECALHO, 20 PARTICIPANTES (ARQCLI OU ARQFOR), 30
      *    PRODUTOS, 50 DOCUMENTOS (CANCELADO COM SITUACAO "S" E SEM
      *    ITENS), 54 ITENS, 90 TOTAIS POR CODIGO FISCAL E 99
      *    ENCERRAMENTO COM A QUANTIDADE DE REGISTROS DE CADA TIPO.
      *    OS ITENS DE PEDIDO JA ARQUIVADO VEM DO HISTORICO (ARQPEIH).
      *    O FRETE (ITEM 991) E O DESCONTO/RESGATE DE PONTOS (ITEM
      *    992) SAEM COMO REGISTROS 54 DE AJUSTE, PARA OS ITENS DE
      *    CADA DOCUMENTO FECHAREM COM O VALOR TOTAL DO REGISTRO 50.
      *    MES NAO FECHADO E RECUSADO, PARA O ARQUIVO BATER COM OS
      *    NUMEROS DO FECHAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIS-NUMERO
                 ALTERNATE RECORD KEY IS FIS-PED-COD WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEC-ANOMES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPEI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PEI-CHAVE
                 ALTERNATE RECORD KEY IS PEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEIH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HPEI-CHAVE
                 ALTERNATE RECORD KEY IS HPEI-COD-PRO WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-CODBARRA
                                   WITH DUPLICATES.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS CLI-CPFCNPJ
                     ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS FOR-CPFCNPJ
                     ALTERNATE RECORD KEY IS FOR-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQSPD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIS.DAT".

       01 REGFIS.
          03 FIS-NUMERO              PIC 9(08).
          03 FIS-PED-COD             PIC 9(06).
          03 FIS-DATA                PIC 9(08).
          03 FIS-CLI-CPFCNPJ         PIC 9(14).
          03 FIS-VALORTOTAL          PIC 9(09)V99.
          03 FIS-VALORIMPOSTO        PIC 9(09)V99.
          03 FIS-STATUS              PIC X(01).

       FD ARQFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFEC.DAT".

       01 REGFEC.
          03 FEC-ANOMES              PIC 9(06).
          03 FEC-DATAFECHO           PIC 9(08).
          03 FEC-QTDPEDIDOS          PIC 9(06).
          03 FEC-TOTALCOMPRAS       PIC 9(09)V99.
          03 FEC-TOTALVENDAS        PIC 9(09)V99.
          03 FEC-STATUS              PIC X(01).

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

       FD ARQPEIH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEIH.DAT".

       01 REGPEIH.
          03 HPEI-CHAVE.
             05 HPEI-COD             PIC 9(06).
             05 HPEI-ITEM            PIC 9(02).
          03 HPEI-COD-PRO            PIC 9(06).
          03 HPEI-QUANTIDADE         PIC 9(06).
          03 HPEI-PRECOUNITARIO      PIC 9(06)V99.
          03 HPEI-VALORITEM          PIC 9(09)V99.
          03 HPEI-STATUS             PIC X(01).
          03 HPEI-QTDRECEBIDA        PIC 9(06).
          03 HPEI-DESCONTO           PIC 9(02)V99.
          03 HPEI-FATOR              PIC 9(04).

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

       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".

       01 REGPAR.
          03 PAR-ID                  PIC 9(01).
          03 PAR-MULTAPCT            PIC 9(02)V99.
          03 PAR-JUROSDIA            PIC 9(01)V999.
          03 PAR-TENTLOCK            PIC 9(02).
          03 PAR-TENTLOGIN           PIC 9(01).
          03 PAR-FATORREPO           PIC 9(03).
          03 PAR-PERMITEBACK         PIC X(01).
          03 PAR-MARGEMMIN           PIC 9(02)V99.
          03 PAR-VALSENHA            PIC 9(03).
          03 PAR-MARKUP              PIC 9(03)V99.
          03 PAR-TOLNOTA             PIC 9(02)V99.
          03 PAR-PTSREAL             PIC 9(02)V99.
          03 PAR-VALPONTO            PIC 9(02)V99.
          03 PAR-VALIDPTS            PIC 9(04).
          03 PAR-TAXACARTAO          PIC 9(02)V99.
          03 PAR-PRAZOCART           PIC 9(02).
          03 PAR-CRITFORN            PIC X(01).
          03 PAR-LIMPERDA            PIC 9(07)V99.
          03 PAR-LIMCOMPRA           PIC 9(07)V99.
          03 PAR-EMPNOME             PIC X(30).
          03 PAR-EMPCNPJ             PIC 9(14).

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPRO.
          03 PRO-CODIGO              PIC 9(06).
          03 PRO-DESCRICAO           PIC X(30).
          03 PRO-UNIDADE             PIC X(02).
          03 PRO-TIPOPRODUTO         PIC 9(01).
          03 PRO-PRECO               PIC 9(06)V99.
          03 PRO-DATAULTIMA          PIC 9(08).
          03 PRO-QTDESTOQUE          PIC 9(06).
          03 PRO-CPFCNPJ             PIC 9(14).
          03 PRO-QTDEMINIMA          PIC 9(06).
          03 PRO-CUSTOMEDIO          PIC 9(06)V99.
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-CODIGO             PIC 9(02).
                03 CAT-DESCRICAO          PIC X(30).
                03 CAT-ALIQUOTA           PIC 9(02)V99.
                03 CAT-CODFISCAL          PIC X(04).

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       01 REGCLI.
          03 CLI-CODIGO              PIC 9(06).
          03 CLI-CPFCNPJ             PIC 9(14).
          03 CLI-TIPOCLIENTE         PIC X(01).
          03 CLI-NOME                PIC X(30).
          03 CLI-APELIDO             PIC X(30).
          03 CLI-CEP                 PIC 9(08).
          03 CLI-LOGRADOURO          PIC X(24).
          03 CLI-NUMERO              PIC X(11).
          03 CLI-COMPLEMENTO         PIC X(24).
          03 CLI-BAIRRO              PIC X(40).
          03 CLI-CIDADE              PIC X(24).
          03 CLI-ESTADO              PIC X(02).
          03 CLI-TELEFONE            PIC 9(11).
          03 CLI-TELEFONE2           PIC 9(11).
          03 CLI-TIPOTELEFONE2       PIC X(01).
          03 CLI-EMAIL               PIC X(33).
          03 CLI-CONTATO             PIC X(32).
          03 CLI-LIMITECREDITO       PIC 9(07)V99.

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

       FD ARQSPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMESPD.
       01 REGSPD                     PIC X(126).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-ANOMES                   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
          03 W-ANO                   PIC 9(04).
          03 W-MES                   PIC 9(02).
       01 W-ANOMES-DOC               PIC 9(06) VALUE ZEROS.
       01 W-NOMESPD                  PIC X(12) VALUE SPACES.
       01 W-HOJE                     PIC 9(08) VALUE ZEROS.
       01 W-TEMCAT                   PIC X(01) VALUE "N".
       01 W-TEMHIS                   PIC X(01) VALUE "N".
       01 W-TEMENT                   PIC X(01) VALUE "N".
       01 W-ORIGEM                   PIC X(01) VALUE "A".
       01 W-SOMAITENS                PIC 9(11)V99 VALUE ZEROS.
       01 W-FRETE                    PIC 9(11)V99 VALUE ZEROS.
       01 W-DESCDOC                  PIC S9(11)V99 VALUE ZEROS.
       01 W-IMPITEM                  PIC 9(09)V99 VALUE ZEROS.
       01 W-IND                      PIC 9(04) VALUE ZEROS.
       01 W-ACHOU                    PIC X(01) VALUE "N".
       01 W-QTDEMITIDOS              PIC 9(06) VALUE ZEROS.
       01 W-QTDCANCEL                PIC 9(06) VALUE ZEROS.
       01 W-QTDTOTAL                 PIC 9(08) VALUE ZEROS.
       01 W-ULTDIA                   PIC 9(02) VALUE ZEROS.
       01 W-RESTO                    PIC 9(02) VALUE ZEROS.
       01 W-QUOC                     PIC 9(04) VALUE ZEROS.
       01 TAB-DIAS                   PIC X(24)
                  VALUE "312831303130313130313031".
       01 TAB-DIAS-R REDEFINES TAB-DIAS.
          03 TBD-DIAS                PIC 9(02) OCCURS 12 TIMES.

      * DADOS DO ESTABELECIMENTO INFORMANTE (PARAMETROS DO SCE041) *
       01 EMP-NOME                   PIC X(30)
                  VALUE "COMERCIAL SCE LTDA".
       01 EMP-CNPJ                   PIC 9(14)
                  VALUE 00000000000191.

      * PARTICIPANTES E PRODUTOS DO MES, SEM REPETICAO *
       01 W-QTDPART                  PIC 9(04) VALUE ZEROS.
       01 TAB-PART.
           03 TB-PART OCCURS 1000 TIMES.
              05 TBP-CPFCNPJ         PIC 9(14).
       01 W-QTDPROD                  PIC 9(04) VALUE ZEROS.
       01 TAB-PROD.
           03 TB-PROD OCCURS 2500 TIMES.
              05 TBR-CODIGO          PIC 9(06).

      * TOTAIS POR CODIGO FISCAL (REGISTRO 90) *
       01 W-QTDCOD                   PIC 9(02) VALUE ZEROS.
       01 TAB-COD.
           03 TB-COD OCCURS 50 TIMES.
              05 TBC-CODFISCAL       PIC X(04).
              05 TBC-QTDITENS        PIC 9(06).
              05 TBC-VALOR           PIC 9(13)V99.
              05 TBC-IMPOSTO         PIC 9(13)V99.

      * QUANTIDADE DE REGISTROS GRAVADOS POR TIPO (REGISTRO 99) *
       01 W-QTD10                    PIC 9(06) VALUE ZEROS.
       01 W-QTD20                    PIC 9(06) VALUE ZEROS.
       01 W-QTD30                    PIC 9(06) VALUE ZEROS.
       01 W-QTD50                    PIC 9(06) VALUE ZEROS.
       01 W-QTD54                    PIC 9(06) VALUE ZEROS.
       01 W-QTD90                    PIC 9(06) VALUE ZEROS.

      * REGISTRO 10 - CABECALHO DO ARQUIVO *
       01 SPD-10.
          03 FILLER                  PIC X(02) VALUE "10".
          03 S10-CNPJ                PIC 9(14).
          03 S10-NOME                PIC X(30).
          03 S10-DATAINI             PIC 9(08).
          03 S10-DATAFIM             PIC 9(08).
          03 S10-DATAGER             PIC 9(08).
          03 FILLER                  PIC X(56) VALUE SPACES.

      * REGISTRO 20 - PARTICIPANTE (C=CLIENTE F=FORNECEDOR        *
      * N=NAO CADASTRADO); TIPO DE INSCRICAO 1=CPF 2=CNPJ         *
       01 SPD-20.
          03 FILLER                  PIC X(02) VALUE "20".
          03 S20-TIPOINSCR           PIC 9(01).
          03 S20-CPFCNPJ             PIC 9(14).
          03 S20-ORIGEM              PIC X(01).
          03 S20-NOME                PIC X(30).
          03 S20-LOGRADOURO          PIC X(24).
          03 S20-CIDADE              PIC X(24).
          03 S20-UF                  PIC X(02).
          03 S20-CEP                 PIC 9(08).
          03 FILLER                  PIC X(20) VALUE SPACES.

      * REGISTRO 30 - PRODUTO *
       01 SPD-30.
          03 FILLER                  PIC X(02) VALUE "30".
          03 S30-CODIGO              PIC 9(06).
          03 S30-DESCRICAO           PIC X(30).
          03 S30-UNIDADE             PIC X(02).
          03 S30-CODFISCAL           PIC X(04).
          03 S30-ALIQUOTA            PIC 9(02)V99.
          03 S30-CODBARRA            PIC 9(13).
          03 FILLER                  PIC X(65) VALUE SPACES.

      * REGISTRO 50 - DOCUMENTO FISCAL; SITUACAO N=NORMAL         *
      * S=CANCELADO                                               *
       01 SPD-50.
          03 FILLER                  PIC X(02) VALUE "50".
          03 S50-NUMERO              PIC 9(08).
          03 S50-DATA                PIC 9(08).
          03 S50-CPFCNPJ             PIC 9(14).
          03 S50-PEDIDO              PIC 9(06).
          03 S50-VALORTOTAL          PIC 9(11)V99.
          03 S50-VALORIMPOSTO        PIC 9(11)V99.
          03 S50-SITUACAO            PIC X(01).
          03 FILLER                  PIC X(61) VALUE SPACES.

      * REGISTRO 54 - ITEM DO DOCUMENTO; ITEM 991 = FRETE E      *
      * 992 = DESCONTO, SEM PRODUTO E SEM IMPOSTO                 *
       01 SPD-54.
          03 FILLER                  PIC X(02) VALUE "54".
          03 S54-NUMERO              PIC 9(08).
          03 S54-ITEM                PIC 9(03).
          03 S54-CODIGO              PIC 9(06).
          03 S54-CODFISCAL           PIC X(04).
          03 S54-QTDE                PIC 9(06).
          03 S54-VALOR               PIC 9(11)V99.
          03 S54-ALIQUOTA            PIC 9(02)V99.
          03 S54-IMPOSTO             PIC 9(11)V99.
          03 FILLER                  PIC X(67) VALUE SPACES.

      * REGISTRO 90 - TOTAL POR CODIGO FISCAL *
       01 SPD-90.
          03 FILLER                  PIC X(02) VALUE "90".
          03 S90-CODFISCAL           PIC X(04).
          03 S90-QTDITENS            PIC 9(06).
          03 S90-VALOR               PIC 9(13)V99.
          03 S90-IMPOSTO             PIC 9(13)V99.
          03 FILLER                  PIC X(84) VALUE SPACES.

      * REGISTRO 99 - ENCERRAMENTO *
       01 SPD-99.
          03 FILLER                  PIC X(02) VALUE "99".
          03 S99-QTD10               PIC 9(06).
          03 S99-QTD20               PIC 9(06).
          03 S99-QTD30               PIC 9(06).
          03 S99-QTD50               PIC 9(06).
          03 S99-QTD54               PIC 9(06).
          03 S99-QTD90               PIC 9(06).
          03 S99-QTDTOTAL            PIC 9(08).
          03 FILLER                  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQFIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 DISPLAY "*** NENHUM DOCUMENTO FISCAL EMITIDO AINDA **"
                 GO TO ROT-FIM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DOS DOCUMENTOS FISCAIS"
                 GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPEI
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE ITENS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***"
              GO TO ROT-FIM.

       R0C.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***"
              GO TO ROT-FIM.

       R0D.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              DISPLAY "*** ARQUIVO DE FORNECEDORES NAO ENCONTRADO ***"
              GO TO ROT-FIM.

      * SEM ARQCAT OS PRODUTOS SAEM SEM CODIGO FISCAL E ALIQUOTA, *
      * COMO NA EMISSAO DO DOCUMENTO NO SCE005                     *
       R0E.
           MOVE "N" TO W-TEMCAT
           OPEN INPUT ARQCAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCAT.

      * ITENS DOS PEDIDOS JA ARQUIVADOS NO SCE026 E FRETE DAS     *
      * ENTREGAS, AMBOS OPCIONAIS                                  *
       R0F.
           MOVE "N" TO W-TEMHIS
           OPEN INPUT ARQPEIH
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMHIS.
           MOVE "N" TO W-TEMENT
           OPEN INPUT ARQENT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMENT.

      * RAZAO SOCIAL E CNPJ DO INFORMANTE; SEM PARAMETRO FICAM OS *
      * VALORES PADRAO                                            *
       R0G.
           OPEN INPUT ARQPAR
           IF ST-ERRO NOT = "00"
              GO TO R1.
           MOVE 1 TO PAR-ID
           READ ARQPAR
           IF ST-ERRO = "00"
              IF PAR-EMPNOME NOT = SPACES
                 AND PAR-EMPCNPJ NUMERIC AND PAR-EMPCNPJ > 0
                 MOVE PAR-EMPNOME TO EMP-NOME
                 MOVE PAR-EMPCNPJ TO EMP-CNPJ.
           CLOSE ARQPAR.

       R1.
           DISPLAY "ARQUIVO FISCAL ELETRONICO DO MES".
           DISPLAY "Mes (AAAAMM)            : " WITH NO ADVANCING.
           ACCEPT W-ANOMES.
           IF W-ANOMES = 0
              DISPLAY "*** MES NAO PODE FICAR EM BRANCO ***"
              GO TO R1.
           IF W-MES = 0 OR > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO R1.

      * SO MES FECHADO NO SCE029 *
           OPEN INPUT ARQFEC
           IF ST-ERRO NOT = "00"
              DISPLAY "*** MES NAO ESTA FECHADO NO SCE029 ***"
              GO TO ROT-FIM.
           MOVE W-ANOMES TO FEC-ANOMES
           READ ARQFEC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO FEC-STATUS.
           CLOSE ARQFEC
           IF FEC-STATUS NOT = "F"
              DISPLAY "*** MES NAO ESTA FECHADO NO SCE029 ***"
              GO TO ROT-FIM.

      * PRIMEIRA LEITURA: PARTICIPANTES E PRODUTOS DO MES *
       R2.
           MOVE ZEROS TO W-QTDPART W-QTDPROD W-QTDCOD
           MOVE ZEROS TO FIS-NUMERO
           START ARQFIS KEY IS NOT LESS THAN FIS-NUMERO
           IF ST-ERRO NOT = "00"
              DISPLAY "*** NENHUM DOCUMENTO FISCAL NO MES ***"
              GO TO ROT-FIM.

       R2-LOOP.
           READ ARQFIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           COMPUTE W-ANOMES-DOC = FIS-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO R2-LOOP.
           PERFORM INCLUI-PART THRU INCLUI-PART-FIM
           IF FIS-STATUS = "C"
              GO TO R2-LOOP.
           PERFORM PRIMEIRO-ITEM THRU PRIMEIRO-ITEM-FIM.
       R2-ITEM.
           IF W-ACHOU NOT = "S"
              GO TO R2-LOOP.
           PERFORM INCLUI-PROD THRU INCLUI-PROD-FIM
           PERFORM PROXIMO-ITEM THRU PROXIMO-ITEM-FIM
           GO TO R2-ITEM.

       R3.
           MOVE SPACES TO W-NOMESPD
           STRING "LF" W-ANOMES ".TXT" DELIMITED BY SIZE
               INTO W-NOMESPD
           OPEN OUTPUT ARQSPD
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FISCAL"
              GO TO ROT-FIM.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE EMP-CNPJ TO S10-CNPJ
           MOVE EMP-NOME TO S10-NOME
           COMPUTE S10-DATAINI = W-ANOMES * 100 + 1
      * ULTIMO DIA DO MES, COM FEVEREIRO DE ANO BISSEXTO *
           MOVE TBD-DIAS (W-MES) TO W-ULTDIA
           IF W-MES = 2
              DIVIDE W-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
              IF W-RESTO = 0
                 MOVE 29 TO W-ULTDIA.
           COMPUTE S10-DATAFIM = W-ANOMES * 100 + W-ULTDIA
           MOVE W-HOJE TO S10-DATAGER
           MOVE SPD-10 TO REGSPD
           WRITE REGSPD.
           ADD 1 TO W-QTD10.

      * REGISTROS 20 - PARTICIPANTES *
           MOVE ZEROS TO W-IND.
       R3-PART.
           ADD 1 TO W-IND
           IF W-IND > W-QTDPART
              GO TO R4.
           MOVE TBP-CPFCNPJ (W-IND) TO S20-CPFCNPJ
           IF TBP-CPFCNPJ (W-IND) > 99999999999
              MOVE 2 TO S20-TIPOINSCR
           ELSE
              MOVE 1 TO S20-TIPOINSCR.
           MOVE TBP-CPFCNPJ (W-IND) TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE "C" TO S20-ORIGEM
              MOVE CLI-NOME TO S20-NOME
              MOVE CLI-LOGRADOURO TO S20-LOGRADOURO
              MOVE CLI-CIDADE TO S20-CIDADE
              MOVE CLI-ESTADO TO S20-UF
              MOVE CLI-CEP TO S20-CEP
              GO TO R3-PART-GRAVA.
           MOVE TBP-CPFCNPJ (W-IND) TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE "F" TO S20-ORIGEM
              MOVE FOR-NOME TO S20-NOME
              MOVE FOR-LOGRADOURO TO S20-LOGRADOURO
              MOVE FOR-CIDADE TO S20-CIDADE
              MOVE FOR-ESTADO TO S20-UF
              MOVE FOR-CEP TO S20-CEP
           ELSE
              MOVE "N" TO S20-ORIGEM
              MOVE "CONSUMIDOR NAO IDENTIFICADO" TO S20-NOME
              MOVE SPACES TO S20-LOGRADOURO S20-CIDADE S20-UF
              MOVE ZEROS TO S20-CEP.
       R3-PART-GRAVA.
           MOVE SPD-20 TO REGSPD
           WRITE REGSPD.
           ADD 1 TO W-QTD20
           GO TO R3-PART.

      * REGISTROS 30 - PRODUTOS *
       R4.
           MOVE ZEROS TO W-IND.
       R4-PROD.
           ADD 1 TO W-IND
           IF W-IND > W-QTDPROD
              GO TO R5.
           MOVE TBR-CODIGO (W-IND) TO PRO-CODIGO
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           MOVE PRO-CODIGO TO S30-CODIGO
           MOVE PRO-DESCRICAO TO S30-DESCRICAO
           MOVE PRO-UNIDADE TO S30-UNIDADE
           MOVE CAT-CODFISCAL TO S30-CODFISCAL
           MOVE CAT-ALIQUOTA TO S30-ALIQUOTA
           MOVE PRO-CODBARRA TO S30-CODBARRA
           MOVE SPD-30 TO REGSPD
           WRITE REGSPD.
           ADD 1 TO W-QTD30
           GO TO R4-PROD.

      * SEGUNDA LEITURA: REGISTROS 50 E 54 *
       R5.
           MOVE ZEROS TO FIS-NUMERO
           START ARQFIS KEY IS NOT LESS THAN FIS-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO R6.
       R5-LOOP.
           READ ARQFIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R6.
           COMPUTE W-ANOMES-DOC = FIS-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO R5-LOOP.
           MOVE FIS-NUMERO TO S50-NUMERO
           MOVE FIS-DATA TO S50-DATA
           MOVE FIS-CLI-CPFCNPJ TO S50-CPFCNPJ
           MOVE FIS-PED-COD TO S50-PEDIDO
           MOVE FIS-VALORTOTAL TO S50-VALORTOTAL
           MOVE FIS-VALORIMPOSTO TO S50-VALORIMPOSTO
           IF FIS-STATUS = "C"
              MOVE "S" TO S50-SITUACAO
              ADD 1 TO W-QTDCANCEL
           ELSE
              MOVE "N" TO S50-SITUACAO
              ADD 1 TO W-QTDEMITIDOS.
           MOVE SPD-50 TO REGSPD
           WRITE REGSPD.
           ADD 1 TO W-QTD50
      * DOCUMENTO CANCELADO NAO TEM ITENS NEM ENTRA NOS TOTAIS *
           IF FIS-STATUS = "C"
              GO TO R5-LOOP.
           MOVE ZEROS TO W-SOMAITENS
           PERFORM PRIMEIRO-ITEM THRU PRIMEIRO-ITEM-FIM.
       R5-ITEM.
           IF W-ACHOU NOT = "S"
              GO TO R5-AJUSTE.
           MOVE PEI-COD-PRO TO PRO-CODIGO
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           COMPUTE W-IMPITEM ROUNDED =
               PEI-VALORITEM * CAT-ALIQUOTA / 100
           MOVE FIS-NUMERO TO S54-NUMERO
           MOVE PEI-ITEM TO S54-ITEM
           MOVE PEI-COD-PRO TO S54-CODIGO
           MOVE CAT-CODFISCAL TO S54-CODFISCAL
           MOVE PEI-QUANTIDADE TO S54-QTDE
           MOVE PEI-VALORITEM TO S54-VALOR
           MOVE CAT-ALIQUOTA TO S54-ALIQUOTA
           MOVE W-IMPITEM TO S54-IMPOSTO
           MOVE SPD-54 TO REGSPD
           WRITE REGSPD.
           ADD 1 TO W-QTD54
           ADD PEI-VALORITEM TO W-SOMAITENS
           PERFORM SOMA-COD THRU SOMA-COD-FIM
           PERFORM PROXIMO-ITEM THRU PROXIMO-ITEM-FIM
           GO TO R5-ITEM.

      * AJUSTES DO DOCUMENTO: O TOTAL DO SCE005 E A SOMA DOS ITENS  *
      * MAIS O FRETE DA ENTREGA MENOS O DESCONTO DO PEDIDO E O      *
      * RESGATE DE PONTOS. DIFERENCA A MAIOR SEM FRETE NA ENTREGA   *
      * (ENTREGA JA ARQUIVADA) TAMBEM SAI COMO FRETE                *
       R5-AJUSTE.
           MOVE ZEROS TO W-FRETE
           IF W-TEMENT = "S"
              MOVE FIS-PED-COD TO ENT-PED-COD
              READ ARQENT
              IF ST-ERRO = "00"
                 MOVE ENT-FRETE TO W-FRETE.
           COMPUTE W-DESCDOC = W-SOMAITENS + W-FRETE - FIS-VALORTOTAL
           IF W-DESCDOC < 0
              COMPUTE W-FRETE = FIS-VALORTOTAL - W-SOMAITENS
              MOVE ZEROS TO W-DESCDOC.
           IF W-FRETE > 0
              MOVE 991 TO S54-ITEM
              MOVE W-FRETE TO S54-VALOR
              PERFORM GRAVA-AJUSTE THRU GRAVA-AJUSTE-FIM.
           IF W-DESCDOC > 0
              MOVE 992 TO S54-ITEM
              MOVE W-DESCDOC TO S54-VALOR
              PERFORM GRAVA-AJUSTE THRU GRAVA-AJUSTE-FIM.
           GO TO R5-LOOP.

      * REGISTROS 90 - TOTAIS POR CODIGO FISCAL *
       R6.
           MOVE ZEROS TO W-IND.
       R6-COD.
           ADD 1 TO W-IND
           IF W-IND > W-QTDCOD
              GO TO R7.
           MOVE TBC-CODFISCAL (W-IND) TO S90-CODFISCAL
           MOVE TBC-QTDITENS (W-IND) TO S90-QTDITENS
           MOVE TBC-VALOR (W-IND) TO S90-VALOR
           MOVE TBC-IMPOSTO (W-IND) TO S90-IMPOSTO
           MOVE SPD-90 TO REGSPD
           WRITE REGSPD.
           ADD 1 TO W-QTD90
           GO TO R6-COD.

      * REGISTRO 99 - ENCERRAMENTO *
       R7.
           COMPUTE W-QTDTOTAL = W-QTD10 + W-QTD20 + W-QTD30
                   + W-QTD50 + W-QTD54 + W-QTD90 + 1
           MOVE W-QTD10 TO S99-QTD10
           MOVE W-QTD20 TO S99-QTD20
           MOVE W-QTD30 TO S99-QTD30
           MOVE W-QTD50 TO S99-QTD50
           MOVE W-QTD54 TO S99-QTD54
           MOVE W-QTD90 TO S99-QTD90
           MOVE W-QTDTOTAL TO S99-QTDTOTAL
           MOVE SPD-99 TO REGSPD
           WRITE REGSPD.
           CLOSE ARQSPD.

           DISPLAY "DOCUMENTOS EMITIDOS   : " W-QTDEMITIDOS
           DISPLAY "DOCUMENTOS CANCELADOS : " W-QTDCANCEL
           DISPLAY "PARTICIPANTES         : " W-QTD20
           DISPLAY "PRODUTOS              : " W-QTD30
           DISPLAY "ITENS                 : " W-QTD54
           DISPLAY "*** ARQUIVO FISCAL GERADO EM " W-NOMESPD " ***".

       ROT-FIM.
           CLOSE ARQFIS ARQPEI ARQPRO ARQCLI ARQFOR.
           IF W-TEMCAT = "S"
              CLOSE ARQCAT.
           IF W-TEMHIS = "S"
              CLOSE ARQPEIH.
           IF W-TEMENT = "S"
              CLOSE ARQENT.
           STOP RUN.

      * GRAVA O REGISTRO 54 DE AJUSTE (S54-ITEM E S54-VALOR) *
       GRAVA-AJUSTE.
           MOVE FIS-NUMERO TO S54-NUMERO
           MOVE ZEROS TO S54-CODIGO S54-QTDE S54-ALIQUOTA S54-IMPOSTO
           MOVE SPACES TO S54-CODFISCAL
           MOVE SPD-54 TO REGSPD
           WRITE REGSPD.
           ADD 1 TO W-QTD54.
       GRAVA-AJUSTE-FIM.
                EXIT.

      * POSICIONA NO PRIMEIRO ITEM DO PEDIDO DO DOCUMENTO, NO ARQPEI *
      * OU, COM O PEDIDO JA ARQUIVADO, NO HISTORICO (ARQPEIH). O     *
      * ITEM LIDO FICA EM REGPEI; W-ACHOU = "N" SEM ITENS            *
       PRIMEIRO-ITEM.
           MOVE "A" TO W-ORIGEM
           MOVE "N" TO W-ACHOU
           MOVE FIS-PED-COD TO PEI-COD
           MOVE ZEROS TO PEI-ITEM
           START ARQPEI KEY NOT LESS THAN PEI-CHAVE
           IF ST-ERRO = "00"
              PERFORM PROXIMO-ITEM THRU PROXIMO-ITEM-FIM
              IF W-ACHOU = "S"
                 GO TO PRIMEIRO-ITEM-FIM.
           IF W-TEMHIS NOT = "S"
              GO TO PRIMEIRO-ITEM-FIM.
           MOVE "H" TO W-ORIGEM
           MOVE FIS-PED-COD TO HPEI-COD
           MOVE ZEROS TO HPEI-ITEM
           START ARQPEIH KEY NOT LESS THAN HPEI-CHAVE
           IF ST-ERRO = "00"
              PERFORM PROXIMO-ITEM THRU PROXIMO-ITEM-FIM.
       PRIMEIRO-ITEM-FIM.
                EXIT.

      * LE O PROXIMO ITEM DO PEDIDO NO ARQUIVO DE ORIGEM *
       PROXIMO-ITEM.
           MOVE "N" TO W-ACHOU
           IF W-ORIGEM = "H"
              GO TO PROXIMO-ITEM-HIS.
           READ ARQPEI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-ITEM-FIM.
           IF PEI-COD NOT = FIS-PED-COD
              GO TO PROXIMO-ITEM-FIM.
           MOVE "S" TO W-ACHOU
           GO TO PROXIMO-ITEM-FIM.
       PROXIMO-ITEM-HIS.
           READ ARQPEIH NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-ITEM-FIM.
           IF HPEI-COD NOT = FIS-PED-COD
              GO TO PROXIMO-ITEM-FIM.
           MOVE REGPEIH TO REGPEI
           MOVE "S" TO W-ACHOU.
       PROXIMO-ITEM-FIM.
                EXIT.

      * INCLUI O CPF/CNPJ DO DOCUMENTO NA TABELA DE PARTICIPANTES *
       INCLUI-PART.
           MOVE ZEROS TO W-IND.
       INCLUI-PART-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDPART
              IF W-QTDPART < 1000
                 ADD 1 TO W-QTDPART
                 MOVE FIS-CLI-CPFCNPJ TO TBP-CPFCNPJ (W-QTDPART)
                 GO TO INCLUI-PART-FIM
              ELSE
                 DISPLAY "*** TABELA DE PARTICIPANTES CHEIA ***"
                 GO TO INCLUI-PART-FIM.
           IF TBP-CPFCNPJ (W-IND) NOT = FIS-CLI-CPFCNPJ
              GO TO INCLUI-PART-LOOP.
       INCLUI-PART-FIM.
                EXIT.

      * INCLUI O PRODUTO DO ITEM NA TABELA DE PRODUTOS *
       INCLUI-PROD.
           MOVE ZEROS TO W-IND.
       INCLUI-PROD-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDPROD
              IF W-QTDPROD < 2500
                 ADD 1 TO W-QTDPROD
                 MOVE PEI-COD-PRO TO TBR-CODIGO (W-QTDPROD)
                 GO TO INCLUI-PROD-FIM
              ELSE
                 DISPLAY "*** TABELA DE PRODUTOS CHEIA ***"
                 GO TO INCLUI-PROD-FIM.
           IF TBR-CODIGO (W-IND) NOT = PEI-COD-PRO
              GO TO INCLUI-PROD-LOOP.
       INCLUI-PROD-FIM.
                EXIT.

      * SOMA O ITEM CORRENTE NO TOTAL DO SEU CODIGO FISCAL *
       SOMA-COD.
           MOVE ZEROS TO W-IND.
       SOMA-COD-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDCOD
              IF W-QTDCOD < 50
                 ADD 1 TO W-QTDCOD
                 MOVE W-QTDCOD TO W-IND
                 MOVE CAT-CODFISCAL TO TBC-CODFISCAL (W-IND)
                 MOVE ZEROS TO TBC-QTDITENS (W-IND)
                 MOVE ZEROS TO TBC-VALOR (W-IND) TBC-IMPOSTO (W-IND)
              ELSE
                 DISPLAY "*** TABELA DE CODIGOS FISCAIS CHEIA ***"
                 GO TO SOMA-COD-FIM.
           IF TBC-CODFISCAL (W-IND) NOT = CAT-CODFISCAL
              GO TO SOMA-COD-LOOP.
           ADD 1 TO TBC-QTDITENS (W-IND)
           ADD PEI-VALORITEM TO TBC-VALOR (W-IND)
           ADD W-IMPITEM TO TBC-IMPOSTO (W-IND).
       SOMA-COD-FIM.
                EXIT.

      * LE O PRODUTO PRO-CODIGO E A ALIQUOTA/CODIGO FISCAL DA SUA *
      * CATEGORIA, COMO NA EMISSAO DO DOCUMENTO (SCE005 EMITE-FIS) *
       LE-PRODUTO.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO ENCONTRADO" TO PRO-DESCRICAO
              MOVE SPACES TO PRO-UNIDADE
              MOVE ZEROS TO PRO-TIPOPRODUTO PRO-CODBARRA.
           MOVE ZEROS TO CAT-ALIQUOTA
           MOVE SPACES TO CAT-CODFISCAL
           IF W-TEMCAT = "S"
              IF PRO-TIPOPRODUTO > 0
                 MOVE PRO-TIPOPRODUTO TO CAT-CODIGO
                 READ ARQCAT
                 IF ST-ERRO NOT = "00"
                    MOVE ZEROS TO CAT-ALIQUOTA
                    MOVE SPACES TO CAT-CODFISCAL.
       LE-PRODUTO-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
