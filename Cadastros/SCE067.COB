       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE067.

      *AUTHOR. Wallace Martins.
      *    BAIXA DE PERDAS DE ESTOQUE    *
      *    REGISTRA A PERDA DE MERCADORIA (VENCIDA, AVARIADA, FURTADA
      *    OU CONSUMIDA NO USO INTERNO) POR PRODUTO, LOCAL E LOTE,
      *    BAIXANDO PRO-QTDESTOQUE, O SALDO DO LOCAL (ARQEST) E O LOTE
      *    (ARQLOT). CADA BAIXA FICA NO REGISTRO DE PERDAS (ARQPER) E
      *    NO LIVRO DE MOVIMENTACAO COM ORIGEM "PER". A PERDA VALORIZADA
      *    A CUSTO MEDIO ACIMA DO LIMITE DO ARQPAR (SCE041) EXIGE A
      *    LIBERACAO DO SUPERVISOR. EMITE O RELATORIO MENSAL DAS PERDAS
      *    POR MOTIVO E CATEGORIA (RELPERDA.TXT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-CODBARRA
                                   WITH DUPLICATES.

           SELECT ARQEST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EST-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MOV-CHAVE
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-NUMERO
                    ALTERNATE RECORD KEY IS PER-DATA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                 ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPRO.
          03 CHAVE1.
            05 PRO-CODIGO            PIC 9(06).
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

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       01 REGEST.
          03 EST-CHAVE.
             05 EST-COD-PRO          PIC 9(06).
             05 EST-LOCAL            PIC X(01).
          03 EST-QTDESTOQUE          PIC 9(06).

       FD ARQUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSU.DAT".

       01 REGUSU.
          03 USU-CODIGO              PIC X(12).
          03 USU-NOME                PIC X(30).
          03 USU-SENHA               PIC X(08).
          03 USU-PERFIL              PIC X(01).
          03 USU-ATIVO               PIC X(01).
          03 USU-COMISSAO            PIC 9(02)V99.
          03 USU-DATATROCA           PIC 9(08).
          03 USU-TENTFALHA           PIC 9(02).
          03 USU-BLOQUEADO           PIC X(01).
          03 USU-SENHAANT1           PIC X(08).
          03 USU-SENHAANT2           PIC X(08).

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

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.LOG".
       01 REGAUD.
                03 AUD-DATA               PIC 9(08).
                03 AUD-HORA               PIC 9(06).
                03 AUD-USUARIO            PIC X(12).
                03 AUD-PROGRAMA           PIC X(08).
                03 AUD-ACAO               PIC X(01).
                03 AUD-CHAVE              PIC X(14).
                03 FILLER                 PIC X(30).

       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOT.DAT".

       01 REGLOT.
          03 LOT-CHAVE.
             05 LOT-COD-PRO          PIC 9(06).
             05 LOT-VALIDADE         PIC 9(08).
             05 LOT-NUMERO           PIC X(10).
          03 LOT-QTDSALDO            PIC 9(06).

      * REGISTRO DE PERDAS: UMA BAIXA POR NUMERO; MOTIVO V=VENCIDO, *
      * A=AVARIADO, F=FURTO, U=USO INTERNO. O CUSTO E O CUSTO MEDIO *
      * DO PRODUTO NA DATA DA BAIXA; O SUPERVISOR SO E PREENCHIDO   *
      * QUANDO O VALOR PASSOU DO LIMITE (PAR-LIMPERDA)              *
       FD ARQPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPER.DAT".

       01 REGPER.
          03 PER-NUMERO              PIC 9(06).
          03 PER-DATA                PIC 9(08).
          03 PER-COD-PRO             PIC 9(06).
          03 PER-TIPOPRODUTO         PIC 9(01).
          03 PER-LOCAL               PIC X(01).
          03 PER-LOTE                PIC X(10).
          03 PER-VALIDADE            PIC 9(08).
          03 PER-QUANTIDADE          PIC 9(06).
          03 PER-MOTIVO              PIC X(01).
          03 PER-CUSTO               PIC 9(06)V99.
          03 PER-VALOR               PIC 9(09)V99.
          03 PER-USUARIO             PIC X(12).
          03 PER-SUPERVISOR          PIC X(12).

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

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-CODIGO             PIC 9(02).
                03 CAT-DESCRICAO          PIC X(30).
                03 CAT-ALIQUOTA           PIC 9(02)V99.
                03 CAT-CODFISCAL          PIC X(04).

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-COD-PRO          PIC 9(06).
             05 KIT-COMPONENTE       PIC 9(06).
          03 KIT-QUANTIDADE          PIC 9(04).
          03 KIT-DATAALT             PIC 9(08).
          03 KIT-USUARIO             PIC X(12).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPERDA.TXT".
       01 REGREL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 W-OPCAO                PIC 9(01) VALUE ZEROS.
       01 W-OPCSN                PIC X(01) VALUE SPACES.
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-CONT                 PIC 9(06) VALUE ZEROS.
       01 MENS                   PIC X(50) VALUE SPACES.
       01 W-USUARIO              PIC X(12) VALUE SPACES.
       01 W-USUSAVE              PIC X(12) VALUE SPACES.
       01 W-ACAOAUD              PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE             PIC X(14) VALUE SPACES.
       01 W-SENHA                PIC X(08) VALUE SPACES.
       01 W-PERFIL               PIC X(01) VALUE SPACES.
       01 W-TENTLOGIN            PIC 9(01) VALUE ZEROS.
       01 W-BRANCO               PIC X(79) VALUE SPACES.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.

       01 W-SUPERV               PIC X(12) VALUE SPACES.
       01 W-SENHASUP             PIC X(08) VALUE SPACES.
       01 W-TEMLOT               PIC X(01) VALUE "N".
       01 W-TEMCAT               PIC X(01) VALUE "N".
       01 W-TEMKIT               PIC X(01) VALUE "N".
       01 W-LIMPERDA             PIC 9(07)V99 VALUE ZEROS.
       01 W-TENTLOCK             PIC 9(02) VALUE ZEROS.
       01 W-LIMLOCK              PIC 9(02) VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-CODPRO               PIC 9(06) VALUE ZEROS.
       01 W-LOCAL                PIC X(01) VALUE SPACES.
       01 W-SALDOLOCAL           PIC 9(06) VALUE ZEROS.
       01 W-LOTE                 PIC X(10) VALUE SPACES.
       01 W-LOTVALID             PIC 9(08) VALUE ZEROS.
       01 W-LOTSALDO             PIC 9(06) VALUE ZEROS.
       01 W-ACHOULOTE            PIC X(01) VALUE "N".
       01 W-QTDE                 PIC 9(06) VALUE ZEROS.
       01 W-QTDRESTA             PIC 9(06) VALUE ZEROS.
       01 W-QTDCONSUMO           PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO               PIC X(01) VALUE SPACES.
       01 W-IM                   PIC 9(01) VALUE ZEROS.
       01 W-IC                   PIC 9(02) VALUE ZEROS.
       01 W-CODCAT               PIC 9(02) VALUE ZEROS.
       01 W-VALOR                PIC 9(09)V99 VALUE ZEROS.
       01 W-MAXNUMERO            PIC 9(06) VALUE ZEROS.
       01 W-NUMERO               PIC 9(06) VALUE ZEROS.
       01 W-ANOMES               PIC 9(06) VALUE ZEROS.
       01 W-DATAINI              PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM              PIC 9(08) VALUE ZEROS.
       01 W-QTDPERDAS            PIC 9(05) VALUE ZEROS.
       01 W-TOTQTD               PIC 9(07) VALUE ZEROS.
       01 W-TOTVALOR             PIC 9(09)V99 VALUE ZEROS.
       01 MASCVAL                PIC ZZZ.ZZZ.ZZ9,99.
       01 MASCQTD                PIC ZZZ.ZZ9.

      * MOTIVOS DA PERDA: CODIGO, DESCRICAO E O CODIGO GRAVADO EM  *
      * MOV-DOC-ITEM NO LIVRO DE MOVIMENTACAO (01 A 04)            *
       01 TAB-MOTIVOS.
           03 FILLER PIC X(13) VALUE "VVENCIDO".
           03 FILLER PIC X(13) VALUE "AAVARIADO".
           03 FILLER PIC X(13) VALUE "FFURTO".
           03 FILLER PIC X(13) VALUE "UUSO INTERNO".
       01 TAB-MOTIVOS-R REDEFINES TAB-MOTIVOS.
           03 TBM-MOTIVO OCCURS 4 TIMES.
              05 TBM-CODIGO          PIC X(01).
              05 TBM-DESCRICAO       PIC X(12).

      * ACUMULADOS DO MES POR MOTIVO E POR CATEGORIA DO PRODUTO     *
      * (PRO-TIPOPRODUTO 0 A 9 = INDICE 1 A 10)                     *
       01 TAB-PERDAS.
           03 TBP-MOTIVO OCCURS 4 TIMES.
              05 TBP-QTD             PIC 9(07).
              05 TBP-VALOR           PIC 9(09)V99.
              05 TBP-CATEGORIA OCCURS 10 TIMES.
                 07 TBP-CATQTD       PIC 9(07).
                 07 TBP-CATVALOR     PIC 9(09)V99.

       01 LINHA-CAB.
           03 FILLER                 PIC X(09) VALUE "DATA".
           03 FILLER                 PIC X(08) VALUE "NUMERO".
           03 FILLER                 PIC X(08) VALUE "PRODUTO".
           03 FILLER                 PIC X(26) VALUE "DESCRICAO".
           03 FILLER                 PIC X(03) VALUE "LC".
           03 FILLER                 PIC X(11) VALUE "LOTE".
           03 FILLER                 PIC X(08) VALUE "   QTDE".
           03 FILLER                 PIC X(13) VALUE " MOTIVO".
           03 FILLER                 PIC X(15) VALUE
                                     "          VALOR".
           03 FILLER                 PIC X(13) VALUE " OPERADOR".
           03 FILLER                 PIC X(12) VALUE "SUPERVISOR".

       01 LINHA-DET.
           03 LD-DATA                PIC 9999/99/99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-NUMERO              PIC 9(06).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-CODIGO              PIC 9(06).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO           PIC X(25).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-LOCAL               PIC X(01).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-LOTE                PIC X(10).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-QTDE                PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-MOTIVO              PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-USUARIO             PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-SUPERV              PIC X(12).

       01 LINHA-RES.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 LR-DESCRICAO           PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LR-QTDE                PIC ZZZ.ZZZ.ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LR-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQEST
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQEST
              CLOSE ARQEST
              GO TO R0A
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQ. DE ESTOQUE POR LOCAL"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN I-O ARQMOV
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQMOV
              CLOSE ARQMOV
              GO TO R0B
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTACAO"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B1.
           OPEN I-O ARQPER
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQPER
              MOVE "CRIANDO ARQUIVO DE PERDAS " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPER
              GO TO R0B1
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PERDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN EXTEND ARQAUD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAUD
                 CLOSE ARQAUD
                 OPEN EXTEND ARQAUD
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           PERFORM ABRE-USU THRU ABRE-USU-FIM
           PERFORM VALIDA-USUARIO THRU VALIDA-USUARIO-FIM.

      * O ARQUIVO DE LOTES (SCE038/SCE005) PODE AINDA NAO EXISTIR *
       R0D.
           OPEN I-O ARQLOT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMLOT
           ELSE
              MOVE "N" TO W-TEMLOT.

      * LIMITE DA PERDA SEM SUPERVISOR E TENTATIVAS DE LOCK        *
      * (SCE041); SEM O ARQUIVO DE PARAMETROS VALEM OS PADROES      *
       R0E.
           MOVE 500,00 TO W-LIMPERDA
           MOVE 10 TO W-LIMLOCK
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO = "00"
                 MOVE PAR-LIMPERDA TO W-LIMPERDA
                 MOVE PAR-TENTLOCK TO W-LIMLOCK
                 CLOSE ARQPAR
              ELSE
                 CLOSE ARQPAR.
           IF W-LIMLOCK = 0
              MOVE 10 TO W-LIMLOCK.

       R0F.
           OPEN INPUT ARQCAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCAT
           ELSE
              MOVE "N" TO W-TEMCAT.

      * COMPOSICAO DOS KITS (SCE053), SO PARA RECUSAR A BAIXA DE KIT *
       R0G.
           OPEN INPUT ARQKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMKIT
           ELSE
              MOVE "N" TO W-TEMKIT.

       R1.
           MOVE 03 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (02, 01)
               "                   BAIXA DE PERDAS DE ESTOQUE".
           DISPLAY (04, 10) "1 - Registrar Perda".
           DISPLAY (05, 10) "2 - Relatorio Mensal de Perdas".
           DISPLAY (06, 10) "3 - Sair".

       R2.
           DISPLAY (08, 10) "Opcao : ".
           ACCEPT (08, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 3
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO B1-PRODUTO.
           IF W-OPCAO = 2
              GO TO M1-RELATORIO.
           GO TO ROT-FIM.

      * REGISTRO DA PERDA: PRODUTO, LOCAL, LOTE, QUANTIDADE E MOTIVO *
       B1-PRODUTO.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE ZEROS TO W-CODPRO
           DISPLAY (10, 10) "Produto            : ".
           ACCEPT (10, 31) W-CODPRO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CODPRO = 0
              GO TO R1.
           MOVE W-CODPRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B1-PRODUTO.
           DISPLAY (10, 38) PRO-DESCRICAO.
      * A PERDA DE PRODUTO COM NUMERO DE SERIE PRECISA DIZER QUAL  *
      * UNIDADE SAIU DO ARQSER; O KIT NAO TEM ESTOQUE PROPRIO E A   *
      * PERDA E DE CADA COMPONENTE                                  *
           IF PRO-SERIAL = "S"
              MOVE "*** PRODUTO COM SERIE NAO E BAIXADO COMO PERDA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B1-PRODUTO.
           IF W-TEMKIT = "S"
              MOVE PRO-CODIGO TO KIT-COD-PRO
              MOVE ZEROS TO KIT-COMPONENTE
              START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
              IF ST-ERRO = "00"
                 READ ARQKIT NEXT RECORD
                 IF ST-ERRO = "00" AND KIT-COD-PRO = PRO-CODIGO
                    MOVE "*** PRODUTO E KIT, BAIXE OS COMPONENTES ***"
                                                          TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO B1-PRODUTO.
           IF PRO-QTDESTOQUE = 0
              MOVE "*** PRODUTO SEM ESTOQUE PARA BAIXAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B1-PRODUTO.

       B2-LOCAL.
           DISPLAY (11, 10) "Local (L=Loja D=Deposito) : ".
           ACCEPT (11, 39) W-LOCAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO B1-PRODUTO.
           IF W-LOCAL = "l"
              MOVE "L" TO W-LOCAL.
           IF W-LOCAL = "d"
              MOVE "D" TO W-LOCAL.
           IF W-LOCAL NOT = "L" AND "D"
              MOVE "*** LOCAL INVALIDO (L OU D) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B2-LOCAL.
           PERFORM LER-SALDOLOCAL THRU LER-SALDOLOCAL-FIM
           DISPLAY (11, 45) "Saldo no local : " W-SALDOLOCAL.
           IF W-SALDOLOCAL = 0
              MOVE "*** PRODUTO SEM SALDO NESTE LOCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B2-LOCAL.

      * SO O PERECIVEL TEM LOTE; EM BRANCO A BAIXA SAI DOS LOTES  *
      * DE VENCIMENTO MAIS ANTIGO, COMO NA VENDA (SCE005)          *
       B3-LOTE.
           MOVE SPACES TO W-LOTE
           MOVE ZEROS TO W-LOTVALID W-LOTSALDO
           IF W-TEMLOT NOT = "S" OR PRO-PERECIVEL NOT = "S"
              GO TO B4-QTDE.
           DISPLAY (12, 10) "Lote (branco = mais antigo) : ".
           ACCEPT (12, 41) W-LOTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO B2-LOCAL.
           IF W-LOTE = SPACES
              GO TO B4-QTDE.
           PERFORM ACHA-LOTE THRU ACHA-LOTE-FIM
           IF W-ACHOULOTE NOT = "S"
              MOVE "*** LOTE NAO ENCONTRADO PARA O PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B3-LOTE.
           DISPLAY (12, 53) "Val " W-LOTVALID " Saldo " W-LOTSALDO.

       B4-QTDE.
           MOVE ZEROS TO W-QTDE
           DISPLAY (13, 10) "Quantidade perdida : ".
           ACCEPT (13, 31) W-QTDE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO B3-LOTE.
           IF W-QTDE = 0
              MOVE "*** QUANTIDADE NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B4-QTDE.
           IF W-QTDE > W-SALDOLOCAL OR W-QTDE > PRO-QTDESTOQUE
              MOVE "*** QUANTIDADE MAIOR QUE O SALDO DO LOCAL ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B4-QTDE.
           IF W-LOTE NOT = SPACES
              IF W-QTDE > W-LOTSALDO
                 MOVE "*** QUANTIDADE MAIOR QUE O SALDO DO LOTE ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO B4-QTDE.

      * A PERDA POR VENCIMENTO DE PERECIVEL TEM QUE APONTAR O LOTE  *
      * VENCIDO (SCE037 LISTA OS LOTES VENCIDOS)                    *
       B5-MOTIVO.
           DISPLAY (14, 10)
               "Motivo (V=Vencido A=Avariado F=Furto U=Uso interno) : ".
           ACCEPT (14, 65) W-MOTIVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO B4-QTDE.
           IF W-MOTIVO = "v"
              MOVE "V" TO W-MOTIVO.
           IF W-MOTIVO = "a"
              MOVE "A" TO W-MOTIVO.
           IF W-MOTIVO = "f"
              MOVE "F" TO W-MOTIVO.
           IF W-MOTIVO = "u"
              MOVE "U" TO W-MOTIVO.
           PERFORM ACHA-MOTIVO THRU ACHA-MOTIVO-FIM
           IF W-IM = 0
              MOVE "*** MOTIVO INVALIDO (V, A, F OU U) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B5-MOTIVO.
           IF W-MOTIVO NOT = "V" OR W-TEMLOT NOT = "S"
              OR PRO-PERECIVEL NOT = "S"
              GO TO B6-VALOR.
           IF W-LOTE = SPACES
              MOVE "*** INFORME O LOTE VENCIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B3-LOTE.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-LOTVALID NOT < W-HOJE
              MOVE "*** LOTE AINDA DENTRO DA VALIDADE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B5-MOTIVO.

      * VALOR DA PERDA A CUSTO MEDIO; ACIMA DO LIMITE SO COM A     *
      * LIBERACAO DO SUPERVISOR (MESMA CREDENCIAL DO SCE016)       *
       B6-VALOR.
           COMPUTE W-VALOR = W-QTDE * PRO-CUSTOMEDIO
           MOVE W-VALOR TO MASCVAL
           DISPLAY (15, 10) "Valor da perda (custo medio) : " MASCVAL.
           MOVE SPACES TO W-SUPERV
           IF W-VALOR NOT > W-LIMPERDA
              GO TO B7-CONFIRMA.

       B6-SUP.
           MOVE "*** PERDA ACIMA DO LIMITE, CHAME O SUPERVISOR ***"
                                                          TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (16, 10) "Matricula do Supervisor : ".
           ACCEPT (16, 38) W-SUPERV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO B5-MOTIVO.
           DISPLAY (17, 10) "Senha                   : ".
           ACCEPT (17, 38) W-SENHASUP.
           MOVE W-SUPERV TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF USU-SENHA NOT = W-SENHASUP OR USU-PERFIL NOT = "S"
              OR USU-ATIVO NOT = "S" OR USU-BLOQUEADO = "S"
              MOVE "*** SUPERVISOR INVALIDO, PERDA NAO BAIXADA ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       B7-CONFIRMA.
           DISPLAY (18, 10) "Confirma a baixa da perda (S/N) : ".
           ACCEPT (18, 45) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** PERDA NAO BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B7-CONFIRMA.

      * APLICA A BAIXA: RELE O PRODUTO E O SALDO DO LOCAL PARA NAO  *
      * BAIXAR ALEM DO QUE OUTRO TERMINAL JA MOVIMENTOU             *
       B8-BAIXA.
           MOVE ZEROS TO W-TENTLOCK
           MOVE W-CODPRO TO PRO-CODIGO.
       B8-LER.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "51"
                 PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
                 IF W-TENTLOCK > W-LIMLOCK
                    MOVE ZEROS TO W-TENTLOCK
                    MOVE "*** PRODUTO EM USO, PERDA NAO BAIXADA ***"
                                                           TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R1
                 ELSE
                    GO TO B8-LER
              ELSE
                 MOVE "*** PRODUTO NAO ENCONTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE ZEROS TO W-TENTLOCK
           PERFORM LER-SALDOLOCAL THRU LER-SALDOLOCAL-FIM
           IF W-QTDE > W-SALDOLOCAL OR W-QTDE > PRO-QTDESTOQUE
              MOVE "*** SALDO ALTERADO, PERDA NAO BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           SUBTRACT W-QTDE FROM PRO-QTDESTOQUE.

       B8-RW1.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO ESTOQUE DO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

           PERFORM BAIXA-LOCAL THRU BAIXA-LOCAL-FIM
           IF W-TEMLOT = "S" AND PRO-PERECIVEL = "S"
              IF W-LOTE NOT = SPACES
                 PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM
              ELSE
                 PERFORM CONSOME-LOTE THRU CONSOME-LOTE-FIM.
           PERFORM GRAVA-PER THRU GRAVA-PER-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE "P" TO W-ACAOAUD
           MOVE PRO-CODIGO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
      * A LIBERACAO FICA NA AUDITORIA TAMBEM EM NOME DO SUPERVISOR *
           IF W-SUPERV NOT = SPACES
              MOVE W-USUARIO TO W-USUSAVE
              MOVE W-SUPERV TO W-USUARIO
              PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
              MOVE W-USUSAVE TO W-USUARIO.
           MOVE SPACES TO MENS
           STRING "*** PERDA " W-NUMERO " BAIXADA DO ESTOQUE ***"
               DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO B1-PRODUTO.

      * RELATORIO MENSAL DAS PERDAS: LISTA AS BAIXAS DO MES E RESUME *
      * POR MOTIVO E CATEGORIA, A CUSTO MEDIO DA DATA DA BAIXA       *
       M1-RELATORIO.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE ZEROS TO W-ANOMES
           DISPLAY (10, 10) "Mes das Perdas (AAAAMM) : ".
           ACCEPT (10, 37) W-ANOMES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ANOMES = 0
              GO TO R1.
           COMPUTE W-DATAINI = W-ANOMES * 100 + 1
           COMPUTE W-DATAFIM = W-ANOMES * 100 + 31

           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE SPACES TO REGREL
           STRING "RELATORIO MENSAL DE PERDAS DE ESTOQUE - MES : "
                  W-ANOMES
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE LINHA-CAB TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO TAB-PERDAS W-QTDPERDAS W-TOTQTD W-TOTVALOR

           MOVE W-DATAINI TO PER-DATA
           START ARQPER KEY IS NOT LESS THAN PER-DATA
           IF ST-ERRO NOT = "00"
              GO TO M3-RESUMO.

       M2-LOOP.
           READ ARQPER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M3-RESUMO.
           IF PER-DATA > W-DATAFIM
              GO TO M3-RESUMO.
           MOVE PER-MOTIVO TO W-MOTIVO
           PERFORM ACHA-MOTIVO THRU ACHA-MOTIVO-FIM
           IF W-IM = 0
              GO TO M2-LOOP.
           COMPUTE W-IC = PER-TIPOPRODUTO + 1
           ADD 1 TO W-QTDPERDAS
           ADD PER-QUANTIDADE TO TBP-QTD (W-IM) W-TOTQTD
           ADD PER-VALOR TO TBP-VALOR (W-IM) W-TOTVALOR
           ADD PER-QUANTIDADE TO TBP-CATQTD (W-IM, W-IC)
           ADD PER-VALOR TO TBP-CATVALOR (W-IM, W-IC)

           MOVE PER-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO ENCONTRADO" TO PRO-DESCRICAO.
           MOVE PER-DATA TO LD-DATA
           MOVE PER-NUMERO TO LD-NUMERO
           MOVE PER-COD-PRO TO LD-CODIGO
           MOVE PRO-DESCRICAO TO LD-DESCRICAO
           MOVE PER-LOCAL TO LD-LOCAL
           MOVE PER-LOTE TO LD-LOTE
           MOVE PER-QUANTIDADE TO LD-QTDE
           MOVE TBM-DESCRICAO (W-IM) TO LD-MOTIVO
           MOVE PER-VALOR TO LD-VALOR
           MOVE PER-USUARIO TO LD-USUARIO
           MOVE PER-SUPERVISOR TO LD-SUPERV
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           GO TO M2-LOOP.

       M3-RESUMO.
           IF W-QTDPERDAS = 0
              MOVE "*** NENHUMA PERDA REGISTRADA NO MES ***" TO REGREL
              WRITE REGREL
              GO TO M6-FIM.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE "RESUMO POR MOTIVO E CATEGORIA" TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-IM.

       M4-MOTIVO.
           ADD 1 TO W-IM
           IF W-IM > 4
              GO TO M6-TOTAL.
           IF TBP-QTD (W-IM) = 0
              GO TO M4-MOTIVO.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "MOTIVO : " TBM-DESCRICAO (W-IM)
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-IC.

       M5-CATEGORIA.
           ADD 1 TO W-IC
           IF W-IC > 10
              GO TO M5-SUBTOTAL.
           IF TBP-CATQTD (W-IM, W-IC) = 0
              GO TO M5-CATEGORIA.
           PERFORM NOME-CATEGORIA THRU NOME-CATEGORIA-FIM
           MOVE TBP-CATQTD (W-IM, W-IC) TO LR-QTDE
           MOVE TBP-CATVALOR (W-IM, W-IC) TO LR-VALOR
           MOVE LINHA-RES TO REGREL
           WRITE REGREL.
           GO TO M5-CATEGORIA.

       M5-SUBTOTAL.
           MOVE SPACES TO LR-DESCRICAO
           STRING "TOTAL " TBM-DESCRICAO (W-IM)
               DELIMITED BY SIZE INTO LR-DESCRICAO
           MOVE TBP-QTD (W-IM) TO LR-QTDE
           MOVE TBP-VALOR (W-IM) TO LR-VALOR
           MOVE LINHA-RES TO REGREL
           WRITE REGREL.
           GO TO M4-MOTIVO.

       M6-TOTAL.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE "TOTAL DAS PERDAS DO MES" TO LR-DESCRICAO
           MOVE W-TOTQTD TO LR-QTDE
           MOVE W-TOTVALOR TO LR-VALOR
           MOVE LINHA-RES TO REGREL
           WRITE REGREL.

       M6-FIM.
           CLOSE ARQREL
           MOVE "*** RELATORIO GERADO EM RELPERDA.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * DESCRICAO DA CATEGORIA (ARQCAT) DO INDICE W-IC *
       NOME-CATEGORIA.
           MOVE SPACES TO LR-DESCRICAO
           COMPUTE W-CODCAT = W-IC - 1
           STRING "CATEGORIA " W-CODCAT
               DELIMITED BY SIZE INTO LR-DESCRICAO
           IF W-TEMCAT NOT = "S"
              GO TO NOME-CATEGORIA-FIM.
           MOVE W-CODCAT TO CAT-CODIGO
           READ ARQCAT
           IF ST-ERRO = "00"
              MOVE CAT-DESCRICAO TO LR-DESCRICAO.
       NOME-CATEGORIA-FIM.
                EXIT.

      * LOCALIZA O CODIGO DO MOTIVO NA TABELA; W-IM = 0 SE INVALIDO *
       ACHA-MOTIVO.
           MOVE ZEROS TO W-IM.
       ACHA-MOTIVO-LOOP.
           ADD 1 TO W-IM
           IF W-IM > 4
              MOVE ZEROS TO W-IM
              GO TO ACHA-MOTIVO-FIM.
           IF TBM-CODIGO (W-IM) NOT = W-MOTIVO
              GO TO ACHA-MOTIVO-LOOP.
       ACHA-MOTIVO-FIM.
                EXIT.

      * PROCURA O LOTE DIGITADO ENTRE OS LOTES DO PRODUTO (A CHAVE *
      * DO ARQLOT COMECA PELA VALIDADE, QUE O OPERADOR NAO DIGITA)  *
       ACHA-LOTE.
           MOVE "N" TO W-ACHOULOTE
           MOVE W-CODPRO TO LOT-COD-PRO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
           START ARQLOT KEY IS NOT LESS THAN LOT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ACHA-LOTE-FIM.
       ACHA-LOTE-LOOP.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ACHA-LOTE-FIM.
           IF LOT-COD-PRO NOT = W-CODPRO
              GO TO ACHA-LOTE-FIM.
           IF LOT-NUMERO NOT = W-LOTE
              GO TO ACHA-LOTE-LOOP.
           MOVE "S" TO W-ACHOULOTE
           MOVE LOT-VALIDADE TO W-LOTVALID
           MOVE LOT-QTDSALDO TO W-LOTSALDO.
       ACHA-LOTE-FIM.
                EXIT.

      * LE O SALDO DO PRODUTO NO LOCAL (ARQEST); PRODUTO SEM       *
      * REGISTRO NO LOCAL TEM SALDO ZERO                           *
       LER-SALDOLOCAL.
           MOVE PRO-CODIGO TO EST-COD-PRO
           MOVE W-LOCAL TO EST-LOCAL
           READ ARQEST
           IF ST-ERRO = "00"
              MOVE EST-QTDESTOQUE TO W-SALDOLOCAL
           ELSE
              MOVE ZEROS TO W-SALDOLOCAL.
       LER-SALDOLOCAL-FIM.
                EXIT.

      * BAIXA A QUANTIDADE PERDIDA DO SALDO DO LOCAL *
       BAIXA-LOCAL.
           MOVE PRO-CODIGO TO EST-COD-PRO
           MOVE W-LOCAL TO EST-LOCAL
           READ ARQEST
           IF ST-ERRO NOT = "00"
              GO TO BAIXA-LOCAL-FIM.
           IF EST-QTDESTOQUE < W-QTDE
              MOVE ZEROS TO EST-QTDESTOQUE
           ELSE
              SUBTRACT W-QTDE FROM EST-QTDESTOQUE.
           REWRITE REGEST
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO ESTOQUE POR LOCAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BAIXA-LOCAL-FIM.
                EXIT.

      * BAIXA O LOTE ESCOLHIDO; LOTE ZERADO SAI DO ARQUIVO, COMO NA *
      * VENDA (SCE005)                                              *
       BAIXA-LOTE.
           MOVE W-CODPRO TO LOT-COD-PRO
           MOVE W-LOTVALID TO LOT-VALIDADE
           MOVE W-LOTE TO LOT-NUMERO
           READ ARQLOT
           IF ST-ERRO NOT = "00"
              MOVE "*** LOTE NAO ENCONTRADO, SALDO DO LOTE MANTIDO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAIXA-LOTE-FIM.
           IF LOT-QTDSALDO > W-QTDE
              SUBTRACT W-QTDE FROM LOT-QTDSALDO
              REWRITE REGLOT
           ELSE
              DELETE ARQLOT RECORD.
       BAIXA-LOTE-FIM.
                EXIT.

      * PERDA SEM LOTE DE PERECIVEL: CONSOME OS LOTES DO VENCIMENTO *
      * MAIS ANTIGO PARA O MAIS NOVO (FEFO), COMO A VENDA NO SCE005 *
       CONSOME-LOTE.
           MOVE W-QTDE TO W-QTDRESTA
           MOVE PRO-CODIGO TO LOT-COD-PRO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
           START ARQLOT KEY IS NOT LESS THAN LOT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CONSOME-LOTE-AVISO.

       CONSOME-LOTE-LOOP.
           IF W-QTDRESTA = 0
              GO TO CONSOME-LOTE-FIM.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONSOME-LOTE-AVISO.
           IF LOT-COD-PRO NOT = PRO-CODIGO
              GO TO CONSOME-LOTE-AVISO.
           IF LOT-QTDSALDO = 0
              GO TO CONSOME-LOTE-LOOP.
           IF LOT-QTDSALDO > W-QTDRESTA
              MOVE W-QTDRESTA TO W-QTDCONSUMO
           ELSE
              MOVE LOT-QTDSALDO TO W-QTDCONSUMO.
           SUBTRACT W-QTDCONSUMO FROM LOT-QTDSALDO
           SUBTRACT W-QTDCONSUMO FROM W-QTDRESTA
           IF LOT-QTDSALDO = 0
              DELETE ARQLOT RECORD
           ELSE
              REWRITE REGLOT.
           GO TO CONSOME-LOTE-LOOP.

       CONSOME-LOTE-AVISO.
           IF W-QTDRESTA > 0
              MOVE "*** SALDO DE LOTES MENOR QUE A PERDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONSOME-LOTE-FIM.
                EXIT.

      * GERA O PROXIMO NUMERO DE PERDA (MAIOR NUMERO + 1) *
       GERA-NUMERO.
           MOVE ZEROS TO W-MAXNUMERO
           MOVE ZEROS TO PER-NUMERO
           START ARQPER KEY IS NOT LESS THAN PER-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO GERA-NUMERO-FIM.
       GERA-NUMERO-LOOP.
           READ ARQPER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-NUMERO-FIM.
           IF PER-NUMERO > W-MAXNUMERO
              MOVE PER-NUMERO TO W-MAXNUMERO.
           GO TO GERA-NUMERO-LOOP.
       GERA-NUMERO-FIM.
                EXIT.

      * GRAVA A BAIXA NO REGISTRO DE PERDAS; SE OUTRO TERMINAL JA *
      * USOU O NUMERO, TENTA O SEGUINTE                            *
       GRAVA-PER.
           PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
           MOVE SPACES TO REGPER
           COMPUTE PER-NUMERO = W-MAXNUMERO + 1
           ACCEPT PER-DATA FROM DATE YYYYMMDD
           MOVE PRO-CODIGO TO PER-COD-PRO
           MOVE PRO-TIPOPRODUTO TO PER-TIPOPRODUTO
           MOVE W-LOCAL TO PER-LOCAL
           MOVE W-LOTE TO PER-LOTE
           MOVE W-LOTVALID TO PER-VALIDADE
           MOVE W-QTDE TO PER-QUANTIDADE
           MOVE W-MOTIVO TO PER-MOTIVO
           MOVE PRO-CUSTOMEDIO TO PER-CUSTO
           MOVE W-VALOR TO PER-VALOR
           MOVE W-USUARIO TO PER-USUARIO
           MOVE W-SUPERV TO PER-SUPERVISOR.

       GRAVA-PER-WR1.
           WRITE REGPER
           IF ST-ERRO = "22"
              ADD 1 TO PER-NUMERO
              GO TO GRAVA-PER-WR1.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO REGISTRO DE PERDAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE PER-NUMERO TO W-NUMERO.
       GRAVA-PER-FIM.
                EXIT.

      * GRAVA A PERDA NO LIVRO DE MOVIMENTACAO: SAIDA DE ORIGEM    *
      * "PER"; O DOCUMENTO E O NUMERO DA PERDA E O ITEM E O MOTIVO  *
      * (01=VENCIDO 02=AVARIADO 03=FURTO 04=USO INTERNO)            *
       GRAVA-MOV.
           MOVE PRO-CODIGO TO MOV-COD-PRO
           ACCEPT MOV-DATA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA FROM TIME
           MOVE 1 TO MOV-SEQ
           MOVE "S" TO MOV-TIPO
           MOVE W-QTDE TO MOV-QUANTIDADE
           MOVE W-LOCAL TO MOV-LOCAL
           MOVE "PER" TO MOV-ORIGEM
           MOVE W-NUMERO TO MOV-DOC-PED
           MOVE W-IM TO MOV-DOC-ITEM
           MOVE W-USUARIO TO MOV-USUARIO
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS.

       GRAVA-MOV-WR1.
           WRITE REGMOV
           IF ST-ERRO = "22"
              ADD 1 TO MOV-SEQ
              GO TO GRAVA-MOV-WR1.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA MOVIMENTACAO DE ESTOQUE"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       GRAVA-MOV-FIM.
                EXIT.

      * LIMPA A TELA A PARTIR DA LINHA W-LIN *
       LIMPA-TELA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 19
              GO TO LIMPA-TELA.
       LIMPA-TELA-FIM.
                EXIT.

      * CONTA TENTATIVAS E AGUARDA QUANDO O REGISTRO ESTA BLOQUEADO *
      * POR OUTRO TERMINAL (FILE STATUS 51) *
       AGUARDA-LOCK.
           ADD 1 TO W-TENTLOCK
           MOVE "*** REGISTRO EM USO POR OUTRO TERMINAL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO W-CONT.
       AGUARDA-LOCK-ESPERA.
           ADD 1 TO W-CONT
           IF W-CONT < 5000
              GO TO AGUARDA-LOCK-ESPERA.
       AGUARDA-LOCK-FIM.
                EXIT.

       ROT-FIM.
           IF W-TEMLOT = "S"
              CLOSE ARQLOT.
           IF W-TEMCAT = "S"
              CLOSE ARQCAT.
           IF W-TEMKIT = "S"
              CLOSE ARQKIT.
           CLOSE ARQPRO ARQEST ARQMOV ARQPER ARQAUD ARQUSU.
           STOP RUN.

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (19, 10) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (19, 10) MENS.
       ROT-MENS-FIM.
                EXIT.

      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE "SCE067" TO AUD-PROGRAMA.
           MOVE W-ACAOAUD TO AUD-ACAO.
           MOVE W-AUDCHAVE TO AUD-CHAVE.
           WRITE REGAUD.
       GRAVA-AUD-FIM.
                EXIT.

      * ABRE O CADASTRO DE USUARIOS PARA A IDENTIFICACAO (O ARQUIVO *
      * E CRIADO PELO SCE001 NA PRIMEIRA EXECUCAO DO SISTEMA)       *
       ABRE-USU.
           OPEN INPUT ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE USUARIOS NAO ENCONTRADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ABRE-USU-FIM.
                EXIT.

      * IDENTIFICACAO DO OPERADOR (MATRICULA + SENHA) CONTRA O   *
      * CADASTRO DE USUARIOS; O USUARIO AUTENTICADO E O QUE VAI   *
      * PARA A AUDITORIA                                          *
       VALIDA-USUARIO.
           MOVE ZEROS TO W-TENTLOGIN.

       VALIDA-USUARIO-1.
           DISPLAY (01, 01) "Operador (matricula) : ".
           ACCEPT (01, 25) W-USUARIO.
           DISPLAY (02, 01) "Senha                : ".
           ACCEPT (02, 25) W-SENHA.
           MOVE W-USUARIO TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO = "00"
              IF USU-SENHA = W-SENHA AND USU-ATIVO = "S"
                 AND USU-BLOQUEADO NOT = "S"
                 MOVE USU-PERFIL TO W-PERFIL
                 GO TO VALIDA-USUARIO-2.
           ADD 1 TO W-TENTLOGIN
           MOVE "*** USUARIO OU SENHA INVALIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TENTLOGIN < 3
              GO TO VALIDA-USUARIO-1.
           MOVE "*** ACESSO NEGADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       VALIDA-USUARIO-2.
           IF W-PERFIL = "B"
              MOVE "*** PROGRAMA NAO LIBERADO PARA SEU PERFIL ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (02, 01) "                            ".
       VALIDA-USUARIO-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    51 = REGISTRO BLOQUEADO POR OUTRO TERMINAL
