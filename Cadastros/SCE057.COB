       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE057.

      *AUTHOR. Wallace Martins.
      *    DESPESAS OPERACIONAIS - CONTAS A PAGAR SEM PEDIDO    *
      *    ALUGUEL, ENERGIA, FOLHA, IMPOSTOS, CONTADOR E DEMAIS
      *    DESPESAS QUE NAO NASCEM DE PEDIDO DE COMPRA. CADA
      *    DESPESA (ARQDSP) TEM FORNECEDOR, CATEGORIA (SCE056) E
      *    GERA TITULOS A PAGAR ("P") NO ARQTIT COM O CODIGO DA
      *    DESPESA NO LUGAR DO PEDIDO: SAO BAIXADOS NO SCE013 E
      *    ENTRAM NO AGING E NA PROJECAO DO SCE048 COMO OS DEMAIS.
      *    O CODIGO E NUMERADO AQUI, PULANDO OS JA USADOS POR
      *    PEDIDOS E TITULOS. AS DESPESAS RECORRENTES (ARQREC)
      *    GUARDAM VALOR, DIA DE VENCIMENTO E PERIODO, E A GERACAO
      *    CRIA UMA DESPESA POR MES ATE O MES PEDIDO, A PARTIR DO
      *    ULTIMO JA GERADO. A CADEIA NOTURNA (SCE027) RODA A
      *    GERACAO ATE O MES SEGUINTE SEM OPERADOR, PELO CARTAO
      *    PARMDSP.DAT COM "G". O RELATORIO MENSAL (RELDESP.TXT)
      *    TOTALIZA AS DESPESAS DO MES, PELO VENCIMENTO, POR
      *    CATEGORIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-CODIGO
                 ALTERNATE RECORD KEY IS DSP-CATEGORIA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCDS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDS-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TIT-CHAVE
                 ALTERNATE RECORD KEY IS TIT-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS FOR-CPFCNPJ
                     ALTERNATE RECORD KEY IS FOR-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * DESPESA OPERACIONAL: O CODIGO E O "PEDIDO" DOS TITULOS *
      * A PAGAR DELA NO ARQTIT                                *
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

      * DESPESA RECORRENTE: GERA UMA DESPESA POR MES, DE           *
      * REC-INICIO ATE REC-FIM (ZERO = SEM FIM); REC-ULTMES E O    *
      * ULTIMO MES JA GERADO                                       *
       FD ARQREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREC.DAT".

       01 REGREC.
          03 REC-CODIGO              PIC 9(04).
          03 REC-FOR-CPFCNPJ         PIC 9(14).
          03 REC-CATEGORIA           PIC 9(02).
          03 REC-DESCRICAO           PIC X(30).
          03 REC-VALOR               PIC 9(09)V99.
          03 REC-DIAVENC             PIC 9(02).
          03 REC-INICIO              PIC 9(06).
          03 REC-FIM                 PIC 9(06).
          03 REC-ULTMES              PIC 9(06).
          03 REC-ATIVO               PIC X(01).

       FD ARQCDS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCDS.DAT".
       01 REGCDS.
                03 CDS-CODIGO             PIC 9(02).
                03 CDS-DESCRICAO          PIC X(30).

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".

       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-PED-COD          PIC 9(06).
             05 TIT-PARCELA          PIC 9(02).
          03 TIT-TIPO                PIC X(01).
          03 TIT-CPFCNPJ             PIC 9(14).
          03 TIT-DATAEMISSAO         PIC 9(08).
          03 TIT-DATAVENC            PIC 9(08).
          03 TIT-VALOR               PIC 9(09)V99.
          03 TIT-VALORPAGO           PIC 9(09)V99.
          03 TIT-DATAPAGTO           PIC 9(08).
          03 TIT-STATUS              PIC X(01).
          03 TIT-FORMAPAGTO          PIC X(01).
          03 TIT-SITBANCO            PIC X(01).
          03 TIT-VALORJUROS          PIC 9(07)V99.

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

       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARMDSP.DAT".

       01 REGPRM.
          03 PRM-MODO                PIC X(01).
          03 FILLER                  PIC X(19).

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

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDESP.TXT".
       01 REGREL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-OPCAO                    PIC 9(01) VALUE ZEROS.
       01 W-OPCSN                    PIC X(01) VALUE SPACES.
       01 W-CONT                     PIC 9(06) VALUE ZEROS.
       01 MENS                       PIC X(50) VALUE SPACES.
       01 W-ACT                      PIC 9(02) VALUE ZEROS.
       01 W-USUARIO                  PIC X(12) VALUE SPACES.
       01 W-SENHA                    PIC X(08) VALUE SPACES.
       01 W-PERFIL                   PIC X(01) VALUE SPACES.
       01 W-TENTLOGIN                PIC 9(01) VALUE ZEROS.
       01 W-TENTLOCK                 PIC 9(02) VALUE ZEROS.
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 W-LIN                      PIC 9(02) VALUE ZEROS.
       01 W-BRANCO                   PIC X(79) VALUE SPACES.
       01 W-TEMPED                   PIC X(01) VALUE "N".
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-BATCH                    PIC X(01) VALUE "N".
       01 MASCVAL                    PIC ZZZ.ZZZ.ZZ9,99.

       01 W-HOJE                     PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJE-ANOMES           PIC 9(06).
          03 W-HOJE-DIA              PIC 9(02).

      * DESPESA EM DIGITACAO E GERACAO DOS TITULOS *
       01 W-PROXCOD                  PIC 9(06) VALUE ZEROS.
       01 W-USADO                    PIC X(01) VALUE "N".
       01 W-NUMPARC                  PIC 9(02) VALUE ZEROS.
       01 W-PARCATUAL                PIC 9(02) VALUE ZEROS.
       01 W-VALORPARC                PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORULT                 PIC 9(09)V99 VALUE ZEROS.
       01 W-PRIMVENC                 PIC 9(08) VALUE ZEROS.
       01 W-VENCIMENTO               PIC 9(08) VALUE ZEROS.
       01 W-VENCIMENTO-R REDEFINES W-VENCIMENTO.
          03 W-VENC-ANO              PIC 9(04).
          03 W-VENC-MES              PIC 9(02).
          03 W-VENC-DIA              PIC 9(02).

      * MES (AAAAMM) EM GERACAO E MES LIMITE DA GERACAO *
       01 W-MESGER                   PIC 9(06) VALUE ZEROS.
       01 W-MESGER-R REDEFINES W-MESGER.
          03 W-MESGER-ANO            PIC 9(04).
          03 W-MESGER-MES            PIC 9(02).
       01 W-ALVO                     PIC 9(06) VALUE ZEROS.
       01 W-QTDGER                   PIC 9(05) VALUE ZEROS.
       01 W-VALGER                   PIC 9(11)V99 VALUE ZEROS.

      * CANCELAMENTO *
       01 W-QTDCANC                  PIC 9(02) VALUE ZEROS.
       01 W-QTDFICA                  PIC 9(02) VALUE ZEROS.

      * RELATORIO MENSAL POR CATEGORIA *
       01 W-ANOMES                   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-TIT               PIC 9(06) VALUE ZEROS.
       01 W-TEMCAT                   PIC X(01) VALUE "N".
       01 W-CAT-VALOR                PIC 9(11)V99 VALUE ZEROS.
       01 W-CAT-PAGO                 PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VALOR                PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-PAGO                 PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-QTD                  PIC 9(05) VALUE ZEROS.

       01 LINHA-CAT.
          03 FILLER                  PIC X(11) VALUE "CATEGORIA ".
          03 LC-CODIGO               PIC 9(02).
          03 FILLER                  PIC X(03) VALUE " - ".
          03 LC-DESCRICAO            PIC X(30).

       01 LINHA-DET.
          03 FILLER                  PIC X(03) VALUE SPACES.
          03 LD-DESPESA              PIC 9(06).
          03 FILLER                  PIC X(01) VALUE "/".
          03 LD-PARCELA              PIC 9(02).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LD-VENC                 PIC 9999/99/99.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LD-DESCRICAO            PIC X(30).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-FORNECEDOR           PIC X(20).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-PAGO                 PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LD-SITUACAO             PIC X(08).

       01 LINHA-TOT.
          03 FILLER                  PIC X(03) VALUE SPACES.
          03 LT-TITULO               PIC X(30).
          03 FILLER                  PIC X(07) VALUE " VALOR ".
          03 LT-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(07) VALUE "  PAGO ".
          03 LT-PAGO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(10) VALUE "  ABERTO ".
          03 LT-ABERTO               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQDSP
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQDSP
              MOVE "CRIANDO ARQUIVO DE DESPESAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQDSP
              GO TO R0
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE DESPESAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQREC
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQREC
              MOVE "CRIANDO ARQUIVO DE DESPESAS RECORRENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREC
              GO TO R0A
            ELSE
              MOVE "ERRO NA ABERTURA DAS DESPESAS RECORRENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      * SEM CATEGORIAS OU FORNECEDORES CADASTRADOS O ARQUIVO E     *
      * CRIADO VAZIO: NADA A GERAR, E A CADEIA NOTURNA SEGUE COM    *
      * RC 0                                                        *
       R0B.
           OPEN INPUT ARQCDS
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQCDS
              CLOSE ARQCDS
              GO TO R0B
            ELSE
              MOVE "*** CATEGORIAS DE DESPESA NAO ENCONTRADAS ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0C.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQTIT
              MOVE "CRIANDO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQTIT
              GO TO R0C
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R0D.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFOR
              CLOSE ARQFOR
              GO TO R0D
            ELSE
              MOVE "*** ARQUIVO DE FORNECEDORES NAO ENCONTRADO *"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      * PEDIDOS: SO PARA A NUMERACAO NAO REPETIR UM CODIGO DE PEDIDO *
       R0E.
           OPEN INPUT ARQPED
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPED
           ELSE
              MOVE "N" TO W-TEMPED.

      * TENTATIVAS DE LOCK DOS PARAMETROS DO SISTEMA (SCE041) *
       R0E1.
           MOVE 10 TO PAR-TENTLOCK
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 10 TO PAR-TENTLOCK.
           IF PAR-TENTLOCK = 0
              MOVE 10 TO PAR-TENTLOCK.

       R0F.
           OPEN EXTEND ARQAUD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAUD
                 CLOSE ARQAUD
                 OPEN EXTEND ARQAUD
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
           PERFORM MAIOR-CODIGO THRU MAIOR-CODIGO-FIM.

      * CARTAO PARMDSP.DAT COM "G" (CADEIA NOTURNA): GERA AS        *
      * RECORRENTES ATE O MES SEGUINTE SEM OPERADOR; AUSENTE OU EM  *
      * BRANCO (USO PELO MENU) CAI NA IDENTIFICACAO DO OPERADOR      *
       R0G.
           OPEN INPUT ARQPRM
           IF ST-ERRO NOT = "00"
              GO TO R0H.
           READ ARQPRM NEXT RECORD
           IF ST-ERRO NOT = "00"
              CLOSE ARQPRM
              GO TO R0H.
           CLOSE ARQPRM
           IF PRM-MODO NOT = "G"
              GO TO R0H.
           MOVE "S" TO W-BATCH
           MOVE "CADEIA" TO W-USUARIO
           MOVE W-HOJE-ANOMES TO W-MESGER
           PERFORM SOMA-MES THRU SOMA-MES-FIM
           MOVE W-MESGER TO W-ALVO
           PERFORM G2-GERA THRU G2-GERA-FIM
           DISPLAY "DESPESAS RECORRENTES GERADAS ATE " W-ALVO
                   " : " W-QTDGER
           GO TO ROT-FIM.

       R0H.
           PERFORM ABRE-USU THRU ABRE-USU-FIM
           PERFORM VALIDA-USUARIO THRU VALIDA-USUARIO-FIM.

       R1.
           MOVE 1 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01)
               "          DESPESAS OPERACIONAIS - CONTAS A PAGAR".
           DISPLAY (03, 10) "1 - Lancar Despesa".
           DISPLAY (04, 10) "2 - Despesas Recorrentes (Cadastro)".
           DISPLAY (05, 10) "3 - Gerar Despesas Recorrentes".
           DISPLAY (06, 10) "4 - Cancelar Despesa".
           DISPLAY (07, 10) "5 - Relatorio Mensal por Categoria".
           DISPLAY (08, 10) "6 - Sair".

       R2.
           DISPLAY (10, 10) "Opcao : ".
           ACCEPT (10, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 6
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 6 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE ZEROS TO W-TENTLOCK
           IF W-OPCAO = 1
              GO TO D1-DESPESA.
           IF W-OPCAO = 2
              GO TO C1-RECORRENTE.
           IF W-OPCAO = 3
              GO TO G1-GERAR.
           IF W-OPCAO = 4
              GO TO X1-CANCELA.
           IF W-OPCAO = 5
              GO TO L1-RELATORIO.
           GO TO ROT-FIM.

      *-----------------------------------------------------------*
      * LANCAMENTO DE DESPESA AVULSA, EM UMA OU MAIS PARCELAS      *
      *-----------------------------------------------------------*
       D1-DESPESA.
           MOVE ZEROS TO REGDSP
           MOVE SPACES TO DSP-DESCRICAO DSP-USUARIO.

       D1-FORNECEDOR.
           DISPLAY (12, 10) "CPF/CNPJ Fornecedor : ".
           ACCEPT (12, 33) DSP-FOR-CPFCNPJ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE DSP-FOR-CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1-FORNECEDOR.
           DISPLAY (12, 49) FOR-NOME.

       D1-CATEGORIA.
           DISPLAY (13, 10) "Categoria           : ".
           ACCEPT (13, 33) DSP-CATEGORIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D1-FORNECEDOR.
           MOVE DSP-CATEGORIA TO CDS-CODIGO
           READ ARQCDS
           IF ST-ERRO NOT = "00"
              MOVE "*** CATEGORIA DE DESPESA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1-CATEGORIA.
           DISPLAY (13, 49) CDS-DESCRICAO.

       D1-DESCRICAO.
           DISPLAY (14, 10) "Descricao           : ".
           ACCEPT (14, 33) DSP-DESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D1-CATEGORIA.
           IF DSP-DESCRICAO = SPACES
              MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1-DESCRICAO.

       D1-VALOR.
           DISPLAY (15, 10) "Valor Total         : ".
           ACCEPT (15, 33) DSP-VALORTOTAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D1-DESCRICAO.
           IF DSP-VALORTOTAL = 0
              MOVE "*** VALOR NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1-VALOR.

       D1-PARCELAS.
           DISPLAY (16, 10) "Numero de Parcelas  : ".
           ACCEPT (16, 33) DSP-NUMPARC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D1-VALOR.
           IF DSP-NUMPARC = 0
              MOVE 1 TO DSP-NUMPARC
              DISPLAY (16, 33) DSP-NUMPARC.

       D1-VENCIMENTO.
           MOVE ZEROS TO W-PRIMVENC
           DISPLAY (17, 10) "Primeiro Vencimento : ".
           ACCEPT (17, 33) W-PRIMVENC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO D1-PARCELAS.
           IF W-PRIMVENC = 0
              MOVE "*** VENCIMENTO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1-VENCIMENTO.

       D1-CONFIRMA.
           DISPLAY (19, 10) "Confirma a Despesa (S/N) : ".
           ACCEPT (19, 38) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** DESPESA NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO D1-CONFIRMA.
           MOVE DSP-NUMPARC TO W-NUMPARC
           MOVE ZEROS TO DSP-REC-COD
           COMPUTE DSP-ANOMES = W-PRIMVENC / 100
           PERFORM GRAVA-DSP THRU GRAVA-DSP-FIM
           IF DSP-CODIGO = 0
              GO TO R1.
           MOVE "I" TO W-ACAOAUD
           MOVE DSP-CODIGO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE SPACES TO MENS
           STRING "*** DESPESA " DSP-CODIGO " GRAVADA ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *-----------------------------------------------------------*
      * CADASTRO DAS DESPESAS RECORRENTES (INCLUI OU ALTERA; A     *
      * DESATIVACAO E PELO CAMPO ATIVO)                           *
      *-----------------------------------------------------------*
       C1-RECORRENTE.
           MOVE ZEROS TO REC-CODIGO
           DISPLAY (12, 10) "Codigo Recorrente   : ".
           ACCEPT (12, 33) REC-CODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF REC-CODIGO = 0
              MOVE "*** CODIGO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1-RECORRENTE.

       C1-LER.
           READ ARQREC
           IF ST-ERRO = "00"
              MOVE "A" TO W-ACAOAUD
              MOVE "*** RECORRENTE JA CADASTRADA, ALTERE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-FORNECEDOR.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK > PAR-TENTLOCK
                 MOVE "*** RECORRENTE EM USO, TENTE MAIS TARDE ***"
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              ELSE
                 GO TO C1-LER.
           MOVE "I" TO W-ACAOAUD
           MOVE ZEROS TO REC-FOR-CPFCNPJ REC-CATEGORIA REC-VALOR
                         REC-DIAVENC REC-FIM REC-ULTMES
           MOVE SPACES TO REC-DESCRICAO
           MOVE W-HOJE-ANOMES TO REC-INICIO
           MOVE "S" TO REC-ATIVO.

       C2-FORNECEDOR.
           DISPLAY (13, 10) "CPF/CNPJ Fornecedor : ".
           ACCEPT (13, 33) REC-FOR-CPFCNPJ WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE REC-FOR-CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-FORNECEDOR.
           DISPLAY (13, 49) FOR-NOME.

       C2-CATEGORIA.
           DISPLAY (14, 10) "Categoria           : ".
           ACCEPT (14, 33) REC-CATEGORIA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-FORNECEDOR.
           MOVE REC-CATEGORIA TO CDS-CODIGO
           READ ARQCDS
           IF ST-ERRO NOT = "00"
              MOVE "*** CATEGORIA DE DESPESA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-CATEGORIA.
           DISPLAY (14, 49) CDS-DESCRICAO.

       C2-DESCRICAO.
           DISPLAY (15, 10) "Descricao           : ".
           ACCEPT (15, 33) REC-DESCRICAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-CATEGORIA.
           IF REC-DESCRICAO = SPACES
              MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-DESCRICAO.

       C2-VALOR.
           DISPLAY (16, 10) "Valor Mensal        : ".
           ACCEPT (16, 33) REC-VALOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-DESCRICAO.
           IF REC-VALOR = 0
              MOVE "*** VALOR NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-VALOR.

       C2-DIA.
           DISPLAY (17, 10) "Dia do Vencimento   : ".
           ACCEPT (17, 33) REC-DIAVENC WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-VALOR.
           IF REC-DIAVENC = 0 OR > 31
              MOVE "*** DIA DO VENCIMENTO DE 1 A 31 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-DIA.

       C2-INICIO.
           DISPLAY (18, 10) "Mes Inicial (AAAAMM): ".
           ACCEPT (18, 33) REC-INICIO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-DIA.
           MOVE REC-INICIO TO W-MESGER
           IF W-MESGER-MES = 0 OR > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-INICIO.

       C2-FIM.
           DISPLAY (19, 10) "Mes Final (0=S/Fim) : ".
           ACCEPT (19, 33) REC-FIM WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-INICIO.
           IF REC-FIM NOT = 0 AND REC-FIM < REC-INICIO
              MOVE "*** MES FINAL ANTERIOR AO INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-FIM.

       C2-ATIVO.
           DISPLAY (20, 10) "Ativa (S/N)         : ".
           ACCEPT (20, 33) REC-ATIVO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-FIM.
           IF REC-ATIVO = "s"
              MOVE "S" TO REC-ATIVO.
           IF REC-ATIVO = "n"
              MOVE "N" TO REC-ATIVO.
           IF REC-ATIVO NOT = "S" AND "N"
              GO TO C2-ATIVO.
           IF REC-ULTMES NOT = 0
              DISPLAY (21, 10) "Ultimo mes gerado   : " REC-ULTMES.

       C3-CONFIRMA.
           DISPLAY (22, 10) "Deseja Salvar (S/N) : ".
           ACCEPT (22, 33) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO C3-CONFIRMA.
           MOVE ZEROS TO W-TENTLOCK.

       C3-GRAVA.
           IF W-ACAOAUD = "I"
              WRITE REGREC
           ELSE
              REWRITE REGREC.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK > PAR-TENTLOCK
                 MOVE "*** REGISTRO EM USO, TENTE MAIS TARDE ***"
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              ELSE
                 GO TO C3-GRAVA.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA DESPESA RECORRENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO W-AUDCHAVE
           STRING "REC " REC-CODIGO DELIMITED BY SIZE INTO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE "*** DADOS GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *-----------------------------------------------------------*
      * GERACAO DAS RECORRENTES ATE UM MES (EM BRANCO = O SEGUINTE) *
      *-----------------------------------------------------------*
       G1-GERAR.
           MOVE ZEROS TO W-ALVO
           DISPLAY (12, 10) "Gerar ate o Mes (AAAAMM) : ".
           ACCEPT (12, 38) W-ALVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-ALVO = 0
              MOVE W-HOJE-ANOMES TO W-MESGER
              PERFORM SOMA-MES THRU SOMA-MES-FIM
              MOVE W-MESGER TO W-ALVO
              DISPLAY (12, 38) W-ALVO.
           MOVE W-ALVO TO W-MESGER
           IF W-MESGER-MES = 0 OR > 12
              MOVE "*** MES INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G1-GERAR.
           PERFORM G2-GERA THRU G2-GERA-FIM
           MOVE "G" TO W-ACAOAUD
           MOVE W-ALVO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE W-VALGER TO MASCVAL
           DISPLAY (14, 10) "Despesas geradas: " W-QTDGER
                            "   Valor: " MASCVAL.
           MOVE "*** GERACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * CRIA, PARA CADA RECORRENTE ATIVA, UMA DESPESA POR MES DO    *
      * MES SEGUINTE AO ULTIMO GERADO (OU DO INICIAL) ATE W-ALVO,    *
      * ATUALIZANDO REC-ULTMES A CADA MES - UMA NOVA EXECUCAO NAO    *
      * DUPLICA NADA                                                 *
       G2-GERA.
           MOVE ZEROS TO W-QTDGER W-VALGER
           MOVE ZEROS TO REC-CODIGO
           START ARQREC KEY IS NOT LESS THAN REC-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO G2-GERA-FIM.

       G2-LOOP.
           READ ARQREC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO G2-GERA-FIM.
           IF REC-ATIVO NOT = "S"
              GO TO G2-LOOP.
           IF REC-ULTMES < REC-INICIO
              MOVE REC-INICIO TO W-MESGER
           ELSE
              MOVE REC-ULTMES TO W-MESGER
              PERFORM SOMA-MES THRU SOMA-MES-FIM.

       G2-MES.
           IF W-MESGER > W-ALVO
              GO TO G2-LOOP.
           IF REC-FIM NOT = 0 AND W-MESGER > REC-FIM
              GO TO G2-LOOP.
           MOVE REC-FOR-CPFCNPJ TO DSP-FOR-CPFCNPJ
           MOVE REC-CATEGORIA TO DSP-CATEGORIA
           MOVE REC-DESCRICAO TO DSP-DESCRICAO
           MOVE REC-VALOR TO DSP-VALORTOTAL
           MOVE 1 TO DSP-NUMPARC W-NUMPARC
           MOVE REC-CODIGO TO DSP-REC-COD
           MOVE W-MESGER TO DSP-ANOMES
      * VENCIMENTO NO DIA DA RECORRENTE, SEGURANDO NO FIM DO MES *
           MOVE W-MESGER-ANO TO W-VENC-ANO
           MOVE W-MESGER-MES TO W-VENC-MES
           MOVE REC-DIAVENC TO W-VENC-DIA
           IF W-VENC-MES = 2
               IF W-VENC-DIA > 28
                  MOVE 28 TO W-VENC-DIA.
           IF W-VENC-MES = 4 OR 6 OR 9 OR 11
               IF W-VENC-DIA > 30
                  MOVE 30 TO W-VENC-DIA.
           MOVE W-VENCIMENTO TO W-PRIMVENC
           PERFORM GRAVA-DSP THRU GRAVA-DSP-FIM
           IF DSP-CODIGO = 0
              GO TO G2-GERA-FIM.
           ADD 1 TO W-QTDGER
           ADD REC-VALOR TO W-VALGER
           MOVE W-MESGER TO REC-ULTMES
           MOVE ZEROS TO W-TENTLOCK.
       G2-RW1.
           REWRITE REGREC
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK > PAR-TENTLOCK
                 MOVE "*** RECORRENTE EM USO, GERACAO INTERROMPIDA"
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 8 TO RETURN-CODE
                 GO TO G2-GERA-FIM
              ELSE
                 GO TO G2-RW1.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DA RECORRENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO G2-GERA-FIM.
           PERFORM SOMA-MES THRU SOMA-MES-FIM
           GO TO G2-MES.

       G2-GERA-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * CANCELAMENTO DE DESPESA: OS TITULOS AINDA NAO PAGOS VIRAM  *
      * "C"; PARCELA JA PAGA (TOTAL OU PARCIAL) FICA COMO ESTA     *
      *-----------------------------------------------------------*
       X1-CANCELA.
           MOVE ZEROS TO DSP-CODIGO
           DISPLAY (12, 10) "Codigo da Despesa   : ".
           ACCEPT (12, 33) DSP-CODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           READ ARQDSP
           IF ST-ERRO NOT = "00"
              MOVE "*** DESPESA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO X1-CANCELA.
           IF DSP-STATUS = "C"
              MOVE "*** DESPESA JA ESTA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO X1-CANCELA.
           MOVE DSP-VALORTOTAL TO MASCVAL
           DISPLAY (13, 10) DSP-DESCRICAO "  " MASCVAL
                            "  Venc.Mes: " DSP-ANOMES.

       X1-CONFIRMA.
           DISPLAY (15, 10) "Deseja CANCELAR  (S/N) : ".
           ACCEPT (15, 36) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO X1-CONFIRMA.
           MOVE ZEROS TO W-QTDCANC W-QTDFICA
           MOVE DSP-CODIGO TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO X2-FIM.

       X2-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO X2-FIM.
           IF TIT-PED-COD NOT = DSP-CODIGO
              GO TO X2-FIM.
           IF TIT-STATUS NOT = "A"
              GO TO X2-LOOP.
           IF TIT-VALORPAGO > 0
              ADD 1 TO W-QTDFICA
              GO TO X2-LOOP.
           MOVE "C" TO TIT-STATUS
           REWRITE REGTIT
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-QTDCANC
           ELSE
              MOVE "ERRO NO CANCELAMENTO DO TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO X2-LOOP.

       X2-FIM.
           MOVE "C" TO DSP-STATUS
           REWRITE REGDSP
           MOVE "C" TO W-ACAOAUD
           MOVE DSP-CODIGO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           IF W-QTDFICA > 0
              MOVE "*** CANCELADA, PARCELA COM PAGAMENTO MANTIDA ***"
                                                            TO MENS
           ELSE
              MOVE "*** DESPESA CANCELADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *-----------------------------------------------------------*
      * RELATORIO MENSAL: TITULOS DAS DESPESAS COM VENCIMENTO NO   *
      * MES, AGRUPADOS POR CATEGORIA (CHAVE ALTERNATIVA)           *
      *-----------------------------------------------------------*
       L1-RELATORIO.
           MOVE ZEROS TO W-ANOMES
           DISPLAY (12, 10) "Mes do Relatorio (AAAAMM) : ".
           ACCEPT (12, 39) W-ANOMES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-ANOMES = 0
              MOVE W-HOJE-ANOMES TO W-ANOMES
              DISPLAY (12, 39) W-ANOMES.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO REGREL
           STRING "RELATORIO DE DESPESAS OPERACIONAIS POR CATEGORIA - "
                  "MES " W-ANOMES " (PELO VENCIMENTO)"
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE ZEROS TO W-TOT-VALOR W-TOT-PAGO W-TOT-QTD
           MOVE ZEROS TO CDS-CODIGO
           START ARQCDS KEY IS NOT LESS THAN CDS-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO L4-TOTAIS.

       L2-CATEGORIA.
           READ ARQCDS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO L4-TOTAIS.
           MOVE "N" TO W-TEMCAT
           MOVE ZEROS TO W-CAT-VALOR W-CAT-PAGO
           MOVE CDS-CODIGO TO DSP-CATEGORIA
           START ARQDSP KEY IS NOT LESS THAN DSP-CATEGORIA
           IF ST-ERRO NOT = "00"
              GO TO L3-SUBTOTAL.

       L2-DESPESA.
           READ ARQDSP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO L3-SUBTOTAL.
           IF DSP-CATEGORIA NOT = CDS-CODIGO
              GO TO L3-SUBTOTAL.
           MOVE DSP-CODIGO TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO L2-DESPESA.

       L2-TITULO.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO L2-DESPESA.
           IF TIT-PED-COD NOT = DSP-CODIGO
              GO TO L2-DESPESA.
           IF TIT-STATUS = "C"
              GO TO L2-TITULO.
           COMPUTE W-ANOMES-TIT = TIT-DATAVENC / 100
           IF W-ANOMES-TIT NOT = W-ANOMES
              GO TO L2-TITULO.
           IF W-TEMCAT = "N"
              MOVE "S" TO W-TEMCAT
              MOVE CDS-CODIGO TO LC-CODIGO
              MOVE CDS-DESCRICAO TO LC-DESCRICAO
              MOVE LINHA-CAT TO REGREL
              WRITE REGREL.
           MOVE TIT-PED-COD TO LD-DESPESA
           MOVE TIT-PARCELA TO LD-PARCELA
           MOVE TIT-DATAVENC TO LD-VENC
           MOVE DSP-DESCRICAO TO LD-DESCRICAO
           MOVE DSP-FOR-CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO = "00"
              MOVE FOR-NOME TO LD-FORNECEDOR
           ELSE
              MOVE "NAO CADASTRADO" TO LD-FORNECEDOR.
           MOVE TIT-VALOR TO LD-VALOR
           MOVE TIT-VALORPAGO TO LD-PAGO
           IF TIT-STATUS = "Q"
              MOVE "QUITADO" TO LD-SITUACAO
           ELSE
              MOVE "ABERTO" TO LD-SITUACAO.
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           ADD TIT-VALOR TO W-CAT-VALOR
           ADD TIT-VALORPAGO TO W-CAT-PAGO
           ADD 1 TO W-TOT-QTD
           GO TO L2-TITULO.

       L3-SUBTOTAL.
           IF W-TEMCAT = "N"
              GO TO L2-CATEGORIA.
           MOVE "TOTAL DA CATEGORIA" TO LT-TITULO
           MOVE W-CAT-VALOR TO LT-VALOR
           MOVE W-CAT-PAGO TO LT-PAGO
           IF W-CAT-PAGO > W-CAT-VALOR
              MOVE ZEROS TO LT-ABERTO
           ELSE
              COMPUTE LT-ABERTO = W-CAT-VALOR - W-CAT-PAGO.
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           ADD W-CAT-VALOR TO W-TOT-VALOR
           ADD W-CAT-PAGO TO W-TOT-PAGO
           GO TO L2-CATEGORIA.

       L4-TOTAIS.
           IF W-TOT-QTD = 0
              MOVE "*** NENHUMA DESPESA COM VENCIMENTO NO MES ***"
                                                          TO REGREL
              WRITE REGREL
              GO TO L5-ENCERRA.
           MOVE "TOTAL GERAL DO MES" TO LT-TITULO
           MOVE W-TOT-VALOR TO LT-VALOR
           MOVE W-TOT-PAGO TO LT-PAGO
           IF W-TOT-PAGO > W-TOT-VALOR
              MOVE ZEROS TO LT-ABERTO
           ELSE
              COMPUTE LT-ABERTO = W-TOT-VALOR - W-TOT-PAGO.
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.

       L5-ENCERRA.
           CLOSE ARQREL
           MOVE "*** RELATORIO GERADO EM RELDESP.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * NUMERA E GRAVA A DESPESA (REGDSP JA PREENCHIDO) E OS TITULOS *
      * A PAGAR DELA; DSP-CODIGO VOLTA ZERADO SE NADA FOI GRAVADO     *
       GRAVA-DSP.
           PERFORM PROX-CODIGO THRU PROX-CODIGO-FIM
           MOVE W-PROXCOD TO DSP-CODIGO
           MOVE W-HOJE TO DSP-DATA
           MOVE "A" TO DSP-STATUS
           MOVE W-USUARIO TO DSP-USUARIO
           WRITE REGDSP
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA DESPESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              MOVE ZEROS TO DSP-CODIGO
              GO TO GRAVA-DSP-FIM.
           PERFORM GERA-TIT THRU GERA-TIT-FIM.
       GRAVA-DSP-FIM.
                EXIT.

      * MAIOR CODIGO DE DESPESA JA GRAVADO, PONTO DE PARTIDA DA   *
      * NUMERACAO (LIDO NA ABERTURA, ANTES DE QUALQUER DIGITACAO)  *
       MAIOR-CODIGO.
           MOVE ZEROS TO W-PROXCOD DSP-CODIGO
           START ARQDSP KEY IS NOT LESS THAN DSP-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO MAIOR-CODIGO-FIM.
       MAIOR-CODIGO-LOOP.
           READ ARQDSP NEXT RECORD
           IF ST-ERRO = "00"
              MOVE DSP-CODIGO TO W-PROXCOD
              GO TO MAIOR-CODIGO-LOOP.
       MAIOR-CODIGO-FIM.
                EXIT.

      * PROXIMO CODIGO DE DESPESA: DEPOIS DO MAIOR JA GRAVADO, SEM  *
      * REPETIR CODIGO DE PEDIDO NEM DE TITULOS (ACORDOS DO SCE055)  *
       PROX-CODIGO.
           ADD 1 TO W-PROXCOD
           MOVE "N" TO W-USADO
           IF W-TEMPED = "S"
              MOVE W-PROXCOD TO PED-COD
              READ ARQPED
              IF ST-ERRO = "00"
                 MOVE "S" TO W-USADO.
           MOVE W-PROXCOD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO = "00"
              READ ARQTIT NEXT RECORD
              IF ST-ERRO = "00" AND TIT-PED-COD = W-PROXCOD
                 MOVE "S" TO W-USADO.
           IF W-USADO = "S"
              GO TO PROX-CODIGO.
       PROX-CODIGO-FIM.
                EXIT.

      * TITULOS A PAGAR DA DESPESA, COMO O GERA-TIT DO SCE005: UM   *
      * POR MES A PARTIR DO PRIMEIRO VENCIMENTO, COM A DIFERENCA DE *
      * ARREDONDAMENTO NA ULTIMA PARCELA                            *
       GERA-TIT.
           DIVIDE DSP-VALORTOTAL BY W-NUMPARC GIVING W-VALORPARC
           COMPUTE W-VALORULT = DSP-VALORTOTAL -
                   (W-VALORPARC * (W-NUMPARC - 1))
           MOVE W-PRIMVENC TO W-VENCIMENTO
           MOVE ZEROS TO W-PARCATUAL.

       GERA-TIT-LOOP.
           ADD 1 TO W-PARCATUAL
           IF W-PARCATUAL > W-NUMPARC
              GO TO GERA-TIT-FIM.
           MOVE DSP-CODIGO TO TIT-PED-COD
           MOVE W-PARCATUAL TO TIT-PARCELA
           MOVE "P" TO TIT-TIPO
           MOVE DSP-FOR-CPFCNPJ TO TIT-CPFCNPJ
           MOVE W-HOJE TO TIT-DATAEMISSAO
           MOVE W-VENCIMENTO TO TIT-DATAVENC
           IF W-PARCATUAL = W-NUMPARC
              MOVE W-VALORULT TO TIT-VALOR
           ELSE
              MOVE W-VALORPARC TO TIT-VALOR.
           MOVE ZEROS TO TIT-VALORPAGO TIT-DATAPAGTO TIT-VALORJUROS
           MOVE "A" TO TIT-STATUS
           MOVE SPACES TO TIT-FORMAPAGTO TIT-SITBANCO
           WRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO TITULO DA DESPESA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 8 TO RETURN-CODE
              GO TO GERA-TIT-FIM.
           ADD 1 TO W-VENC-MES
           IF W-VENC-MES > 12
               MOVE 1 TO W-VENC-MES
               ADD 1 TO W-VENC-ANO.
           IF W-VENC-MES = 2
               IF W-VENC-DIA > 28
                  MOVE 28 TO W-VENC-DIA.
           IF W-VENC-MES = 4 OR 6 OR 9 OR 11
               IF W-VENC-DIA > 30
                  MOVE 30 TO W-VENC-DIA.
           GO TO GERA-TIT-LOOP.

       GERA-TIT-FIM.
                EXIT.

      * AVANCA W-MESGER (AAAAMM) UM MES *
       SOMA-MES.
           ADD 1 TO W-MESGER-MES
           IF W-MESGER-MES > 12
              MOVE 1 TO W-MESGER-MES
              ADD 1 TO W-MESGER-ANO.
       SOMA-MES-FIM.
                EXIT.

      * LIMPA A TELA A PARTIR DA LINHA W-LIN *
       LIMPA-TELA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 24
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

      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE "SCE057" TO AUD-PROGRAMA.
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
      * CADASTRO DE USUARIOS, COMO NOS DEMAIS PROGRAMAS QUE      *
      * MOVIMENTAM REGISTROS DO SISTEMA                          *
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

       ROT-FIM.
           CLOSE ARQDSP ARQREC ARQCDS ARQTIT ARQFOR ARQAUD.
           IF W-TEMPED = "S"
              CLOSE ARQPED.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           IF W-BATCH NOT = "S"
              CLOSE ARQUSU.
           GOBACK.

      * NA CADEIA NOTURNA A MENSAGEM VAI PARA O LOG, SEM ESPERA *
       ROT-MENS.
                IF W-BATCH = "S"
                   DISPLAY MENS
                   GO TO ROT-MENS-FIM.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 10) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (24, 10) MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    51 = REGISTRO BLOQUEADO POR OUTRO TERMINAL
