       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE069.

      *AUTHOR. Wallace Martins.
      *    APROVACAO DE COMPRAS    *
      *    O PEDIDO DE COMPRA (SCE005) ACIMA DO LIMITE DOS PARAMETROS
      *    (PAR-LIMCOMPRA, SCE041) NAO VAI DIRETO PARA O RECEBIMENTO:
      *    FICA COM PED-STATUS "A" NA FILA DE APROVACAO (ARQAPR) E O
      *    SCE038 NAO O RECEBE. AQUI O SUPERVISOR VE CADA COMPRA DA
      *    FILA COM O FORNECEDOR, O TOTAL E O SALDO DE CAIXA PROJETADO
      *    NOS VENCIMENTOS PREVISTOS (A MESMA PROJECAO DO SCE048:
      *    TITULOS EM ABERTO E CARTAO A RECEBER DA ADQUIRENTE), SEM E
      *    COM A COMPRA, E APROVA (VOLTA A "G", AGUARDA RECEBIMENTO)
      *    OU REJEITA (VAI A "C", CANCELADA) COM UMA NOTA. A DECISAO
      *    FICA NO ARQAPR E NA AUDITORIA. O OPERADOR CONSULTA AQUI AS
      *    SUAS COMPRAS REJEITADAS, COM A NOTA DO SUPERVISOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-PED-COD
                    ALTERNATE RECORD KEY IS APR-OPERADOR
                                   WITH DUPLICATES
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

           SELECT ARQTIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TIT-CHAVE
                 ALTERNATE RECORD KEY IS TIT-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCR-CHAVE
                 ALTERNATE RECORD KEY IS CCR-CXA-CHAVE WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * FILA DE APROVACAO DE COMPRAS: UMA DECISAO POR PEDIDO,      *
      * GRAVADA PENDENTE PELO SCE005 - P=PENDENTE, A=APROVADA,     *
      * J=REJEITADA; APR-CIENTE = "S" QUANDO O OPERADOR JA VIU A   *
      * REJEICAO                                                   *
       FD ARQAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPR.DAT".

       01 REGAPR.
          03 APR-PED-COD             PIC 9(06).
          03 APR-OPERADOR            PIC X(12).
          03 APR-DECISAO             PIC X(01).
          03 APR-FOR-CPFCNPJ         PIC 9(14).
          03 APR-VALOR               PIC 9(09)V99.
          03 APR-DATAPEDIDO          PIC 9(08).
          03 APR-DATA                PIC 9(08).
          03 APR-HORA                PIC 9(06).
          03 APR-SUPERVISOR          PIC X(12).
          03 APR-NOTA                PIC X(40).
          03 APR-CIENTE              PIC X(01).

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

       FD ARQCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXA.DAT".

       01 REGCXA.
          03 CXA-CHAVE.
             05 CXA-DATA             PIC 9(08).
             05 CXA-HORA             PIC 9(06).
             05 CXA-SEQ              PIC 9(03).
          03 CXA-PED-COD             PIC 9(06).
          03 CXA-PARCELA             PIC 9(02).
          03 CXA-TIPO                PIC X(01).
          03 CXA-FORMA               PIC X(01).
          03 CXA-VALOR               PIC 9(09)V99.
          03 CXA-USUARIO             PIC X(12).

      * CREDITOS DA ADQUIRENTE DE CARTAO IMPORTADOS PELO SCE058 *
       FD ARQCCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCCR.DAT".

       01 REGCCR.
          03 CCR-CHAVE.
             05 CCR-NSU              PIC X(12).
             05 CCR-PARCELA          PIC 9(02).
          03 CCR-QTDPARC             PIC 9(02).
          03 CCR-DATAVENDA           PIC 9(08).
          03 CCR-VALORVENDA          PIC 9(09)V99.
          03 CCR-DATACRED            PIC 9(08).
          03 CCR-VALORBRUTO          PIC 9(09)V99.
          03 CCR-TAXA                PIC 9(07)V99.
          03 CCR-VALORLIQ            PIC 9(09)V99.
          03 CCR-CXA-CHAVE.
             05 CCR-CXA-DATA         PIC 9(08).
             05 CCR-CXA-HORA         PIC 9(06).
             05 CCR-CXA-SEQ          PIC 9(03).
          03 CCR-TAXAOK              PIC X(01).
          03 CCR-DATAIMP             PIC 9(08).

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

       WORKING-STORAGE SECTION.
       01 W-OPCAO                PIC 9(01) VALUE ZEROS.
       01 W-OPCSN                PIC X(01) VALUE SPACES.
       01 W-ACT                  PIC 9(02) VALUE ZEROS.
       01 ST-ERRO                PIC X(02) VALUE "00".
       01 W-CONT                 PIC 9(06) VALUE ZEROS.
       01 MENS                   PIC X(50) VALUE SPACES.
       01 W-USUARIO              PIC X(12) VALUE SPACES.
       01 W-ACAOAUD              PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE             PIC X(14) VALUE SPACES.
       01 W-SENHA                PIC X(08) VALUE SPACES.
       01 W-PERFIL               PIC X(01) VALUE SPACES.
       01 W-TENTLOGIN            PIC 9(01) VALUE ZEROS.
       01 W-BRANCO               PIC X(79) VALUE SPACES.
       01 W-LIN                  PIC 9(02) VALUE ZEROS.

       01 W-TEMFOR               PIC X(01) VALUE "N".
       01 W-TEMTIT               PIC X(01) VALUE "N".
       01 W-TEMCXA               PIC X(01) VALUE "N".
       01 W-TEMCCR               PIC X(01) VALUE "N".
       01 W-DECISAO              PIC X(01) VALUE SPACES.
       01 W-NOTA                 PIC X(40) VALUE SPACES.
       01 W-NOMEFOR              PIC X(30) VALUE SPACES.
       01 W-QTDFILA              PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ               PIC 9(05) VALUE ZEROS.
       01 W-LIMCOMPRA            PIC 9(07)V99 VALUE ZEROS.
       01 W-TENTLOCK             PIC 9(02) VALUE ZEROS.
       01 W-LIMLOCK              PIC 9(02) VALUE 10.
       01 MASCVAL                PIC ZZZ.ZZZ.ZZ9,99.
       01 MASCLIM                PIC Z.ZZZ.ZZ9,99.
       01 MASCDATA               PIC 9999/99/99.

      * PROJECAO DE CAIXA DO SCE048 EM 91 DIAS A PARTIR DE HOJE:  *
      * TITULOS EM ABERTO PELO VENCIMENTO (VENCIDOS NO DIA 1) E O *
      * CARTAO AINDA NAO REPASSADO PELA ADQUIRENTE                *
       01 IND                    PIC 9(03) VALUE ZEROS.
       01 IND2                   PIC 9(03) VALUE ZEROS.
       01 W-HORIZONTE            PIC 9(02) VALUE 90.
       01 W-SALDOINI             PIC S9(09)V99 VALUE ZEROS.
       01 W-SALDOTIT             PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDOSEM             PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDOCOM             PIC S9(11)V99 VALUE ZEROS.
       01 W-DIA                  PIC S9(05) COMP VALUE ZEROS.
       01 W-TAXACARTAO           PIC 9(02)V99 VALUE 2,00.
       01 W-PRAZOCART            PIC 9(02) VALUE 30.

       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJE-ANO          PIC 9(04).
          03 W-HOJE-MES          PIC 9(02).
          03 W-HOJE-DIA          PIC 9(02).
       01 W-VENC-R.
          03 W-VENC-ANO          PIC 9(04).
          03 W-VENC-MES          PIC 9(02).
          03 W-VENC-DIA          PIC 9(02).
       01 W-VENC REDEFINES W-VENC-R PIC 9(08).

      * DIAS PELO CALENDARIO COMERCIAL (360 DIAS), COMO NO AGING *
       01 W-HOJE-DIAS            PIC S9(09) COMP VALUE ZEROS.
       01 W-VENC-DIAS            PIC S9(09) COMP VALUE ZEROS.

       01 W-CXA-R.
          03 W-CXA-ANO           PIC 9(04).
          03 W-CXA-MES           PIC 9(02).
          03 W-CXA-DIA           PIC 9(02).
       01 W-VENDA-DIAS           PIC S9(09) COMP VALUE ZEROS.
       01 W-CORTE-DIAS           PIC S9(09) COMP VALUE ZEROS.
       01 W-QTDCRED              PIC 9(02) VALUE ZEROS.
       01 W-QTDPARC              PIC 9(02) VALUE ZEROS.
       01 W-PARCCART             PIC 9(02) VALUE ZEROS.
       01 W-BRUTOCRED            PIC 9(09)V99 VALUE ZEROS.
       01 W-RESTANTE             PIC S9(09)V99 VALUE ZEROS.
       01 W-LIQRESTANTE          PIC 9(09)V99 VALUE ZEROS.
       01 W-LIQPARC              PIC 9(09)V99 VALUE ZEROS.

       01 TAB-FLUXO.
           03 TB-FLUXO OCCURS 91 TIMES.
              05 TBF-RECEBER     PIC 9(09)V99.
              05 TBF-PAGAR       PIC 9(09)V99.

      * CONDICAO PREVISTA DA COMPRA: A CONDICAO REAL SO E INFORMADA *
      * NO RECEBIMENTO (SCE038); AQUI O SUPERVISOR ESTIMA AS        *
      * PARCELAS E O PRIMEIRO VENCIMENTO, DE 30 EM 30 DIAS          *
       01 W-NUMPARC              PIC 9(02) VALUE ZEROS.
       01 W-PARCATUAL            PIC 9(02) VALUE ZEROS.
       01 W-PRIMVENC             PIC 9(08) VALUE ZEROS.
       01 W-VALORPARC            PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORULT             PIC 9(09)V99 VALUE ZEROS.
       01 W-ACUMPARC             PIC 9(11)V99 VALUE ZEROS.
       01 W-FORAHORIZ            PIC X(01) VALUE "N".
       01 TAB-PARC.
           03 TB-PARC OCCURS 12 TIMES.
              05 TBP-VENC        PIC 9(08).
              05 TBP-IND         PIC 9(03).
              05 TBP-VALOR       PIC 9(09)V99.

       01 LINHA-PROJ.
           03 LP-PARCELA             PIC 9(02).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-VENC                PIC 9999/99/99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LP-VALOR               PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-SALDOSEM            PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LP-SALDOCOM            PIC -ZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LP-FORA                PIC X(04).

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQAPR
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQAPR
              MOVE "CRIANDO FILA DE APROVACAO DE COMPRAS " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAPR
              GO TO R0
            ELSE
              MOVE "ERRO NA ABERTURA DA APROVACAO DE COMPRAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
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

      * FORNECEDORES, TITULOS, LIVRO DE CAIXA E REPASSES DE CARTAO *
      * SAO OPCIONAIS: SEM ELES A TELA MOSTRA SO O QUE HOUVER      *
       R0D.
           OPEN INPUT ARQFOR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFOR
           ELSE
              MOVE "N" TO W-TEMFOR.
           OPEN INPUT ARQTIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMTIT
           ELSE
              MOVE "N" TO W-TEMTIT.
           OPEN INPUT ARQCXA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCXA
           ELSE
              MOVE "N" TO W-TEMCXA.
           OPEN INPUT ARQCCR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCCR
           ELSE
              MOVE "N" TO W-TEMCCR.

      * LIMITE DE COMPRA E TAXA/PRAZO DO CARTAO (SCE041) *
       R0E.
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO = "00"
                 MOVE PAR-LIMCOMPRA TO W-LIMCOMPRA
                 MOVE PAR-TAXACARTAO TO W-TAXACARTAO
                 MOVE PAR-PRAZOCART TO W-PRAZOCART
                 MOVE PAR-TENTLOCK TO W-LIMLOCK
                 CLOSE ARQPAR
              ELSE
                 CLOSE ARQPAR.
           IF W-PRAZOCART = 0
              MOVE 30 TO W-PRAZOCART.
           IF W-LIMLOCK = 0
              MOVE 10 TO W-LIMLOCK.

       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-DIAS = (W-HOJE-ANO * 360)
                   + (W-HOJE-MES * 30) + W-HOJE-DIA
           MOVE 03 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (02, 01)
               "                      APROVACAO DE COMPRAS".
           DISPLAY (04, 10) "1 - Aprovar/Rejeitar Compras".
           DISPLAY (05, 10) "2 - Minhas Compras Rejeitadas".
           DISPLAY (06, 10) "3 - Sair".

       R2.
           DISPLAY (08, 10) "Opcao : ".
           ACCEPT (08, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 3
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO A1-CAIXA.
           IF W-OPCAO = 2
              GO TO J1-REJEITADAS.
           GO TO ROT-FIM.

      * FILA DE APROVACAO (SO O SUPERVISOR): A POSICAO DE CAIXA DE  *
      * ABERTURA E PEDIDA UMA VEZ, E A PROJECAO DO SCE048 E MONTADA *
      * SOBRE ELA ANTES DE PERCORRER AS COMPRAS PENDENTES           *
       A1-CAIXA.
           IF W-PERFIL NOT = "S"
              MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE ZEROS TO W-SALDOINI
           DISPLAY (10, 10) "Posicao de caixa de abertura : ".
           ACCEPT (10, 42) W-SALDOINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE "*** MONTANDO A PROJECAO DE CAIXA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM APURA-FLUXO THRU APURA-FLUXO-FIM
           MOVE ZEROS TO W-QTDFILA
           MOVE ZEROS TO APR-PED-COD
           START ARQAPR KEY IS NOT LESS THAN APR-PED-COD
           IF ST-ERRO NOT = "00"
              GO TO A9-FIM.

      * SO ENTRA NA TELA A COMPRA QUE AINDA ESTA "A" NO ARQPED: A   *
      * CANCELADA OU EXCLUIDA NO SCE005 FICA PENDENTE E E PULADA    *
       A2-PROXIMA.
           READ ARQAPR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO A9-FIM.
           IF APR-DECISAO NOT = "P"
              GO TO A2-PROXIMA.
           MOVE APR-PED-COD TO PED-COD
           READ ARQPED
           IF ST-ERRO NOT = "00"
              GO TO A2-PROXIMA.
           IF PED-STATUS NOT = "A"
              GO TO A2-PROXIMA.
           ADD 1 TO W-QTDFILA
           MOVE SPACES TO W-NOMEFOR
           MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO W-NOMEFOR
           IF W-TEMFOR = "S"
              MOVE PED-FOR-CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO = "00"
                 MOVE FOR-NOME TO W-NOMEFOR.

       A3-MOSTRA.
           MOVE 11 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE PED-DATA TO MASCDATA
           DISPLAY (11, 10) "Pedido : " PED-COD.
           DISPLAY (11, 30) "Data : " MASCDATA.
           DISPLAY (11, 50) "Operador : " APR-OPERADOR.
           DISPLAY (12, 10) "Fornec.: " W-NOMEFOR.
           MOVE PED-VALORTOTAL TO MASCVAL
           DISPLAY (12, 50) "Total : " MASCVAL.
           MOVE W-LIMCOMPRA TO MASCLIM
           DISPLAY (13, 50) "Limite: " MASCLIM.

      * CONDICAO PREVISTA: 1 PARCELA E VENCIMENTO UM MES A FRENTE *
      * DE HOJE QUANDO NAO INFORMADOS                              *
       A4-PARCELAS.
           MOVE ZEROS TO W-NUMPARC
           DISPLAY (13, 10) "Parcelas (1 a 12) : ".
           ACCEPT (13, 31) W-NUMPARC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A1-CAIXA.
           IF W-NUMPARC = 0
              MOVE 1 TO W-NUMPARC
              DISPLAY (13, 31) W-NUMPARC.
           IF W-NUMPARC > 12
              MOVE "*** INFORME DE 1 A 12 PARCELAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A4-PARCELAS.

       A4-VENCIMENTO.
           MOVE ZEROS TO W-PRIMVENC
           DISPLAY (14, 10) "1o vencimento      : ".
           ACCEPT (14, 31) W-PRIMVENC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A4-PARCELAS.
           IF W-PRIMVENC = 0
              MOVE W-HOJE TO W-VENC
              PERFORM AVANCA-MES THRU AVANCA-MES-FIM
              MOVE W-VENC TO W-PRIMVENC.
           MOVE W-PRIMVENC TO W-VENC
           IF W-VENC-ANO < 2000 OR W-VENC-MES = 0 OR W-VENC-MES > 12
              OR W-VENC-DIA = 0 OR W-VENC-DIA > 31
              MOVE "*** DATA DE VENCIMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A4-VENCIMENTO.
           MOVE W-PRIMVENC TO MASCDATA
           DISPLAY (14, 31) MASCDATA.

      * PARCELAS DA COMPRA E O SALDO PROJETADO EM CADA VENCIMENTO, *
      * SEM A COMPRA E COM ELA (JA DESCONTADAS AS PARCELAS ANTERI- *
      * ORES DA PROPRIA COMPRA)                                    *
       A5-PROJECAO.
           PERFORM MONTA-PARCELAS THRU MONTA-PARCELAS-FIM
           DISPLAY (15, 10) "Pc  Vencimento          Valor".
           DISPLAY (15, 41) "Saldo s/compra  Saldo c/compra".
           MOVE ZEROS TO W-PARCATUAL W-ACUMPARC
           MOVE 16 TO W-LIN.

       A5-LINHA.
           ADD 1 TO W-PARCATUAL
           IF W-PARCATUAL > W-NUMPARC
              GO TO A6-DECISAO.
           IF W-LIN > 17
              DISPLAY (18, 10) "-- ENTER CONTINUA --"
              ACCEPT (18, 31) W-OPCSN
              MOVE 16 TO W-LIN
              PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
              MOVE 16 TO W-LIN.
           MOVE TBP-IND (W-PARCATUAL) TO IND2
           PERFORM SALDO-ATE THRU SALDO-ATE-FIM
           ADD TBP-VALOR (W-PARCATUAL) TO W-ACUMPARC
           COMPUTE W-SALDOCOM = W-SALDOSEM - W-ACUMPARC
           MOVE W-PARCATUAL TO LP-PARCELA
           MOVE TBP-VENC (W-PARCATUAL) TO LP-VENC
           MOVE TBP-VALOR (W-PARCATUAL) TO LP-VALOR
           MOVE W-SALDOSEM TO LP-SALDOSEM
           MOVE W-SALDOCOM TO LP-SALDOCOM
           MOVE SPACES TO LP-FORA
           IF TBP-IND (W-PARCATUAL) > 91
              MOVE "+90D" TO LP-FORA.
           DISPLAY (W-LIN, 10) LINHA-PROJ.
           ADD 1 TO W-LIN
           GO TO A5-LINHA.

       A6-DECISAO.
           IF W-FORAHORIZ = "S"
              MOVE "*** +90D: ALEM DO HORIZONTE, SALDO DO DIA 90 ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE SPACES TO W-DECISAO
           DISPLAY (18, 10) W-BRANCO.
           DISPLAY (18, 10) "A=Aprova R=Rejeita P=Proxima S=Sai : ".
           ACCEPT (18, 48) W-DECISAO.
           IF W-DECISAO = "a" MOVE "A" TO W-DECISAO.
           IF W-DECISAO = "r" MOVE "R" TO W-DECISAO.
           IF W-DECISAO = "p" MOVE "P" TO W-DECISAO.
           IF W-DECISAO = "s" MOVE "S" TO W-DECISAO.
           IF W-DECISAO = "P"
              GO TO A2-PROXIMA.
           IF W-DECISAO = "S"
              GO TO R1.
           IF W-DECISAO NOT = "A" AND "R"
              MOVE "*** DIGITE A, R, P OU S ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A6-DECISAO.

      * A NOTA E OBRIGATORIA NA REJEICAO: E O QUE O OPERADOR LE *
       A7-NOTA.
           MOVE SPACES TO W-NOTA
           DISPLAY (18, 10) W-BRANCO.
           DISPLAY (18, 10) "Nota : ".
           ACCEPT (18, 17) W-NOTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO A6-DECISAO.
           IF W-DECISAO = "R" AND W-NOTA = SPACES
              MOVE "*** INFORME O MOTIVO DA REJEICAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A7-NOTA.

      * APROVADA VOLTA A AGUARDAR O RECEBIMENTO (SCE038); REJEITADA *
      * FICA CANCELADA, COMO SE CANCELADA NO SCE005 (NADA FOI AINDA *
      * RECEBIDO, ENTAO NAO HA ESTOQUE NEM TITULO A ESTORNAR)       *
       A8-GRAVA.
           MOVE ZEROS TO W-TENTLOCK.
       A8-LER.
           MOVE APR-PED-COD TO PED-COD
           READ ARQPED
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK > W-LIMLOCK
                 MOVE "*** PEDIDO EM USO, TENTE MAIS TARDE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO A6-DECISAO
              ELSE
                 GO TO A8-LER.
           IF ST-ERRO = "23"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2-PROXIMA.
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO MENS
              STRING "ERRO NA LEITURA DO PEDIDO, FILE STATUS " ST-ERRO
                  DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF PED-STATUS NOT = "A"
              MOVE "*** PEDIDO JA SAIU DA FILA DE APROVACAO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2-PROXIMA.
           IF W-DECISAO = "A"
              MOVE "G" TO PED-STATUS
           ELSE
              MOVE "C" TO PED-STATUS.
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE SPACES TO MENS
              STRING "ERRO NA GRAVACAO DO PEDIDO, FILE STATUS " ST-ERRO
                  DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-DECISAO = "A"
              MOVE "A" TO APR-DECISAO W-ACAOAUD
           ELSE
              MOVE "J" TO APR-DECISAO W-ACAOAUD.
           ACCEPT APR-DATA FROM DATE YYYYMMDD
           ACCEPT APR-HORA FROM TIME
           MOVE W-USUARIO TO APR-SUPERVISOR
           MOVE W-NOTA TO APR-NOTA
           MOVE "N" TO APR-CIENTE
           REWRITE REGAPR
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA DECISAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE APR-PED-COD TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           IF W-DECISAO = "R"
              MOVE "*** COMPRA REJEITADA E CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2-PROXIMA.
      * A COMPRA APROVADA PASSA A PESAR NA PROJECAO DAS SEGUINTES *
           MOVE ZEROS TO W-PARCATUAL.
       A8-COMPROMETE.
           ADD 1 TO W-PARCATUAL
           IF W-PARCATUAL > W-NUMPARC
              MOVE "*** COMPRA APROVADA, AGUARDA RECEBIMENTO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO A2-PROXIMA.
           IF TBP-IND (W-PARCATUAL) NOT > 91
              MOVE TBP-IND (W-PARCATUAL) TO IND
              ADD TBP-VALOR (W-PARCATUAL) TO TBF-PAGAR (IND).
           GO TO A8-COMPROMETE.

       A9-FIM.
           IF W-QTDFILA = 0
              MOVE "*** NENHUMA COMPRA AGUARDANDO APROVACAO ***"
                                                          TO MENS
           ELSE
              MOVE "*** FIM DA FILA DE APROVACAO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * COMPRAS DO OPERADOR REJEITADAS PELO SUPERVISOR, COM A NOTA; *
      * A REJEICAO VISTA AQUI SAI DO AVISO DE ENTRADA DO SCE005     *
       J1-REJEITADAS.
           MOVE ZEROS TO W-QTDREJ
           MOVE W-USUARIO TO APR-OPERADOR
           START ARQAPR KEY IS NOT LESS THAN APR-OPERADOR
           IF ST-ERRO NOT = "00"
              GO TO J9-FIM.

       J2-PROXIMA.
           READ ARQAPR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO J9-FIM.
           IF APR-OPERADOR NOT = W-USUARIO
              GO TO J9-FIM.
           IF APR-DECISAO NOT = "J"
              GO TO J2-PROXIMA.
           ADD 1 TO W-QTDREJ
           MOVE SPACES TO W-NOMEFOR
           MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO W-NOMEFOR
           IF W-TEMFOR = "S"
              MOVE APR-FOR-CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO = "00"
                 MOVE FOR-NOME TO W-NOMEFOR.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE APR-DATAPEDIDO TO MASCDATA
           DISPLAY (10, 10) "Pedido : " APR-PED-COD.
           DISPLAY (10, 30) "Data : " MASCDATA.
           IF APR-CIENTE NOT = "S"
              DISPLAY (10, 50) "*** NOVA ***".
           DISPLAY (11, 10) "Fornec.: " W-NOMEFOR.
           MOVE APR-VALOR TO MASCVAL
           DISPLAY (12, 10) "Total  : " MASCVAL.
           MOVE APR-DATA TO MASCDATA
           DISPLAY (13, 10) "Rejeitada em " MASCDATA
                            " por " APR-SUPERVISOR.
           DISPLAY (14, 10) "Nota   : " APR-NOTA.
           IF APR-CIENTE = "S"
              GO TO J3-CONTINUA.
           MOVE "S" TO APR-CIENTE
           MOVE ZEROS TO W-TENTLOCK.

      * A CIENCIA SO MARCA A REJEICAO COMO VISTA: SEM CONSEGUIR     *
      * GRAVAR, A REJEICAO VOLTA COMO NOVA NA PROXIMA CONSULTA      *
       J2-CIENTE.
           REWRITE REGAPR
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK > W-LIMLOCK
                 MOVE "*** REJEICAO EM USO, FICA COMO NOVA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO J3-CONTINUA
              ELSE
                 GO TO J2-CIENTE.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE SPACES TO MENS
              STRING "ERRO NA GRAVACAO DA CIENCIA, FILE STATUS " ST-ERRO
                  DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       J3-CONTINUA.
           DISPLAY (16, 10) "ENTER = PROXIMA   ESC = VOLTA : ".
           ACCEPT (16, 43) W-OPCSN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           GO TO J2-PROXIMA.

       J9-FIM.
           IF W-QTDREJ = 0
              MOVE "*** NENHUMA COMPRA SUA FOI REJEITADA ***" TO MENS
           ELSE
              MOVE "*** FIM DAS COMPRAS REJEITADAS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * PROJECAO DE CAIXA NOS MOLDES DO SCE048, HORIZONTE DE 90   *
      * DIAS: TITULOS EM ABERTO (A/B) PELO SALDO E VENCIMENTO     *
       APURA-FLUXO.
           MOVE 1 TO IND.
       APURA-FLUXO-ZERA.
           IF IND NOT > 91
              MOVE ZEROS TO TBF-RECEBER (IND) TBF-PAGAR (IND)
              ADD 1 TO IND
              GO TO APURA-FLUXO-ZERA.
           IF W-TEMTIT = "N"
              GO TO APURA-CARTAO.
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO APURA-CARTAO.

       APURA-FLUXO-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO APURA-CARTAO.
           IF TIT-STATUS NOT = "A" AND "B"
              GO TO APURA-FLUXO-LOOP.
           COMPUTE W-SALDOTIT = TIT-VALOR - TIT-VALORPAGO
           IF W-SALDOTIT = 0
              GO TO APURA-FLUXO-LOOP.
           MOVE TIT-DATAVENC TO W-VENC-R
           COMPUTE W-VENC-DIAS = (W-VENC-ANO * 360)
                   + (W-VENC-MES * 30) + W-VENC-DIA
           COMPUTE W-DIA = W-VENC-DIAS - W-HOJE-DIAS
           IF W-DIA < 0
              MOVE ZEROS TO W-DIA.
           IF W-DIA > W-HORIZONTE
              GO TO APURA-FLUXO-LOOP.
           COMPUTE IND = W-DIA + 1
           IF TIT-TIPO = "R"
              ADD W-SALDOTIT TO TBF-RECEBER (IND)
           ELSE
              ADD W-SALDOTIT TO TBF-PAGAR (IND).
           GO TO APURA-FLUXO-LOOP.

      * VENDAS EM CARTAO DO ULTIMO ANO AINDA NAO REPASSADAS, LIQUI- *
      * DAS DA TAXA, UMA PARCELA A CADA PRAZO DE REPASSE (SCE048)   *
       APURA-CARTAO.
           IF W-TEMCXA = "N"
              GO TO APURA-FLUXO-FIM.
           COMPUTE W-CORTE-DIAS = W-HOJE-DIAS - 360
           MOVE ZEROS TO CXA-CHAVE
           START ARQCXA KEY IS NOT LESS THAN CXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO APURA-FLUXO-FIM.

       APURA-CXA.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO APURA-FLUXO-FIM.
           IF CXA-TIPO NOT = "R" OR CXA-FORMA NOT = "C"
              GO TO APURA-CXA.
           MOVE CXA-DATA TO W-CXA-R
           COMPUTE W-VENDA-DIAS = (W-CXA-ANO * 360)
                   + (W-CXA-MES * 30) + W-CXA-DIA
           IF W-VENDA-DIAS < W-CORTE-DIAS
              GO TO APURA-CXA.
           PERFORM SOMA-CREDITOS THRU SOMA-CREDITOS-FIM
           COMPUTE W-RESTANTE = CXA-VALOR - W-BRUTOCRED
           IF W-RESTANTE NOT > 0,01
              GO TO APURA-CXA.
           IF W-QTDCRED NOT < W-QTDPARC
              MOVE W-QTDCRED TO W-QTDPARC
              ADD 1 TO W-QTDPARC.
           COMPUTE W-LIQRESTANTE ROUNDED = W-RESTANTE
                   * (100 - W-TAXACARTAO) / 100
           COMPUTE W-LIQPARC = W-LIQRESTANTE / (W-QTDPARC - W-QTDCRED)
           MOVE W-QTDCRED TO W-PARCCART.

       APURA-PARCCART.
           ADD 1 TO W-PARCCART
           IF W-PARCCART > W-QTDPARC
              GO TO APURA-CXA.
           IF W-PARCCART = W-QTDPARC
              MOVE W-LIQRESTANTE TO W-LIQPARC.
           SUBTRACT W-LIQPARC FROM W-LIQRESTANTE
           COMPUTE W-DIA = W-VENDA-DIAS
                   + (W-PRAZOCART * W-PARCCART) - W-HOJE-DIAS
           IF W-DIA < 0
              MOVE ZEROS TO W-DIA.
           IF W-DIA > W-HORIZONTE
              GO TO APURA-PARCCART.
           COMPUTE IND = W-DIA + 1
           ADD W-LIQPARC TO TBF-RECEBER (IND)
           GO TO APURA-PARCCART.
       APURA-FLUXO-FIM.
                EXIT.

      * SOMA OS CREDITOS DA ADQUIRENTE JA CASADOS COM A BAIXA EM *
      * CARTAO CORRENTE (REGCXA), COMO NO SCE058                 *
       SOMA-CREDITOS.
           MOVE ZEROS TO W-QTDCRED W-BRUTOCRED
           MOVE 1 TO W-QTDPARC
           IF W-TEMCCR = "N"
              GO TO SOMA-CREDITOS-FIM.
           MOVE CXA-CHAVE TO CCR-CXA-CHAVE
           START ARQCCR KEY IS = CCR-CXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CREDITOS-FIM.
       SOMA-CREDITOS-LOOP.
           READ ARQCCR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-CREDITOS-FIM.
           IF CCR-CXA-CHAVE NOT = CXA-CHAVE
              GO TO SOMA-CREDITOS-FIM.
           ADD 1 TO W-QTDCRED
           ADD CCR-VALORBRUTO TO W-BRUTOCRED
           IF CCR-QTDPARC > W-QTDPARC
              MOVE CCR-QTDPARC TO W-QTDPARC.
           GO TO SOMA-CREDITOS-LOOP.
       SOMA-CREDITOS-FIM.
                EXIT.

      * PARCELAS PREVISTAS DA COMPRA, DE MES EM MES A PARTIR DO 1o *
      * VENCIMENTO, COM A SOBRA DA DIVISAO NA ULTIMA (COMO O SCE005 *
      * GERA OS TITULOS); TBP-IND E A POSICAO NA PROJECAO, 92 PARA  *
      * O VENCIMENTO ALEM DOS 90 DIAS                               *
       MONTA-PARCELAS.
           MOVE "N" TO W-FORAHORIZ
           DIVIDE PED-VALORTOTAL BY W-NUMPARC GIVING W-VALORPARC
           COMPUTE W-VALORULT = PED-VALORTOTAL -
                   (W-VALORPARC * (W-NUMPARC - 1))
           MOVE W-PRIMVENC TO W-VENC
           MOVE ZEROS TO W-PARCATUAL.
       MONTA-PARCELAS-LOOP.
           ADD 1 TO W-PARCATUAL
           IF W-PARCATUAL > W-NUMPARC
              GO TO MONTA-PARCELAS-FIM.
           MOVE W-VENC TO TBP-VENC (W-PARCATUAL)
           IF W-PARCATUAL = W-NUMPARC
              MOVE W-VALORULT TO TBP-VALOR (W-PARCATUAL)
           ELSE
              MOVE W-VALORPARC TO TBP-VALOR (W-PARCATUAL).
           COMPUTE W-VENC-DIAS = (W-VENC-ANO * 360)
                   + (W-VENC-MES * 30) + W-VENC-DIA
           COMPUTE W-DIA = W-VENC-DIAS - W-HOJE-DIAS
           IF W-DIA < 0
              MOVE ZEROS TO W-DIA.
           IF W-DIA > W-HORIZONTE
              MOVE 92 TO TBP-IND (W-PARCATUAL)
              MOVE "S" TO W-FORAHORIZ
           ELSE
              COMPUTE TBP-IND (W-PARCATUAL) = W-DIA + 1.
           PERFORM AVANCA-MES THRU AVANCA-MES-FIM
           GO TO MONTA-PARCELAS-LOOP.
       MONTA-PARCELAS-FIM.
                EXIT.

      * SALDO PROJETADO ACUMULADO ATE A POSICAO IND2 DA PROJECAO *
      * (ALEM DO HORIZONTE, O SALDO DO ULTIMO DIA)                *
       SALDO-ATE.
           MOVE W-SALDOINI TO W-SALDOSEM
           IF IND2 > 91
              MOVE 91 TO IND2.
           MOVE 1 TO IND.
       SALDO-ATE-LOOP.
           IF IND > IND2
              GO TO SALDO-ATE-FIM.
           COMPUTE W-SALDOSEM = W-SALDOSEM + TBF-RECEBER (IND)
                   - TBF-PAGAR (IND)
           ADD 1 TO IND
           GO TO SALDO-ATE-LOOP.
       SALDO-ATE-FIM.
                EXIT.

      * AVANCA W-VENC UM MES, NO MESMO DIA (LIMITADO AO FIM DO MES) *
       AVANCA-MES.
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
       AVANCA-MES-FIM.
                EXIT.

      * LIMPA A TELA A PARTIR DA LINHA W-LIN *
       LIMPA-TELA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 19
              GO TO LIMPA-TELA.
       LIMPA-TELA-FIM.
                EXIT.

       ROT-FIM.
           IF W-TEMFOR = "S"
              CLOSE ARQFOR.
           IF W-TEMTIT = "S"
              CLOSE ARQTIT.
           IF W-TEMCXA = "S"
              CLOSE ARQCXA.
           IF W-TEMCCR = "S"
              CLOSE ARQCCR.
           CLOSE ARQAPR ARQPED ARQAUD ARQUSU.
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
           MOVE "SCE069" TO AUD-PROGRAMA.
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
      * PARA A AUDITORIA E O DONO DAS COMPRAS CONSULTADAS         *
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
