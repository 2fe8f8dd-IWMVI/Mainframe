       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE055.

      *AUTHOR. Wallace Martins.
      *    ACORDOS DE RENEGOCIACAO DE TITULOS A RECEBER    *
      *    O CLIENTE EM ATRASO FECHA POR TELEFONE UM PLANO DE
      *    PAGAMENTO: OS TITULOS A RECEBER ("R") EM ABERTO E
      *    VENCIDOS DO CLIENTE SAO ESCOLHIDOS UM A UM, SOMADOS DA
      *    MULTA E DOS JUROS DE MORA ATE HOJE (TAXAS DO ARQPAR, A
      *    MESMA CONTA DO SCE013/SCE034), MENOS UM DESCONTO OPCIONAL
      *    (LIBERADO PELO SUPERVISOR), E O TOTAL E DIVIDIDO EM NOVAS
      *    PARCELAS MENSAIS. O ACORDO (ARQACO) TEM CODIGO PROPRIO,
      *    QUE NAO PODE SER DE PEDIDO NEM TER TITULOS, E AS NOVAS
      *    PARCELAS ENTRAM NO ARQTIT COM ESSE CODIGO NO LUGAR DO
      *    PEDIDO, EM ABERTO, PARA O SCE013 BAIXAR E O AGING COBRAR.
      *    OS TITULOS ORIGINAIS NAO SAO PAGOS EM DINHEIRO: FICAM COM
      *    STATUS "N" (RENEGOCIADO), FORA DO AGING E DO CAIXA, E O
      *    VINCULO TITULO-ACORDO FICA NO ARQACI. O RELATORIO DE
      *    ACORDOS (RELACORD.TXT) MOSTRA COMO CADA UM ESTA SENDO
      *    CUMPRIDO: PARCELAS PAGAS, A VENCER E EM ATRASO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQACO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-CODIGO
                 ALTERNATE RECORD KEY IS ACO-CPFCNPJ WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQACI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACI-TITULO
                 ALTERNATE RECORD KEY IS ACI-ACO-COD WITH DUPLICATES
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

           SELECT ARQCLI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS CLI-CPFCNPJ
                     ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * ACORDO DE RENEGOCIACAO: O CODIGO E TAMBEM O "PEDIDO" DAS   *
      * NOVAS PARCELAS NO ARQTIT                                   *
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

      * TITULO ORIGINAL RENEGOCIADO, COM O SALDO E OS ENCARGOS QUE *
      * ENTRARAM NO ACORDO                                         *
       FD ARQACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACI.DAT".

       01 REGACI.
          03 ACI-TITULO.
             05 ACI-PED-COD          PIC 9(06).
             05 ACI-PARCELA          PIC 9(02).
          03 ACI-ACO-COD             PIC 9(06).
          03 ACI-DATAVENC            PIC 9(08).
          03 ACI-SALDO               PIC 9(09)V99.
          03 ACI-MULTA               PIC 9(07)V99.
          03 ACI-JUROS               PIC 9(07)V99.

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

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACORD.TXT".
       01 REGREL                     PIC X(100).

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
       01 W-SUPERV                   PIC X(12) VALUE SPACES.
       01 W-SENHASUP                 PIC X(08) VALUE SPACES.
       01 W-USUSAVE                  PIC X(12) VALUE SPACES.
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 W-LIN                      PIC 9(02) VALUE ZEROS.
       01 W-BRANCO                   PIC X(79) VALUE SPACES.
       01 W-TEMPED                   PIC X(01) VALUE "N".
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 MASCVAL                    PIC ZZZ.ZZZ.ZZ9,99.
       01 MASCVAL2                   PIC ZZZ.ZZZ.ZZ9,99.

      * ACORDO EM DIGITACAO *
       01 W-ACOCOD                   PIC 9(06) VALUE ZEROS.
       01 W-CPFCNPJ                  PIC 9(14) VALUE ZEROS.
       01 W-NOMECLI                  PIC X(30) VALUE SPACES.
       01 W-SALDO                    PIC 9(09)V99 VALUE ZEROS.
       01 W-MULTA                    PIC 9(07)V99 VALUE ZEROS.
       01 W-JUROS                    PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTSALDO                 PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTENCARGOS              PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTBRUTO                 PIC 9(09)V99 VALUE ZEROS.
       01 W-DESCONTO                 PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTACORDO                PIC 9(09)V99 VALUE ZEROS.
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
       01 W-QTDFORA                  PIC 9(03) VALUE ZEROS.

      * TITULOS ESCOLHIDOS PARA O ACORDO (ATE 30 POR CLIENTE) *
       01 W-QTDSEL                   PIC 9(02) VALUE ZEROS.
       01 IND                        PIC 9(02) VALUE ZEROS.
       01 TABSEL.
          03 TBS-ITEM OCCURS 30 TIMES.
             05 TBS-CHAVE.
                07 TBS-PED-COD       PIC 9(06).
                07 TBS-PARCELA       PIC 9(02).
             05 TBS-DATAVENC         PIC 9(08).
             05 TBS-SALDO            PIC 9(09)V99.
             05 TBS-MULTA            PIC 9(07)V99.
             05 TBS-JUROS            PIC 9(07)V99.

      * DIAS PELO CALENDARIO COMERCIAL (ANO DE 360 DIAS), COMO NO *
      * SCE013 E NO SCE034                                        *
       01 W-HOJE                     PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJE-ANO              PIC 9(04).
          03 W-HOJE-MES              PIC 9(02).
          03 W-HOJE-DIA              PIC 9(02).
       01 W-VCTO-R.
          03 W-VCTO-ANO              PIC 9(04).
          03 W-VCTO-MES              PIC 9(02).
          03 W-VCTO-DIA              PIC 9(02).
       01 W-HOJE-DIAS                PIC S9(09) COMP VALUE ZEROS.
       01 W-VCTO-DIAS                PIC S9(09) COMP VALUE ZEROS.
       01 W-ATRASO                   PIC S9(05) COMP VALUE ZEROS.

      * TOTAIS DO RELATORIO DE ACORDOS *
       01 W-FILTRO                   PIC 9(14) VALUE ZEROS.
       01 W-PAR-QTDPAGA              PIC 9(02) VALUE ZEROS.
       01 W-PAR-QTDATRASO            PIC 9(02) VALUE ZEROS.
       01 W-PAR-PAGO                 PIC 9(09)V99 VALUE ZEROS.
       01 W-PAR-ATRASO               PIC 9(09)V99 VALUE ZEROS.
       01 W-PAR-AVENCER              PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-QTDACO               PIC 9(05) VALUE ZEROS.
       01 W-TOT-QTDQUIT              PIC 9(05) VALUE ZEROS.
       01 W-TOT-QTDDIA               PIC 9(05) VALUE ZEROS.
       01 W-TOT-QTDATR               PIC 9(05) VALUE ZEROS.
       01 W-TOT-ACORDADO             PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-PAGO                 PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ATRASO               PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-AVENCER              PIC 9(11)V99 VALUE ZEROS.

       01 LINHA-ACO.
          03 FILLER                  PIC X(07) VALUE "ACORDO ".
          03 LA-CODIGO               PIC 9(06).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LA-DATA                 PIC 9999/99/99.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LA-CPFCNPJ              PIC 9(14).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LA-NOME                 PIC X(30).

       01 LINHA-ACO2.
          03 FILLER                  PIC X(09) VALUE "   DIVIDA".
          03 LA-ORIG                 PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(06) VALUE " +ENC.".
          03 LA-ENCARGOS             PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(06) VALUE " -DESC".
          03 LA-DESCONTO             PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(03) VALUE " = ".
          03 LA-TOTAL                PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(04) VALUE " EM ".
          03 LA-NUMPARC              PIC Z9.
          03 FILLER                  PIC X(01) VALUE "X".

       01 LINHA-PARC.
          03 FILLER                  PIC X(06) VALUE SPACES.
          03 LP-PARCELA              PIC 9(02).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LP-VENC                 PIC 9999/99/99.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LP-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LP-PAGO                 PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LP-SITUACAO             PIC X(12).
          03 LP-ATRASO               PIC ZZZZ9.

       01 LINHA-SIT.
          03 FILLER                  PIC X(06) VALUE SPACES.
          03 LS-SITUACAO             PIC X(10).
          03 FILLER                  PIC X(08) VALUE " PAGAS: ".
          03 LS-QTDPAGA              PIC Z9.
          03 FILLER                  PIC X(01) VALUE "/".
          03 LS-NUMPARC              PIC 99.
          03 FILLER                  PIC X(10) VALUE " ATRASO: ".
          03 LS-ATRASO               PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER                  PIC X(10) VALUE " A VENCER:".
          03 LS-AVENCER              PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT.
          03 LT-TITULO               PIC X(30).
          03 LT-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQACO
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQACO
              MOVE "CRIANDO ARQUIVO DE ACORDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQACO
              GO TO R0
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ACORDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQACI
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQACI
              MOVE "CRIANDO ARQUIVO DE TITULOS DOS ACORDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQACI
              GO TO R0A
            ELSE
              MOVE "ERRO NA ABERTURA DOS TITULOS DOS ACORDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              MOVE "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * PEDIDOS: SO PARA O CODIGO DO ACORDO NAO COINCIDIR COM O DE *
      * UM PEDIDO (SEM PEDIDOS AINDA, NAO HA O QUE CONFERIR)       *
       R0D.
           OPEN INPUT ARQPED
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPED
           ELSE
              MOVE "N" TO W-TEMPED.

      * PARAMETROS (SCE041): TAXAS DE MULTA E DE JUROS DIARIOS; SEM *
      * O ARQPAR VALEM OS PADROES DE 2% DE MULTA E 0,033% AO DIA    *
       R0E.
           MOVE 2,00 TO PAR-MULTAPCT
           MOVE 0,033 TO PAR-JUROSDIA
           MOVE 10 TO PAR-TENTLOCK
           MOVE 3 TO PAR-TENTLOGIN
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 2,00 TO PAR-MULTAPCT
                 MOVE 0,033 TO PAR-JUROSDIA
                 MOVE 10 TO PAR-TENTLOCK
                 MOVE 3 TO PAR-TENTLOGIN.

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
                 GO TO ROT-FIM.

       R0G.
           PERFORM ABRE-USU THRU ABRE-USU-FIM
           PERFORM VALIDA-USUARIO THRU VALIDA-USUARIO-FIM.

       R1.
           MOVE 1 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01)
               "          ACORDOS DE RENEGOCIACAO - CONTAS A RECEBER".
           DISPLAY (03, 10) "1 - Novo Acordo de Renegociacao".
           DISPLAY (04, 10) "2 - Relatorio de Acordos (Cumprimento)".
           DISPLAY (05, 10) "3 - Sair".

       R2.
           DISPLAY (07, 10) "Opcao : ".
           ACCEPT (07, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 3
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO N1-ACORDO.
           IF W-OPCAO = 2
              GO TO L1-RELATORIO.
           GO TO ROT-FIM.

      *-----------------------------------------------------------*
      * NOVO ACORDO: CODIGO, CLIENTE, ESCOLHA DOS TITULOS VENCIDOS *
      * E PLANO DE PARCELAS                                       *
      *-----------------------------------------------------------*
       N1-ACORDO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-DIAS = (W-HOJE-ANO * 360)
                   + (W-HOJE-MES * 30) + W-HOJE-DIA
           MOVE ZEROS TO W-ACOCOD
           DISPLAY (09, 10) "Codigo do Acordo  : ".
           ACCEPT (09, 31) W-ACOCOD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-ACOCOD = 0
              MOVE "*** CODIGO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N1-ACORDO.
           MOVE W-ACOCOD TO ACO-CODIGO
           READ ARQACO
           IF ST-ERRO = "00"
              MOVE "*** ACORDO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N1-ACORDO.
      * AS PARCELAS DO ACORDO USAM O CODIGO NO LUGAR DO PEDIDO: ELE *
      * NAO PODE SER DE UM PEDIDO NEM TER TITULOS GRAVADOS         *
           IF W-TEMPED = "S"
              MOVE W-ACOCOD TO PED-COD
              READ ARQPED
              IF ST-ERRO = "00"
                 MOVE "*** CODIGO JA USADO POR UM PEDIDO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO N1-ACORDO.
           MOVE W-ACOCOD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS THAN TIT-CHAVE
           IF ST-ERRO = "00"
              READ ARQTIT NEXT RECORD
              IF ST-ERRO = "00" AND TIT-PED-COD = W-ACOCOD
                 MOVE "*** CODIGO JA USADO EM TITULOS ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO N1-ACORDO.

       N2-CLIENTE.
           MOVE ZEROS TO W-CPFCNPJ
           DISPLAY (10, 10) "CPF/CNPJ Cliente  : ".
           ACCEPT (10, 31) W-CPFCNPJ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO N1-ACORDO.
           MOVE W-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N2-CLIENTE.
           MOVE CLI-NOME TO W-NOMECLI
           DISPLAY (10, 47) W-NOMECLI.

      * PERCORRE OS TITULOS DO CLIENTE (CHAVE ALTERNATIVA) E       *
      * OFERECE CADA TITULO A RECEBER EM ABERTO E JA VENCIDO. O    *
      * TITULO EM COBRANCA NO BANCO (SCE031) FICA DE FORA: O BANCO *
      * AINDA PODE RECEBE-LO                                       *
       N3-TITULOS.
           MOVE ZEROS TO W-QTDSEL W-QTDFORA W-TOTSALDO W-TOTENCARGOS
           MOVE W-CPFCNPJ TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS THAN TIT-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO N4-RESUMO.

       N3-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO N4-RESUMO.
           IF TIT-CPFCNPJ NOT = W-CPFCNPJ
              GO TO N4-RESUMO.
           IF TIT-TIPO NOT = "R" OR TIT-STATUS NOT = "A"
              GO TO N3-LOOP.
           MOVE TIT-DATAVENC TO W-VCTO-R
           COMPUTE W-VCTO-DIAS = (W-VCTO-ANO * 360)
                   + (W-VCTO-MES * 30) + W-VCTO-DIA
           COMPUTE W-ATRASO = W-HOJE-DIAS - W-VCTO-DIAS
           IF W-ATRASO NOT > 0
              GO TO N3-LOOP.
           IF TIT-SITBANCO = "R"
              ADD 1 TO W-QTDFORA
              GO TO N3-LOOP.
           IF W-QTDSEL = 30
              MOVE "*** LIMITE DE 30 TITULOS POR ACORDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N4-RESUMO.
           COMPUTE W-SALDO = TIT-VALOR - TIT-VALORPAGO
           COMPUTE W-MULTA ROUNDED = W-SALDO * PAR-MULTAPCT / 100
           COMPUTE W-JUROS ROUNDED =
               W-SALDO * PAR-JUROSDIA * W-ATRASO / 100
           MOVE W-SALDO TO MASCVAL
           COMPUTE MASCVAL2 = W-MULTA + W-JUROS
           DISPLAY (12, 01) W-BRANCO.
           DISPLAY (12, 05) TIT-PED-COD "/" TIT-PARCELA
                            "  Venc: " TIT-DATAVENC
                            "  Saldo: " MASCVAL
                            "  Enc.: " MASCVAL2.

       N3-INCLUI.
           DISPLAY (13, 05) "Incluir no acordo (S/N) : ".
           ACCEPT (13, 32) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              GO TO N3-LOOP.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO N3-INCLUI.
           ADD 1 TO W-QTDSEL
           MOVE TIT-CHAVE TO TBS-CHAVE (W-QTDSEL)
           MOVE TIT-DATAVENC TO TBS-DATAVENC (W-QTDSEL)
           MOVE W-SALDO TO TBS-SALDO (W-QTDSEL)
           MOVE W-MULTA TO TBS-MULTA (W-QTDSEL)
           MOVE W-JUROS TO TBS-JUROS (W-QTDSEL)
           ADD W-SALDO TO W-TOTSALDO
           ADD W-MULTA W-JUROS TO W-TOTENCARGOS
           GO TO N3-LOOP.

       N4-RESUMO.
           DISPLAY (12, 01) W-BRANCO.
           DISPLAY (13, 01) W-BRANCO.
           IF W-QTDFORA > 0
              MOVE "*** HA TITULOS EM COBRANCA NO BANCO (FORA) ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-QTDSEL = 0
              MOVE "*** NENHUM TITULO ESCOLHIDO PARA O ACORDO ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           COMPUTE W-TOTBRUTO = W-TOTSALDO + W-TOTENCARGOS
           MOVE W-TOTSALDO TO MASCVAL
           MOVE W-TOTENCARGOS TO MASCVAL2
           DISPLAY (12, 10) "Titulos: " W-QTDSEL
                            "  Saldo: " MASCVAL
                            "  Encargos: " MASCVAL2.
           MOVE W-TOTBRUTO TO MASCVAL
           DISPLAY (13, 10) "Total Corrigido   : " MASCVAL.

      * DESCONTO OPCIONAL EM REAIS; SE O OPERADOR NAO E SUPERVISOR, *
      * PEDE A LIBERACAO, COMO O DESCONTO DE ITEM NO SCE005          *
       N5-DESCONTO.
           MOVE ZEROS TO W-DESCONTO
           MOVE SPACES TO W-SUPERV
           DISPLAY (14, 10) "Desconto (R$)     : ".
           ACCEPT (14, 31) W-DESCONTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DESCONTO NOT < W-TOTBRUTO
              MOVE "*** DESCONTO MAIOR QUE O TOTAL DA DIVIDA ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N5-DESCONTO.
           IF W-DESCONTO = 0 OR W-PERFIL = "S"
              GO TO N6-PARCELAS.

       N5-SUPERV.
           DISPLAY (15, 10) "Matricula do Supervisor : ".
           ACCEPT (15, 37) W-SUPERV.
           IF W-SUPERV = SPACES
              GO TO N5-DESCONTO.
           DISPLAY (15, 10) "Senha do Supervisor     : ".
           ACCEPT (15, 37) W-SENHASUP.
           DISPLAY (15, 01) W-BRANCO.
           MOVE W-SUPERV TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** SUPERVISOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N5-DESCONTO.
           IF USU-SENHA NOT = W-SENHASUP OR USU-PERFIL NOT = "S"
              OR USU-ATIVO NOT = "S" OR USU-BLOQUEADO = "S"
              MOVE "*** SUPERVISOR INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N5-DESCONTO.

       N6-PARCELAS.
           COMPUTE W-TOTACORDO = W-TOTBRUTO - W-DESCONTO
           MOVE W-TOTACORDO TO MASCVAL
           DISPLAY (15, 10) "Total do Acordo   : " MASCVAL.
           MOVE ZEROS TO W-NUMPARC
           DISPLAY (16, 10) "Numero de Parcelas: ".
           ACCEPT (16, 31) W-NUMPARC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO N5-DESCONTO.
           IF W-NUMPARC = 0 OR > 24
              MOVE "*** PARCELAS DE 1 A 24 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N6-PARCELAS.

      * PRIMEIRO VENCIMENTO: EM BRANCO = MESMO DIA DO MES SEGUINTE *
       N6A.
           MOVE ZEROS TO W-PRIMVENC
           DISPLAY (17, 10) "Primeiro Vencto   : ".
           ACCEPT (17, 31) W-PRIMVENC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO N6-PARCELAS.
           IF W-PRIMVENC = 0
              MOVE W-HOJE TO W-VENCIMENTO
              PERFORM PROX-VENC THRU PROX-VENC-FIM
              MOVE W-VENCIMENTO TO W-PRIMVENC
              DISPLAY (17, 31) W-PRIMVENC.
           IF W-PRIMVENC < W-HOJE
              MOVE "*** VENCIMENTO ANTERIOR A HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO N6A.
           DIVIDE W-TOTACORDO BY W-NUMPARC GIVING W-VALORPARC
           COMPUTE W-VALORULT = W-TOTACORDO -
                   (W-VALORPARC * (W-NUMPARC - 1))
           MOVE W-VALORPARC TO MASCVAL
           MOVE W-VALORULT TO MASCVAL2
           DISPLAY (18, 10) "Parcela: " MASCVAL "  Ultima: " MASCVAL2.

       N7-CONFIRMA.
           DISPLAY (20, 10) "Confirma o Acordo (S/N) : ".
           ACCEPT (20, 37) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** ACORDO NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO N7-CONFIRMA.

      * ANTES DE GRAVAR, CONFERE SE NENHUM TITULO ESCOLHIDO FOI    *
      * BAIXADO POR OUTRO TERMINAL DESDE A ESCOLHA                  *
           MOVE ZEROS TO IND.
       N8-CONFERE.
           ADD 1 TO IND
           IF IND > W-QTDSEL
              GO TO N9-GRAVA.
           MOVE TBS-CHAVE (IND) TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "*** TITULO DO ACORDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF TIT-STATUS NOT = "A"
              OR TIT-VALOR - TIT-VALORPAGO NOT = TBS-SALDO (IND)
              MOVE "*** TITULO ALTERADO, REFACA O ACORDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           GO TO N8-CONFERE.

       N9-GRAVA.
           MOVE W-ACOCOD TO ACO-CODIGO
           MOVE W-CPFCNPJ TO ACO-CPFCNPJ
           MOVE W-HOJE TO ACO-DATA
           MOVE W-QTDSEL TO ACO-QTDTIT
           MOVE W-TOTSALDO TO ACO-VALORORIG
           MOVE W-TOTENCARGOS TO ACO-ENCARGOS
           MOVE W-DESCONTO TO ACO-DESCONTO
           MOVE W-TOTACORDO TO ACO-VALORTOTAL
           MOVE W-NUMPARC TO ACO-NUMPARC
           MOVE W-PRIMVENC TO ACO-PRIMVENC
           MOVE W-USUARIO TO ACO-USUARIO
           MOVE W-SUPERV TO ACO-SUPERV
           WRITE REGACO
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ACORDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO IND.

       N9-ORIGINAIS.
           ADD 1 TO IND
           IF IND > W-QTDSEL
              GO TO N9-PARCELAS.
           PERFORM RENEGOCIA-TIT THRU RENEGOCIA-TIT-FIM
           GO TO N9-ORIGINAIS.

       N9-PARCELAS.
           PERFORM GERA-PARC THRU GERA-PARC-FIM
           MOVE "A" TO W-ACAOAUD
           MOVE W-ACOCOD TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           IF W-SUPERV NOT = SPACES
              MOVE W-USUARIO TO W-USUSAVE
              MOVE W-SUPERV TO W-USUARIO
              MOVE "D" TO W-ACAOAUD
              PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
              MOVE W-USUSAVE TO W-USUARIO.
           MOVE "*** ACORDO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * FECHA O TITULO ORIGINAL TBS-CHAVE (IND) COMO RENEGOCIADO    *
      * ("N"): NAO HA PAGAMENTO, O VALOR PAGO NAO MUDA E NADA VAI    *
      * PARA O LIVRO DE CAIXA; O VINCULO COM O ACORDO FICA NO ARQACI *
       RENEGOCIA-TIT.
           MOVE ZEROS TO W-TENTLOCK.
       RENEGOCIA-TIT-LER.
           MOVE TBS-CHAVE (IND) TO TIT-CHAVE
           READ ARQTIT
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK > PAR-TENTLOCK
                 MOVE "*** TITULO EM USO, NAO FOI RENEGOCIADO ***"
                                                            TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO RENEGOCIA-TIT-FIM
              ELSE
                 GO TO RENEGOCIA-TIT-LER.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO TITULO ORIGINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RENEGOCIA-TIT-FIM.
           MOVE "N" TO TIT-STATUS
           MOVE W-HOJE TO TIT-DATAPAGTO
           REWRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO TITULO ORIGINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO RENEGOCIA-TIT-FIM.
           MOVE TBS-CHAVE (IND) TO ACI-TITULO
           MOVE W-ACOCOD TO ACI-ACO-COD
           MOVE TBS-DATAVENC (IND) TO ACI-DATAVENC
           MOVE TBS-SALDO (IND) TO ACI-SALDO
           MOVE TBS-MULTA (IND) TO ACI-MULTA
           MOVE TBS-JUROS (IND) TO ACI-JUROS
           WRITE REGACI
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO VINCULO DO ACORDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RENEGOCIA-TIT-FIM.
                EXIT.

      * GERA AS PARCELAS DO ACORDO NO ARQTIT, COMO O GERA-TIT DO     *
      * SCE005: UMA POR MES A PARTIR DO PRIMEIRO VENCIMENTO, COM A   *
      * DIFERENCA DE ARREDONDAMENTO NA ULTIMA                        *
       GERA-PARC.
           MOVE W-PRIMVENC TO W-VENCIMENTO
           MOVE ZEROS TO W-PARCATUAL.

       GERA-PARC-LOOP.
           ADD 1 TO W-PARCATUAL
           IF W-PARCATUAL > W-NUMPARC
              GO TO GERA-PARC-FIM.
           MOVE W-ACOCOD TO TIT-PED-COD
           MOVE W-PARCATUAL TO TIT-PARCELA
           MOVE "R" TO TIT-TIPO
           MOVE W-CPFCNPJ TO TIT-CPFCNPJ
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
              MOVE "ERRO NA GRAVACAO DA PARCELA DO ACORDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERA-PARC-FIM.
           PERFORM PROX-VENC THRU PROX-VENC-FIM
           GO TO GERA-PARC-LOOP.

       GERA-PARC-FIM.
                EXIT.

      * AVANCA W-VENCIMENTO UM MES, SEGURANDO O DIA NO FIM DO MES *
       PROX-VENC.
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
       PROX-VENC-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * RELATORIO DE ACORDOS: PARA CADA ACORDO, AS PARCELAS COM O  *
      * QUE FOI PAGO, O QUE ESTA EM ATRASO E A SITUACAO (QUITADO,  *
      * EM DIA OU EM ATRASO)                                       *
      *-----------------------------------------------------------*
       L1-RELATORIO.
           MOVE ZEROS TO W-FILTRO
           DISPLAY (09, 10) "CPF/CNPJ (0=Todos): ".
           ACCEPT (09, 31) W-FILTRO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-HOJE-DIAS = (W-HOJE-ANO * 360)
                   + (W-HOJE-MES * 30) + W-HOJE-DIA
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO REGREL
           STRING "RELATORIO DE ACORDOS DE RENEGOCIACAO - POSICAO EM "
                  W-HOJE DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE ZEROS TO W-TOT-QTDACO W-TOT-QTDQUIT W-TOT-QTDDIA
                         W-TOT-QTDATR W-TOT-ACORDADO W-TOT-PAGO
                         W-TOT-ATRASO W-TOT-AVENCER
           MOVE ZEROS TO ACO-CODIGO
           START ARQACO KEY IS NOT LESS THAN ACO-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO L4-TOTAIS.

       L2-LOOP.
           READ ARQACO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO L4-TOTAIS.
           IF W-FILTRO NOT = 0 AND ACO-CPFCNPJ NOT = W-FILTRO
              GO TO L2-LOOP.
           ADD 1 TO W-TOT-QTDACO
           ADD ACO-VALORTOTAL TO W-TOT-ACORDADO
           MOVE ACO-CODIGO TO LA-CODIGO
           MOVE ACO-DATA TO LA-DATA
           MOVE ACO-CPFCNPJ TO LA-CPFCNPJ
           MOVE ACO-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE CLI-NOME TO LA-NOME
           ELSE
              MOVE "CLIENTE NAO ENCONTRADO" TO LA-NOME.
           MOVE LINHA-ACO TO REGREL
           WRITE REGREL.
           MOVE ACO-VALORORIG TO LA-ORIG
           MOVE ACO-ENCARGOS TO LA-ENCARGOS
           MOVE ACO-DESCONTO TO LA-DESCONTO
           MOVE ACO-VALORTOTAL TO LA-TOTAL
           MOVE ACO-NUMPARC TO LA-NUMPARC
           MOVE LINHA-ACO2 TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-PAR-QTDPAGA W-PAR-QTDATRASO W-PAR-PAGO
                         W-PAR-ATRASO W-PAR-AVENCER
           MOVE ACO-CODIGO TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO L3-SITUACAO.

       L2-PARCELA.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO L3-SITUACAO.
           IF TIT-PED-COD NOT = ACO-CODIGO
              GO TO L3-SITUACAO.
           MOVE TIT-PARCELA TO LP-PARCELA
           MOVE TIT-DATAVENC TO LP-VENC
           MOVE TIT-VALOR TO LP-VALOR
           MOVE TIT-VALORPAGO TO LP-PAGO
           MOVE ZEROS TO LP-ATRASO
           ADD TIT-VALORPAGO TO W-PAR-PAGO
           COMPUTE W-SALDO = TIT-VALOR - TIT-VALORPAGO
           IF TIT-STATUS = "Q"
              MOVE "QUITADA" TO LP-SITUACAO
              ADD 1 TO W-PAR-QTDPAGA
              GO TO L2-IMPRIME.
           IF TIT-STATUS = "N"
              MOVE "RENEGOCIADA" TO LP-SITUACAO
              GO TO L2-IMPRIME.
           IF TIT-STATUS NOT = "A"
              MOVE "CANCELADA" TO LP-SITUACAO
              GO TO L2-IMPRIME.
           MOVE TIT-DATAVENC TO W-VCTO-R
           COMPUTE W-VCTO-DIAS = (W-VCTO-ANO * 360)
                   + (W-VCTO-MES * 30) + W-VCTO-DIA
           COMPUTE W-ATRASO = W-HOJE-DIAS - W-VCTO-DIAS
           IF W-ATRASO > 0
              MOVE "EM ATRASO" TO LP-SITUACAO
              MOVE W-ATRASO TO LP-ATRASO
              ADD 1 TO W-PAR-QTDATRASO
              ADD W-SALDO TO W-PAR-ATRASO
           ELSE
              MOVE "A VENCER" TO LP-SITUACAO
              ADD W-SALDO TO W-PAR-AVENCER.

       L2-IMPRIME.
           MOVE LINHA-PARC TO REGREL
           WRITE REGREL.
           GO TO L2-PARCELA.

       L3-SITUACAO.
           IF W-PAR-QTDPAGA = ACO-NUMPARC
              MOVE "QUITADO" TO LS-SITUACAO
              ADD 1 TO W-TOT-QTDQUIT
           ELSE
              IF W-PAR-QTDATRASO > 0
                 MOVE "EM ATRASO" TO LS-SITUACAO
                 ADD 1 TO W-TOT-QTDATR
              ELSE
                 MOVE "EM DIA" TO LS-SITUACAO
                 ADD 1 TO W-TOT-QTDDIA.
           MOVE W-PAR-QTDPAGA TO LS-QTDPAGA
           MOVE ACO-NUMPARC TO LS-NUMPARC
           MOVE W-PAR-ATRASO TO LS-ATRASO
           MOVE W-PAR-AVENCER TO LS-AVENCER
           MOVE LINHA-SIT TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           ADD W-PAR-PAGO TO W-TOT-PAGO
           ADD W-PAR-ATRASO TO W-TOT-ATRASO
           ADD W-PAR-AVENCER TO W-TOT-AVENCER
           GO TO L2-LOOP.

       L4-TOTAIS.
           IF W-TOT-QTDACO = 0
              MOVE "*** NENHUM ACORDO ENCONTRADO ***" TO REGREL
              WRITE REGREL
              GO TO L5-ENCERRA.
           MOVE SPACES TO REGREL
           STRING "ACORDOS: " W-TOT-QTDACO
                  "   QUITADOS: " W-TOT-QTDQUIT
                  "   EM DIA: " W-TOT-QTDDIA
                  "   EM ATRASO: " W-TOT-QTDATR
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE "VALOR TOTAL ACORDADO         :" TO LT-TITULO
           MOVE W-TOT-ACORDADO TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "RECEBIDO NAS PARCELAS        :" TO LT-TITULO
           MOVE W-TOT-PAGO TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PARCELAS EM ATRASO           :" TO LT-TITULO
           MOVE W-TOT-ATRASO TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PARCELAS A VENCER            :" TO LT-TITULO
           MOVE W-TOT-AVENCER TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.

       L5-ENCERRA.
           CLOSE ARQREL
           MOVE "*** RELATORIO GERADO EM RELACORD.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

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
           MOVE "SCE055" TO AUD-PROGRAMA.
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
           IF W-TENTLOGIN < PAR-TENTLOGIN
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
           CLOSE ARQACO ARQACI ARQTIT ARQCLI ARQUSU ARQAUD.
           IF W-TEMPED = "S"
              CLOSE ARQPED.
           IF W-TEMPAR = "S"
              CLOSE ARQPAR.
           STOP RUN.

       ROT-MENS.
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
