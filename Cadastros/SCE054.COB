       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE054.

      *AUTHOR. Wallace Martins.
      *    PROGRAMA DE FIDELIDADE - CONSULTAS E EXPIRACAO    *
      *    OS PONTOS SAO GANHOS NA VENDA E RESGATADOS NO BALCAO
      *    (SCE005), E ESTORNADOS NA DEVOLUCAO (SCE014) E NO
      *    CANCELAMENTO/EXCLUSAO DA VENDA; O SALDO FICA EM ARQFID E
      *    CADA MOVIMENTO EM ARQFIM. ESTE PROGRAMA EMITE O EXTRATO
      *    DE PONTOS DO CLIENTE (RELFIDEX.TXT), O PASSIVO DE PONTOS
      *    DO MES (RELFIDPA.TXT: MOVIMENTO DO MES POR TIPO E SALDO
      *    DE CADA CLIENTE NO ULTIMO DIA, VALORIZADO PELO VALOR DO
      *    PONTO DO SCE041) E EXPIRA OS PONTOS VENCIDOS DE TODOS OS
      *    CLIENTES. RODE A EXPIRACAO ANTES DO PASSIVO DO MES PARA
      *    O SALDO NAO CARREGAR PONTOS JA VENCIDOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FID-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIM-CHAVE
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

      * SALDO DE PONTOS DE FIDELIDADE POR CLIENTE *
       FD ARQFID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFID.DAT".

       01 REGFID.
          03 FID-CPFCNPJ             PIC 9(14).
          03 FID-SALDO               PIC 9(09).
          03 FID-ACUMULADO           PIC 9(09).
          03 FID-RESGATADO           PIC 9(09).
          03 FID-DATAULT             PIC 9(08).

      * MOVIMENTO DE PONTOS: G=GANHO NA VENDA, R=RESGATE NO BALCAO, *
      * V=VOLTA DE RESGATE, D=ESTORNO (DEVOLUCAO/CANCELAMENTO) E    *
      * X=EXPIRACAO. OS CREDITOS (G/V) GUARDAM A VALIDADE E O QUE   *
      * AINDA NAO FOI USADO; OS DEBITOS CONSOMEM OS MAIS ANTIGOS    *
       FD ARQFIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIM.DAT".

       01 REGFIM.
          03 FIM-CHAVE.
             05 FIM-CPFCNPJ          PIC 9(14).
             05 FIM-DATA             PIC 9(08).
             05 FIM-HORA             PIC 9(08).
             05 FIM-SEQ              PIC 9(03).
          03 FIM-TIPO                PIC X(01).
          03 FIM-PONTOS              PIC 9(09).
          03 FIM-PED-COD             PIC 9(06).
          03 FIM-SALDOREST           PIC 9(09).
          03 FIM-VALIDADE            PIC 9(08).
          03 FIM-USUARIO             PIC X(12).

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
               VALUE OF FILE-ID IS W-NOMEREL.
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
       01 W-TENTLOGIN                PIC 9(01) VALUE ZEROS.
       01 W-TENTLOCK                 PIC 9(02) VALUE ZEROS.
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 W-LIN                      PIC 9(02) VALUE ZEROS.
       01 W-BRANCO                   PIC X(79) VALUE SPACES.
       01 W-TEMPAR                   PIC X(01) VALUE "N".
       01 W-TEMCLI                   PIC X(01) VALUE "N".
       01 W-NOMEREL                  PIC X(12) VALUE SPACES.
       01 W-DATAHOJE                 PIC 9(08) VALUE ZEROS.
       01 W-CPFCNPJ                  PIC 9(14) VALUE ZEROS.
       01 W-NOMECLI                  PIC X(30) VALUE SPACES.
       01 W-ANOMES                   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-MOV               PIC 9(06) VALUE ZEROS.
       01 W-FIMDOMES                 PIC 9(08) VALUE ZEROS.
       01 W-QTDLIN                   PIC 9(06) VALUE ZEROS.
       01 W-VALORPTS                 PIC 9(11)V99 VALUE ZEROS.
       01 MASCPTS                    PIC ZZZ.ZZZ.ZZ9.
       01 MASCVAL                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * MOVIMENTO DE PONTOS EM PREPARACAO (FID-GRAVA-MOV) E CALCULO *
      * DA VALIDADE                                                 *
       01 W-FIDNOVO                  PIC X(01) VALUE "N".
       01 W-FIMCPF                   PIC 9(14) VALUE ZEROS.
       01 W-FIMTIPO                  PIC X(01) VALUE SPACES.
       01 W-FIMPONTOS                PIC 9(09) VALUE ZEROS.
       01 W-FIMPED                   PIC 9(06) VALUE ZEROS.
       01 W-FIMREST                  PIC 9(09) VALUE ZEROS.
       01 W-PTSDEBITAR               PIC 9(09) VALUE ZEROS.
       01 W-PTSEXPIRA                PIC 9(09) VALUE ZEROS.
       01 W-VALIDADE                 PIC 9(08) VALUE ZEROS.
       01 W-VALIDADE-R REDEFINES W-VALIDADE.
          03 W-VALID-ANO             PIC 9(04).
          03 W-VALID-MES             PIC 9(02).
          03 W-VALID-DIA             PIC 9(02).
       01 W-VALID-DIAS               PIC S9(09) COMP VALUE ZEROS.
       01 W-VALID-RESTO              PIC S9(09) COMP VALUE ZEROS.

      * TOTAIS DO PASSIVO: SALDO DO CLIENTE NO FIM DO MES E O      *
      * MOVIMENTO DO MES POR TIPO (G, R, V, D, X)                  *
       01 W-CPFANT                   PIC 9(14) VALUE ZEROS.
       01 W-SALDOCLI                 PIC S9(09) VALUE ZEROS.
       01 W-SALDOTOT                 PIC 9(11) VALUE ZEROS.
       01 W-QTDCLI                   PIC 9(06) VALUE ZEROS.
       01 W-QTDEXPCLI                PIC 9(06) VALUE ZEROS.
       01 W-PTSEXPTOT                PIC 9(11) VALUE ZEROS.
       01 W-IND                      PIC 9(01) VALUE ZEROS.
       01 TABTIPOS.
          03 FILLER                  PIC X(21) VALUE
                                     "GGANHO NA VENDA      ".
          03 FILLER                  PIC X(21) VALUE
                                     "RRESGATE NO BALCAO   ".
          03 FILLER                  PIC X(21) VALUE
                                     "VVOLTA DE RESGATE    ".
          03 FILLER                  PIC X(21) VALUE
                                     "DESTORNO DEV/CANCEL. ".
          03 FILLER                  PIC X(21) VALUE
                                     "XEXPIRACAO           ".
       01 TABTIPOS-R REDEFINES TABTIPOS.
          03 TBT-ITEM OCCURS 5 TIMES.
             05 TBT-TIPO             PIC X(01).
             05 TBT-DESCRICAO        PIC X(20).
       01 TABTOTAIS.
          03 TBT-PONTOS              PIC 9(11) OCCURS 5 TIMES.

       01 LINHA-CAB-EXT.
          03 FILLER                  PIC X(10) VALUE "CLIENTE : ".
          03 LCE-CPFCNPJ             PIC 9(14).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LCE-NOME                PIC X(30).

       01 LINHA-EXT.
          03 LX-DATA                 PIC 9999/99/99.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LX-TIPO                 PIC X(20).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LX-PEDIDO               PIC ZZZZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LX-PONTOS               PIC ZZZ.ZZZ.ZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LX-RESTA                PIC ZZZ.ZZZ.ZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LX-VALIDADE             PIC 9999/99/99.

       01 LINHA-PAS.
          03 LP-CPFCNPJ              PIC 9(14).
          03 FILLER                  PIC X(02) VALUE SPACES.
          03 LP-NOME                 PIC X(30).
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-PONTOS               PIC ZZZ.ZZZ.ZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LP-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TIPO.
          03 LT-DESCRICAO            PIC X(20).
          03 FILLER                  PIC X(03) VALUE " : ".
          03 LT-PONTOS               PIC ZZ.ZZZ.ZZZ.ZZ9.

       01 LINHA-TOT.
          03 LTT-TITULO              PIC X(30).
          03 FILLER                  PIC X(17) VALUE SPACES.
          03 LTT-PONTOS              PIC ZZZ.ZZZ.ZZ9.
          03 FILLER                  PIC X(01) VALUE SPACES.
          03 LTT-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQFID
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFID
              MOVE "CRIANDO ARQUIVO DE PONTOS DE FIDELIDADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFID
              GO TO R0
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQFIM
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQFIM
              MOVE "CRIANDO MOVIMENTO DE PONTOS DE FIDELIDADE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFIM
              GO TO R0A
            ELSE
              MOVE "ERRO NA ABERTURA DO MOVIMENTO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * CLIENTES: SO PARA O NOME NOS RELATORIOS *
       R0B.
           OPEN INPUT ARQCLI
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCLI
           ELSE
              MOVE "N" TO W-TEMCLI.

      * PARAMETROS (SCE041): VALOR DO PONTO E LIMITE DE LOCK *
       R0C.
           MOVE 10 TO PAR-TENTLOCK
           MOVE 0,01 TO PAR-VALPONTO
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPAR
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 10 TO PAR-TENTLOCK
                 MOVE 0,01 TO PAR-VALPONTO.

       R0D.
           OPEN INPUT ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE USUARIOS NAO ENCONTRADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0E.
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
      * IDENTIFICACAO DO OPERADOR CONTRA O CADASTRO DE USUARIOS, *
      * COMO NOS DEMAIS PROGRAMAS AUDITADOS                       *
           MOVE ZEROS TO W-TENTLOGIN.

       R0F.
           DISPLAY (01, 01) "Operador (matricula) : ".
           ACCEPT (01, 25) W-USUARIO.
           DISPLAY (01, 40) "Senha : ".
           ACCEPT (01, 49) W-SENHA.
           MOVE W-USUARIO TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO = "00"
              IF USU-SENHA = W-SENHA AND USU-ATIVO = "S"
                 AND USU-BLOQUEADO NOT = "S"
                 GO TO R0G.
           ADD 1 TO W-TENTLOGIN
           MOVE "*** USUARIO OU SENHA INVALIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TENTLOGIN < 3
              GO TO R0F.
           MOVE "*** ACESSO NEGADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       R0G.
           IF USU-PERFIL = "B"
              MOVE "*** PROGRAMA NAO LIBERADO PARA SEU PERFIL ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (01, 40) "                 ".

       R1.
           MOVE 2 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (02, 01)
               "                 PROGRAMA DE FIDELIDADE - PONTOS".
           DISPLAY (04, 10) "1 - Extrato de Pontos do Cliente".
           DISPLAY (05, 10) "2 - Passivo de Pontos do Mes".
           DISPLAY (06, 10) "3 - Expirar Pontos Vencidos".
           DISPLAY (07, 10) "4 - Sair".

       R2.
           DISPLAY (08, 10) "Opcao : ".
           ACCEPT (08, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 4
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 4 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO E1-EXTRATO.
           IF W-OPCAO = 2
              GO TO P1-PASSIVO.
           IF W-OPCAO = 3
              GO TO X1-EXPIRA.
           GO TO ROT-FIM.

      *-----------------------------------------------------------*
      * EXTRATO DO CLIENTE: EXPIRA O QUE JA VENCEU E LISTA TODOS  *
      * OS MOVIMENTOS, COM O SALDO E O SEU VALOR EM REAIS         *
      *-----------------------------------------------------------*
       E1-EXTRATO.
           MOVE ZEROS TO W-CPFCNPJ
           DISPLAY (10, 10) "CPF/CNPJ do Cliente : ".
           ACCEPT (10, 33) W-CPFCNPJ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CPFCNPJ = 0
              GO TO R1.
           MOVE W-CPFCNPJ TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO NOT = "00"
              MOVE "*** CLIENTE SEM PONTOS DE FIDELIDADE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO E1-EXTRATO.
           MOVE W-CPFCNPJ TO W-FIMCPF
           PERFORM FID-EXPIRA THRU FID-EXPIRA-FIM
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           MOVE W-CPFCNPJ TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO FID-SALDO FID-ACUMULADO FID-RESGATADO.

           MOVE "RELFIDEX.TXT" TO W-NOMEREL
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "EXTRATO DE PONTOS DE FIDELIDADE" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE W-CPFCNPJ TO LCE-CPFCNPJ
           MOVE W-NOMECLI TO LCE-NOME
           MOVE LINHA-CAB-EXT TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "DATA       MOVIMENTO            PEDIDO      PONTOS
      -         "    RESTANTE VALIDADE" TO REGREL
           WRITE REGREL.

           MOVE 9 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (09, 01) W-NOMECLI.
           MOVE 10 TO W-LIN
           MOVE W-CPFCNPJ TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO E3-TOTAIS.

       E2-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO E3-TOTAIS.
           IF FIM-CPFCNPJ NOT = W-CPFCNPJ
              GO TO E3-TOTAIS.
           MOVE FIM-DATA TO LX-DATA
           MOVE "?" TO LX-TIPO
           MOVE ZEROS TO W-IND.
       E2-TIPO.
           ADD 1 TO W-IND
           IF W-IND < 6
              IF TBT-TIPO (W-IND) = FIM-TIPO
                 MOVE TBT-DESCRICAO (W-IND) TO LX-TIPO
              ELSE
                 GO TO E2-TIPO.
           MOVE FIM-PED-COD TO LX-PEDIDO
           MOVE FIM-PONTOS TO LX-PONTOS
           MOVE FIM-SALDOREST TO LX-RESTA
           MOVE FIM-VALIDADE TO LX-VALIDADE
           MOVE LINHA-EXT TO REGREL
           WRITE REGREL.
           IF W-LIN > 21
              DISPLAY (23, 01) "Tecle ENTER para continuar"
              ACCEPT (23, 28) W-OPCSN
              MOVE 10 TO W-LIN
              PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
              MOVE 10 TO W-LIN.
           DISPLAY (W-LIN, 01) LINHA-EXT.
           ADD 1 TO W-LIN
           GO TO E2-LOOP.

       E3-TOTAIS.
           COMPUTE W-VALORPTS ROUNDED = FID-SALDO * PAR-VALPONTO
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "PONTOS GANHOS (ACUMULADO)     :" TO LTT-TITULO
           MOVE FID-ACUMULADO TO LTT-PONTOS
           MOVE ZEROS TO LTT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "PONTOS RESGATADOS             :" TO LTT-TITULO
           MOVE FID-RESGATADO TO LTT-PONTOS
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "SALDO ATUAL / VALOR EM R$     :" TO LTT-TITULO
           MOVE FID-SALDO TO LTT-PONTOS
           MOVE W-VALORPTS TO LTT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           CLOSE ARQREL.
           MOVE FID-SALDO TO MASCPTS
           MOVE W-VALORPTS TO MASCVAL
           DISPLAY (23, 01) W-BRANCO.
           DISPLAY (23, 01) "Saldo: " MASCPTS " pontos = R$ " MASCVAL.
           MOVE "*** EXTRATO GERADO, VER RELFIDEX.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO E1-EXTRATO.

      *-----------------------------------------------------------*
      * PASSIVO DO MES: MOVIMENTO DO MES POR TIPO E, POR CLIENTE,  *
      * O SALDO NO ULTIMO DIA (CREDITOS MENOS DEBITOS ATE A DATA), *
      * VALORIZADO PELO VALOR ATUAL DO PONTO                       *
      *-----------------------------------------------------------*
       P1-PASSIVO.
           DISPLAY (10, 10) "Mes do Passivo (AAAAMM) : ".
           ACCEPT (10, 37) W-ANOMES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-ANOMES = 0
              MOVE "*** MES NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO P1-PASSIVO.
           COMPUTE W-FIMDOMES = W-ANOMES * 100 + 31
           MOVE ZEROS TO TBT-PONTOS (1) TBT-PONTOS (2) TBT-PONTOS (3)
                         TBT-PONTOS (4) TBT-PONTOS (5)
           MOVE ZEROS TO W-QTDCLI W-SALDOTOT W-SALDOCLI W-CPFANT

           MOVE "RELFIDPA.TXT" TO W-NOMEREL
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO REGREL
           STRING "PASSIVO DE PONTOS DE FIDELIDADE - MES " W-ANOMES
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "CPF/CNPJ        CLIENTE                          SALDO
      -         " PTS          VALOR R$" TO REGREL
           WRITE REGREL.
           DISPLAY (12, 10) "Lendo movimento de pontos...".
           MOVE ZEROS TO FIM-CHAVE
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO P3-TOTAIS.

       P2-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              PERFORM P4-CLIENTE THRU P4-CLIENTE-FIM
              GO TO P3-TOTAIS.
           IF FIM-CPFCNPJ NOT = W-CPFANT
              PERFORM P4-CLIENTE THRU P4-CLIENTE-FIM
              MOVE FIM-CPFCNPJ TO W-CPFANT
              MOVE ZEROS TO W-SALDOCLI.
           IF FIM-DATA > W-FIMDOMES
              GO TO P2-LOOP.
           IF FIM-TIPO = "G" OR "V"
              ADD FIM-PONTOS TO W-SALDOCLI
           ELSE
              SUBTRACT FIM-PONTOS FROM W-SALDOCLI.
           COMPUTE W-ANOMES-MOV = FIM-DATA / 100
           IF W-ANOMES-MOV NOT = W-ANOMES
              GO TO P2-LOOP.
           MOVE ZEROS TO W-IND.
       P2-TIPO.
           ADD 1 TO W-IND
           IF W-IND < 6
              IF TBT-TIPO (W-IND) = FIM-TIPO
                 ADD FIM-PONTOS TO TBT-PONTOS (W-IND)
              ELSE
                 GO TO P2-TIPO.
           GO TO P2-LOOP.

       P3-TOTAIS.
           MOVE SPACES TO REGREL WRITE REGREL.
           COMPUTE W-VALORPTS ROUNDED = W-SALDOTOT * PAR-VALPONTO
           MOVE SPACES TO LTT-TITULO
           STRING "TOTAL EM ABERTO (" W-QTDCLI " CLIENTES)"
                  DELIMITED BY SIZE INTO LTT-TITULO
           MOVE W-SALDOTOT TO LTT-PONTOS
           MOVE W-VALORPTS TO LTT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "MOVIMENTO DO MES POR TIPO (PONTOS)" TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-IND.
       P3-TIPOS.
           ADD 1 TO W-IND
           IF W-IND > 5
              GO TO P3-FECHA.
           MOVE TBT-DESCRICAO (W-IND) TO LT-DESCRICAO
           MOVE TBT-PONTOS (W-IND) TO LT-PONTOS
           MOVE LINHA-TIPO TO REGREL
           WRITE REGREL.
           GO TO P3-TIPOS.

       P3-FECHA.
           CLOSE ARQREL.
           MOVE "P" TO W-ACAOAUD
           MOVE W-ANOMES TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE W-SALDOTOT TO MASCPTS
           MOVE W-VALORPTS TO MASCVAL
           DISPLAY (12, 10) W-BRANCO.
           DISPLAY (12, 10) "Em aberto: " MASCPTS " pontos = R$ "
                            MASCVAL.
           MOVE "*** PASSIVO GERADO, VER RELFIDPA.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * FECHA O CLIENTE ANTERIOR: SALDO POSITIVO NO FIM DO MES VAI *
      * PARA O RELATORIO E PARA O TOTAL                            *
       P4-CLIENTE.
           IF W-CPFANT = 0 OR W-SALDOCLI NOT > 0
              GO TO P4-CLIENTE-FIM.
           MOVE W-CPFANT TO W-CPFCNPJ
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM
           ADD 1 TO W-QTDCLI
           ADD W-SALDOCLI TO W-SALDOTOT
           MOVE W-CPFANT TO LP-CPFCNPJ
           MOVE W-NOMECLI TO LP-NOME
           MOVE W-SALDOCLI TO LP-PONTOS
           COMPUTE LP-VALOR ROUNDED = W-SALDOCLI * PAR-VALPONTO
           MOVE LINHA-PAS TO REGREL
           WRITE REGREL.
       P4-CLIENTE-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * EXPIRACAO GERAL: PASSA TODOS OS CLIENTES COM SALDO E       *
      * EXPIRA OS CREDITOS VENCIDOS (MOVIMENTO X)                  *
      *-----------------------------------------------------------*
       X1-EXPIRA.
           DISPLAY (10, 10) "Confirma a Expiracao (S/N) : ".
           ACCEPT (10, 40) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO X1-EXPIRA.
           MOVE ZEROS TO W-QTDEXPCLI W-PTSEXPTOT
           DISPLAY (12, 10) "Expirando pontos vencidos...".
           MOVE ZEROS TO FID-CPFCNPJ
           START ARQFID KEY IS NOT LESS THAN FID-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO X3-FIM.

       X2-LOOP.
           READ ARQFID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO X3-FIM.
           IF FID-SALDO = 0
              GO TO X2-LOOP.
           MOVE FID-CPFCNPJ TO W-FIMCPF
           PERFORM FID-EXPIRA THRU FID-EXPIRA-FIM
           IF W-PTSEXPIRA > 0
              ADD 1 TO W-QTDEXPCLI
              ADD W-PTSEXPIRA TO W-PTSEXPTOT.
      * O FID-EXPIRA LE E REGRAVA O SALDO: REPOSICIONA NO PROXIMO *
           MOVE W-FIMCPF TO FID-CPFCNPJ
           START ARQFID KEY IS GREATER THAN FID-CPFCNPJ
           IF ST-ERRO NOT = "00"
              GO TO X3-FIM.
           GO TO X2-LOOP.

       X3-FIM.
           MOVE "X" TO W-ACAOAUD
           MOVE "FIDELIDADE" TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE W-PTSEXPTOT TO MASCPTS
           DISPLAY (12, 10) W-BRANCO.
           DISPLAY (12, 10) "Clientes: " W-QTDEXPCLI
                            "   Pontos expirados: " MASCPTS.
           MOVE "*** EXPIRACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * NOME DO CLIENTE W-CPFCNPJ PARA OS RELATORIOS *
       LE-CLIENTE.
           MOVE "CLIENTE NAO CADASTRADO" TO W-NOMECLI
           IF W-TEMCLI NOT = "S"
              GO TO LE-CLIENTE-FIM.
           MOVE W-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE CLI-NOME TO W-NOMECLI.
       LE-CLIENTE-FIM.
                EXIT.

      * GRAVA UM MOVIMENTO DE PONTOS (ARQFIM) COM O TIPO, PONTOS,  *
      * PEDIDO, SALDO RESTANTE E VALIDADE PREPARADOS POR QUEM CHAMA *
       FID-GRAVA-MOV.
           MOVE W-FIMCPF TO FIM-CPFCNPJ
           ACCEPT FIM-DATA FROM DATE YYYYMMDD
           ACCEPT FIM-HORA FROM TIME
           MOVE 1 TO FIM-SEQ
           MOVE W-FIMTIPO TO FIM-TIPO
           MOVE W-FIMPONTOS TO FIM-PONTOS
           MOVE W-FIMPED TO FIM-PED-COD
           MOVE W-FIMREST TO FIM-SALDOREST
           MOVE W-VALIDADE TO FIM-VALIDADE
           MOVE W-USUARIO TO FIM-USUARIO.

       FID-GRAVA-MOV-WR1.
           WRITE REGFIM
           IF ST-ERRO = "22"
              ADD 1 TO FIM-SEQ
              GO TO FID-GRAVA-MOV-WR1.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO MOVIMENTO DE PONTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       FID-GRAVA-MOV-FIM.
                EXIT.

      * LE O SALDO DE PONTOS DO CLIENTE W-FIMCPF; SEM REGISTRO,    *
      * PREPARA UM NOVO ZERADO PARA O FID-GRAVA-SALDO INCLUIR      *
       FID-LER-SALDO.
           MOVE "N" TO W-FIDNOVO
           MOVE W-FIMCPF TO FID-CPFCNPJ
           READ ARQFID
           IF ST-ERRO = "00"
              GO TO FID-LER-SALDO-FIM.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK NOT > PAR-TENTLOCK
                 GO TO FID-LER-SALDO
              ELSE
                 MOVE "*** SALDO DE PONTOS EM USO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE ZEROS TO W-TENTLOCK
           MOVE "S" TO W-FIDNOVO
           MOVE ZEROS TO REGFID
           MOVE W-FIMCPF TO FID-CPFCNPJ.
       FID-LER-SALDO-FIM.
                EXIT.

       FID-GRAVA-SALDO.
           ACCEPT FID-DATAULT FROM DATE YYYYMMDD.
       FID-GRAVA-SALDO-WR1.
           IF W-FIDNOVO = "S"
              WRITE REGFID
           ELSE
              REWRITE REGFID.
           IF ST-ERRO = "00" OR "02"
              MOVE ZEROS TO W-TENTLOCK
              GO TO FID-GRAVA-SALDO-FIM.
           IF ST-ERRO = "51"
              PERFORM AGUARDA-LOCK THRU AGUARDA-LOCK-FIM
              IF W-TENTLOCK NOT > PAR-TENTLOCK
                 GO TO FID-GRAVA-SALDO-WR1.
           MOVE ZEROS TO W-TENTLOCK
           MOVE "ERRO NA GRAVACAO DO SALDO DE PONTOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FID-GRAVA-SALDO-FIM.
                EXIT.

      * EXPIRA OS CREDITOS DO CLIENTE W-FIMCPF COM VALIDADE JA      *
      * VENCIDA: ZERA O QUE RESTAVA DELES E GRAVA UM UNICO MOVIMENTO *
      * X COM O TOTAL, BAIXADO DO SALDO                              *
       FID-EXPIRA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-PTSEXPIRA
           MOVE W-FIMCPF TO FIM-CPFCNPJ
           MOVE ZEROS TO FIM-DATA FIM-HORA FIM-SEQ
           START ARQFIM KEY IS NOT LESS THAN FIM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO FID-EXPIRA-FIM.

       FID-EXPIRA-LOOP.
           READ ARQFIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO FID-EXPIRA-BAIXA.
           IF FIM-CPFCNPJ NOT = W-FIMCPF
              GO TO FID-EXPIRA-BAIXA.
           IF FIM-SALDOREST = 0
              GO TO FID-EXPIRA-LOOP.
           IF FIM-VALIDADE NOT < W-DATAHOJE
              GO TO FID-EXPIRA-LOOP.
           ADD FIM-SALDOREST TO W-PTSEXPIRA
           MOVE ZEROS TO FIM-SALDOREST
           REWRITE REGFIM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DO MOVIMENTO DE PONTOS"
                                                         TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO FID-EXPIRA-LOOP.

       FID-EXPIRA-BAIXA.
           IF W-PTSEXPIRA = 0
              GO TO FID-EXPIRA-FIM.
           PERFORM FID-LER-SALDO THRU FID-LER-SALDO-FIM
           IF W-PTSEXPIRA > FID-SALDO
              MOVE FID-SALDO TO W-PTSEXPIRA.
           SUBTRACT W-PTSEXPIRA FROM FID-SALDO
           MOVE "X" TO W-FIMTIPO
           MOVE W-PTSEXPIRA TO W-FIMPONTOS
           MOVE ZEROS TO W-FIMPED W-FIMREST W-VALIDADE
           PERFORM FID-GRAVA-MOV THRU FID-GRAVA-MOV-FIM
           PERFORM FID-GRAVA-SALDO THRU FID-GRAVA-SALDO-FIM.
       FID-EXPIRA-FIM.
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
           MOVE "SCE054" TO AUD-PROGRAMA.
           MOVE W-ACAOAUD TO AUD-ACAO.
           MOVE W-AUDCHAVE TO AUD-CHAVE.
           WRITE REGAUD.
       GRAVA-AUD-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQFID ARQFIM ARQUSU ARQAUD.
           IF W-TEMCLI = "S"
              CLOSE ARQCLI.
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
