       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE051.

      *AUTHOR. Wallace Martins.
      *    EXPORTACAO CONTABIL DO MES FECHADO    *
      *    TRANSFORMA O MES FECHADO NO SCE029 EM LANCAMENTOS DE
      *    PARTIDA DOBRADA PARA O SISTEMA DO CONTADOR: VENDAS E
      *    IMPOSTO DOS DOCUMENTOS FISCAIS (ARQFIS), COMPRAS DOS
      *    PEDIDOS DE COMPRA LANCADOS (PELO VALOR DOS TITULOS A
      *    PAGAR), RECEBIMENTOS E PAGAMENTOS DO LIVRO DE CAIXA
      *    (ARQCXA) POR FORMA DE PAGAMENTO, DEVOLUCOES (ARQDEV),
      *    AJUSTES DE INVENTARIO (ARQMOV ORIGEM "INV", VALORIZADOS AO
      *    CUSTO MEDIO) E PERDAS DE ESTOQUE (ARQPER, PELO VALOR DA
      *    BAIXA NO SCE067). CADA TIPO DE EVENTO TEM UMA
      *    CONTA DEVEDORA E UMA CREDORA MANTIDAS NA OPCAO 1 (ARQCTB).
      *    GERA O ARQUIVO CTAAAAMM.TXT EM LAYOUT FIXO E O RELATORIO
      *    DE CONFERENCIA RELCONTB.TXT (DEBITOS = CREDITOS).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTB-EVENTO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEC-ANOMES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIS-NUMERO
                 ALTERNATE RECORD KEY IS FIS-PED-COD WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TIT-CHAVE
                 ALTERNATE RECORD KEY IS TIT-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-NUMERO
                    ALTERNATE RECORD KEY IS PER-DATA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEV-CHAVE
                 ALTERNATE RECORD KEY IS DEV-COD-PRO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MOV-CHAVE
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

           SELECT ARQUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQEXP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * CONTAS CONTABEIS DE CADA TIPO DE EVENTO EXPORTADO *
       FD ARQCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTB.DAT".

       01 REGCTB.
          03 CTB-EVENTO              PIC X(03).
          03 CTB-CONTADEB            PIC X(12).
          03 CTB-CONTACRED           PIC X(12).
          03 CTB-DATAALT             PIC 9(08).
          03 CTB-USUARIO             PIC X(12).

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

       FD ARQDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEV.DAT".

       01 REGDEV.
          03 DEV-CHAVE.
             05 DEV-PED-COD          PIC 9(06).
             05 DEV-ITEM             PIC 9(02).
             05 DEV-SEQ              PIC 9(02).
          03 DEV-COD-PRO             PIC 9(06).
          03 DEV-DATA                PIC 9(08).
          03 DEV-QUANTIDADE          PIC 9(06).
          03 DEV-VALOR               PIC 9(09)V99.
          03 DEV-MOTIVO              PIC X(01).
          03 DEV-USUARIO             PIC X(12).

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

      * LANCAMENTO EXPORTADO: UMA LINHA POR DOCUMENTO, COM A CONTA *
      * DEVEDORA E A CREDORA; VALOR SEM VIRGULA, 2 DECIMAIS        *
       FD ARQEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEEXP.
       01 REGEXP.
          03 EXP-SEQ                 PIC 9(06).
          03 EXP-DATA                PIC 9(08).
          03 EXP-CONTADEB            PIC X(12).
          03 EXP-CONTACRED           PIC X(12).
          03 EXP-VALOR               PIC 9(11)V99.
          03 EXP-EVENTO              PIC X(03).
          03 EXP-DOCUMENTO           PIC 9(08).
          03 EXP-HISTORICO           PIC X(30).
          03 FILLER                  PIC X(08).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONTB.TXT".
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
       01 W-TENTLOGIN                PIC 9(01) VALUE ZEROS.
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 W-LIN                      PIC 9(02) VALUE ZEROS.
       01 W-BRANCO                   PIC X(79) VALUE SPACES.

       01 W-ANOMES                   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-DOC               PIC 9(06) VALUE ZEROS.
       01 W-NOMEEXP                  PIC X(12) VALUE SPACES.
       01 W-EVENTO                   PIC 9(02) VALUE ZEROS.
       01 W-CONTADEB                 PIC X(12) VALUE SPACES.
       01 W-CONTACRED                PIC X(12) VALUE SPACES.
       01 MASCVAL                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * DADOS DO LANCAMENTO EM PREPARACAO (GRAVA-LCT) *
       01 W-IND                      PIC 9(02) VALUE ZEROS.
       01 W-DATALCT                  PIC 9(08) VALUE ZEROS.
       01 W-DOCLCT                   PIC 9(08) VALUE ZEROS.
       01 W-VALORLCT                 PIC 9(11)V99 VALUE ZEROS.
       01 W-SEQLCT                   PIC 9(06) VALUE ZEROS.
       01 W-SEMCONTA                 PIC 9(06) VALUE ZEROS.
       01 W-QTDCANC                  PIC 9(06) VALUE ZEROS.
       01 W-TOTDEB                   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTCRED                  PIC 9(11)V99 VALUE ZEROS.
       01 W-DIFERENCA                PIC 9(11)V99 VALUE ZEROS.
       01 W-TEMTIT                   PIC X(01) VALUE "N".
       01 W-VALORTIT                 PIC 9(11)V99 VALUE ZEROS.

      * TIPOS DE EVENTO EXPORTADOS: CODIGO E HISTORICO *
       01 TAB-EVENTOS.
           03 FILLER PIC X(33) VALUE "VENVENDAS (DOCUMENTOS FISCAIS)".
           03 FILLER PIC X(33) VALUE "IMPIMPOSTO SOBRE VENDAS".
           03 FILLER PIC X(33) VALUE "CMPCOMPRAS DE MERCADORIAS".
           03 FILLER PIC X(33) VALUE "RCDRECEBIMENTO EM DINHEIRO".
           03 FILLER PIC X(33) VALUE "RCCRECEBIMENTO EM CARTAO".
           03 FILLER PIC X(33) VALUE "RCPRECEBIMENTO EM PIX".
           03 FILLER PIC X(33) VALUE "RCQRECEBIMENTO EM CHEQUE".
           03 FILLER PIC X(33) VALUE "PGDPAGAMENTO EM DINHEIRO".
           03 FILLER PIC X(33) VALUE "PGCPAGAMENTO EM CARTAO".
           03 FILLER PIC X(33) VALUE "PGPPAGAMENTO EM PIX".
           03 FILLER PIC X(33) VALUE "PGQPAGAMENTO EM CHEQUE".
           03 FILLER PIC X(33) VALUE "DEVDEVOLUCOES DE VENDAS".
           03 FILLER PIC X(33) VALUE "AJEAJUSTE DE INVENTARIO ENTRADA".
           03 FILLER PIC X(33) VALUE "AJSAJUSTE DE INVENTARIO SAIDA".
           03 FILLER PIC X(33) VALUE "PERPERDAS DE ESTOQUE".
       01 TAB-EVENTOS-R REDEFINES TAB-EVENTOS.
           03 TBE-EVENTO OCCURS 15 TIMES.
              05 TBE-CODIGO          PIC X(03).
              05 TBE-DESCRICAO       PIC X(30).

      * CONTAS E TOTAIS POR EVENTO NA GERACAO *
       01 TAB-CTB.
           03 TBT-EVENTO OCCURS 15 TIMES.
              05 TBT-CONTADEB        PIC X(12).
              05 TBT-CONTACRED       PIC X(12).
              05 TBT-QTD             PIC 9(06).
              05 TBT-VALOR           PIC 9(11)V99.
              05 TBT-SEMCONTA        PIC 9(06).

      * DEBITOS E CREDITOS ACUMULADOS POR CONTA (30 = 2 X 15) *
       01 W-QTDCONTAS                PIC 9(02) VALUE ZEROS.
       01 W-IC                       PIC 9(02) VALUE ZEROS.
       01 W-CONTABUSCA               PIC X(12) VALUE SPACES.
       01 TAB-CONTAS.
           03 TBC-ITEM OCCURS 30 TIMES.
              05 TBC-CONTA           PIC X(12).
              05 TBC-DEBITO          PIC 9(11)V99.
              05 TBC-CREDITO         PIC 9(11)V99.

       01 LINHA-EVENTO.
           03 LE-CODIGO              PIC X(03).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LE-DESCRICAO           PIC X(30).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LE-CONTADEB            PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LE-CONTACRED           PIC X(12).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LE-QTD                 PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LE-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LE-SEMCONTA            PIC X(20).

       01 LINHA-CONTA.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 LC-CONTA               PIC X(12).
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 LC-DEBITO              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(04) VALUE SPACES.
           03 LC-CREDITO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LT-TITULO              PIC X(36).
           03 LT-VALOR               PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQCTB
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQCTB
              MOVE "CRIANDO ARQUIVO DE CONTAS CONTABEIS " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCTB
              GO TO R0
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE USUARIOS NAO ENCONTRADO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
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
       R0C.
           MOVE ZEROS TO W-TENTLOGIN.

       R0D.
           DISPLAY (01, 01) "Operador (matricula) : ".
           ACCEPT (01, 25) W-USUARIO.
           DISPLAY (01, 40) "Senha : ".
           ACCEPT (01, 49) W-SENHA.
           MOVE W-USUARIO TO USU-CODIGO
           READ ARQUSU
           IF ST-ERRO = "00"
              IF USU-SENHA = W-SENHA AND USU-ATIVO = "S"
                 AND USU-BLOQUEADO NOT = "S"
                 GO TO R0E.
           ADD 1 TO W-TENTLOGIN
           MOVE "*** USUARIO OU SENHA INVALIDOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-TENTLOGIN < 3
              GO TO R0D.
           MOVE "*** ACESSO NEGADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       R0E.
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
               "               EXPORTACAO CONTABIL DO MES FECHADO".
           DISPLAY (04, 10) "1 - Contas Contabeis por Evento".
           DISPLAY (05, 10) "2 - Gerar Exportacao do Mes".
           DISPLAY (06, 10) "3 - Sair".

       R2.
           DISPLAY (07, 10) "Opcao : ".
           ACCEPT (07, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 3
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO M1-CONTAS.
           IF W-OPCAO = 2
              GO TO G1-GERA.
           GO TO ROT-FIM.

      *-----------------------------------------------------------*
      * MANUTENCAO DAS CONTAS: LISTA OS EVENTOS COM AS CONTAS     *
      * ATUAIS E ALTERA A DEVEDORA E A CREDORA DO ESCOLHIDO       *
      *-----------------------------------------------------------*
       M1-CONTAS.
           PERFORM CARREGA-CONTAS THRU CARREGA-CONTAS-FIM
           MOVE 7 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (07, 01) "NR EVENTO".
           DISPLAY (07, 39) "DEBITO       CREDITO".
           MOVE ZEROS TO W-IND.
       M1-LISTA.
           ADD 1 TO W-IND
           IF W-IND > 15
              GO TO M2-EVENTO.
           COMPUTE W-LIN = W-IND + 7
           DISPLAY (W-LIN, 01) W-IND.
           DISPLAY (W-LIN, 04) TBE-CODIGO (W-IND).
           DISPLAY (W-LIN, 08) TBE-DESCRICAO (W-IND).
           DISPLAY (W-LIN, 39) TBT-CONTADEB (W-IND).
           DISPLAY (W-LIN, 52) TBT-CONTACRED (W-IND).
           GO TO M1-LISTA.

       M2-EVENTO.
           MOVE ZEROS TO W-EVENTO
           DISPLAY (23, 01) W-BRANCO.
           DISPLAY (23, 01) "Evento (1 a 15) : ".
           ACCEPT (23, 19) W-EVENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-EVENTO = 0
              GO TO R1.
           IF W-EVENTO > 15
              MOVE "*** EVENTO INVALIDO, DIGITE DE 1 A 15 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO M2-EVENTO.
           MOVE TBT-CONTADEB (W-EVENTO) TO W-CONTADEB
           MOVE TBT-CONTACRED (W-EVENTO) TO W-CONTACRED.

       M3-DEBITO.
           DISPLAY (23, 23) "Debito : ".
           ACCEPT (23, 32) W-CONTADEB.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO M2-EVENTO.
           IF W-CONTADEB = SPACES
              MOVE "*** CONTA DEVEDORA NAO PODE FICAR EM BRANCO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO M3-DEBITO.

       M4-CREDITO.
           DISPLAY (23, 46) "Credito : ".
           ACCEPT (23, 56) W-CONTACRED.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO M3-DEBITO.
           IF W-CONTACRED = SPACES
              MOVE "*** CONTA CREDORA NAO PODE FICAR EM BRANCO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO M4-CREDITO.
           IF W-CONTACRED = W-CONTADEB
              MOVE "*** DEBITO E CREDITO NA MESMA CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO M4-CREDITO.

       M5-GRAVA.
           MOVE TBE-CODIGO (W-EVENTO) TO CTB-EVENTO
           READ ARQCTB
           MOVE TBE-CODIGO (W-EVENTO) TO CTB-EVENTO
           MOVE W-CONTADEB TO CTB-CONTADEB
           MOVE W-CONTACRED TO CTB-CONTACRED
           ACCEPT CTB-DATAALT FROM DATE YYYYMMDD
           MOVE W-USUARIO TO CTB-USUARIO
           IF ST-ERRO = "00"
              REWRITE REGCTB
           ELSE
              WRITE REGCTB.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA CONTA DO EVENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A" TO W-ACAOAUD
           MOVE CTB-EVENTO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE W-CONTADEB TO TBT-CONTADEB (W-EVENTO)
           MOVE W-CONTACRED TO TBT-CONTACRED (W-EVENTO)
           COMPUTE W-LIN = W-EVENTO + 7
           DISPLAY (W-LIN, 39) TBT-CONTADEB (W-EVENTO).
           DISPLAY (W-LIN, 52) TBT-CONTACRED (W-EVENTO).
           GO TO M2-EVENTO.

      *-----------------------------------------------------------*
      * GERACAO DA EXPORTACAO DO MES: SO PARA MES FECHADO NO      *
      * SCE029, PARA O CONTADOR RECEBER OS MESMOS NUMEROS         *
      *-----------------------------------------------------------*
       G1-GERA.
           DISPLAY (09, 10) "Mes a Exportar (AAAAMM) : ".
           ACCEPT (09, 37) W-ANOMES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-ANOMES = 0
              MOVE "*** MES NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G1-GERA.

           OPEN INPUT ARQFEC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUM MES FECHADO (SCE029) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-ANOMES TO FEC-ANOMES
           READ ARQFEC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO FEC-STATUS.
           CLOSE ARQFEC
           IF FEC-STATUS NOT = "F"
              MOVE "*** MES NAO ESTA FECHADO NO SCE029 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G1-GERA.

       G1-OPC.
           DISPLAY (10, 10) "Confirma a Exportacao (S/N) : ".
           ACCEPT (10, 41) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO G1-OPC.

           PERFORM CARREGA-CONTAS THRU CARREGA-CONTAS-FIM
           MOVE ZEROS TO W-SEQLCT W-SEMCONTA W-QTDCANC W-QTDCONTAS
           MOVE ZEROS TO W-TOTDEB W-TOTCRED
           MOVE SPACES TO W-NOMEEXP
           STRING "CT" W-ANOMES ".TXT" DELIMITED BY SIZE
               INTO W-NOMEEXP
           OPEN OUTPUT ARQEXP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXPORTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (12, 10) "Lendo documentos fiscais...".
           PERFORM G2-FISCAL THRU G2-FISCAL-FIM
           DISPLAY (12, 10) "Lendo pedidos de compra... ".
           PERFORM G3-COMPRAS THRU G3-COMPRAS-FIM
           DISPLAY (12, 10) "Lendo livro de caixa...    ".
           PERFORM G4-CAIXA THRU G4-CAIXA-FIM
           DISPLAY (12, 10) "Lendo devolucoes...        ".
           PERFORM G5-DEVOLUCAO THRU G5-DEVOLUCAO-FIM
           DISPLAY (12, 10) "Lendo ajustes de estoque...".
           PERFORM G6-INVENTARIO THRU G6-INVENTARIO-FIM
           DISPLAY (12, 10) "Lendo perdas de estoque... ".
           PERFORM G8-PERDAS THRU G8-PERDAS-FIM
           CLOSE ARQEXP
           PERFORM G7-RELATORIO THRU G7-RELATORIO-FIM

           MOVE "E" TO W-ACAOAUD
           MOVE W-ANOMES TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           DISPLAY (12, 10) "Lancamentos exportados : " W-SEQLCT.
           IF W-SEMCONTA > 0
              MOVE "*** EVENTOS SEM CONTA - VER RELCONTB.TXT ***"
                                                          TO MENS
           ELSE
              MOVE "*** EXPORTACAO GERADA, VER RELCONTB.TXT ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * VENDAS E IMPOSTO: DOCUMENTOS FISCAIS EMITIDOS NO MES; O   *
      * CANCELADO NAO VAI PARA A CONTABILIDADE                    *
       G2-FISCAL.
           OPEN INPUT ARQFIS
           IF ST-ERRO NOT = "00"
              GO TO G2-FISCAL-FIM.
           MOVE ZEROS TO FIS-NUMERO
           START ARQFIS KEY IS NOT LESS THAN FIS-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO G2-FECHA.
       G2-LOOP.
           READ ARQFIS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO G2-FECHA.
           COMPUTE W-ANOMES-DOC = FIS-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO G2-LOOP.
           IF FIS-STATUS = "C"
              ADD 1 TO W-QTDCANC
              GO TO G2-LOOP.
           MOVE FIS-DATA TO W-DATALCT
           MOVE FIS-NUMERO TO W-DOCLCT
           MOVE 1 TO W-IND
           MOVE FIS-VALORTOTAL TO W-VALORLCT
           PERFORM GRAVA-LCT THRU GRAVA-LCT-FIM
           MOVE 2 TO W-IND
           MOVE FIS-VALORIMPOSTO TO W-VALORLCT
           PERFORM GRAVA-LCT THRU GRAVA-LCT-FIM
           GO TO G2-LOOP.
       G2-FECHA.
           CLOSE ARQFIS.
       G2-FISCAL-FIM.
                EXIT.

      * COMPRAS: MESMOS PEDIDOS DO FECHAMENTO (SCE029), PELO VALOR *
      * DOS TITULOS A PAGAR: O RECEBIDO NO SCE038, CORRIGIDO PELA  *
      * NOTA DO FORNECEDOR NO SCE050. SEM TITULOS VALE O PEDIDO    *
       G3-COMPRAS.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              GO TO G3-COMPRAS-FIM.
           OPEN INPUT ARQTIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMTIT
           ELSE
              MOVE "N" TO W-TEMTIT.
           MOVE ZEROS TO PED-COD
           START ARQPED KEY IS NOT LESS THAN PED-COD
           IF ST-ERRO NOT = "00"
              GO TO G3-FECHA.
       G3-LOOP.
           READ ARQPED NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO G3-FECHA.
           IF PED-TIPOPEDIDO NOT = 1
              GO TO G3-LOOP.
           COMPUTE W-ANOMES-DOC = PED-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO G3-LOOP.
           IF PED-STATUS = "C" OR "R" OR "G" OR "A"
              GO TO G3-LOOP.
           MOVE PED-DATA TO W-DATALCT
           MOVE PED-COD TO W-DOCLCT
           MOVE 3 TO W-IND
           PERFORM SOMA-TIT THRU SOMA-TIT-FIM
           IF W-VALORTIT > 0
              MOVE W-VALORTIT TO W-VALORLCT
           ELSE
              MOVE PED-VALORTOTAL TO W-VALORLCT.
           PERFORM GRAVA-LCT THRU GRAVA-LCT-FIM
           GO TO G3-LOOP.
       G3-FECHA.
           CLOSE ARQPED.
           IF W-TEMTIT = "S"
              CLOSE ARQTIT.
       G3-COMPRAS-FIM.
                EXIT.

      * SOMA EM W-VALORTIT OS TITULOS A PAGAR DO PEDIDO PED-COD *
       SOMA-TIT.
           MOVE ZEROS TO W-VALORTIT
           IF W-TEMTIT NOT = "S"
              GO TO SOMA-TIT-FIM.
           MOVE PED-COD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO SOMA-TIT-FIM.
       SOMA-TIT-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SOMA-TIT-FIM.
           IF TIT-PED-COD NOT = PED-COD
              GO TO SOMA-TIT-FIM.
           IF TIT-TIPO = "P"
              ADD TIT-VALOR TO W-VALORTIT.
           GO TO SOMA-TIT-LOOP.
       SOMA-TIT-FIM.
                EXIT.

      * RECEBIMENTOS E PAGAMENTOS DO LIVRO DE CAIXA, PELA FORMA:  *
      * D=DINHEIRO C=CARTAO P=PIX Q=CHEQUE                        *
       G4-CAIXA.
           OPEN INPUT ARQCXA
           IF ST-ERRO NOT = "00"
              GO TO G4-CAIXA-FIM.
           COMPUTE CXA-DATA = W-ANOMES * 100 + 1
           MOVE ZEROS TO CXA-HORA CXA-SEQ
           START ARQCXA KEY IS NOT LESS THAN CXA-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO G4-FECHA.
       G4-LOOP.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO G4-FECHA.
           COMPUTE W-ANOMES-DOC = CXA-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO G4-FECHA.
           MOVE ZEROS TO W-IND
           IF CXA-TIPO = "R"
              IF CXA-FORMA = "D"
                 MOVE 4 TO W-IND.
           IF CXA-TIPO = "R"
              IF CXA-FORMA = "C"
                 MOVE 5 TO W-IND.
           IF CXA-TIPO = "R"
              IF CXA-FORMA = "P"
                 MOVE 6 TO W-IND.
           IF CXA-TIPO = "R"
              IF CXA-FORMA = "Q"
                 MOVE 7 TO W-IND.
           IF CXA-TIPO = "P"
              IF CXA-FORMA = "D"
                 MOVE 8 TO W-IND.
           IF CXA-TIPO = "P"
              IF CXA-FORMA = "C"
                 MOVE 9 TO W-IND.
           IF CXA-TIPO = "P"
              IF CXA-FORMA = "P"
                 MOVE 10 TO W-IND.
           IF CXA-TIPO = "P"
              IF CXA-FORMA = "Q"
                 MOVE 11 TO W-IND.
           IF W-IND = 0
              GO TO G4-LOOP.
           MOVE CXA-DATA TO W-DATALCT
           MOVE CXA-PED-COD TO W-DOCLCT
           MOVE CXA-VALOR TO W-VALORLCT
           PERFORM GRAVA-LCT THRU GRAVA-LCT-FIM
           GO TO G4-LOOP.
       G4-FECHA.
           CLOSE ARQCXA.
       G4-CAIXA-FIM.
                EXIT.

      * DEVOLUCOES DE VENDA REGISTRADAS NO SCE014 *
       G5-DEVOLUCAO.
           OPEN INPUT ARQDEV
           IF ST-ERRO NOT = "00"
              GO TO G5-DEVOLUCAO-FIM.
           MOVE ZEROS TO DEV-CHAVE
           START ARQDEV KEY IS NOT LESS THAN DEV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO G5-FECHA.
       G5-LOOP.
           READ ARQDEV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO G5-FECHA.
           COMPUTE W-ANOMES-DOC = DEV-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO G5-LOOP.
           MOVE DEV-DATA TO W-DATALCT
           MOVE DEV-PED-COD TO W-DOCLCT
           MOVE 12 TO W-IND
           MOVE DEV-VALOR TO W-VALORLCT
           PERFORM GRAVA-LCT THRU GRAVA-LCT-FIM
           GO TO G5-LOOP.
       G5-FECHA.
           CLOSE ARQDEV.
       G5-DEVOLUCAO-FIM.
                EXIT.

      * AJUSTES DE INVENTARIO (SCE016, ORIGEM "INV") VALORIZADOS *
      * PELO CUSTO MEDIO DO PRODUTO                              *
       G6-INVENTARIO.
           OPEN INPUT ARQMOV
           IF ST-ERRO NOT = "00"
              GO TO G6-INVENTARIO-FIM.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              CLOSE ARQMOV
              GO TO G6-INVENTARIO-FIM.
           MOVE ZEROS TO MOV-CHAVE
           START ARQMOV KEY IS NOT LESS THAN MOV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO G6-FECHA.
       G6-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO G6-FECHA.
           IF MOV-ORIGEM NOT = "INV"
              GO TO G6-LOOP.
           COMPUTE W-ANOMES-DOC = MOV-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO G6-LOOP.
           MOVE MOV-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO PRO-CUSTOMEDIO.
           IF MOV-TIPO = "E"
              MOVE 13 TO W-IND
           ELSE
              MOVE 14 TO W-IND.
           MOVE MOV-DATA TO W-DATALCT
           MOVE MOV-COD-PRO TO W-DOCLCT
           COMPUTE W-VALORLCT ROUNDED =
               MOV-QUANTIDADE * PRO-CUSTOMEDIO
           PERFORM GRAVA-LCT THRU GRAVA-LCT-FIM
           GO TO G6-LOOP.
       G6-FECHA.
           CLOSE ARQMOV ARQPRO.
       G6-INVENTARIO-FIM.
                EXIT.

      * PERDAS DE ESTOQUE BAIXADAS NO SCE067 (ARQMOV ORIGEM "PER"), *
      * PELO VALOR A CUSTO MEDIO GRAVADO NA BAIXA                    *
       G8-PERDAS.
           OPEN INPUT ARQPER
           IF ST-ERRO NOT = "00"
              GO TO G8-PERDAS-FIM.
           COMPUTE PER-DATA = W-ANOMES * 100 + 1
           START ARQPER KEY IS NOT LESS THAN PER-DATA
           IF ST-ERRO NOT = "00"
              GO TO G8-FECHA.
       G8-LOOP.
           READ ARQPER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO G8-FECHA.
           COMPUTE W-ANOMES-DOC = PER-DATA / 100
           IF W-ANOMES-DOC NOT = W-ANOMES
              GO TO G8-FECHA.
           MOVE PER-DATA TO W-DATALCT
           MOVE PER-NUMERO TO W-DOCLCT
           MOVE 15 TO W-IND
           MOVE PER-VALOR TO W-VALORLCT
           PERFORM GRAVA-LCT THRU GRAVA-LCT-FIM
           GO TO G8-LOOP.
       G8-FECHA.
           CLOSE ARQPER.
       G8-PERDAS-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * RELATORIO DE CONFERENCIA: TOTAL POR EVENTO, RAZAO DE     *
      * DEBITOS E CREDITOS POR CONTA E O FECHAMENTO D = C        *
      *-----------------------------------------------------------*
       G7-RELATORIO.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO G7-RELATORIO-FIM.
           MOVE SPACES TO REGREL
           STRING "EXPORTACAO CONTABIL - MES " W-ANOMES
                  " - ARQUIVO " W-NOMEEXP DELIMITED BY SIZE
               INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "EVT HISTORICO                      DEBITO       CREDITO
      -         "         QTDE             VALOR" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE ZEROS TO W-IND.
       G7-EVENTO.
           ADD 1 TO W-IND
           IF W-IND > 15
              GO TO G7-CONTAS.
           MOVE TBE-CODIGO (W-IND) TO LE-CODIGO
           MOVE TBE-DESCRICAO (W-IND) TO LE-DESCRICAO
           MOVE TBT-CONTADEB (W-IND) TO LE-CONTADEB
           MOVE TBT-CONTACRED (W-IND) TO LE-CONTACRED
           MOVE TBT-QTD (W-IND) TO LE-QTD
           MOVE TBT-VALOR (W-IND) TO LE-VALOR
           MOVE SPACES TO LE-SEMCONTA
           IF TBT-SEMCONTA (W-IND) > 0
              MOVE "SEM CONTA-NAO EXPORT" TO LE-SEMCONTA.
           MOVE LINHA-EVENTO TO REGREL
           WRITE REGREL.
           GO TO G7-EVENTO.

       G7-CONTAS.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "RAZAO POR CONTA           DEBITOS             CREDITOS"
                                                          TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-IC.
       G7-CONTAS-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-QTDCONTAS
              GO TO G7-TOTAIS.
           MOVE TBC-CONTA (W-IC) TO LC-CONTA
           MOVE TBC-DEBITO (W-IC) TO LC-DEBITO
           MOVE TBC-CREDITO (W-IC) TO LC-CREDITO
           MOVE LINHA-CONTA TO REGREL
           WRITE REGREL.
           GO TO G7-CONTAS-LOOP.

       G7-TOTAIS.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "TOTAL DE DEBITOS                   :" TO LT-TITULO
           MOVE W-TOTDEB TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "TOTAL DE CREDITOS                  :" TO LT-TITULO
           MOVE W-TOTCRED TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           IF W-TOTDEB > W-TOTCRED
              COMPUTE W-DIFERENCA = W-TOTDEB - W-TOTCRED
           ELSE
              COMPUTE W-DIFERENCA = W-TOTCRED - W-TOTDEB.
           MOVE "DIFERENCA                          :" TO LT-TITULO
           MOVE W-DIFERENCA TO LT-VALOR
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           IF W-DIFERENCA = 0
              MOVE "*** LANCAMENTOS BALANCEADOS: DEBITOS = CREDITOS ***"
                  TO REGREL
           ELSE
              MOVE "*** ATENCAO: DEBITOS DIFERENTES DOS CREDITOS ***"
                  TO REGREL.
           WRITE REGREL.
           MOVE SPACES TO REGREL
           STRING "LANCAMENTOS EXPORTADOS: " W-SEQLCT
                  "   DOCUMENTOS SEM CONTA: " W-SEMCONTA
                  "   DOC. FISCAIS CANCELADOS: " W-QTDCANC
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           IF W-SEMCONTA > 0
              MOVE "*** EXPORTACAO INCOMPLETA: CADASTRAR AS CONTAS DOS
      -            " EVENTOS MARCADOS E GERAR NOVAMENTE ***" TO REGREL
              WRITE REGREL.
           CLOSE ARQREL.
       G7-RELATORIO-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * GRAVA UM LANCAMENTO DO EVENTO W-IND. DOCUMENTO DE EVENTO  *
      * SEM AS DUAS CONTAS FICA FORA DO ARQUIVO E E APONTADO NO   *
      * RELATORIO                                                 *
      *-----------------------------------------------------------*
       GRAVA-LCT.
           IF W-VALORLCT = 0
              GO TO GRAVA-LCT-FIM.
           ADD 1 TO TBT-QTD (W-IND)
           ADD W-VALORLCT TO TBT-VALOR (W-IND)
           IF TBT-CONTADEB (W-IND) = SPACES
              OR TBT-CONTACRED (W-IND) = SPACES
              ADD 1 TO TBT-SEMCONTA (W-IND)
              ADD 1 TO W-SEMCONTA
              GO TO GRAVA-LCT-FIM.
           ADD 1 TO W-SEQLCT
           MOVE SPACES TO REGEXP
           MOVE W-SEQLCT TO EXP-SEQ
           MOVE W-DATALCT TO EXP-DATA
           MOVE TBT-CONTADEB (W-IND) TO EXP-CONTADEB
           MOVE TBT-CONTACRED (W-IND) TO EXP-CONTACRED
           MOVE W-VALORLCT TO EXP-VALOR
           MOVE TBE-CODIGO (W-IND) TO EXP-EVENTO
           MOVE W-DOCLCT TO EXP-DOCUMENTO
           MOVE TBE-DESCRICAO (W-IND) TO EXP-HISTORICO
           WRITE REGEXP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA EXPORTACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-LCT-FIM.
           ADD W-VALORLCT TO W-TOTDEB W-TOTCRED
           MOVE TBT-CONTADEB (W-IND) TO W-CONTABUSCA
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM
           ADD W-VALORLCT TO TBC-DEBITO (W-IC)
           MOVE TBT-CONTACRED (W-IND) TO W-CONTABUSCA
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM
           ADD W-VALORLCT TO TBC-CREDITO (W-IC).
       GRAVA-LCT-FIM.
                EXIT.

      * POSICIONA W-IC NA CONTA W-CONTABUSCA, INCLUINDO SE NOVA *
       ACHA-CONTA.
           MOVE ZEROS TO W-IC.
       ACHA-CONTA-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-QTDCONTAS
              ADD 1 TO W-QTDCONTAS
              MOVE W-QTDCONTAS TO W-IC
              MOVE W-CONTABUSCA TO TBC-CONTA (W-IC)
              MOVE ZEROS TO TBC-DEBITO (W-IC) TBC-CREDITO (W-IC)
              GO TO ACHA-CONTA-FIM.
           IF TBC-CONTA (W-IC) NOT = W-CONTABUSCA
              GO TO ACHA-CONTA-LOOP.
       ACHA-CONTA-FIM.
                EXIT.

      * CARREGA AS CONTAS DE CADA EVENTO E ZERA OS TOTAIS *
       CARREGA-CONTAS.
           MOVE ZEROS TO W-IND.
       CARREGA-CONTAS-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 15
              GO TO CARREGA-CONTAS-FIM.
           MOVE ZEROS TO TBT-QTD (W-IND) TBT-VALOR (W-IND)
           MOVE ZEROS TO TBT-SEMCONTA (W-IND)
           MOVE TBE-CODIGO (W-IND) TO CTB-EVENTO
           READ ARQCTB
           IF ST-ERRO = "00"
              MOVE CTB-CONTADEB TO TBT-CONTADEB (W-IND)
              MOVE CTB-CONTACRED TO TBT-CONTACRED (W-IND)
           ELSE
              MOVE SPACES TO TBT-CONTADEB (W-IND)
              MOVE SPACES TO TBT-CONTACRED (W-IND).
           GO TO CARREGA-CONTAS-LOOP.
       CARREGA-CONTAS-FIM.
                EXIT.

      * LIMPA A TELA A PARTIR DA LINHA W-LIN *
       LIMPA-TELA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 24
              GO TO LIMPA-TELA.
       LIMPA-TELA-FIM.
                EXIT.

      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE "SCE051" TO AUD-PROGRAMA.
           MOVE W-ACAOAUD TO AUD-ACAO.
           MOVE W-AUDCHAVE TO AUD-CHAVE.
           WRITE REGAUD.
       GRAVA-AUD-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQCTB ARQUSU ARQAUD.
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
