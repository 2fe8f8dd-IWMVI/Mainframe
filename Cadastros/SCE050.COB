       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE050.

      *AUTHOR. Wallace Martins.
      *    CONFERENCIA DA NOTA DO FORNECEDOR (PEDIDO X RECEBIDO)    *
      *    O SCE038 GERA OS TITULOS A PAGAR PELO RECEBIDO A PRECO
      *    DE PEDIDO, MAS BLOQUEADOS ("B"). AQUI SE DIGITA A NOTA
      *    DO FORNECEDOR (NUMERO, EMISSAO, TOTAL E, ITEM A ITEM, A
      *    QUANTIDADE FATURADA E O PRECO UNITARIO) E ELA E CONFERIDA
      *    LINHA A LINHA CONTRA O PRECO DO PEDIDO E A QUANTIDADE
      *    RECEBIDA, COM A TOLERANCIA % DO ARQPAR (SCE041). NOTA QUE
      *    BATE LIBERA OS TITULOS PELO VALOR FATURADO; NOTA COM
      *    DIFERENCA DE PRECO, QUANTIDADE OU TOTAL FICA DIVERGENTE E
      *    OS TITULOS CONTINUAM BLOQUEADOS ATE O SUPERVISOR ACEITAR
      *    A DIFERENCA (PAGA-SE O FATURADO) OU REJEITA-LA (PAGA-SE O
      *    PEDIDO X RECEBIDO). O RELATORIO RELNFPEN.TXT LISTA AS
      *    NOTAS DIVERGENTES E AS COMPRAS QUE AINDA ESPERAM A NOTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-COD
                 ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PEI-CHAVE
                 ALTERNATE RECORD KEY IS PEI-COD-PRO WITH DUPLICATES
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

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFC-PED-COD
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFI-CHAVE
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

      * CABECALHO DA NOTA DO FORNECEDOR, UMA POR COMPRA. SITUACAO: *
      * C=CONFERIDA  D=DIVERGENTE (AGUARDA SUPERVISOR)             *
      * A=DIFERENCA ACEITA  J=DIFERENCA REJEITADA                  *
       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".

       01 REGNFC.
          03 NFC-PED-COD             PIC 9(06).
          03 NFC-NUMERO              PIC 9(09).
          03 NFC-FOR-CPFCNPJ         PIC 9(14).
          03 NFC-DATAEMISSAO         PIC 9(08).
          03 NFC-VALORTOTAL          PIC 9(09)V99.
          03 NFC-VALORITENS          PIC 9(09)V99.
          03 NFC-VALORESPERADO       PIC 9(09)V99.
          03 NFC-QTDDIVERG           PIC 9(02).
          03 NFC-STATUS              PIC X(01).
          03 NFC-DATALANC            PIC 9(08).
          03 NFC-USUARIO             PIC X(12).
          03 NFC-DATADECISAO         PIC 9(08).
          03 NFC-SUPERVISOR          PIC X(12).

      * ITENS DA NOTA, NA MESMA NUMERACAO DOS ITENS DO PEDIDO, COM *
      * O PEDIDO E O RECEBIDO DA EPOCA DA CONFERENCIA. SITUACAO:   *
      * O=CONFERE  P=PRECO  Q=QUANTIDADE  A=PRECO E QUANTIDADE     *
       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".

       01 REGNFI.
          03 NFI-CHAVE.
             05 NFI-PED-COD          PIC 9(06).
             05 NFI-ITEM             PIC 9(02).
          03 NFI-COD-PRO             PIC 9(06).
          03 NFI-QTDFATURADA         PIC 9(06).
          03 NFI-PRECOUNITARIO       PIC 9(06)V99.
          03 NFI-QTDRECEBIDA         PIC 9(06).
          03 NFI-PRECOPEDIDO         PIC 9(06)V99.
          03 NFI-SITUACAO            PIC X(01).

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
               VALUE OF FILE-ID IS "RELNFPEN.TXT".
       01 REGREL                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 W-OPCAO                    PIC 9(01) VALUE ZEROS.
       01 W-OPCSN                    PIC X(01) VALUE SPACES.
       01 W-ACT                      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 W-CONT                     PIC 9(06) VALUE ZEROS.
       01 MENS                       PIC X(50) VALUE SPACES.
       01 W-USUARIO                  PIC X(12) VALUE SPACES.
       01 W-SENHA                    PIC X(08) VALUE SPACES.
       01 W-PERFIL                   PIC X(01) VALUE SPACES.
       01 W-TENTLOGIN                PIC 9(01) VALUE ZEROS.
       01 W-ACAOAUD                  PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE                 PIC X(14) VALUE SPACES.
       01 W-SUPERV                   PIC X(12) VALUE SPACES.
       01 W-SENHASUP                 PIC X(08) VALUE SPACES.
       01 W-USUSAVE                  PIC X(12) VALUE SPACES.
       01 W-LIN                      PIC 9(02) VALUE ZEROS.
       01 W-BRANCO                   PIC X(70) VALUE SPACES.

       01 W-PEDIDO                   PIC 9(06) VALUE ZEROS.
       01 W-NUMNOTA                  PIC 9(09) VALUE ZEROS.
       01 W-DATANOTA                 PIC 9(08) VALUE ZEROS.
       01 W-TOTALNOTA                PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDFAT                   PIC 9(06) VALUE ZEROS.
       01 W-PRECOFAT                 PIC 9(06)V99 VALUE ZEROS.
       01 W-TEMNOTA                  PIC X(01) VALUE "N".
       01 W-DECISAO                  PIC X(01) VALUE SPACES.
       01 MASCVAL                    PIC ZZZ.ZZZ.ZZ9,99.
       01 MASCVAL2                   PIC ZZZ.ZZZ.ZZ9,99.
       01 MASCPRECO                  PIC ZZZ.ZZ9,99.

      * CONFERENCIA: VALORES E TOLERANCIAS EM REAIS *
       01 W-VALORITENS               PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORESPERADO            PIC 9(09)V99 VALUE ZEROS.
       01 W-DIFERENCA                PIC 9(09)V99 VALUE ZEROS.
       01 W-TOLERANCIA               PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDDIVERG                PIC 9(02) VALUE ZEROS.
       01 W-TOTALDIVERG              PIC X(01) VALUE "N".

      * ITENS DIGITADOS, GRAVADOS SO NA CONFIRMACAO DA NOTA *
       01 W-QTDITENS                 PIC 9(02) VALUE ZEROS.
       01 IND                        PIC 9(02) VALUE ZEROS.
       01 TAB-ITENS.
           03 TBI-ITEM OCCURS 99 TIMES.
              05 TBI-NUMITEM         PIC 9(02).
              05 TBI-COD-PRO         PIC 9(06).
              05 TBI-QTDFATURADA     PIC 9(06).
              05 TBI-PRECOUNITARIO   PIC 9(06)V99.
              05 TBI-QTDRECEBIDA     PIC 9(06).
              05 TBI-PRECOPEDIDO     PIC 9(06)V99.
              05 TBI-SITUACAO        PIC X(01).

      * LIBERACAO DOS TITULOS BLOQUEADOS: O VALOR A PAGAR E       *
      * REPARTIDO ENTRE AS PARCELAS, A ULTIMA ABSORVE O ARREDONDA- *
      * MENTO, COMO NO GERA-TIT DO SCE005/SCE038                   *
       01 W-VALORLIBERA              PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDBLOQ                  PIC 9(02) VALUE ZEROS.
       01 W-PARCATUAL                PIC 9(02) VALUE ZEROS.
       01 W-VALORPARC                PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORULT                 PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORBLOQ                PIC 9(09)V99 VALUE ZEROS.

      * RELATORIO DE PENDENCIAS *
       01 W-PEDANT                   PIC 9(06) VALUE ZEROS.
       01 W-QTDPEND                  PIC 9(04) VALUE ZEROS.
       01 W-QTDSEMNOTA               PIC 9(04) VALUE ZEROS.

       01 LINHA-NOTA.
           03 LN-PEDIDO              PIC 9(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LN-NUMERO              PIC 9(09).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LN-EMISSAO             PIC 9999/99/99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LN-FORNEC              PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LN-VALORNOTA           PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LN-ESPERADO            PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ITEM.
           03 FILLER                 PIC X(08) VALUE SPACES.
           03 LI-ITEM                PIC 9(02).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LI-CODIGO              PIC 9(06).
           03 FILLER                 PIC X(06) VALUE " RECEB".
           03 LI-QTDRECEB            PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(05) VALUE " FAT ".
           03 LI-QTDFAT              PIC ZZZ.ZZ9.
           03 FILLER                 PIC X(08) VALUE " PEDIDO ".
           03 LI-PRECOPED            PIC ZZZ.ZZ9,99.
           03 FILLER                 PIC X(06) VALUE " NOTA ".
           03 LI-PRECOFAT            PIC ZZZ.ZZ9,99.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LI-SITUACAO            PIC X(20).

       01 LINHA-SEMNOTA.
           03 LS-PEDIDO              PIC 9(06).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LS-FORNEC              PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LS-QTDPARC             PIC Z9.
           03 FILLER                 PIC X(10) VALUE " PARCELAS ".
           03 LS-VALOR               PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LT-TITULO              PIC X(36).
           03 LT-QTD                 PIC ZZZ9.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPEI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE ITENS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN INPUT ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE FORNECEDORES NAO ENCONTRADO *"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0D.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DOS TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0E.
           OPEN I-O ARQNFC
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQNFC
              MOVE "CRIANDO ARQUIVO DE NOTAS DE COMPRA " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQNFC
              GO TO R0E
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE NOTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0F.
           OPEN I-O ARQNFI
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQNFI
              CLOSE ARQNFI
              GO TO R0F
            ELSE
              MOVE "ERRO NA ABERTURA DOS ITENS DAS NOTAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * TOLERANCIA DA CONFERENCIA (ARQPAR, SCE041), EM % SOBRE O  *
      * PRECO DE CADA ITEM E SOBRE O TOTAL; SEM O ARQUIVO VALE 1% *
       R0G.
           MOVE 1,00 TO PAR-TOLNOTA
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO NOT = "00"
                 MOVE 1,00 TO PAR-TOLNOTA.

       R0H.
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

       R1.
           MOVE 3 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (01, 01)
               "           CONFERENCIA DA NOTA DO FORNECEDOR (COMPRAS)".
           DISPLAY (03, 10) "1 - Lancar Nota do Fornecedor".
           DISPLAY (04, 10) "2 - Decisao do Supervisor (Divergencia)".
           DISPLAY (05, 10) "3 - Relatorio de Notas Pendentes".
           DISPLAY (06, 10) "4 - Sair".

       R2.
           DISPLAY (08, 10) "Opcao : ".
           ACCEPT (08, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 4
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 4 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO L1-NOTA.
           IF W-OPCAO = 2
              GO TO D1-DECISAO.
           IF W-OPCAO = 3
              GO TO P1-PENDENTES.
           GO TO ROT-FIM.

      *-----------------------------------------------------------*
      * LANCAMENTO E CONFERENCIA DA NOTA DE UMA COMPRA RECEBIDA   *
      *-----------------------------------------------------------*
       L1-NOTA.
           DISPLAY (10, 10) "Pedido de Compra  : ".
           ACCEPT (10, 31) W-PEDIDO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-PEDIDO = 0
              MOVE "*** PEDIDO NAO PODE FICAR EM BRANCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1-NOTA.

           MOVE W-PEDIDO TO PED-COD
           READ ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1-NOTA.
           IF PED-TIPOPEDIDO NOT = 1
              MOVE "*** PEDIDO NAO E UMA COMPRA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1-NOTA.
      * A CONFERENCIA E A TRES: SO HA O QUE CONFERIR DEPOIS DO   *
      * RECEBIMENTO ENCERRADO NO SCE038                          *
           IF PED-STATUS = "G"
              MOVE "*** COMPRA AINDA NAO RECEBIDA (SCE038) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1-NOTA.
           IF PED-STATUS NOT = "N"
              MOVE "*** COMPRA SEM RECEBIMENTO ENCERRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L1-NOTA.

      * NOTA JA CONFERIDA OU DECIDIDA NAO SE REDIGITA; A DIVERGENTE *
      * PODE SER SUBSTITUIDA PELA NOTA CORRIGIDA DO FORNECEDOR      *
           MOVE "N" TO W-TEMNOTA
           MOVE W-PEDIDO TO NFC-PED-COD
           READ ARQNFC
           IF ST-ERRO = "00"
              IF NFC-STATUS NOT = "D"
                 MOVE "*** NOTA DESTA COMPRA JA CONFERIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO L1-NOTA
              ELSE
                 MOVE "S" TO W-TEMNOTA.

           MOVE PED-FOR-CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO ENCONTRADO" TO FOR-NOME.
           DISPLAY (11, 10) "Fornecedor        : " FOR-NOME.

           IF W-TEMNOTA = "N"
              GO TO L2-NUMERO.

       L1-SUBST.
           DISPLAY (12, 10) "Nota divergente ja lancada. Substituir ? ".
           ACCEPT (12, 52) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO L1-SUBST.
           DISPLAY (12, 10) W-BRANCO.

       L2-NUMERO.
           DISPLAY (12, 10) "Numero da Nota    : ".
           ACCEPT (12, 31) W-NUMNOTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-NUMNOTA = 0
              MOVE "*** NUMERO DA NOTA NAO PODE FICAR EM BRANCO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2-NUMERO.

       L2-DATA.
           DISPLAY (13, 10) "Data de Emissao   : ".
           ACCEPT (13, 31) W-DATANOTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2-NUMERO.
           IF W-DATANOTA = 0
              ACCEPT W-DATANOTA FROM DATE YYYYMMDD
              DISPLAY (13, 31) W-DATANOTA.

       L2-TOTAL.
           DISPLAY (14, 10) "Valor Total Nota  : ".
           ACCEPT (14, 31) W-TOTALNOTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L2-DATA.
           IF W-TOTALNOTA = 0
              MOVE "*** VALOR DA NOTA NAO PODE FICAR EM BRANCO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO L2-TOTAL.

      * ITENS DA NOTA NA ORDEM DOS ITENS DO PEDIDO *
       L3-ITENS.
           MOVE ZEROS TO W-QTDITENS W-QTDDIVERG
           MOVE ZEROS TO W-VALORITENS W-VALORESPERADO
           MOVE PED-COD TO PEI-COD
           MOVE ZEROS TO PEI-ITEM
           START ARQPEI KEY NOT LESS THAN PEI-CHAVE
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO SEM ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       L3-LOOP.
           READ ARQPEI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO L4-TOTAIS.
           IF PEI-COD NOT = PED-COD
              GO TO L4-TOTAIS.

           MOVE PEI-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO ENCONTRADO" TO PRO-DESCRICAO.

           MOVE PEI-PRECOUNITARIO TO MASCPRECO
           DISPLAY (16, 10) W-BRANCO
           DISPLAY (17, 10) W-BRANCO
           DISPLAY (18, 10) W-BRANCO
           DISPLAY (16, 10) "Item " PEI-ITEM " " PRO-DESCRICAO.
           DISPLAY (17, 10) "Pedido " PEI-QUANTIDADE " a " MASCPRECO
                   "   Recebido " PEI-QTDRECEBIDA.

       L3-QTDE.
           MOVE ZEROS TO W-QTDFAT
           DISPLAY (18, 10) "Qtd faturada : ".
           ACCEPT (18, 25) W-QTDFAT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.

      * PRECO ZERO = O DA NOTA E O MESMO DO PEDIDO *
       L3-PRECO.
           MOVE ZEROS TO W-PRECOFAT
           DISPLAY (18, 34) "Preco unit. nota : ".
           ACCEPT (18, 53) W-PRECOFAT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO L3-QTDE.
           IF W-PRECOFAT = 0
              MOVE PEI-PRECOUNITARIO TO W-PRECOFAT.

           ADD 1 TO W-QTDITENS
           MOVE PEI-ITEM TO TBI-NUMITEM (W-QTDITENS)
           MOVE PEI-COD-PRO TO TBI-COD-PRO (W-QTDITENS)
           MOVE W-QTDFAT TO TBI-QTDFATURADA (W-QTDITENS)
           MOVE W-PRECOFAT TO TBI-PRECOUNITARIO (W-QTDITENS)
           MOVE PEI-QTDRECEBIDA TO TBI-QTDRECEBIDA (W-QTDITENS)
           MOVE PEI-PRECOUNITARIO TO TBI-PRECOPEDIDO (W-QTDITENS)
           PERFORM CONFERE-ITEM THRU CONFERE-ITEM-FIM
           GO TO L3-LOOP.

      * TOTAL DA NOTA CONTRA O PEDIDO X RECEBIDO E CONTRA A SOMA  *
      * DOS PROPRIOS ITENS, NA MESMA TOLERANCIA                   *
       L4-TOTAIS.
           MOVE "N" TO W-TOTALDIVERG
           COMPUTE W-TOLERANCIA ROUNDED =
               W-VALORESPERADO * PAR-TOLNOTA / 100
           IF W-TOTALNOTA > W-VALORESPERADO
              COMPUTE W-DIFERENCA = W-TOTALNOTA - W-VALORESPERADO
           ELSE
              COMPUTE W-DIFERENCA = W-VALORESPERADO - W-TOTALNOTA.
           IF W-DIFERENCA > W-TOLERANCIA
              MOVE "S" TO W-TOTALDIVERG.
           IF W-TOTALNOTA > W-VALORITENS
              COMPUTE W-DIFERENCA = W-TOTALNOTA - W-VALORITENS
           ELSE
              COMPUTE W-DIFERENCA = W-VALORITENS - W-TOTALNOTA.
           IF W-DIFERENCA > W-TOLERANCIA
              MOVE "S" TO W-TOTALDIVERG.

           DISPLAY (16, 10) W-BRANCO
           DISPLAY (17, 10) W-BRANCO
           DISPLAY (18, 10) W-BRANCO
           MOVE W-VALORESPERADO TO MASCVAL
           MOVE W-VALORITENS TO MASCVAL2
           DISPLAY (16, 10) "Pedido x Recebido : " MASCVAL.
           DISPLAY (17, 10) "Soma itens nota   : " MASCVAL2
                   "   Itens divergentes : " W-QTDDIVERG.
           IF W-QTDDIVERG > 0 OR W-TOTALDIVERG = "S"
              DISPLAY (18, 10)
                  "*** NOTA DIVERGENTE - TITULOS SEGUEM BLOQUEADOS ***"
           ELSE
              DISPLAY (18, 10)
                  "*** NOTA CONFERE - TITULOS SERAO LIBERADOS ***".

       L5-OPC.
           DISPLAY (20, 10) "Gravar a Nota (S/N) : ".
           ACCEPT (20, 33) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** NOTA NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO L5-OPC.

      * GRAVA OS ITENS (SUBSTITUINDO OS DA NOTA ANTERIOR) *
           MOVE ZEROS TO IND.
       L5-GRAVAITEM.
           ADD 1 TO IND
           IF IND > W-QTDITENS
              GO TO L6-CABECALHO.
           MOVE PED-COD TO NFI-PED-COD
           MOVE TBI-NUMITEM (IND) TO NFI-ITEM
           READ ARQNFI
           IF ST-ERRO = "00"
              DELETE ARQNFI RECORD.
           MOVE PED-COD TO NFI-PED-COD
           MOVE TBI-NUMITEM (IND) TO NFI-ITEM
           MOVE TBI-COD-PRO (IND) TO NFI-COD-PRO
           MOVE TBI-QTDFATURADA (IND) TO NFI-QTDFATURADA
           MOVE TBI-PRECOUNITARIO (IND) TO NFI-PRECOUNITARIO
           MOVE TBI-QTDRECEBIDA (IND) TO NFI-QTDRECEBIDA
           MOVE TBI-PRECOPEDIDO (IND) TO NFI-PRECOPEDIDO
           MOVE TBI-SITUACAO (IND) TO NFI-SITUACAO
           WRITE REGNFI
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ITEM DA NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO L5-GRAVAITEM.

       L6-CABECALHO.
           MOVE PED-COD TO NFC-PED-COD
           MOVE W-NUMNOTA TO NFC-NUMERO
           MOVE PED-FOR-CPFCNPJ TO NFC-FOR-CPFCNPJ
           MOVE W-DATANOTA TO NFC-DATAEMISSAO
           MOVE W-TOTALNOTA TO NFC-VALORTOTAL
           MOVE W-VALORITENS TO NFC-VALORITENS
           MOVE W-VALORESPERADO TO NFC-VALORESPERADO
           MOVE W-QTDDIVERG TO NFC-QTDDIVERG
           ACCEPT NFC-DATALANC FROM DATE YYYYMMDD
           MOVE W-USUARIO TO NFC-USUARIO
           MOVE ZEROS TO NFC-DATADECISAO
           MOVE SPACES TO NFC-SUPERVISOR
           IF W-QTDDIVERG > 0 OR W-TOTALDIVERG = "S"
              MOVE "D" TO NFC-STATUS
           ELSE
              MOVE "C" TO NFC-STATUS.
           IF W-TEMNOTA = "S"
              REWRITE REGNFC
           ELSE
              WRITE REGNFC.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE "N" TO W-ACAOAUD
           MOVE PED-COD TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM

           IF NFC-STATUS = "D"
              MOVE "*** NOTA DIVERGENTE, AGUARDA O SUPERVISOR ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      * NOTA CONFERE: PAGA-SE O QUE O FORNECEDOR FATUROU *
           MOVE NFC-VALORTOTAL TO W-VALORLIBERA
           PERFORM LIBERA-TIT THRU LIBERA-TIT-FIM
           MOVE "*** NOTA CONFERIDA, TITULOS LIBERADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *-----------------------------------------------------------*
      * DECISAO DO SUPERVISOR SOBRE A NOTA DIVERGENTE: ACEITA A    *
      * DIFERENCA (LIBERA PELO FATURADO) OU REJEITA (LIBERA PELO   *
      * PEDIDO X RECEBIDO E A DIFERENCA VOLTA AO FORNECEDOR)       *
      *-----------------------------------------------------------*
       D1-DECISAO.
           DISPLAY (10, 10) "Pedido de Compra  : ".
           ACCEPT (10, 31) W-PEDIDO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE W-PEDIDO TO NFC-PED-COD
           READ ARQNFC
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA NOTA LANCADA PARA A COMPRA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1-DECISAO.
           IF NFC-STATUS NOT = "D"
              MOVE "*** NOTA NAO ESTA DIVERGENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D1-DECISAO.

           MOVE NFC-FOR-CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO ENCONTRADO" TO FOR-NOME.
           MOVE NFC-VALORTOTAL TO MASCVAL
           MOVE NFC-VALORESPERADO TO MASCVAL2
           DISPLAY (11, 10) "Fornecedor        : " FOR-NOME.
           DISPLAY (12, 10) "Nota " NFC-NUMERO " de " NFC-DATAEMISSAO
                   "  Itens divergentes : " NFC-QTDDIVERG.
           DISPLAY (13, 10) "Valor da Nota     : " MASCVAL.
           DISPLAY (14, 10) "Pedido x Recebido : " MASCVAL2.

       D2-SUP.
           DISPLAY (16, 10) "Matricula do Supervisor : ".
           ACCEPT (16, 38) W-SUPERV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
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
              MOVE "*** SUPERVISOR INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       D3-OPC.
           DISPLAY (19, 10) "Aceitar ou Rejeitar a diferenca (A/R) : ".
           ACCEPT (19, 51) W-DECISAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DECISAO = "a"
              MOVE "A" TO W-DECISAO.
           IF W-DECISAO = "r"
              MOVE "R" TO W-DECISAO.
           IF W-DECISAO NOT = "A" AND "R"
              MOVE "*** INFORME A (ACEITA) OU R (REJEITA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO D3-OPC.

           IF W-DECISAO = "A"
              MOVE "A" TO NFC-STATUS
              MOVE NFC-VALORTOTAL TO W-VALORLIBERA
           ELSE
              MOVE "J" TO NFC-STATUS
              MOVE NFC-VALORESPERADO TO W-VALORLIBERA.
           ACCEPT NFC-DATADECISAO FROM DATE YYYYMMDD
           MOVE W-SUPERV TO NFC-SUPERVISOR
           REWRITE REGNFC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA DECISAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE W-PEDIDO TO PED-COD
           PERFORM LIBERA-TIT THRU LIBERA-TIT-FIM

      * A DECISAO VAI PARA A AUDITORIA EM NOME DO SUPERVISOR *
           MOVE W-USUARIO TO W-USUSAVE
           MOVE W-SUPERV TO W-USUARIO
           IF W-DECISAO = "A"
              MOVE "A" TO W-ACAOAUD
           ELSE
              MOVE "J" TO W-ACAOAUD.
           MOVE NFC-PED-COD TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE W-USUSAVE TO W-USUARIO
           IF W-DECISAO = "A"
              MOVE "*** DIFERENCA ACEITA, TITULOS LIBERADOS ***"
                                                          TO MENS
           ELSE
              MOVE "*** DIFERENCA REJEITADA, TITULOS LIBERADOS ***"
                                                          TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *-----------------------------------------------------------*
      * RELATORIO DAS NOTAS PENDENTES: AS DIVERGENTES A ESPERA DO *
      * SUPERVISOR (COM OS ITENS) E AS COMPRAS RECEBIDAS COM      *
      * TITULOS BLOQUEADOS QUE AINDA NAO TEM NOTA LANCADA         *
      *-----------------------------------------------------------*
       P1-PENDENTES.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDPEND W-QTDSEMNOTA
           MOVE SPACES TO REGREL
           MOVE "NOTAS DE COMPRA AGUARDANDO CONFERENCIA" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "NOTAS DIVERGENTES - AGUARDAM DECISAO DO SUPERVISOR"
               TO REGREL
           WRITE REGREL.
           MOVE "PEDIDO  NOTA       EMISSAO     FORNECEDOR" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.

           MOVE ZEROS TO NFC-PED-COD
           START ARQNFC KEY IS NOT LESS THAN NFC-PED-COD
           IF ST-ERRO NOT = "00"
              GO TO P3-SEMNOTA.

       P2-LOOP.
           READ ARQNFC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO P3-SEMNOTA.
           IF NFC-STATUS NOT = "D"
              GO TO P2-LOOP.
           ADD 1 TO W-QTDPEND
           MOVE NFC-FOR-CPFCNPJ TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO ENCONTRADO" TO FOR-NOME.
           MOVE NFC-PED-COD TO LN-PEDIDO
           MOVE NFC-NUMERO TO LN-NUMERO
           MOVE NFC-DATAEMISSAO TO LN-EMISSAO
           MOVE FOR-NOME TO LN-FORNEC
           MOVE NFC-VALORTOTAL TO LN-VALORNOTA
           MOVE NFC-VALORESPERADO TO LN-ESPERADO
           MOVE LINHA-NOTA TO REGREL
           WRITE REGREL.
           PERFORM P2-ITENS THRU P2-ITENS-FIM
           GO TO P2-LOOP.

      * ITENS DIVERGENTES DA NOTA CORRENTE *
       P2-ITENS.
           MOVE NFC-PED-COD TO NFI-PED-COD
           MOVE ZEROS TO NFI-ITEM
           START ARQNFI KEY IS NOT LESS THAN NFI-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO P2-ITENS-FIM.
       P2-ITENS-LOOP.
           READ ARQNFI NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO P2-ITENS-FIM.
           IF NFI-PED-COD NOT = NFC-PED-COD
              GO TO P2-ITENS-FIM.
           IF NFI-SITUACAO = "O"
              GO TO P2-ITENS-LOOP.
           MOVE NFI-ITEM TO LI-ITEM
           MOVE NFI-COD-PRO TO LI-CODIGO
           MOVE NFI-QTDRECEBIDA TO LI-QTDRECEB
           MOVE NFI-QTDFATURADA TO LI-QTDFAT
           MOVE NFI-PRECOPEDIDO TO LI-PRECOPED
           MOVE NFI-PRECOUNITARIO TO LI-PRECOFAT
           IF NFI-SITUACAO = "P"
              MOVE "PRECO DIVERGENTE" TO LI-SITUACAO.
           IF NFI-SITUACAO = "Q"
              MOVE "QTDE DIVERGENTE" TO LI-SITUACAO.
           IF NFI-SITUACAO = "A"
              MOVE "PRECO E QTDE" TO LI-SITUACAO.
           MOVE LINHA-ITEM TO REGREL
           WRITE REGREL.
           GO TO P2-ITENS-LOOP.
       P2-ITENS-FIM.
                EXIT.

      * COMPRAS COM TITULOS BLOQUEADOS E SEM NOTA LANCADA *
       P3-SEMNOTA.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "COMPRAS RECEBIDAS QUE AINDA AGUARDAM A NOTA" TO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE ZEROS TO W-PEDANT W-QTDBLOQ W-VALORBLOQ
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO P4-TOTAIS.

       P3-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              PERFORM P3-LINHA THRU P3-LINHA-FIM
              GO TO P4-TOTAIS.
           IF TIT-STATUS NOT = "B"
              GO TO P3-LOOP.
           IF TIT-PED-COD NOT = W-PEDANT
              PERFORM P3-LINHA THRU P3-LINHA-FIM
              MOVE TIT-PED-COD TO W-PEDANT
              MOVE TIT-CPFCNPJ TO FOR-CPFCNPJ
              MOVE ZEROS TO W-QTDBLOQ W-VALORBLOQ.
           ADD 1 TO W-QTDBLOQ
           ADD TIT-VALOR TO W-VALORBLOQ
           GO TO P3-LOOP.

      * LINHA DO PEDIDO ACUMULADO, SE ELE NAO TEM NOTA LANCADA *
       P3-LINHA.
           IF W-PEDANT = 0
              GO TO P3-LINHA-FIM.
           MOVE W-PEDANT TO NFC-PED-COD
           READ ARQNFC
           IF ST-ERRO = "00"
              GO TO P3-LINHA-FIM.
           ADD 1 TO W-QTDSEMNOTA
           READ ARQFOR
           IF ST-ERRO NOT = "00"
              MOVE "FORNECEDOR NAO ENCONTRADO" TO FOR-NOME.
           MOVE W-PEDANT TO LS-PEDIDO
           MOVE FOR-NOME TO LS-FORNEC
           MOVE W-QTDBLOQ TO LS-QTDPARC
           MOVE W-VALORBLOQ TO LS-VALOR
           MOVE LINHA-SEMNOTA TO REGREL
           WRITE REGREL.
       P3-LINHA-FIM.
                EXIT.

       P4-TOTAIS.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "NOTAS DIVERGENTES                  :" TO LT-TITULO
           MOVE W-QTDPEND TO LT-QTD
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           MOVE "COMPRAS AGUARDANDO A NOTA          :" TO LT-TITULO
           MOVE W-QTDSEMNOTA TO LT-QTD
           MOVE LINHA-TOT TO REGREL
           WRITE REGREL.
           CLOSE ARQREL
           MOVE "*** RELATORIO GERADO EM RELNFPEN.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *-----------------------------------------------------------*
      * CONFERE O ITEM CORRENTE DA TABELA (IND = W-QTDITENS):     *
      * PRECO FORA DA TOLERANCIA SOBRE O PRECO DO PEDIDO, OU      *
      * QUANTIDADE FATURADA DIFERENTE DA RECEBIDA                 *
      *-----------------------------------------------------------*
       CONFERE-ITEM.
           MOVE W-QTDITENS TO IND
           MOVE "O" TO TBI-SITUACAO (IND)
           COMPUTE W-VALORITENS = W-VALORITENS +
               (TBI-QTDFATURADA (IND) * TBI-PRECOUNITARIO (IND))
           COMPUTE W-VALORESPERADO = W-VALORESPERADO +
               (TBI-QTDRECEBIDA (IND) * TBI-PRECOPEDIDO (IND))
           COMPUTE W-TOLERANCIA ROUNDED =
               TBI-PRECOPEDIDO (IND) * PAR-TOLNOTA / 100
           IF TBI-PRECOUNITARIO (IND) > TBI-PRECOPEDIDO (IND)
              COMPUTE W-DIFERENCA =
                  TBI-PRECOUNITARIO (IND) - TBI-PRECOPEDIDO (IND)
           ELSE
              COMPUTE W-DIFERENCA =
                  TBI-PRECOPEDIDO (IND) - TBI-PRECOUNITARIO (IND).
           IF W-DIFERENCA > W-TOLERANCIA
              MOVE "P" TO TBI-SITUACAO (IND).
           IF TBI-QTDFATURADA (IND) NOT = TBI-QTDRECEBIDA (IND)
              IF TBI-SITUACAO (IND) = "P"
                 MOVE "A" TO TBI-SITUACAO (IND)
              ELSE
                 MOVE "Q" TO TBI-SITUACAO (IND).
           IF TBI-SITUACAO (IND) NOT = "O"
              ADD 1 TO W-QTDDIVERG.
       CONFERE-ITEM-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * LIBERA OS TITULOS BLOQUEADOS ("B") DA COMPRA PED-COD PELO *
      * VALOR W-VALORLIBERA, MANTENDO PARCELAS E VENCIMENTOS DO   *
      * RECEBIMENTO                                               *
      *-----------------------------------------------------------*
       LIBERA-TIT.
           MOVE ZEROS TO W-QTDBLOQ
           MOVE PED-COD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LIBERA-TIT-FIM.
       LIBERA-TIT-CONTA.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LIBERA-TIT-RATEIO.
           IF TIT-PED-COD NOT = PED-COD
              GO TO LIBERA-TIT-RATEIO.
           IF TIT-TIPO = "P" AND TIT-STATUS = "B"
              ADD 1 TO W-QTDBLOQ.
           GO TO LIBERA-TIT-CONTA.

       LIBERA-TIT-RATEIO.
           IF W-QTDBLOQ = 0
              GO TO LIBERA-TIT-FIM.
           DIVIDE W-VALORLIBERA BY W-QTDBLOQ GIVING W-VALORPARC
           COMPUTE W-VALORULT = W-VALORLIBERA -
                   (W-VALORPARC * (W-QTDBLOQ - 1))
           MOVE ZEROS TO W-PARCATUAL
           MOVE PED-COD TO TIT-PED-COD
           MOVE ZEROS TO TIT-PARCELA
           START ARQTIT KEY NOT LESS THAN TIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO LIBERA-TIT-FIM.
       LIBERA-TIT-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LIBERA-TIT-FIM.
           IF TIT-PED-COD NOT = PED-COD
              GO TO LIBERA-TIT-FIM.
           IF TIT-TIPO NOT = "P" OR TIT-STATUS NOT = "B"
              GO TO LIBERA-TIT-LOOP.
           ADD 1 TO W-PARCATUAL
           IF W-PARCATUAL = W-QTDBLOQ
              MOVE W-VALORULT TO TIT-VALOR
           ELSE
              MOVE W-VALORPARC TO TIT-VALOR.
           MOVE "A" TO TIT-STATUS
           REWRITE REGTIT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA LIBERACAO DO TITULO A PAGAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO LIBERA-TIT-LOOP.
       LIBERA-TIT-FIM.
                EXIT.

      * LIMPA A AREA DE TRABALHO DA TELA A PARTIR DA LINHA W-LIN *
       LIMPA-TELA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 23
              GO TO LIMPA-TELA.
       LIMPA-TELA-FIM.
                EXIT.

      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE "SCE050" TO AUD-PROGRAMA.
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
      * PARA A NOTA E PARA A AUDITORIA                            *
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
           CLOSE ARQPED ARQPEI ARQPRO ARQFOR ARQTIT ARQNFC ARQNFI
                 ARQPAR ARQUSU ARQAUD.
           STOP RUN.

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 10) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 10) MENS.
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
