       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE068.

      *AUTHOR. Wallace Martins.
      *    PROMOCOES DE PRECO    *
      *    CADASTRA AS PROMOCOES DE UM PRODUTO OU DE UMA CATEGORIA
      *    INTEIRA (ARQPRM), COM DATA DE INICIO E FIM, PRECO OU
      *    PERCENTUAL PROMOCIONAL, QUANTIDADE MINIMA E A REGRA LEVE N
      *    PAGUE M. O PEDIDO DE VENDA (SCE005) APLICA A PROMOCAO EM
      *    VIGOR NA DATA DO PEDIDO, SEM NUNCA DESCER ABAIXO DO CUSTO
      *    MEDIO MAIS A MARGEM MINIMA (SCE041), E REGISTRA CADA ITEM
      *    VENDIDO EM PROMOCAO (ARQPVD). EMITE O RELATORIO DE RESULTADO
      *    DAS PROMOCOES (RELPROMO.TXT): UNIDADES, RECEITA, MARGEM
      *    CEDIDA E MARGEM OBTIDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRM-NUMERO
                    ALTERNATE RECORD KEY IS PRM-ALVO WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPVD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PVD-CHAVE
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

           SELECT ARQPRC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRC-CHAVE
                      FILE STATUS  IS ST-ERRO.

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

           SELECT ARQPEDH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HPED-COD
                ALTERNATE RECORD KEY IS HPED-CLI-CPFCNPJ
                                     WITH DUPLICATES
                ALTERNATE RECORD KEY IS HPED-FOR-CPFCNPJ
                                     WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPEIH ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS HPEI-CHAVE
                 ALTERNATE RECORD KEY IS HPEI-COD-PRO WITH DUPLICATES
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

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * PROMOCOES: ALVO "P" = PRODUTO (CODIGO DO PRODUTO) OU "C" =  *
      * CATEGORIA (PRO-TIPOPRODUTO). PRECO ZERO = VALE O PERCENTUAL *
      * SOBRE O PRECO NORMAL; LEVE ZERO = SEM A REGRA LEVE N PAGUE M *
      * SITUACAO A=ATIVA C=CANCELADA                                *
       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRM.DAT".

       01 REGPRM.
          03 PRM-NUMERO              PIC 9(06).
          03 PRM-ALVO.
             05 PRM-TIPOALVO         PIC X(01).
             05 PRM-CODALVO          PIC 9(06).
          03 PRM-DESCRICAO           PIC X(30).
          03 PRM-DATAINI             PIC 9(08).
          03 PRM-DATAFIM             PIC 9(08).
          03 PRM-PRECO               PIC 9(06)V99.
          03 PRM-PERCENT             PIC 9(02)V99.
          03 PRM-QTDMIN              PIC 9(04).
          03 PRM-LEVA                PIC 9(02).
          03 PRM-PAGA                PIC 9(02).
          03 PRM-SITUACAO            PIC X(01).
          03 PRM-USUARIO             PIC X(12).
          03 PRM-DATACAD             PIC 9(08).

      * ITENS VENDIDOS EM PROMOCAO, GRAVADOS PELO SCE005 *
       FD ARQPVD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPVD.DAT".

       01 REGPVD.
          03 PVD-CHAVE.
             05 PVD-PRM-NUMERO       PIC 9(06).
             05 PVD-PED-COD          PIC 9(06).
             05 PVD-ITEM             PIC 9(02).
          03 PVD-COD-PRO             PIC 9(06).
          03 PVD-DATA                PIC 9(08).
          03 PVD-QUANTIDADE          PIC 9(06).
          03 PVD-PRECONORMAL         PIC 9(06)V99.
          03 PVD-PRECOPROMO          PIC 9(06)V99.
          03 PVD-CUSTO               PIC 9(06)V99.

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

       FD ARQPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRC.DAT".

       01 REGPRC.
          03 PRC-CHAVE.
             05 PRC-COD-PRO          PIC 9(06).
             05 PRC-DATAVIG          PIC 9(08).
          03 PRC-PRECO               PIC 9(06)V99.

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

       FD ARQPEDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDH.DAT".

       01 REGPEDH.
          03 HPED-COD                PIC 9(06).
          03 HPED-TIPOPEDIDO         PIC X(15).
          03 HPED-DATA               PIC 9(08).
          03 HPED-CLI-CPFCNPJ        PIC 9(14).
          03 HPED-FOR-CPFCNPJ        PIC 9(14).
          03 HPED-QTDITENS           PIC 9(02).
          03 HPED-VALORTOTAL         PIC 9(09)V99.
          03 HPED-STATUS             PIC X(01).
          03 HPED-DATAVALIDADE       PIC 9(08).
          03 HPED-VENDEDOR           PIC X(12).
          03 HPED-DESCONTO           PIC 9(02)V99.

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

       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-CODIGO             PIC 9(02).
                03 CAT-DESCRICAO          PIC X(30).
                03 CAT-ALIQUOTA           PIC 9(02)V99.
                03 CAT-CODFISCAL          PIC X(04).

       FD ARQREL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPROMO.TXT".
       01 REGREL                     PIC X(132).

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

       01 W-TEMPRC               PIC X(01) VALUE "N".
       01 W-TEMCAT               PIC X(01) VALUE "N".
       01 W-TEMHIS               PIC X(01) VALUE "N".
       01 W-MARGEMMIN            PIC 9(02)V99 VALUE ZEROS.
       01 W-HOJE                 PIC 9(08) VALUE ZEROS.
       01 W-TIPOALVO             PIC X(01) VALUE SPACES.
       01 W-CODALVO              PIC 9(06) VALUE ZEROS.
       01 W-NOMEALVO             PIC X(30) VALUE SPACES.
       01 W-DESCRICAO            PIC X(30) VALUE SPACES.
       01 W-PRECOATUAL           PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECO                PIC 9(06)V99 VALUE ZEROS.
       01 W-PERCENT              PIC 9(02)V99 VALUE ZEROS.
       01 W-QTDMIN               PIC 9(04) VALUE ZEROS.
       01 W-LEVA                 PIC 9(02) VALUE ZEROS.
       01 W-PAGA                 PIC 9(02) VALUE ZEROS.
       01 W-PRECOPROMO           PIC 9(06)V99 VALUE ZEROS.
       01 W-PRECOPISO            PIC 9(06)V99 VALUE ZEROS.
       01 W-MAXNUMERO            PIC 9(06) VALUE ZEROS.
       01 W-NUMERO               PIC 9(06) VALUE ZEROS.
       01 W-CONFLITO             PIC 9(06) VALUE ZEROS.
       01 W-DATAINI              PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM              PIC 9(08) VALUE ZEROS.
       01 W-DATA                 PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
          03 W-DATA-ANO          PIC 9(04).
          03 W-DATA-MES          PIC 9(02).
          03 W-DATA-DIA          PIC 9(02).
       01 W-DATAOK               PIC X(01) VALUE "N".

       01 W-VENDAOK              PIC X(01) VALUE "N".
       01 W-VALITEM              PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDPROMOS            PIC 9(05) VALUE ZEROS.
       01 W-UNIDADES             PIC 9(07) VALUE ZEROS.
       01 W-RECEITA              PIC 9(09)V99 VALUE ZEROS.
       01 W-CEDIDA               PIC S9(09)V99 VALUE ZEROS.
       01 W-OBTIDA               PIC S9(09)V99 VALUE ZEROS.
       01 W-TOTUNIDADES          PIC 9(07) VALUE ZEROS.
       01 W-TOTRECEITA           PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCEDIDA            PIC S9(09)V99 VALUE ZEROS.
       01 W-TOTOBTIDA            PIC S9(09)V99 VALUE ZEROS.
       01 MASCVAL                PIC ZZZ.ZZ9,99.
       01 MASCDATA               PIC 9999/99/99.

       01 LINHA-CAB1.
           03 FILLER                 PIC X(07) VALUE "NUMERO".
           03 FILLER                 PIC X(09) VALUE "ALVO".
           03 FILLER                 PIC X(26) VALUE "DESCRICAO".
           03 FILLER                 PIC X(22) VALUE "VIGENCIA".
           03 FILLER                 PIC X(02) VALUE "S".
           03 FILLER                 PIC X(11) VALUE "  UNIDADES".
           03 FILLER                 PIC X(15) VALUE
                                     "        RECEITA".
           03 FILLER                 PIC X(16) VALUE
                                     "  MARGEM CEDIDA".
           03 FILLER                 PIC X(16) VALUE
                                     "  MARGEM OBTIDA".

       01 LINHA-DET.
           03 LD-NUMERO              PIC 9(06).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-TIPOALVO            PIC X(01).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-CODALVO             PIC 9(06).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO           PIC X(25).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-DATAINI             PIC 9999/99/99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-DATAFIM             PIC 9999/99/99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-SITUACAO            PIC X(01).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-UNIDADES            PIC ZZ.ZZZ.ZZ9.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-RECEITA             PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-CEDIDA              PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-OBTIDA              PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQPRM
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQPRM
              MOVE "CRIANDO ARQUIVO DE PROMOCOES " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRM
              GO TO R0
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PROMOCOES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQPVD
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQPVD
              CLOSE ARQPVD
              GO TO R0A
            ELSE
              MOVE "ERRO NA ABERTURA DAS VENDAS EM PROMOCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0B1.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQPEI
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE ITENS NAO ENCONTRADO ***" TO MENS
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

      * O HISTORICO DE PRECOS, AS CATEGORIAS E OS PEDIDOS ARQUIVADOS *
      * (SCE026) PODEM AINDA NAO EXISTIR                             *
       R0D.
           OPEN INPUT ARQPRC
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMPRC
           ELSE
              MOVE "N" TO W-TEMPRC.

       R0E.
           OPEN INPUT ARQCAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCAT
           ELSE
              MOVE "N" TO W-TEMCAT.

       R0F.
           OPEN INPUT ARQPEDH
           IF ST-ERRO = "00"
              OPEN INPUT ARQPEIH
              IF ST-ERRO = "00"
                 MOVE "S" TO W-TEMHIS
              ELSE
                 CLOSE ARQPEDH.

      * MARGEM MINIMA SOBRE O CUSTO MEDIO (SCE041), A MESMA QUE O   *
      * SCE005 USA COMO PISO DO DESCONTO E DA PROMOCAO              *
       R0G.
           MOVE ZEROS TO W-MARGEMMIN
           OPEN INPUT ARQPAR
           IF ST-ERRO = "00"
              MOVE 1 TO PAR-ID
              READ ARQPAR
              IF ST-ERRO = "00"
                 MOVE PAR-MARGEMMIN TO W-MARGEMMIN
                 CLOSE ARQPAR
              ELSE
                 CLOSE ARQPAR.

       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE 03 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (02, 01)
               "                      PROMOCOES DE PRECO".
           DISPLAY (04, 10) "1 - Cadastrar Promocao".
           DISPLAY (05, 10) "2 - Cancelar Promocao".
           DISPLAY (06, 10) "3 - Relatorio de Resultado".
           DISPLAY (07, 10) "4 - Sair".

       R2.
           DISPLAY (08, 10) "Opcao : ".
           ACCEPT (08, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 4
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 4 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO C1-ALVO.
           IF W-OPCAO = 2
              GO TO X1-NUMERO.
           IF W-OPCAO = 3
              GO TO M1-RELATORIO.
           GO TO ROT-FIM.

      * CADASTRO DA PROMOCAO: ALVO, VIGENCIA E REGRAS DE PRECO *
       C1-ALVO.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE SPACES TO W-TIPOALVO
           DISPLAY (10, 10) "Promocao por (P=Produto C=Categoria) : ".
           ACCEPT (10, 50) W-TIPOALVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-TIPOALVO = "p"
              MOVE "P" TO W-TIPOALVO.
           IF W-TIPOALVO = "c"
              MOVE "C" TO W-TIPOALVO.
           IF W-TIPOALVO NOT = "P" AND "C"
              MOVE "*** DIGITE P=PRODUTO OU C=CATEGORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1-ALVO.

       C2-CODIGO.
           MOVE ZEROS TO W-CODALVO W-PRECOATUAL
           MOVE SPACES TO W-NOMEALVO
           IF W-TIPOALVO = "C"
              GO TO C2-CATEGORIA.
           DISPLAY (11, 10) "Produto             : ".
           ACCEPT (11, 32) W-CODALVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-CODALVO = 0
              GO TO C1-ALVO.
           MOVE W-CODALVO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-CODIGO.
           MOVE PRO-DESCRICAO TO W-NOMEALVO
           PERFORM PRECO-ATUAL THRU PRECO-ATUAL-FIM
           MOVE W-PRECOATUAL TO MASCVAL
           DISPLAY (11, 40) W-NOMEALVO.
           DISPLAY (12, 40) "Preco atual : " MASCVAL.
           GO TO C3-DESCRICAO.

       C2-CATEGORIA.
           DISPLAY (11, 10) "Categoria (01 a 10) : ".
           ACCEPT (11, 32) W-CODALVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C1-ALVO.
           IF W-CODALVO = 0 OR > 10
              MOVE "*** CATEGORIA DEVE FICAR ENTRE 01 E 10 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C2-CATEGORIA.
           STRING "CATEGORIA " W-CODALVO DELIMITED BY SIZE
               INTO W-NOMEALVO
           IF W-TEMCAT = "S"
              MOVE W-CODALVO TO CAT-CODIGO
              READ ARQCAT
              IF ST-ERRO NOT = "00"
                 MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO C2-CATEGORIA
              ELSE
                 MOVE CAT-DESCRICAO TO W-NOMEALVO.
           DISPLAY (11, 40) W-NOMEALVO.

       C3-DESCRICAO.
           MOVE SPACES TO W-DESCRICAO
           DISPLAY (13, 10) "Descricao           : ".
           ACCEPT (13, 32) W-DESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C2-CODIGO.
           IF W-DESCRICAO = SPACES
              MOVE W-NOMEALVO TO W-DESCRICAO
              DISPLAY (13, 32) W-DESCRICAO.

      * VIGENCIA: O FIM NAO PODE SER ANTERIOR AO INICIO NEM A HOJE *
       C4-DATAINI.
           MOVE ZEROS TO W-DATAINI
           DISPLAY (14, 10) "Inicio (AAAAMMDD)   : ".
           ACCEPT (14, 32) W-DATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C3-DESCRICAO.
           MOVE W-DATAINI TO W-DATA
           PERFORM CHECA-DATA THRU CHECA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4-DATAINI.

       C4-DATAFIM.
           MOVE ZEROS TO W-DATAFIM
           DISPLAY (14, 45) "Fim : ".
           ACCEPT (14, 51) W-DATAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C4-DATAINI.
           MOVE W-DATAFIM TO W-DATA
           PERFORM CHECA-DATA THRU CHECA-DATA-FIM
           IF W-DATAOK NOT = "S"
              MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4-DATAFIM.
           IF W-DATAFIM < W-DATAINI
              MOVE "*** FIM ANTERIOR AO INICIO DA PROMOCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4-DATAFIM.
           IF W-DATAFIM < W-HOJE
              MOVE "*** PROMOCAO JA ENCERRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C4-DATAFIM.

      * PRECO FIXO SO NA PROMOCAO DE PRODUTO; NA CATEGORIA VALE O  *
      * PERCENTUAL SOBRE O PRECO DE CADA PRODUTO                    *
       C5-PRECO.
           MOVE ZEROS TO W-PRECO
           IF W-TIPOALVO = "C"
              GO TO C6-PERCENT.
           DISPLAY (15, 10) "Preco promo (0=%)   : ".
           ACCEPT (15, 32) W-PRECO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C4-DATAFIM.
           IF W-PRECO > 0 AND W-PRECO NOT < W-PRECOATUAL
              MOVE "*** PRECO PROMO DEVE SER MENOR QUE O ATUAL ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C5-PRECO.

       C6-PERCENT.
           MOVE ZEROS TO W-PERCENT
           IF W-PRECO > 0
              GO TO C7-QTDMIN.
           DISPLAY (15, 45) "Desconto % : ".
           ACCEPT (15, 58) W-PERCENT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C5-PRECO.

       C7-QTDMIN.
           MOVE ZEROS TO W-QTDMIN
           DISPLAY (16, 10) "Qtde minima (0=sem) : ".
           ACCEPT (16, 32) W-QTDMIN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C5-PRECO.

      * LEVE N PAGUE M: N DE 2 EM DIANTE E M ENTRE 1 E N - 1 *
       C8-LEVA.
           MOVE ZEROS TO W-LEVA W-PAGA
           DISPLAY (17, 10) "Leve (0=sem)        : ".
           ACCEPT (17, 32) W-LEVA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C7-QTDMIN.
           IF W-LEVA = 0
              GO TO C9-REGRA.
           IF W-LEVA < 2
              MOVE "*** LEVE DEVE SER 2 OU MAIS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C8-LEVA.

       C8-PAGA.
           DISPLAY (17, 45) "Pague : ".
           ACCEPT (17, 53) W-PAGA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO C8-LEVA.
           IF W-PAGA = 0 OR W-PAGA NOT < W-LEVA
              MOVE "*** PAGUE DEVE SER DE 1 ATE LEVE - 1 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C8-PAGA.

      * A PROMOCAO PRECISA DE PELO MENOS UMA REGRA DE PRECO; NO     *
      * PRODUTO, AVISA QUANDO O PRECO FICA ABAIXO DO PISO DA MARGEM *
      * MINIMA (NA VENDA O SCE005 PARA NO PISO)                     *
       C9-REGRA.
           IF W-PRECO = 0 AND W-PERCENT = 0 AND W-LEVA = 0
              MOVE "*** INFORME PRECO, DESCONTO OU LEVE/PAGUE ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C5-PRECO.
           IF W-TIPOALVO NOT = "P"
              GO TO C9-CONFLITO.
           IF W-PRECO > 0
              MOVE W-PRECO TO W-PRECOPROMO
           ELSE
              COMPUTE W-PRECOPROMO ROUNDED =
                  W-PRECOATUAL * (100 - W-PERCENT) / 100.
           IF W-LEVA > 0
              COMPUTE W-PRECOPROMO ROUNDED =
                  W-PRECOPROMO * W-PAGA / W-LEVA.
           COMPUTE W-PRECOPISO ROUNDED =
               PRO-CUSTOMEDIO * (100 + W-MARGEMMIN) / 100
           IF W-PRECOPROMO < W-PRECOPISO
              MOVE W-PRECOPISO TO MASCVAL
              MOVE SPACES TO MENS
              STRING "*** ABAIXO DA MARGEM MINIMA, PISO " MASCVAL
                     " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

      * OUTRA PROMOCAO ATIVA NO MESMO ALVO E PERIODO: NA VENDA VALE  *
      * A DE INICIO MAIS RECENTE                                     *
       C9-CONFLITO.
           PERFORM CHECA-CONFLITO THRU CHECA-CONFLITO-FIM
           IF W-CONFLITO NOT = ZEROS
              MOVE SPACES TO MENS
              STRING "*** CONFLITA COM A PROMOCAO " W-CONFLITO
                     " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       C9-CONFIRMA.
           DISPLAY (18, 10) "Confirma a promocao (S/N) : ".
           ACCEPT (18, 39) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              MOVE "*** PROMOCAO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C1-ALVO.
           IF W-OPCSN NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO C9-CONFIRMA.

           PERFORM GERA-NUMERO THRU GERA-NUMERO-FIM
           MOVE SPACES TO REGPRM
           COMPUTE PRM-NUMERO = W-MAXNUMERO + 1
           MOVE W-TIPOALVO TO PRM-TIPOALVO
           MOVE W-CODALVO TO PRM-CODALVO
           MOVE W-DESCRICAO TO PRM-DESCRICAO
           MOVE W-DATAINI TO PRM-DATAINI
           MOVE W-DATAFIM TO PRM-DATAFIM
           MOVE W-PRECO TO PRM-PRECO
           MOVE W-PERCENT TO PRM-PERCENT
           MOVE W-QTDMIN TO PRM-QTDMIN
           MOVE W-LEVA TO PRM-LEVA
           MOVE W-PAGA TO PRM-PAGA
           MOVE "A" TO PRM-SITUACAO
           MOVE W-USUARIO TO PRM-USUARIO
           MOVE W-HOJE TO PRM-DATACAD.

      * SE OUTRO TERMINAL JA USOU O NUMERO, TENTA O SEGUINTE *
       C10-GRAVA.
           WRITE REGPRM
           IF ST-ERRO = "22"
              ADD 1 TO PRM-NUMERO
              GO TO C10-GRAVA.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA PROMOCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "I" TO W-ACAOAUD
           MOVE PRM-NUMERO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE SPACES TO MENS
           STRING "*** PROMOCAO " PRM-NUMERO " CADASTRADA ***"
               DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO C1-ALVO.

      * CANCELAMENTO: A PROMOCAO FICA NO ARQUIVO COM SITUACAO "C"  *
      * PARA O RELATORIO; DAQUI EM DIANTE O SCE005 NAO A APLICA     *
       X1-NUMERO.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE ZEROS TO W-NUMERO
           DISPLAY (10, 10) "Numero da promocao  : ".
           ACCEPT (10, 32) W-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-NUMERO = 0
              GO TO R1.
           MOVE W-NUMERO TO PRM-NUMERO
           READ ARQPRM
           IF ST-ERRO NOT = "00"
              MOVE "*** PROMOCAO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO X1-NUMERO.
           DISPLAY (11, 10) "Descricao           : " PRM-DESCRICAO.
           DISPLAY (12, 10) "Alvo                : " PRM-TIPOALVO
                            " " PRM-CODALVO.
           MOVE PRM-DATAINI TO MASCDATA
           DISPLAY (13, 10) "Inicio              : " MASCDATA.
           MOVE PRM-DATAFIM TO MASCDATA
           DISPLAY (13, 45) "Fim : " MASCDATA.
           IF PRM-SITUACAO = "C"
              MOVE "*** PROMOCAO JA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO X1-NUMERO.

       X2-CONFIRMA.
           DISPLAY (15, 10) "Confirma o cancelamento (S/N) : ".
           ACCEPT (15, 43) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              GO TO X1-NUMERO.
           IF W-OPCSN NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO X2-CONFIRMA.
           MOVE "C" TO PRM-SITUACAO
           REWRITE REGPRM
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ATUALIZACAO DA PROMOCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO X1-NUMERO.
           MOVE "E" TO W-ACAOAUD
           MOVE PRM-NUMERO TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           MOVE "*** PROMOCAO CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO X1-NUMERO.

      * RELATORIO DE RESULTADO: AS PROMOCOES QUE TOCAM O PERIODO E  *
      * AS VENDAS DELAS NO PERIODO. SO CONTA O ITEM QUE AINDA ESTA  *
      * NO PEDIDO (OU NO ARQUIVO MORTO) COM O PRECO DA PROMOCAO, EM *
      * PEDIDO NAO CANCELADO NEM RASCUNHO                           *
       M1-RELATORIO.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE ZEROS TO W-DATAINI
           DISPLAY (10, 10) "Periodo de (AAAAMMDD, 0=todas) : ".
           ACCEPT (10, 44) W-DATAINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE 99999999 TO W-DATAFIM
           IF W-DATAINI = 0
              GO TO M2-ABRE.

       M1-DATAFIM.
           MOVE ZEROS TO W-DATAFIM
           DISPLAY (11, 10) "Periodo ate (AAAAMMDD)          : ".
           ACCEPT (11, 44) W-DATAFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO M1-RELATORIO.
           IF W-DATAFIM < W-DATAINI
              MOVE "*** PERIODO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO M1-DATAFIM.

       M2-ABRE.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO REGREL
           IF W-DATAINI = 0
              MOVE "RESULTADO DAS PROMOCOES - TODAS" TO REGREL
           ELSE
              STRING "RESULTADO DAS PROMOCOES - PERIODO : "
                     W-DATAINI " A " W-DATAFIM
                  DELIMITED BY SIZE INTO REGREL.
           WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE LINHA-CAB1 TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-QTDPROMOS W-TOTUNIDADES W-TOTRECEITA
                         W-TOTCEDIDA W-TOTOBTIDA
           MOVE ZEROS TO PRM-NUMERO
           START ARQPRM KEY IS NOT LESS THAN PRM-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO M5-TOTAL.

       M3-PROMO.
           READ ARQPRM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M5-TOTAL.
           IF PRM-DATAFIM < W-DATAINI OR PRM-DATAINI > W-DATAFIM
              GO TO M3-PROMO.
           MOVE ZEROS TO W-UNIDADES W-RECEITA W-CEDIDA W-OBTIDA
           MOVE PRM-NUMERO TO PVD-PRM-NUMERO
           MOVE ZEROS TO PVD-PED-COD PVD-ITEM
           START ARQPVD KEY IS NOT LESS THAN PVD-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO M4-LINHA.

       M3-VENDA.
           READ ARQPVD NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO M4-LINHA.
           IF PVD-PRM-NUMERO NOT = PRM-NUMERO
              GO TO M4-LINHA.
           IF PVD-DATA < W-DATAINI OR PVD-DATA > W-DATAFIM
              GO TO M3-VENDA.
           PERFORM VALIDA-VENDA THRU VALIDA-VENDA-FIM
           IF W-VENDAOK NOT = "S"
              GO TO M3-VENDA.
           ADD PVD-QUANTIDADE TO W-UNIDADES
           ADD W-VALITEM TO W-RECEITA
           COMPUTE W-CEDIDA = W-CEDIDA
               + (PVD-PRECONORMAL - PVD-PRECOPROMO) * PVD-QUANTIDADE
           COMPUTE W-OBTIDA = W-OBTIDA + W-VALITEM
               - PVD-CUSTO * PVD-QUANTIDADE
           GO TO M3-VENDA.

       M4-LINHA.
           ADD 1 TO W-QTDPROMOS
           MOVE PRM-NUMERO TO LD-NUMERO
           MOVE PRM-TIPOALVO TO LD-TIPOALVO
           MOVE PRM-CODALVO TO LD-CODALVO
           MOVE PRM-DESCRICAO TO LD-DESCRICAO
           MOVE PRM-DATAINI TO LD-DATAINI
           MOVE PRM-DATAFIM TO LD-DATAFIM
           MOVE PRM-SITUACAO TO LD-SITUACAO
           MOVE W-UNIDADES TO LD-UNIDADES
           MOVE W-RECEITA TO LD-RECEITA
           MOVE W-CEDIDA TO LD-CEDIDA
           MOVE W-OBTIDA TO LD-OBTIDA
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           ADD W-UNIDADES TO W-TOTUNIDADES
           ADD W-RECEITA TO W-TOTRECEITA
           ADD W-CEDIDA TO W-TOTCEDIDA
           ADD W-OBTIDA TO W-TOTOBTIDA
           GO TO M3-PROMO.

       M5-TOTAL.
           IF W-QTDPROMOS = 0
              MOVE "*** NENHUMA PROMOCAO NO PERIODO ***" TO REGREL
              WRITE REGREL
              GO TO M6-FIM.
           MOVE SPACES TO REGREL
           WRITE REGREL.
           MOVE SPACES TO LINHA-DET
           MOVE "TOTAL DAS PROMOCOES" TO LD-DESCRICAO
           MOVE W-TOTUNIDADES TO LD-UNIDADES
           MOVE W-TOTRECEITA TO LD-RECEITA
           MOVE W-TOTCEDIDA TO LD-CEDIDA
           MOVE W-TOTOBTIDA TO LD-OBTIDA
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.

       M6-FIM.
           CLOSE ARQREL
           MOVE "*** RELATORIO GERADO EM RELPROMO.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      * CONFERE A VENDA NO PEDIDO: MESMO PRODUTO E MESMO PRECO DA   *
      * PROMOCAO, PEDIDO NAO CANCELADO (C) NEM RASCUNHO (R). O ITEM *
      * QUE NAO ESTA MAIS NO ARQUIVO VIVO E PROCURADO NO ARQUIVADO  *
       VALIDA-VENDA.
           MOVE "N" TO W-VENDAOK
           MOVE ZEROS TO W-VALITEM
           MOVE PVD-PED-COD TO PEI-COD
           MOVE PVD-ITEM TO PEI-ITEM
           READ ARQPEI
           IF ST-ERRO NOT = "00"
              GO TO VALIDA-VENDA-HIS.
           IF PEI-COD-PRO NOT = PVD-COD-PRO
              OR PEI-PRECOUNITARIO NOT = PVD-PRECOPROMO
              GO TO VALIDA-VENDA-FIM.
           MOVE PVD-PED-COD TO PED-COD
           READ ARQPED
           IF ST-ERRO NOT = "00"
              GO TO VALIDA-VENDA-FIM.
           IF PED-STATUS = "C" OR "R"
              GO TO VALIDA-VENDA-FIM.
           MOVE PEI-VALORITEM TO W-VALITEM
           MOVE "S" TO W-VENDAOK
           GO TO VALIDA-VENDA-FIM.

       VALIDA-VENDA-HIS.
           IF W-TEMHIS NOT = "S"
              GO TO VALIDA-VENDA-FIM.
           MOVE PVD-PED-COD TO HPEI-COD
           MOVE PVD-ITEM TO HPEI-ITEM
           READ ARQPEIH
           IF ST-ERRO NOT = "00"
              GO TO VALIDA-VENDA-FIM.
           IF HPEI-COD-PRO NOT = PVD-COD-PRO
              OR HPEI-PRECOUNITARIO NOT = PVD-PRECOPROMO
              GO TO VALIDA-VENDA-FIM.
           MOVE PVD-PED-COD TO HPED-COD
           READ ARQPEDH
           IF ST-ERRO NOT = "00"
              GO TO VALIDA-VENDA-FIM.
           IF HPED-STATUS = "C" OR "R"
              GO TO VALIDA-VENDA-FIM.
           MOVE HPEI-VALORITEM TO W-VALITEM
           MOVE "S" TO W-VENDAOK.
       VALIDA-VENDA-FIM.
                EXIT.

      * PRECO EM VIGOR HOJE: ULTIMO PRECO DO HISTORICO (ARQPRC) COM  *
      * VIGENCIA NAO POSTERIOR A HOJE, COMO O BUSCA-PRECO DO SCE005 *
       PRECO-ATUAL.
           MOVE PRO-PRECO TO W-PRECOATUAL
           IF W-TEMPRC NOT = "S"
              GO TO PRECO-ATUAL-FIM.
           MOVE PRO-CODIGO TO PRC-COD-PRO
           MOVE ZEROS TO PRC-DATAVIG
           START ARQPRC KEY IS NOT LESS THAN PRC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO PRECO-ATUAL-FIM.
       PRECO-ATUAL-LOOP.
           READ ARQPRC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PRECO-ATUAL-FIM.
           IF PRC-COD-PRO NOT = PRO-CODIGO
              GO TO PRECO-ATUAL-FIM.
           IF PRC-DATAVIG > W-HOJE
              GO TO PRECO-ATUAL-FIM.
           MOVE PRC-PRECO TO W-PRECOATUAL
           GO TO PRECO-ATUAL-LOOP.
       PRECO-ATUAL-FIM.
                EXIT.

      * PROCURA PROMOCAO ATIVA DO MESMO ALVO QUE SE SOBREPONHA A  *
      * VIGENCIA DIGITADA; W-CONFLITO = 0 SE NAO HOUVER            *
       CHECA-CONFLITO.
           MOVE ZEROS TO W-CONFLITO
           MOVE W-TIPOALVO TO PRM-TIPOALVO
           MOVE W-CODALVO TO PRM-CODALVO
           START ARQPRM KEY IS NOT LESS THAN PRM-ALVO
           IF ST-ERRO NOT = "00"
              GO TO CHECA-CONFLITO-FIM.
       CHECA-CONFLITO-LOOP.
           READ ARQPRM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CHECA-CONFLITO-FIM.
           IF PRM-TIPOALVO NOT = W-TIPOALVO
              OR PRM-CODALVO NOT = W-CODALVO
              GO TO CHECA-CONFLITO-FIM.
           IF PRM-SITUACAO NOT = "A"
              GO TO CHECA-CONFLITO-LOOP.
           IF PRM-DATAFIM < W-DATAINI OR PRM-DATAINI > W-DATAFIM
              GO TO CHECA-CONFLITO-LOOP.
           MOVE PRM-NUMERO TO W-CONFLITO.
       CHECA-CONFLITO-FIM.
                EXIT.

      * CONSISTENCIA SIMPLES DE DATA AAAAMMDD *
       CHECA-DATA.
           MOVE "N" TO W-DATAOK
           IF W-DATA-ANO < 2000
              GO TO CHECA-DATA-FIM.
           IF W-DATA-MES = 0 OR > 12
              GO TO CHECA-DATA-FIM.
           IF W-DATA-DIA = 0 OR > 31
              GO TO CHECA-DATA-FIM.
           MOVE "S" TO W-DATAOK.
       CHECA-DATA-FIM.
                EXIT.

      * GERA O PROXIMO NUMERO DE PROMOCAO (MAIOR NUMERO + 1) *
       GERA-NUMERO.
           MOVE ZEROS TO W-MAXNUMERO
           MOVE ZEROS TO PRM-NUMERO
           START ARQPRM KEY IS NOT LESS THAN PRM-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO GERA-NUMERO-FIM.
       GERA-NUMERO-LOOP.
           READ ARQPRM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-NUMERO-FIM.
           IF PRM-NUMERO > W-MAXNUMERO
              MOVE PRM-NUMERO TO W-MAXNUMERO.
           GO TO GERA-NUMERO-LOOP.
       GERA-NUMERO-FIM.
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
           IF W-TEMPRC = "S"
              CLOSE ARQPRC.
           IF W-TEMCAT = "S"
              CLOSE ARQCAT.
           IF W-TEMHIS = "S"
              CLOSE ARQPEDH ARQPEIH.
           CLOSE ARQPRM ARQPVD ARQPRO ARQPED ARQPEI ARQAUD ARQUSU.
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
           MOVE "SCE068" TO AUD-PROGRAMA.
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
