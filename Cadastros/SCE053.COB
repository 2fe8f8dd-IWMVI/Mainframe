       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE053.

      *AUTHOR. Wallace Martins.
      *    COMPOSICAO DE KITS (LISTA DE MATERIAIS)    *
      *    UM KIT E UM PRODUTO DO ARQPRO VENDIDO COMO UM SO ITEM,
      *    MAS MONTADO NA HORA COM OUTROS PRODUTOS (COMPONENTES).
      *    O ARQKIT GUARDA, PARA CADA KIT, OS COMPONENTES E A
      *    QUANTIDADE DE CADA UM POR UNIDADE DO KIT. O KIT NAO TEM
      *    ESTOQUE PROPRIO: A VENDA NO SCE005 BAIXA OS COMPONENTES,
      *    A DEVOLUCAO NO SCE014 E O CANCELAMENTO DEVOLVEM OS
      *    COMPONENTES, E A DISPONIBILIDADE DO KIT E A DO COMPONENTE
      *    MAIS ESCASSO NO SALDO DE LOJA (ARQEST LOCAL "L").
      *    OPCAO 1 MANTEM A COMPOSICAO; OPCAO 2 EMITE A LISTA DE
      *    ONDE CADA COMPONENTE E USADO EM RELKITUS.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                 ALTERNATE RECORD KEY IS KIT-COMPONENTE WITH DUPLICATES
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

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQREL ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
      * LISTA DE MATERIAIS: UM REGISTRO POR COMPONENTE DO KIT *
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

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPRO.
          03 PRO-CODIGO            PIC 9(06).
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
               VALUE OF FILE-ID IS "RELKITUS.TXT".
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
       01 W-TEMEST                   PIC X(01) VALUE "N".

      * KIT E COMPONENTE EM MANUTENCAO *
       01 W-KIT                      PIC 9(06) VALUE ZEROS.
       01 W-KITDESC                  PIC X(30) VALUE SPACES.
       01 W-KITESTOQUE               PIC 9(06) VALUE ZEROS.
       01 W-COMP                     PIC 9(06) VALUE ZEROS.
       01 W-QTDKIT                   PIC 9(04) VALUE ZEROS.
       01 W-EXISTE                   PIC X(01) VALUE "N".
       01 W-ACHOU                    PIC X(01) VALUE "N".

      * DISPONIBILIDADE (COMPONENTE MAIS ESCASSO) E CUSTO DO KIT *
       01 W-DISPCOMP                 PIC 9(06) VALUE ZEROS.
       01 W-DISPKIT                  PIC 9(06) VALUE ZEROS.
       01 W-CUSTOKIT                 PIC 9(07)V99 VALUE ZEROS.
       01 W-SALDOL                   PIC 9(06) VALUE ZEROS.
       01 MASCQTD                    PIC ZZZ.ZZ9.
       01 MASCQTK                    PIC Z.ZZ9.
       01 MASCVAL                    PIC Z.ZZZ.ZZ9,99.

      * LISTA DE ONDE E USADO *
       01 W-COMPANT                  PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN                   PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE                 PIC 9(08) VALUE ZEROS.

       01 LINHA-COMP.
           03 FILLER                 PIC X(12) VALUE "COMPONENTE: ".
           03 LCP-CODIGO             PIC 9(06).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LCP-DESCRICAO          PIC X(30).

       01 LINHA-DET.
           03 FILLER                 PIC X(06) VALUE SPACES.
           03 LD-KIT                 PIC 9(06).
           03 FILLER                 PIC X(01) VALUE SPACES.
           03 LD-DESCRICAO           PIC X(30).
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-QTDE                PIC Z.ZZ9.
           03 FILLER                 PIC X(02) VALUE SPACES.
           03 LD-PRECO               PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQKIT
           IF ST-ERRO NOT = "00"
            IF ST-ERRO = "30"
              OPEN OUTPUT ARQKIT
              MOVE "CRIANDO ARQUIVO DE COMPOSICAO DE KITS " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQKIT
              GO TO R0
            ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE KITS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      * SEM O ESTOQUE POR LOCAL (SCE017) A DISPONIBILIDADE SAI ZERO *
       R0A1.
           OPEN INPUT ARQEST
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMEST
           ELSE
              MOVE "N" TO W-TEMEST.

       R0B.
           OPEN INPUT ARQUSU
           IF ST-ERRO NOT = "00"
              MOVE "*** CADASTRO DE USUARIOS NAO ENCONTRADO ***"
                                                          TO MENS
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
      * IDENTIFICACAO DO OPERADOR CONTRA O CADASTRO DE USUARIOS, *
      * COMO NOS DEMAIS PROGRAMAS AUDITADOS                       *
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
               "             COMPOSICAO DE KITS (LISTA DE MATERIAIS)".
           DISPLAY (04, 10) "1 - Manter Composicao do Kit".
           DISPLAY (05, 10) "2 - Onde e Usado (Relatorio)".
           DISPLAY (06, 10) "3 - Sair".

       R2.
           DISPLAY (07, 10) "Opcao : ".
           ACCEPT (07, 19) W-OPCAO.
           IF W-OPCAO = 0 OR > 3
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 1
              GO TO K1-KIT.
           IF W-OPCAO = 2
              GO TO U1-ONDEUSA.
           GO TO ROT-FIM.

      *-----------------------------------------------------------*
      * MANUTENCAO DA COMPOSICAO: ESCOLHE O KIT, MOSTRA OS        *
      * COMPONENTES COM A DISPONIBILIDADE E O CUSTO, E INCLUI,    *
      * ALTERA (NOVA QUANTIDADE) OU EXCLUI (QUANTIDADE ZERO)      *
      *-----------------------------------------------------------*
       K1-KIT.
           MOVE 8 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           MOVE ZEROS TO W-KIT
           DISPLAY (09, 01) "Produto Kit : ".
           ACCEPT (09, 15) W-KIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-KIT = 0
              GO TO R1.
           MOVE W-KIT TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO K1-KIT.
           MOVE PRO-DESCRICAO TO W-KITDESC
           MOVE PRO-QTDESTOQUE TO W-KITESTOQUE
           DISPLAY (09, 23) W-KITDESC.
      * UM KIT NAO PODE SER COMPONENTE DE OUTRO KIT: A BAIXA DA  *
      * VENDA EXPLODE UM NIVEL SO                                 *
           MOVE W-KIT TO KIT-COMPONENTE
           READ ARQKIT KEY IS KIT-COMPONENTE
           IF ST-ERRO = "00"
              MOVE "*** PRODUTO JA E COMPONENTE DE OUTRO KIT ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO K1-KIT.

       K2-LISTA.
           MOVE 10 TO W-LIN
           PERFORM LIMPA-TELA THRU LIMPA-TELA-FIM
           DISPLAY (10, 01)
          "COMPON. DESCRICAO                      QTDE/KIT  SALDO LOJA".
           MOVE 10 TO W-LIN
           PERFORM CALC-KIT THRU CALC-KIT-FIM
           IF W-ACHOU = "N"
              DISPLAY (21, 01) "PRODUTO AINDA SEM COMPONENTES"
              GO TO K3-COMP.
           MOVE W-DISPKIT TO MASCQTD
           MOVE W-CUSTOKIT TO MASCVAL
           DISPLAY (21, 01) "Disponivel p/ venda : " MASCQTD
                   "   Custo do kit : " MASCVAL.

       K3-COMP.
           MOVE ZEROS TO W-COMP
           DISPLAY (22, 01) W-BRANCO.
           DISPLAY (22, 01) "Componente : ".
           ACCEPT (22, 14) W-COMP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-COMP = 0
              GO TO K1-KIT.
           IF W-COMP = W-KIT
              MOVE "*** O KIT NAO PODE SER COMPONENTE DELE MESMO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO K3-COMP.
           MOVE W-COMP TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO K3-COMP.
           DISPLAY (22, 22) PRO-DESCRICAO.
           MOVE W-COMP TO KIT-COD-PRO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF ST-ERRO = "00"
              READ ARQKIT NEXT RECORD
              IF ST-ERRO = "00" AND KIT-COD-PRO = W-COMP
                 MOVE "*** COMPONENTE E UM KIT, NAO PODE ENTRAR ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO K3-COMP.
           MOVE W-KIT TO KIT-COD-PRO
           MOVE W-COMP TO KIT-COMPONENTE
           READ ARQKIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE KIT-QUANTIDADE TO W-QTDKIT
           ELSE
              MOVE "N" TO W-EXISTE
              MOVE ZEROS TO W-QTDKIT.
      * PRODUTO COM NUMERO DE SERIE (SCE004) NAO ENTRA EM KIT: A  *
      * BAIXA DO KIT NAO PEDE AS SERIES DOS COMPONENTES. O QUE JA *
      * ESTIVER NA COMPOSICAO AINDA PODE SER EXCLUIDO             *
           IF W-EXISTE = "N" AND PRO-SERIAL = "S"
              MOVE "*** PRODUTO COM SERIE NAO PODE SER COMPONENTE ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO K3-COMP.
      * O KIT NAO TEM ESTOQUE PROPRIO; UM PRODUTO QUE AINDA TEM  *
      * SALDO PRECISA SER ZERADO (SCE016) ANTES DE VIRAR KIT      *
           IF W-EXISTE = "N" AND W-ACHOU = "N" AND W-KITESTOQUE > 0
              MOVE "*** PRODUTO COM ESTOQUE PROPRIO NAO VIRA KIT ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO K1-KIT.

       K4-QTDE.
           DISPLAY (22, 54) "Qtde (0=exclui) : ".
           ACCEPT (22, 72) W-QTDKIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO K3-COMP.
           IF W-QTDKIT = 0
              IF W-EXISTE = "N"
                 MOVE "*** QUANTIDADE NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO K4-QTDE
              ELSE
                 GO TO K6-EXCLUI.

       K5-GRAVA.
           MOVE W-KIT TO KIT-COD-PRO
           MOVE W-COMP TO KIT-COMPONENTE
           MOVE W-QTDKIT TO KIT-QUANTIDADE
           ACCEPT KIT-DATAALT FROM DATE YYYYMMDD
           MOVE W-USUARIO TO KIT-USUARIO
           IF W-EXISTE = "S"
              REWRITE REGKIT
              MOVE "A" TO W-ACAOAUD
           ELSE
              WRITE REGKIT
              MOVE "I" TO W-ACAOAUD.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA COMPOSICAO DO KIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE KIT-CHAVE TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           GO TO K2-LISTA.

       K6-EXCLUI.
           DISPLAY (22, 54) "Excluir (S/N) :          ".
           ACCEPT (22, 70) W-OPCSN.
           IF W-OPCSN = "N" OR "n"
              GO TO K3-COMP.
           IF W-OPCSN NOT = "S" AND "s"
              GO TO K6-EXCLUI.
           DELETE ARQKIT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO COMPONENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "E" TO W-ACAOAUD
           MOVE KIT-CHAVE TO W-AUDCHAVE
           PERFORM GRAVA-AUD THRU GRAVA-AUD-FIM
           GO TO K2-LISTA.

      *-----------------------------------------------------------*
      * PERCORRE OS COMPONENTES DO KIT W-KIT: MOSTRA ATE 10 NA    *
      * TELA (SE W-LIN > 0), CALCULA A DISPONIBILIDADE PELO       *
      * COMPONENTE MAIS ESCASSO E O CUSTO PELO CUSTO MEDIO        *
      *-----------------------------------------------------------*
       CALC-KIT.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-DISPKIT W-CUSTOKIT
           MOVE W-KIT TO KIT-COD-PRO
           MOVE ZEROS TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CALC-KIT-FIM.

       CALC-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CALC-KIT-FIM.
           IF KIT-COD-PRO NOT = W-KIT
              GO TO CALC-KIT-FIM.
           MOVE ZEROS TO W-SALDOL
           IF W-TEMEST = "S"
              MOVE KIT-COMPONENTE TO EST-COD-PRO
              MOVE "L" TO EST-LOCAL
              READ ARQEST
              IF ST-ERRO = "00"
                 MOVE EST-QTDESTOQUE TO W-SALDOL.
           DIVIDE W-SALDOL BY KIT-QUANTIDADE GIVING W-DISPCOMP
           IF W-ACHOU = "N" OR W-DISPCOMP < W-DISPKIT
              MOVE W-DISPCOMP TO W-DISPKIT.
           MOVE "S" TO W-ACHOU
           MOVE KIT-COMPONENTE TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "** PRODUTO NAO CADASTRADO **" TO PRO-DESCRICAO
              MOVE ZEROS TO PRO-CUSTOMEDIO.
           COMPUTE W-CUSTOKIT = W-CUSTOKIT
                              + PRO-CUSTOMEDIO * KIT-QUANTIDADE
           IF W-LIN = 0 OR W-LIN > 19
              GO TO CALC-KIT-LOOP.
           ADD 1 TO W-LIN
           MOVE KIT-QUANTIDADE TO MASCQTK
           MOVE W-SALDOL TO MASCQTD
           DISPLAY (W-LIN, 01) KIT-COMPONENTE.
           DISPLAY (W-LIN, 09) PRO-DESCRICAO.
           DISPLAY (W-LIN, 43) MASCQTK.
           DISPLAY (W-LIN, 52) MASCQTD.
           GO TO CALC-KIT-LOOP.

       CALC-KIT-FIM.
                EXIT.

      *-----------------------------------------------------------*
      * ONDE E USADO: PARA UM COMPONENTE (OU TODOS, COM ZERO),    *
      * OS KITS QUE O CONSOMEM, PELA CHAVE KIT-COMPONENTE         *
      *-----------------------------------------------------------*
       U1-ONDEUSA.
           MOVE ZEROS TO W-COMP
           DISPLAY (09, 10) "Componente (0=todos) : ".
           ACCEPT (09, 34) W-COMP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           OPEN OUTPUT ARQREL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE SPACES TO REGREL
           STRING "ONDE E USADO - COMPONENTES DE KITS - EMITIDO EM "
                  W-DATAHOJE DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE "      KIT    DESCRICAO                       QTDE/KIT
      -         "  PRECO KIT" TO REGREL
           WRITE REGREL.
           MOVE ZEROS TO W-QTDLIN W-COMPANT
           MOVE W-COMP TO KIT-COMPONENTE
           START ARQKIT KEY IS NOT LESS THAN KIT-COMPONENTE
           IF ST-ERRO NOT = "00"
              GO TO U3-FIM.

       U2-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO U3-FIM.
           IF W-COMP NOT = 0 AND KIT-COMPONENTE NOT = W-COMP
              GO TO U3-FIM.
           IF KIT-COMPONENTE = W-COMPANT
              GO TO U2-KIT.
           MOVE KIT-COMPONENTE TO W-COMPANT PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "** PRODUTO NAO CADASTRADO **" TO PRO-DESCRICAO.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE W-COMPANT TO LCP-CODIGO
           MOVE PRO-DESCRICAO TO LCP-DESCRICAO
           MOVE LINHA-COMP TO REGREL
           WRITE REGREL.

       U2-KIT.
           MOVE KIT-COD-PRO TO LD-KIT PRO-CODIGO
           MOVE KIT-QUANTIDADE TO LD-QTDE
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE PRO-DESCRICAO TO LD-DESCRICAO
              MOVE PRO-PRECO TO LD-PRECO
           ELSE
              MOVE "** PRODUTO NAO CADASTRADO **" TO LD-DESCRICAO
              MOVE ZEROS TO LD-PRECO.
           MOVE LINHA-DET TO REGREL
           WRITE REGREL.
           ADD 1 TO W-QTDLIN
           GO TO U2-LOOP.

       U3-FIM.
           MOVE SPACES TO REGREL WRITE REGREL.
           MOVE SPACES TO REGREL
           MOVE W-QTDLIN TO MASCQTD
           STRING "TOTAL DE USOS LISTADOS: " MASCQTD
               DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
           CLOSE ARQREL
           IF W-QTDLIN = 0
              MOVE "*** NENHUM KIT USA ESTE COMPONENTE ***" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO EM RELKITUS.TXT ***" TO MENS.
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

      * GRAVA UM REGISTRO NO ARQUIVO DE AUDITORIA (AUDITORIA.LOG) *
       GRAVA-AUD.
           MOVE SPACES TO REGAUD.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE W-USUARIO TO AUD-USUARIO.
           MOVE "SCE053" TO AUD-PROGRAMA.
           MOVE W-ACAOAUD TO AUD-ACAO.
           MOVE W-AUDCHAVE TO AUD-CHAVE.
           WRITE REGAUD.
       GRAVA-AUD-FIM.
                EXIT.

       ROT-FIM.
           CLOSE ARQKIT ARQPRO ARQUSU ARQAUD.
           IF W-TEMEST = "S"
              CLOSE ARQEST.
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
