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

       FD ARQAUD
               LABEL RECORD IS STANDARD
       01 W-AUDCHAVE          PIC X(14) VALUE SPACES.
       01 W-NOVASENHA         PIC X(08) VALUE SPACES.
       01 W-NOVASENHA2        PIC X(08) VALUE SPACES.
       01 W-LIN               PIC 9(02) VALUE ZEROS.
       01 W-BRANCO            PIC X(79) VALUE SPACES.

       01 W-HOJE              PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           DISPLAY (15, 55) "47 - Fluxo de Caixa Proj.".
           DISPLAY (16, 55) "48 - Conversao de Leiautes".
           DISPLAY (17, 55) "49 - Sair".
           DISPLAY (18, 55) "50 - Mais Opcoes >>".
           MOVE SPACES TO MENS.
           DISPLAY (21, 05) MENS.

       R2.
           DISPLAY (21, 05) "Opcao : ".
           ACCEPT (21, 14) W-OPCAO.
           IF W-OPCAO = 0 OR > 50
              MOVE "*** OPCAO INVALIDA, DIGITE DE 1 A 50 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO = 50
              GO TO R1-COMPL.
           GO TO R2A.

      * SEGUNDA PAGINA DO MENU: AS OPCOES A PARTIR DA 51 NAO CABEM *
      * NAS TRES COLUNAS DA PRIMEIRA; A 50 VOLTA AO MENU PRINCIPAL *
       R1-COMPL.
           MOVE 1 TO W-LIN.
       R1-COMPL-LIMPA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 20
              GO TO R1-COMPL-LIMPA.
           DISPLAY (01, 01)
               "                MENU PRINCIPAL - OPCOES COMPLEMENTARES".
           DISPLAY (02, 01) "Operador : ".
           DISPLAY (02, 12) USU-NOME.
           DISPLAY (03, 01) "51 - Conferencia Nota Compra".
           DISPLAY (04, 01) "52 - Exportacao Contabil".
           DISPLAY (05, 01) "53 - Arquivo Fiscal Eletronico".
           DISPLAY (06, 01) "54 - Composicao de Kits".
           DISPLAY (07, 01) "55 - Fidelidade de Clientes".
           DISPLAY (08, 01) "56 - Acordos de Renegociacao".
           DISPLAY (09, 01) "57 - Categorias de Despesa".
           DISPLAY (10, 01) "58 - Despesas Operacionais".
           DISPLAY (11, 01) "59 - Conciliacao de Cartoes".
           DISPLAY (12, 01) "60 - Garantia por Num. de Serie".
           DISPLAY (13, 01) "61 - Dados Pessoais (LGPD)".
           DISPLAY (14, 01) "62 - Troca de CPF/CNPJ".
           DISPLAY (15, 01) "63 - Loja Virtual (Pedidos/Saldo)".
           DISPLAY (16, 01) "64 - Zonas de Frete por CEP".
           DISPLAY (17, 01) "65 - Relatorio de Frete por Zona".
           DISPLAY (18, 01) "66 - Inventario Valorizado do Fechamento".
           DISPLAY (03, 45) "67 - Desempenho de Fornecedores".
           DISPLAY (04, 45) "68 - Baixa de Perdas de Estoque".
           DISPLAY (05, 45) "69 - Promocoes de Preco".
           DISPLAY (06, 45) "70 - Aprovacao de Compras".
           DISPLAY (18, 55) "49 - Sair".
           DISPLAY (19, 55) "50 - Menu Principal".
           MOVE SPACES TO MENS.
           DISPLAY (21, 05) MENS.

       R2-COMPL.
           DISPLAY (21, 05) "Opcao : ".
           ACCEPT (21, 14) W-OPCAO.
           IF W-OPCAO < 49 OR > 70
              MOVE "*** OPCAO INVALIDA, DIGITE DE 49 A 70 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2-COMPL.
           IF W-OPCAO = 50
              MOVE 1 TO W-LIN
              GO TO R1-LIMPA.
           GO TO R2A.

       R1-LIMPA.
           DISPLAY (W-LIN, 01) W-BRANCO.
           ADD 1 TO W-LIN
           IF W-LIN < 20
              GO TO R1-LIMPA.
           GO TO R1.

      * LIBERACAO DAS OPCOES CONFORME O PERFIL DO OPERADOR *
       R2A.
                 MOVE "*** OPCAO NAO PERMITIDA PARA SEU PERFIL ***"
                                                          TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A-NEGA.
           IF W-PERFIL = "O"
              IF W-OPCAO = 39 OR 40 OR 62
                 MOVE "*** OPCAO EXCLUSIVA DO SUPERVISOR ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2A-NEGA.
           GO TO R3.

      * OPCAO NEGADA: VOLTA AO PROMPT DA PAGINA EM QUE FOI PEDIDA *
       R2A-NEGA.
           IF W-OPCAO > 50
              GO TO R2-COMPL.
           GO TO R2.

       R3.
           IF W-OPCAO = 1
           IF W-OPCAO = 48
              CALL "SCE049"
              GO TO R1.
           IF W-OPCAO = 51
              CALL "SCE050"
              GO TO R1-COMPL.
           IF W-OPCAO = 52
              CALL "SCE051"
              GO TO R1-COMPL.
           IF W-OPCAO = 53
              CALL "SCE052"
              GO TO R1-COMPL.
           IF W-OPCAO = 54
              CALL "SCE053"
              GO TO R1-COMPL.
           IF W-OPCAO = 55
              CALL "SCE054"
              GO TO R1-COMPL.
           IF W-OPCAO = 56
              CALL "SCE055"
              GO TO R1-COMPL.
           IF W-OPCAO = 57
              CALL "SCE056"
              GO TO R1-COMPL.
           IF W-OPCAO = 58
              CALL "SCE057"
              GO TO R1-COMPL.
           IF W-OPCAO = 59
              CALL "SCE058"
              GO TO R1-COMPL.
           IF W-OPCAO = 60
              CALL "SCE059"
              GO TO R1-COMPL.
           IF W-OPCAO = 61
              CALL "SCE060"
              GO TO R1-COMPL.
           IF W-OPCAO = 62
              CALL "SCE061"
              GO TO R1-COMPL.
           IF W-OPCAO = 63
              CALL "SCE062"
              GO TO R1-COMPL.
           IF W-OPCAO = 64
              CALL "SCE063"
              GO TO R1-COMPL.
           IF W-OPCAO = 65
              CALL "SCE064"
              GO TO R1-COMPL.
           IF W-OPCAO = 66
              CALL "SCE065"
              GO TO R1-COMPL.
           IF W-OPCAO = 67
              CALL "SCE066"
              GO TO R1-COMPL.
           IF W-OPCAO = 68
              CALL "SCE067"
              GO TO R1-COMPL.
           IF W-OPCAO = 69
              CALL "SCE068"
              GO TO R1-COMPL.
           IF W-OPCAO = 70
              CALL "SCE069"
              GO TO R1-COMPL.
           IF W-OPCAO = 49
              GO TO ROT-FIM.

