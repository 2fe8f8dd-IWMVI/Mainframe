      *    (SCE001/SCE005/SCE013), FATOR DE REPOSICAO (SCE021) E O
      *    COMPORTAMENTO DO BACKORDER (SCE005) E A MARGEM MINIMA
      *    DE VENDA SOBRE O CUSTO MEDIO, PISO DOS DESCONTOS DO
      *    SCE005, A TOLERANCIA DA CONFERENCIA DA NOTA DE COMPRA
      *    (SCE050) E AS REGRAS DO PROGRAMA DE PONTOS DE FIDELIDADE
      *    (SCE005/SCE014/SCE054): PONTOS POR REAL, VALOR DO PONTO
      *    E VALIDADE EM DIAS. TODA ALTERACAO VAI PARA A AUDITORIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       01 W-TENTLOGIN            PIC 9(01) VALUE ZEROS.
       01 W-ACAOAUD              PIC X(01) VALUE SPACES.
       01 W-AUDCHAVE             PIC X(14) VALUE SPACES.
       01 IND                    PIC 9(02) VALUE ZEROS.

      * CAMPOS PARA VALIDACAO DO DIGITO VERIFICADOR (MODULO 11) *
       01 CV-CNPJ                PIC 9(14).
       01 CV-CNPJ-R REDEFINES CV-CNPJ.
             03 CV-CNPJ-DIG      PIC 9(01) OCCURS 14 TIMES.
       01 CV-SOMA                PIC 9(05) VALUE ZEROS.
       01 CV-QTE                 PIC 9(03) VALUE ZEROS.
       01 CV-RESTO               PIC 9(02) VALUE ZEROS.
       01 CV-DIG1                PIC 9(01) VALUE ZEROS.
       01 CV-DIG2                PIC 9(01) VALUE ZEROS.
       01 CV-VALIDO              PIC X(01) VALUE "S".

       01 TBPESO1.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
             03 FILLER     PIC 9(02) VALUE 09.
             03 FILLER     PIC 9(02) VALUE 08.
             03 FILLER     PIC 9(02) VALUE 07.
             03 FILLER     PIC 9(02) VALUE 06.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
       01 TBPESO1R REDEFINES TBPESO1.
             03 TBP1-VAL   PIC 9(02) OCCURS 12 TIMES.

       01 TBPESO2.
             03 FILLER     PIC 9(02) VALUE 06.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
             03 FILLER     PIC 9(02) VALUE 09.
             03 FILLER     PIC 9(02) VALUE 08.
             03 FILLER     PIC 9(02) VALUE 07.
             03 FILLER     PIC 9(02) VALUE 06.
             03 FILLER     PIC 9(02) VALUE 05.
             03 FILLER     PIC 9(02) VALUE 04.
             03 FILLER     PIC 9(02) VALUE 03.
             03 FILLER     PIC 9(02) VALUE 02.
       01 TBPESO2R REDEFINES TBPESO2.
             03 TBP2-VAL   PIC 9(02) OCCURS 13 TIMES.

       SCREEN SECTION.
       01  TELAPRINCIPAL.
               VALUE  "   Validade da senha (dias)    :".
           05  LINE 13  COLUMN 01
               VALUE  "   Markup de venda (%)         :".
           05  LINE 14  COLUMN 01
               VALUE  "   Tolerancia nota compra (%)  :".
           05  LINE 15  COLUMN 01
               VALUE  "   Pontos por R$ 1,00 vendido  :".
           05  LINE 16  COLUMN 01
               VALUE  "   Valor do ponto (R$)         :".
           05  LINE 17  COLUMN 01
               VALUE  "   Validade dos pontos (dias)  :".
           05  LINE 18  COLUMN 01
               VALUE  "   Empresa (nome e CNPJ)       :".
           05  LINE 05  COLUMN 42
               VALUE  "Taxa adquirente cartao (%) :".
           05  LINE 06  COLUMN 42
               VALUE  "Prazo repasse cartao (dias):".
           05  LINE 07  COLUMN 42
               VALUE  "Fornecedor por preco/nota  :".
           05  LINE 08  COLUMN 42
               VALUE  "Limite perda s/superv.(R$) :".
           05  LINE 09  COLUMN 42
               VALUE  "Limite compra s/aprov.(R$) :".
           05  LINE 21  COLUMN 01
               VALUE  "  MENSAGENS :".
           05  TPAR-MULTAPCT
               LINE 05  COLUMN 34  PIC 9(02)V99
           05  TPAR-MARKUP
               LINE 13  COLUMN 34  PIC 9(03)V99
               USING  PAR-MARKUP.
           05  TPAR-TOLNOTA
               LINE 14  COLUMN 34  PIC 9(02)V99
               USING  PAR-TOLNOTA.
           05  TPAR-PTSREAL
               LINE 15  COLUMN 34  PIC 9(02)V99
               USING  PAR-PTSREAL.
           05  TPAR-VALPONTO
               LINE 16  COLUMN 34  PIC 9(02)V99
               USING  PAR-VALPONTO.
           05  TPAR-VALIDPTS
               LINE 17  COLUMN 34  PIC 9(04)
               USING  PAR-VALIDPTS.
           05  TPAR-TAXACARTAO
               LINE 05  COLUMN 71  PIC 9(02)V99
               USING  PAR-TAXACARTAO.
           05  TPAR-PRAZOCART
               LINE 06  COLUMN 71  PIC 9(02)
               USING  PAR-PRAZOCART.
           05  TPAR-CRITFORN
               LINE 07  COLUMN 71  PIC X(01)
               USING  PAR-CRITFORN.
           05  TPAR-LIMPERDA
               LINE 08  COLUMN 71  PIC 9(07)V99
               USING  PAR-LIMPERDA.
           05  TPAR-LIMCOMPRA
               LINE 09  COLUMN 71  PIC 9(07)V99
               USING  PAR-LIMCOMPRA.
           05  TPAR-EMPNOME
               LINE 18  COLUMN 34  PIC X(30)
               USING  PAR-EMPNOME.
           05  TPAR-EMPCNPJ
               LINE 18  COLUMN 65  PIC 9(14)
               USING  PAR-EMPCNPJ.

       PROCEDURE DIVISION.
       INICIO.
           IF W-ACT = 01
              GO TO R9.

      * TOLERANCIA DA CONFERENCIA DA NOTA DO FORNECEDOR CONTRA O *
      * PEDIDO E O RECEBIDO (SCE050), EM % SOBRE PRECO E TOTAL   *
       R11.
           ACCEPT TPAR-TOLNOTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R10.

      * PROGRAMA DE FIDELIDADE: PONTOS GANHOS POR REAL LIQUIDO   *
      * VENDIDO (ZERO = PROGRAMA DESLIGADO), VALOR EM REAIS DE    *
      * CADA PONTO NO RESGATE E DIAS ATE OS PONTOS EXPIRAREM      *
       R12.
           ACCEPT TPAR-PTSREAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R11.

       R13.
           ACCEPT TPAR-VALPONTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R12.

       R14.
           ACCEPT TPAR-VALIDPTS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R13.
           IF PAR-VALIDPTS = 0
              MOVE "*** INFORME A VALIDADE EM DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14.

      * CONCILIACAO DE CARTOES (SCE058): TAXA CONTRATADA COM A   *
      * ADQUIRENTE SOBRE O VALOR BRUTO E DIAS ATE O REPASSE DE   *
      * CADA PARCELA, USADOS TAMBEM NA PROJECAO DO SCE048        *
       R15.
           ACCEPT TPAR-TAXACARTAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R14.

       R16.
           ACCEPT TPAR-PRAZOCART.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R15.
           IF PAR-PRAZOCART = 0
              MOVE "*** INFORME O PRAZO DE REPASSE EM DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R16.

      * ESCOLHA DO FORNECEDOR NA REPOSICAO (SCE021) E NO          *
      * COMPARATIVO DE COTACOES (SCE036): P = MENOR PRECO,        *
      * D = PRECO PONDERADO PELA NOTA DE DESEMPENHO (SCE066)      *
       R17.
           ACCEPT TPAR-CRITFORN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R16.
           IF PAR-CRITFORN = "p"
              MOVE "P" TO PAR-CRITFORN.
           IF PAR-CRITFORN = "d"
              MOVE "D" TO PAR-CRITFORN.
           IF PAR-CRITFORN NOT = "P" AND "D"
              MOVE "*** DIGITE P=MENOR PRECO OU D=DESEMPENHO ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R17.

      * BAIXA DE PERDAS DE ESTOQUE (SCE067): VALOR DA PERDA A     *
      * CUSTO MEDIO ACIMA DO QUAL A BAIXA EXIGE O SUPERVISOR      *
       R18.
           ACCEPT TPAR-LIMPERDA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R17.

      * APROVACAO DE COMPRAS (SCE069): PEDIDO DE COMPRA ACIMA     *
      * DESTE VALOR AGUARDA O SUPERVISOR (ZERO = SEM APROVACAO)   *
       R19.
           ACCEPT TPAR-LIMCOMPRA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R18.

      * ESTABELECIMENTO INFORMANTE DO ARQUIVO FISCAL DO MES      *
      * (SCE052): RAZAO SOCIAL E CNPJ                            *
       R20.
           ACCEPT TPAR-EMPNOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R19.
           IF PAR-EMPNOME = SPACES
              MOVE "*** INFORME O NOME DA EMPRESA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R20.

       R21.
           ACCEPT TPAR-EMPCNPJ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R20.
           MOVE PAR-EMPCNPJ TO CV-CNPJ
           PERFORM VLD-CNPJ THRU VLD-CNPJ-FIM
           IF PAR-EMPCNPJ = 0 OR CV-VALIDO = "N"
              MOVE "*** CNPJ INVALIDO, DIGITO ERRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R21.

       ALT-OPC.
           DISPLAY (19, 05) "Gravar os Parametros (S/N) : ".
           ACCEPT (19, 35) W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PARAMETROS NAO ALTERADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO PAR-MARGEMMIN.
           MOVE 90 TO PAR-VALSENHA.
           MOVE 30 TO PAR-MARKUP.
           MOVE 1,00 TO PAR-TOLNOTA.
           MOVE 1,00 TO PAR-PTSREAL.
           MOVE 0,01 TO PAR-VALPONTO.
           MOVE 365 TO PAR-VALIDPTS.
           MOVE 2,00 TO PAR-TAXACARTAO.
           MOVE 30 TO PAR-PRAZOCART.
           MOVE "P" TO PAR-CRITFORN.
           MOVE 500,00 TO PAR-LIMPERDA.
           MOVE 10000,00 TO PAR-LIMCOMPRA.
           MOVE "COMERCIAL SCE LTDA" TO PAR-EMPNOME.
           MOVE 00000000000191 TO PAR-EMPCNPJ.
       MONTA-PADRAO-FIM.
                EXIT.

       GRAVA-AUD-FIM.
                EXIT.

      * VALIDA O DIGITO VERIFICADOR DO CNPJ (MODULO 11) *
       VLD-CNPJ.
           MOVE "S" TO CV-VALIDO.
           MOVE ZEROS TO CV-SOMA.
           MOVE 1 TO IND.
       VLD-CNPJ-SOMA1.
           IF IND > 12
              GO TO VLD-CNPJ-CALC1.
           COMPUTE CV-SOMA = CV-SOMA +
                    (CV-CNPJ-DIG (IND) * TBP1-VAL (IND))
           ADD 1 TO IND
           GO TO VLD-CNPJ-SOMA1.
       VLD-CNPJ-CALC1.
           DIVIDE CV-SOMA BY 11 GIVING CV-QTE REMAINDER CV-RESTO.
           IF CV-RESTO < 2
              MOVE 0 TO CV-DIG1
           ELSE
              COMPUTE CV-DIG1 = 11 - CV-RESTO.
           IF CV-DIG1 NOT = CV-CNPJ-DIG (13)
              MOVE "N" TO CV-VALIDO
              GO TO VLD-CNPJ-FIM.

           MOVE ZEROS TO CV-SOMA.
           MOVE 1 TO IND.
       VLD-CNPJ-SOMA2.
           IF IND > 13
              GO TO VLD-CNPJ-CALC2.
           COMPUTE CV-SOMA = CV-SOMA +
                    (CV-CNPJ-DIG (IND) * TBP2-VAL (IND))
           ADD 1 TO IND
           GO TO VLD-CNPJ-SOMA2.
       VLD-CNPJ-CALC2.
           DIVIDE CV-SOMA BY 11 GIVING CV-QTE REMAINDER CV-RESTO.
           IF CV-RESTO < 2
              MOVE 0 TO CV-DIG2
           ELSE
              COMPUTE CV-DIG2 = 11 - CV-RESTO.
           IF CV-DIG2 NOT = CV-CNPJ-DIG (14)
              MOVE "N" TO CV-VALIDO.
       VLD-CNPJ-FIM.
                EXIT.

       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (21, 15) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (21, 15) MENS.
       ROT-MENS-FIM.
                EXIT.

