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
              MOVE "S" TO PAR-PERMITEBACK
              MOVE ZEROS TO PAR-MARGEMMIN
              MOVE 90 TO PAR-VALSENHA
              MOVE 30 TO PAR-MARKUP
              MOVE 1,00 TO PAR-TOLNOTA
              MOVE 1,00 TO PAR-PTSREAL
              MOVE 0,01 TO PAR-VALPONTO
              MOVE 365 TO PAR-VALIDPTS
              MOVE 2,00 TO PAR-TAXACARTAO
              MOVE 30 TO PAR-PRAZOCART
              MOVE "P" TO PAR-CRITFORN
              MOVE 500,00 TO PAR-LIMPERDA
              MOVE 10000,00 TO PAR-LIMCOMPRA
              MOVE "COMERCIAL SCE LTDA" TO PAR-EMPNOME
              MOVE 00000000000191 TO PAR-EMPCNPJ.

       R0E.
           PERFORM ABRE-USU THRU ABRE-USU-FIM
              MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B1-BAIXA.
      * TITULO A PAGAR "B" AGUARDA A CONFERENCIA DA NOTA DO      *
      * FORNECEDOR (SCE050) E NAO PODE SER PAGO AINDA             *
           IF TIT-STATUS = "B"
              MOVE "*** TITULO BLOQUEADO - NOTA EM CONFERENCIA ***"
                                                            TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B1-BAIXA.
      * TITULO RENEGOCIADO ("N") FOI FECHADO POR UM ACORDO DO    *
      * SCE055: O CLIENTE PAGA AS PARCELAS DO ACORDO               *
           IF TIT-STATUS = "N"
              MOVE "*** TITULO RENEGOCIADO, BAIXE O ACORDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO B1-BAIXA.
           IF TIT-STATUS NOT = "A"
              MOVE "*** TITULO NAO ESTA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ ARQTIT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO A4-TOTAIS.
      * TITULO A PAGAR BLOQUEADO ("B") NA CONFERENCIA DA NOTA DO *
      * FORNECEDOR (SCE050) CONTINUA SENDO DIVIDA EM ABERTO       *
           IF TIT-STATUS NOT = "A" AND "B"
              GO TO A2-LOOP.

           IF W-TEMABERTO = "N"
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
           WRITE REGPAR.
           CLOSE ARQPAR.
       CARGA-PAR-PADRAO-FIM.
