          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQPRO
               LABEL RECORD IS STANDARD
          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQCLI
               LABEL RECORD IS STANDARD
                 GO TO R5-TOTAIS.

           ADD 1 TO W-QTDPED
           IF PED-STATUS NOT = "C" AND "R" AND "G" AND "A"
              IF PED-TIPOPEDIDO NOT = 3
                 ADD PED-VALORTOTAL TO W-TOTAL.

              IF PED-STATUS = "G"
               MOVE "AGUARDA RECEB" TO DSTATUS
              ELSE
               IF PED-STATUS = "A"
                MOVE "AGUARDA APROV" TO DSTATUS
               ELSE
                MOVE "NORMAL" TO DSTATUS.

           MOVE PED-COD TO LP-PEDIDO
           MOVE PED-DATA TO LP-DATA
