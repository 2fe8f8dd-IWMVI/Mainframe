          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 PEI-STATUS              PIC X(01).
          03 PEI-QTDRECEBIDA         PIC 9(06).
          03 PEI-DESCONTO            PIC 9(02)V99.
          03 PEI-FATOR               PIC 9(04).

       FD ARQEST
               LABEL RECORD IS STANDARD
