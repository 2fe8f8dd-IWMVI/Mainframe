          03 PRO-CLASSEABC           PIC X(01).
          03 PRO-PERECIVEL           PIC X(01).
          03 PRO-CODBARRA            PIC 9(13).
          03 PRO-SERIAL              PIC X(01).
          03 PRO-GARANTIA            PIC 9(03).
          03 PRO-PESO                PIC 9(03)V999.

       FD ARQPED
               LABEL RECORD IS STANDARD
