          03 QTD-MINIMO     PIC 9(06).
		  03 PROD-CPFCNPJ	PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQFOR
               LABEL RECORD IS STANDARD
