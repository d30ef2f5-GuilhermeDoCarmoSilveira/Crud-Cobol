          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQMLT
               LABEL RECORD IS STANDARD
           WRITE LINHA-SAI
           ADD 1 TO W-QTD-MOV
      * "B"/"L" (QUARENTENA, SCE036) NAO MEXEM NO SALDO FISICO:
      * APARECEM NA LISTA MAS FICAM FORA DOS TOTAIS. "I" E A
      * SAIDA POR REQUISICAO INTERNA (SCE053)
           IF MOV-TIPO = "E"
              ADD MOV-QTD TO W-TOT-ENT
           ELSE
              IF MOV-TIPO = "S" OR "I"
                 ADD MOV-QTD TO W-TOT-SAI.
           GO TO LISTA-MOV-LOOP.
       LISTA-MOV-FIM.
