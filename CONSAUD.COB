       PROGRAM-ID. CONSAUD.
      **************************************************
      * CONSULTA DA TRILHA DE AUDITORIA (AUDITORIA.DAT) *
      * AS LINHAS DE 550 BYTES GRAVADAS PELOS CADASTROS *
      * E PELO SCE005/SCE041/PERDAS/LIMCRED TRAZEM O    *
      * PROGRAMA NO INICIO E OS CAMPOS CHAVE=,          *
      * OPERADOR=, DATA= E HORA=. AQUI DA PARA FILTRAR  *
       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(550).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONSAUD.TXT".
       01 LINHA-SAI              PIC X(550).

       WORKING-STORAGE SECTION.
       01 ST-AUD        PIC X(02) VALUE "00".
           IF W-OK = ZEROS
              GO TO VARRE-LINHAS.
           ADD 1 TO W-QTD-ACH
           PERFORM MOSTRA-LINHA THRU MOSTRA-LINHA-FIM
           IF W-DUMP = "S"
              MOVE LINHA-AUD TO LINHA-SAI
              WRITE LINHA-SAI.
           DISPLAY "LINHAS ENCONTRADAS: " W-QTD-ACH
           STOP RUN.

      *----------------------------------------------------------------
      * MOSTRA A LINHA EM FATIAS DE 110; AS FATIAS SEGUINTES (ANTES/
      * DEPOIS) SO QUANDO GRAVADAS
      *----------------------------------------------------------------
       MOSTRA-LINHA.
           DISPLAY LINHA-AUD(1:110)
           MOVE 111 TO IX.
       MOSTRA-LINHA-LOOP.
           IF IX > 550
              GO TO MOSTRA-LINHA-FIM.
           IF LINHA-AUD(IX:110) NOT = SPACES
              DISPLAY "   " LINHA-AUD(IX:110).
           ADD 110 TO IX
           GO TO MOSTRA-LINHA-LOOP.
       MOSTRA-LINHA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * APLICA OS FILTROS NA LINHA CORRENTE
      *----------------------------------------------------------------
           MOVE ZEROS TO IX.
       BUSCA-TEXTO-LOOP.
           ADD 1 TO IX
           IF IX > 500
              GO TO BUSCA-TEXTO-FIM.
           IF LINHA-AUD(IX:W-LEN) = W-BUSCA(1:W-LEN)
              MOVE IX TO W-POS
