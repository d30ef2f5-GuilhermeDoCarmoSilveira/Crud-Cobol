      * (PEDFRETE.DAT), A NF E O ROMANEIO IMPRIMEM O    *
      * FRETE E O RELFRETE FECHA O CUSTO MENSAL POR     *
      * TRANSPORTADORA E POR REGIAO.                    *
      * OPCAO T: TABELA DE FRETE DA TRANSPORTADORA      *
      * (TABFRETE.DAT) POR FAIXA DE CEP DE DESTINO, COM *
      * ATE 5 FAIXAS DE PESO (VALOR FECHADO ATE O PESO  *
      * DA FAIXA), VALOR POR KG EXCEDENTE, FRETE MINIMO,*
      * AD VALOREM (% SOBRE O VALOR DA MERCADORIA),     *
      * PRAZO DE ENTREGA EM DIAS E FATOR DE CUBAGEM (KG *
      * POR M3, 000 = 300). O PESO COBRADO E O MAIOR    *
      * ENTRE O PESO BRUTO E O PESO CUBADO. O SCE005    *
      * COTA O FRETE DO PEDIDO POR ESTA TABELA.         *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY IS TRP-CNPJ
                    FILE STATUS IS ST-TRP.

           SELECT ARQTFR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TFR-CHAVE
                    FILE STATUS IS ST-TFR.

       DATA DIVISION.
       FILE SECTION.
       FD ARQTRP
          03 TRP-FONE           PIC 9(11).
          03 TRP-BASE           PIC X(01).

       FD ARQTFR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABFRETE.DAT".
       01 REGTFR.
          03 TFR-CHAVE.
           05 TFR-CNPJ          PIC 9(14).
           05 TFR-CEP-INI       PIC 9(08).
          03 TFR-CEP-FIM        PIC 9(08).
          03 TFR-FAIXA OCCURS 5 TIMES.
           05 TFR-PESO-ATE      PIC 9(05).
           05 TFR-VALOR-FX      PIC 9(05)V99.
          03 TFR-EXCED-KG       PIC 9(03)V99.
          03 TFR-MINIMO         PIC 9(05)V99.
          03 TFR-ADVAL-PCT      PIC 9(02)V99.
          03 TFR-PRAZO          PIC 9(03).
          03 TFR-FATOR-CUB      PIC 9(03).

       WORKING-STORAGE SECTION.
       01 ST-TRP        PIC X(02) VALUE "00".
       01 ST-TFR        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-IX          PIC 9(01) VALUE ZEROS.
       01 W-QTD-FX      PIC 9(01) VALUE ZEROS.
       01 W-EXISTE      PIC 9(01) VALUE ZEROS.
       01 W-CONFLITO    PIC 9(01) VALUE ZEROS.
       01 W-TFR-CNPJ    PIC 9(14) VALUE ZEROS.
       01 W-TFR-INI     PIC 9(08) VALUE ZEROS.
       01 W-TFR-FIM     PIC 9(08) VALUE ZEROS.
       01 W-REG-SALVO   PIC X(112) VALUE SPACES.
       01 W-VAL-ED      PIC ZZZZ9,99.
       01 W-PCT-ED      PIC Z9,99.

       PROCEDURE DIVISION.
       INICIO.
                 DISPLAY "ERRO NA ABERTURA DO CADASTRO DE"
                    " TRANSPORTADORAS"
                 STOP RUN.
       ABRE-TFR.
           OPEN I-O ARQTFR
           IF ST-TFR NOT = "00"
              IF ST-TFR = "30"
                 OPEN OUTPUT ARQTFR
                 CLOSE ARQTFR
                 OPEN I-O ARQTFR
              ELSE
                 DISPLAY "ERRO NA ABERTURA DA TABELA DE FRETE"
                 CLOSE ARQTRP
                 STOP RUN.
       R1.
           DISPLAY "CADASTRO DE TRANSPORTADORAS"
           DISPLAY "I = INCLUIR/ALTERAR | E = EXCLUIR | L = LISTAR"
              " | T = TABELA DE FRETE | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-TRP THRU INCLUI-TRP-FIM
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-TRP THRU LISTA-TRP-FIM
              GO TO R1.
           IF W-OPCAO = "T" OR "t"
              GO TO T1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE I, E, L, T OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * TABELA DE FRETE POR TRANSPORTADORA E FAIXA DE CEP
      *----------------------------------------------------------------
       T1.
           DISPLAY "TABELA DE FRETE"
           DISPLAY "I = INCLUIR/ALTERAR FAIXA DE CEP | E = EXCLUIR"
              " | L = LISTAR | V = VOLTAR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "I" OR "i"
              PERFORM INCLUI-TFR THRU INCLUI-TFR-FIM
              GO TO T1.
           IF W-OPCAO = "E" OR "e"
              PERFORM EXCLUI-TFR THRU EXCLUI-TFR-FIM
              GO TO T1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-TFR THRU LISTA-TFR-FIM
              GO TO T1.
           IF W-OPCAO = "V" OR "v"
              GO TO R1.
           DISPLAY "DIGITE I, E, L OU V"
           GO TO T1.

       INCLUI-TRP.
           MOVE ZEROS TO TRP-CNPJ
           DISPLAY "CNPJ DA TRANSPORTADORA: "
       LISTA-TRP-FIM.
           EXIT.

       INCLUI-TFR.
           MOVE ZEROS TO TRP-CNPJ W-EXISTE
           DISPLAY "CNPJ DA TRANSPORTADORA: "
           ACCEPT TRP-CNPJ
           READ ARQTRP
           IF ST-TRP NOT = "00"
              DISPLAY "TRANSPORTADORA NAO CADASTRADA"
              GO TO INCLUI-TFR-FIM.
           DISPLAY TRP-NOME
           MOVE TRP-CNPJ TO TFR-CNPJ
           MOVE ZEROS TO TFR-CEP-INI
           DISPLAY "CEP INICIAL DA FAIXA: "
           ACCEPT TFR-CEP-INI
           READ ARQTFR
           IF ST-TFR = "00"
              MOVE 1 TO W-EXISTE
              DISPLAY "FAIXA JA CADASTRADA ATE O CEP " TFR-CEP-FIM
                 " - SERA ALTERADA"
           ELSE
              MOVE ZEROS TO TFR-CEP-FIM TFR-EXCED-KG TFR-MINIMO
                 TFR-ADVAL-PCT TFR-PRAZO TFR-FATOR-CUB
              MOVE ZEROS TO W-IX
              PERFORM LIMPA-FAIXA THRU LIMPA-FAIXA-FIM.
           DISPLAY "CEP FINAL DA FAIXA: "
           ACCEPT TFR-CEP-FIM
           IF TFR-CEP-FIM < TFR-CEP-INI
              DISPLAY "CEP FINAL MENOR QUE O INICIAL"
              GO TO INCLUI-TFR-FIM.
           PERFORM VERIFICA-SOBREPOSICAO THRU
              VERIFICA-SOBREPOSICAO-FIM
           IF W-CONFLITO = 1
              DISPLAY "FAIXA DE CEP SOBREPOE OUTRA FAIXA DESTA"
                 " TRANSPORTADORA"
              GO TO INCLUI-TFR-FIM.
           DISPLAY "QTDE DE FAIXAS DE PESO (1-5): "
           ACCEPT W-QTD-FX
           IF W-QTD-FX < 1 OR W-QTD-FX > 5
              DISPLAY "QTDE DE FAIXAS DEVE SER DE 1 A 5"
              GO TO INCLUI-TFR-FIM.
           MOVE ZEROS TO W-IX.
       INCLUI-TFR-FAIXA.
           ADD 1 TO W-IX
           IF W-IX > W-QTD-FX
              GO TO INCLUI-TFR-DADOS.
           DISPLAY "FAIXA " W-IX " - PESO ATE (KG): "
           ACCEPT TFR-PESO-ATE(W-IX)
           IF TFR-PESO-ATE(W-IX) = ZEROS
              DISPLAY "PESO DA FAIXA EM BRANCO"
              SUBTRACT 1 FROM W-IX
              GO TO INCLUI-TFR-FAIXA.
           IF W-IX > 1
              IF TFR-PESO-ATE(W-IX) NOT > TFR-PESO-ATE(W-IX - 1)
                 DISPLAY "PESO DEVE SER MAIOR QUE O DA FAIXA ANTERIOR"
                 SUBTRACT 1 FROM W-IX
                 GO TO INCLUI-TFR-FAIXA.
           DISPLAY "FAIXA " W-IX " - VALOR DO FRETE: "
           ACCEPT TFR-VALOR-FX(W-IX)
           GO TO INCLUI-TFR-FAIXA.
       INCLUI-TFR-DADOS.
           MOVE W-QTD-FX TO W-IX
           PERFORM LIMPA-FAIXA THRU LIMPA-FAIXA-FIM
           DISPLAY "VALOR POR KG ACIMA DA ULTIMA FAIXA: "
           ACCEPT TFR-EXCED-KG
           DISPLAY "FRETE MINIMO: "
           ACCEPT TFR-MINIMO
           DISPLAY "AD VALOREM (% SOBRE O VALOR DA MERCADORIA): "
           ACCEPT TFR-ADVAL-PCT
           DISPLAY "PRAZO DE ENTREGA (DIAS): "
           ACCEPT TFR-PRAZO
           DISPLAY "FATOR DE CUBAGEM KG/M3 (000 = 300): "
           ACCEPT TFR-FATOR-CUB
           IF TFR-FATOR-CUB = ZEROS
              MOVE 300 TO TFR-FATOR-CUB.
           IF W-EXISTE = 1
              REWRITE REGTFR
              DISPLAY "FAIXA DE CEP ALTERADA"
           ELSE
              WRITE REGTFR
              DISPLAY "FAIXA DE CEP INCLUIDA".
       INCLUI-TFR-FIM.
           EXIT.

      * ZERA AS FAIXAS DE PESO ALEM DA POSICAO EM W-IX
       LIMPA-FAIXA.
           ADD 1 TO W-IX
           IF W-IX > 5
              GO TO LIMPA-FAIXA-FIM.
           MOVE ZEROS TO TFR-PESO-ATE(W-IX) TFR-VALOR-FX(W-IX)
           GO TO LIMPA-FAIXA.
       LIMPA-FAIXA-FIM.
           EXIT.

      * UM CEP SO PODE CAIR EM UMA FAIXA DA MESMA TRANSPORTADORA
       VERIFICA-SOBREPOSICAO.
           MOVE ZEROS TO W-CONFLITO
           MOVE REGTFR TO W-REG-SALVO
           MOVE TFR-CNPJ TO W-TFR-CNPJ
           MOVE TFR-CEP-INI TO W-TFR-INI
           MOVE TFR-CEP-FIM TO W-TFR-FIM
           MOVE ZEROS TO TFR-CEP-INI
           START ARQTFR KEY IS NOT LESS THAN TFR-CHAVE
              INVALID KEY GO TO VERIFICA-SOBREPOSICAO-ENC.
       VERIFICA-SOBREPOSICAO-LOOP.
           READ ARQTFR NEXT
           IF ST-TFR NOT = "00"
              GO TO VERIFICA-SOBREPOSICAO-ENC.
           IF TFR-CNPJ NOT = W-TFR-CNPJ
              GO TO VERIFICA-SOBREPOSICAO-ENC.
           IF TFR-CEP-INI = W-TFR-INI
              GO TO VERIFICA-SOBREPOSICAO-LOOP.
           IF TFR-CEP-INI NOT > W-TFR-FIM AND
              TFR-CEP-FIM NOT < W-TFR-INI
              MOVE 1 TO W-CONFLITO
              GO TO VERIFICA-SOBREPOSICAO-ENC.
           GO TO VERIFICA-SOBREPOSICAO-LOOP.
       VERIFICA-SOBREPOSICAO-ENC.
           MOVE W-REG-SALVO TO REGTFR.
       VERIFICA-SOBREPOSICAO-FIM.
           EXIT.

       EXCLUI-TFR.
           MOVE ZEROS TO TFR-CNPJ TFR-CEP-INI
           DISPLAY "CNPJ DA TRANSPORTADORA: "
           ACCEPT TFR-CNPJ
           DISPLAY "CEP INICIAL DA FAIXA: "
           ACCEPT TFR-CEP-INI
           READ ARQTFR
           IF ST-TFR NOT = "00"
              DISPLAY "FAIXA DE CEP NAO ENCONTRADA"
              GO TO EXCLUI-TFR-FIM.
           DISPLAY "EXCLUIR A FAIXA " TFR-CEP-INI " A " TFR-CEP-FIM
              " ? (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
              DELETE ARQTFR RECORD
              DISPLAY "FAIXA DE CEP EXCLUIDA".
       EXCLUI-TFR-FIM.
           EXIT.

       LISTA-TFR.
           MOVE ZEROS TO TFR-CNPJ TFR-CEP-INI
           DISPLAY "CNPJ DA TRANSPORTADORA (0 = TODAS): "
           ACCEPT W-TFR-CNPJ
           MOVE W-TFR-CNPJ TO TFR-CNPJ
           START ARQTFR KEY IS NOT LESS THAN TFR-CHAVE
              INVALID KEY
                 DISPLAY "NENHUMA FAIXA DE CEP CADASTRADA"
                 GO TO LISTA-TFR-FIM.
       LISTA-TFR-LOOP.
           READ ARQTFR NEXT
           IF ST-TFR NOT = "00"
              GO TO LISTA-TFR-FIM.
           IF W-TFR-CNPJ NOT = ZEROS AND TFR-CNPJ NOT = W-TFR-CNPJ
              GO TO LISTA-TFR-FIM.
           MOVE TFR-MINIMO TO W-VAL-ED
           MOVE TFR-ADVAL-PCT TO W-PCT-ED
           DISPLAY TFR-CNPJ " CEP " TFR-CEP-INI " A " TFR-CEP-FIM
              " MINIMO " W-VAL-ED " ADVAL " W-PCT-ED "% PRAZO "
              TFR-PRAZO " D CUB " TFR-FATOR-CUB
           MOVE ZEROS TO W-IX.
       LISTA-TFR-FAIXA.
           ADD 1 TO W-IX
           IF W-IX > 5
              GO TO LISTA-TFR-EXCED.
           IF TFR-PESO-ATE(W-IX) = ZEROS
              GO TO LISTA-TFR-EXCED.
           MOVE TFR-VALOR-FX(W-IX) TO W-VAL-ED
           DISPLAY "    ATE " TFR-PESO-ATE(W-IX) " KG  " W-VAL-ED
           GO TO LISTA-TFR-FAIXA.
       LISTA-TFR-EXCED.
           MOVE TFR-EXCED-KG TO W-VAL-ED
           DISPLAY "    KG EXCEDENTE " W-VAL-ED
           GO TO LISTA-TFR-LOOP.
       LISTA-TFR-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQTFR.
           CLOSE ARQTRP.
           STOP RUN.

