                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

       SELECT ARQSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SIT-CHAVE
                    FILE STATUS IS ST-SIT.

       SELECT ARQCTT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTT-CHAVE
                    FILE STATUS IS ST-CTT.

       SELECT ARQMSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MSG-CHAVE
                    ALTERNATE RECORD KEY IS MSG-CPFCNPJ
                       WITH DUPLICATES
                    FILE STATUS IS ST-MSG.
       DATA DIVISION.
       FILE SECTION.
      *
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FICHACLI.TXT".
       01 LINHA-FICHA            PIC X(100).

       FD ARQSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SITPES.DAT".
       01 REGSIT.
          03 SIT-CHAVE.
           05 SIT-TIPO           PIC X(01).
           05 SIT-CODPESSOA      PIC 9(14).
          03 SIT-STATUS          PIC X(01).
          03 SIT-MOTIVO          PIC 9(02).
          03 SIT-OBS             PIC X(40).
          03 SIT-DATA            PIC 9(08).
          03 SIT-OPERADOR        PIC X(10).

       FD ARQCTT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTATO.DAT".
       01 REGCTT.
          03 CTT-CHAVE.
           05 CTT-TIPO           PIC X(01).
           05 CTT-CODPESSOA      PIC 9(14).
           05 CTT-SEQ            PIC 9(02).
          03 CTT-NOME            PIC X(40).
          03 CTT-FUNCAO          PIC X(01).
          03 CTT-TEL             PIC 9(11).
          03 CTT-EMAIL           PIC X(40).
          03 CTT-PREF-FIN        PIC X(01).
          03 CTT-PREF-REC        PIC X(01).
          03 CTT-PREF-COM        PIC X(01).
          03 CTT-DATA            PIC 9(08).
          03 CTT-OPERADOR        PIC X(10).
       FD ARQMSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MENSAG.DAT".
       01 REGMSG.
          03 MSG-CHAVE.
           05 MSG-DATA           PIC 9(08).
           05 MSG-HORA           PIC 9(08).
           05 MSG-SEQ            PIC 9(03).
          03 MSG-CPFCNPJ         PIC 9(14).
          03 MSG-EMAIL           PIC X(40).
          03 MSG-NOME            PIC X(40).
          03 MSG-TIPO            PIC X(02).
          03 MSG-DOCUMENTO       PIC X(20).
          03 MSG-ANEXO           PIC X(20).
          03 MSG-STATUS          PIC X(01).
          03 MSG-PROGRAMA        PIC X(08).
          03 MSG-DATA-EXP        PIC 9(08).
          03 MSG-DATA-RET        PIC 9(08).
          03 MSG-MOTIVO          PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-ERRO2          PIC X(02) VALUE "00".
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-LIN-VAL       PIC ZZZZZZ9,99.
      * 01 CRSONOME        PIC X(30) VALUE SPACES
      * 01 CEMAIL          PIC X(23) VALUE SPACES.
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-ABERTO  PIC X(01) VALUE "N".
       01 W-FILTRO      PIC X(01) VALUE SPACES.
       01 W-SIT-ABREV   PIC X(04) VALUE SPACES.
       01 W-MOTIVOS-SIT.
          03 FILLER PIC X(22) VALUE "01INADIMPLENCIA       ".
          03 FILLER PIC X(22) VALUE "02CADASTRO IRREGULAR  ".
          03 FILLER PIC X(22) VALUE "03A PEDIDO DA PESSOA  ".
          03 FILLER PIC X(22) VALUE "04RESTRICAO NO BIRO   ".
          03 FILLER PIC X(22) VALUE "05ENCERROU ATIVIDADES ".
          03 FILLER PIC X(22) VALUE "06QUALIDADE/ENTREGA   ".
          03 FILLER PIC X(22) VALUE "07SUSPEITA DE FRAUDE  ".
          03 FILLER PIC X(22) VALUE "99OUTROS              ".
       01 W-TAB-MOTSIT REDEFINES W-MOTIVOS-SIT.
          03 W-MOTSIT OCCURS 8 TIMES.
             05 WMS-COD          PIC 9(02).
             05 WMS-DESC         PIC X(20).
       01 W-QTD-MOTSIT  PIC 9(02) VALUE 8.
       01 IX-MS         PIC 9(02) VALUE ZEROS.
       01 W-MS-ACHOU    PIC 9(01) VALUE ZEROS.
       01 W-MS-DESC     PIC X(20) VALUE SPACES.
       01 W-SIT-DESC    PIC X(17) VALUE SPACES.
       01 ST-CTT        PIC X(02) VALUE "00".
       01 W-CTT-ABERTO  PIC X(01) VALUE "N".
       01 W-CTT-QTD     PIC 9(02) VALUE ZEROS.
       01 W-CTT-FUNC-DESC PIC X(11) VALUE SPACES.
       01 DET-CTT.
          03 DCT-SEQ       PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DCT-NOME      PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DCT-FUNCAO    PIC X(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DCT-TEL       PIC 9(11).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DCT-EMAIL     PIC X(22).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DCT-PREF      PIC X(03).

       01 ST-MSG        PIC X(02) VALUE "00".
       01 W-MSG-ABERTO  PIC X(01) VALUE "N".
       01 W-MSG-TIPO-DESC PIC X(14) VALUE SPACES.
       01 DET-MSG.
          03 DMS-DATA      PIC 9999/99/99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DMS-TIPO      PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DMS-DOC       PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DMS-EMAIL     PIC X(22).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DMS-SIT       PIC X(09).

       01 DET2.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETCPFCNPJ    PIC 9(14) VALUE ZEROS.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DETRSNOME     PIC X(30) VALUE SPACES.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETSIT        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETEMAIL      PIC X(23) VALUE SPACES.

       01 DET3.
           05  LINE 03  COLUMN 01 
               VALUE  "    CNPJ/CPF             RAZAO SOCIAL /".
           05  LINE 03  COLUMN 41 
               VALUE  "NOME      SIT         EMAIL".
           05  TCCPFCNPJ
               LINE 05  COLUMN 02  PIC 9(14)
               USING  CCPFCNPJ.
                 MOVE "ERRO ABERTURA DO ARQUIVO CADCLI"  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           MOVE "N" TO W-SIT-ABERTO
           OPEN INPUT ARQSIT
           IF ST-SIT = "00"
              MOVE "S" TO W-SIT-ABERTO.
           MOVE "N" TO W-CTT-ABERTO
           OPEN INPUT ARQCTT
           IF ST-CTT = "00"
              MOVE "S" TO W-CTT-ABERTO.
           MOVE "N" TO W-MSG-ABERTO
           OPEN INPUT ARQMSG
           IF ST-MSG = "00"
              MOVE "S" TO W-MSG-ABERTO.
       INC01.
           MOVE ZEROS TO CCPFCNPJ
           MOVE SPACES TO CNOME
           DISPLAY TELACCLI.
       INC-MODO.
           DISPLAY (21, 12) "BUSCAR POR: 1=CPF/CNPJ  2=NOME"
           " 3=CSV 4=FICHA 5=CONTATOS 6=MENSAGENS"
           MOVE 1 TO W-SEL
           ACCEPT (21, 45) W-SEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      CLOSE CADCLI
                      GO TO ROT-FIM.
           IF W-SEL = 4
                      GO TO IMPRIME-FICHA.
           IF W-SEL = 5
                      GO TO CONSULTA-CONTATOS.
           IF W-SEL = 6
                      GO TO CONSULTA-MENSAGENS.
           IF W-SEL NOT = 1 AND 2 AND 3
                      MOVE "DIGITE 1, 2, 3, 4, 5 OU 6" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-MODO.
      * FILTRO PELA SITUACAO CADASTRAL (SITPES.DAT)
       INC-FILTRO.
           MOVE SPACES TO W-FILTRO
           DISPLAY (22, 12) "SITUACAO A/V/I (BRANCO = TODAS):"
           ACCEPT (22, 45) W-FILTRO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                      CLOSE CADCLI
                      GO TO ROT-FIM.
           INSPECT W-FILTRO CONVERTING "avi" TO "AVI"
           IF W-FILTRO NOT = SPACES AND "A" AND "V" AND "I"
                      MOVE "SITUACAO INVALIDA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FILTRO.
           DISPLAY (22, 12) LIMPA
           IF W-SEL = 2
                      GO TO INC-NOME.
           IF W-SEL = 3
                      GO TO EXPORTA-CSV.
       INC-001A.
           DISPLAY (22, 12)
            "F1 = ENCERRA CONSULTA"
           MOVE "CPFCNPJ,RSNOME,APSOBRE,CEP,LOGR,NUM,COMPL,BAIRRO,"
              TO LINHA-CSV
           WRITE LINHA-CSV
           STRING "CIDADE,UF,TEL,EMAIL,SIT" DELIMITED BY SIZE
              INTO LINHA-CSV
           WRITE LINHA-CSV
           MOVE ZEROS TO CPFCNPJ
           READ CADCLI NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXPORTA-CSV-FIM.
           PERFORM LE-SITUACAO THRU LE-SITUACAO-FIM
           IF W-FILTRO NOT = SPACES AND SIT-STATUS NOT = W-FILTRO
              GO TO EXPORTA-CSV-LOOP.
           STRING CPFCNPJ "," RSNOME DELIMITED BY SPACE ","
              APSOBRE DELIMITED BY SPACE ","
              CEP "," LOGR DELIMITED BY SPACE ","
              BAIRRO DELIMITED BY SPACE ","
              CIDADE DELIMITED BY SPACE ","
              UF "," TEL "," EMAIL DELIMITED BY SPACE
              "," SIT-STATUS DELIMITED BY SIZE
              INTO LINHA-CSV
           WRITE LINHA-CSV
           GO TO EXPORTA-CSV-LOOP.
           STRING "LIMITE DE CREDITO: " W-LIN-VAL DELIMITED BY SIZE
              INTO LINHA-FICHA
           WRITE LINHA-FICHA
           PERFORM LE-SITUACAO THRU LE-SITUACAO-FIM
           PERFORM DESC-SITUACAO
           MOVE SPACES TO LINHA-FICHA
           IF SIT-STATUS = "A"
              STRING "SITUACAO  : " W-SIT-DESC DELIMITED BY SIZE
                 INTO LINHA-FICHA
              WRITE LINHA-FICHA
           ELSE
              PERFORM ACHA-MOTSIT THRU ACHA-MOTSIT-FIM
              STRING "SITUACAO  : " W-SIT-DESC " DESDE " SIT-DATA
                 " MOTIVO " SIT-MOTIVO " " W-MS-DESC
                 DELIMITED BY SIZE INTO LINHA-FICHA
              WRITE LINHA-FICHA
              MOVE SPACES TO LINHA-FICHA
              STRING "OBSERVACAO: " SIT-OBS " OPERADOR " SIT-OPERADOR
                 DELIMITED BY SIZE INTO LINHA-FICHA
              WRITE LINHA-FICHA.
           PERFORM FICHA-CONTATOS THRU FICHA-CONTATOS-FIM
           CLOSE ARQFICHA
           MOVE "FICHA GERADA EM FICHACLI.TXT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC01.
      * CONTATOS DA PESSOA (CONTATO.DAT, MANTIDO NO CADASTRO)
       CONSULTA-CONTATOS.
           DISPLAY (22, 12) "F1 = ENCERRA CONSULTA"
           ACCEPT TCCPFCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCLI
              GO TO ROT-FIM.
           MOVE CCPFCNPJ TO CPFCNPJ
           READ CADCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** CPF/CNPJ NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC01.
           DISPLAY (22, 12) LIMPA
           DISPLAY (05, 18) RSNOME(1:60)
           DISPLAY (06, 01) "SQ NOME                      FUNCAO"
           DISPLAY (06, 42) "TELEFONE    EMAIL                  PRF"
           MOVE 7 TO LIN
           IF W-CTT-ABERTO NOT = "S"
              GO TO CONSULTA-CONTATOS-FIM.
           MOVE "C" TO CTT-TIPO
           MOVE CPFCNPJ TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO CONSULTA-CONTATOS-FIM.
       CONSULTA-CONTATOS-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO CONSULTA-CONTATOS-FIM.
           IF CTT-TIPO NOT = "C" OR CTT-CODPESSOA NOT = CPFCNPJ
              GO TO CONSULTA-CONTATOS-FIM.
           PERFORM CTT-MONTA-DET
           DISPLAY (LIN, 01) DET-CTT
           ADD 1 TO LIN
           IF LIN < 17
              GO TO CONSULTA-CONTATOS-LOOP.
       CONSULTA-CONTATOS-FIM.
           IF LIN = 7
              MOVE "NENHUM CONTATO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              DISPLAY (18, 01) "PRF: F=COBRANCA R=ENTREGA C=COTACAO".
           GO TO NOV-SOL.
      * MENSAGENS ENVIADAS AO CLIENTE (MENSAG.DAT, GATEWAY DE
      * EMAIL - ENVMSG), PELA CHAVE ALTERNATIVA DO CPF/CNPJ
       CONSULTA-MENSAGENS.
           DISPLAY (22, 12) "F1 = ENCERRA CONSULTA"
           ACCEPT TCCPFCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCLI
              GO TO ROT-FIM.
           MOVE CCPFCNPJ TO CPFCNPJ
           READ CADCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** CPF/CNPJ NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC01.
           DISPLAY (22, 12) LIMPA
           DISPLAY (05, 18) RSNOME(1:60)
           DISPLAY (06, 01) "DATA       TIPO           DOCUMENTO"
           DISPLAY (06, 48) "EMAIL                  SITUACAO"
           MOVE 7 TO LIN
           IF W-MSG-ABERTO NOT = "S"
              GO TO CONSULTA-MENSAGENS-FIM.
           MOVE CPFCNPJ TO MSG-CPFCNPJ
           START ARQMSG KEY IS EQUAL MSG-CPFCNPJ
              INVALID KEY GO TO CONSULTA-MENSAGENS-FIM.
       CONSULTA-MENSAGENS-LOOP.
           READ ARQMSG NEXT
           IF (ST-MSG NOT = "00" AND "02")
              OR MSG-CPFCNPJ NOT = CPFCNPJ
              GO TO CONSULTA-MENSAGENS-FIM.
           IF LIN = 17
              DISPLAY (18, 01) "HA MAIS MENSAGENS NAO EXIBIDAS"
              GO TO CONSULTA-MENSAGENS-FIM.
           PERFORM MSG-MONTA-DET
           DISPLAY (LIN, 01) DET-MSG
           ADD 1 TO LIN
           GO TO CONSULTA-MENSAGENS-LOOP.
       CONSULTA-MENSAGENS-FIM.
           IF LIN = 7
              MOVE "NENHUMA MENSAGEM ENVIADA AO CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO NOV-SOL.
       MSG-MONTA-DET.
           MOVE MSG-DATA TO DMS-DATA
           MOVE MSG-TIPO TO W-MSG-TIPO-DESC
           IF MSG-TIPO = "PD"
              MOVE "PEDIDO" TO W-MSG-TIPO-DESC.
           IF MSG-TIPO = "NF"
              MOVE "NOTA FISCAL" TO W-MSG-TIPO-DESC.
           IF MSG-TIPO = "BL"
              MOVE "BOLETO" TO W-MSG-TIPO-DESC.
           IF MSG-TIPO = "EX"
              MOVE "EXTRATO" TO W-MSG-TIPO-DESC.
           IF MSG-TIPO = "CB"
              MOVE "CARTA COBRANCA" TO W-MSG-TIPO-DESC.
           IF MSG-TIPO = "DS"
              MOVE "DESPACHO" TO W-MSG-TIPO-DESC.
           MOVE W-MSG-TIPO-DESC TO DMS-TIPO
           MOVE MSG-DOCUMENTO TO DMS-DOC
           MOVE MSG-EMAIL TO DMS-EMAIL
           MOVE "PENDENTE" TO DMS-SIT
           IF MSG-STATUS = "E"
              MOVE "EXPORTADA" TO DMS-SIT.
           IF MSG-STATUS = "S"
              MOVE "ENVIADA" TO DMS-SIT.
           IF MSG-STATUS = "D"
              MOVE "DEVOLVIDA" TO DMS-SIT.
      * SECAO DE CONTATOS DA FICHA CADASTRAL
       FICHA-CONTATOS.
           MOVE ZEROS TO W-CTT-QTD
           MOVE SPACES TO LINHA-FICHA
           WRITE LINHA-FICHA
           MOVE "CONTATOS" TO LINHA-FICHA
           WRITE LINHA-FICHA
           IF W-CTT-ABERTO NOT = "S"
              GO TO FICHA-CONTATOS-FIM.
           MOVE "C" TO CTT-TIPO
           MOVE CPFCNPJ TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO FICHA-CONTATOS-FIM.
       FICHA-CONTATOS-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO FICHA-CONTATOS-FIM.
           IF CTT-TIPO NOT = "C" OR CTT-CODPESSOA NOT = CPFCNPJ
              GO TO FICHA-CONTATOS-FIM.
           ADD 1 TO W-CTT-QTD
           PERFORM CTT-MONTA-DET
           MOVE SPACES TO LINHA-FICHA
           STRING "  " CTT-SEQ " " CTT-NOME " " W-CTT-FUNC-DESC
              " TEL " CTT-TEL
              DELIMITED BY SIZE INTO LINHA-FICHA
           WRITE LINHA-FICHA
           MOVE SPACES TO LINHA-FICHA
           STRING "     EMAIL " CTT-EMAIL " PREFERENCIAL " DCT-PREF
              DELIMITED BY SIZE INTO LINHA-FICHA
           WRITE LINHA-FICHA
           GO TO FICHA-CONTATOS-LOOP.
       FICHA-CONTATOS-FIM.
           IF W-CTT-QTD = ZEROS
              MOVE "  NENHUM CONTATO CADASTRADO" TO LINHA-FICHA
              WRITE LINHA-FICHA.
       INC-RD2.
           DISPLAY (22, 12) LIMPA
           READ CADCLI NEXT
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           PERFORM LE-SITUACAO THRU LE-SITUACAO-FIM
           IF W-FILTRO NOT = SPACES AND SIT-STATUS NOT = W-FILTRO
              GO TO INC-RD2.
       ROT-MONTAR.
           MOVE W-SIT-ABREV TO DETSIT
           MOVE CPFCNPJ TO DETCPFCNPJ
           MOVE RSNOME TO DETRSNOME
           MOVE EMAIL TO DETEMAIL
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE CADCLI.
           IF W-SIT-ABERTO = "S"
              CLOSE ARQSIT.
           IF W-CTT-ABERTO = "S"
              CLOSE ARQCTT.
           IF W-MSG-ABERTO = "S"
              CLOSE ARQMSG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
              DISPLAY (22, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
      * SITUACAO CADASTRAL DA PESSOA LIDA; SEM REGISTRO = ATIVO
       LE-SITUACAO.
           IF W-SIT-ABERTO NOT = "S"
              GO TO LE-SITUACAO-ATIVO.
           MOVE "C" TO SIT-TIPO
           MOVE CPFCNPJ TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              GO TO LE-SITUACAO-ABREV.
       LE-SITUACAO-ATIVO.
           MOVE "A" TO SIT-STATUS
           MOVE ZEROS TO SIT-MOTIVO SIT-DATA.
       LE-SITUACAO-ABREV.
           MOVE "ATIV" TO W-SIT-ABREV
           IF SIT-STATUS = "V"
              MOVE "BLQV" TO W-SIT-ABREV.
           IF SIT-STATUS = "C"
              MOVE "BLQC" TO W-SIT-ABREV.
           IF SIT-STATUS = "I"
              MOVE "INAT" TO W-SIT-ABREV.
       LE-SITUACAO-FIM.
           EXIT.
      * DESCRICAO DA SITUACAO CADASTRAL (SITPES.DAT)
       DESC-SITUACAO.
           MOVE "ATIVO" TO W-SIT-DESC
           IF SIT-STATUS = "V"
              MOVE "BLOQUEADO VENDAS" TO W-SIT-DESC.
           IF SIT-STATUS = "C"
              MOVE "BLOQUEADO COMPRAS" TO W-SIT-DESC.
           IF SIT-STATUS = "I"
              MOVE "INATIVO" TO W-SIT-DESC.
       ACHA-MOTSIT.
           MOVE ZEROS TO W-MS-ACHOU
           MOVE SPACES TO W-MS-DESC
           MOVE 1 TO IX-MS.
       ACHA-MOTSIT-LOOP.
           IF IX-MS > W-QTD-MOTSIT
              GO TO ACHA-MOTSIT-FIM.
           IF WMS-COD(IX-MS) = SIT-MOTIVO
              MOVE 1 TO W-MS-ACHOU
              MOVE WMS-DESC(IX-MS) TO W-MS-DESC
              GO TO ACHA-MOTSIT-FIM.
           ADD 1 TO IX-MS
           GO TO ACHA-MOTSIT-LOOP.
       ACHA-MOTSIT-FIM.
           EXIT.
      * LINHA DO CONTATO: PREF MOSTRA F=COBRANCA, R=ENTREGA,
      * C=COTACAO QUANDO O CONTATO E O PREFERENCIAL PARA O FIM
       CTT-MONTA-DET.
           MOVE CTT-SEQ TO DCT-SEQ
           MOVE CTT-NOME TO DCT-NOME
           MOVE CTT-TEL TO DCT-TEL
           MOVE CTT-EMAIL TO DCT-EMAIL
           MOVE SPACES TO W-CTT-FUNC-DESC
           IF CTT-FUNCAO = "C"
              MOVE "COMPRAS" TO W-CTT-FUNC-DESC.
           IF CTT-FUNCAO = "F"
              MOVE "FINANCEIRO" TO W-CTT-FUNC-DESC.
           IF CTT-FUNCAO = "R"
              MOVE "RECEBIMENTO" TO W-CTT-FUNC-DESC.
           IF CTT-FUNCAO = "D"
              MOVE "DIRETORIA" TO W-CTT-FUNC-DESC.
           MOVE W-CTT-FUNC-DESC TO DCT-FUNCAO
           MOVE "..." TO DCT-PREF
           IF CTT-PREF-FIN = "S"
              MOVE "F" TO DCT-PREF(1:1).
           IF CTT-PREF-REC = "S"
              MOVE "R" TO DCT-PREF(2:1).
           IF CTT-PREF-COM = "S"
              MOVE "C" TO DCT-PREF(3:1).
       FIM-ROT-MENS.
