                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ALT-CODIGO
                    FILE STATUS IS ST-ALT.

           SELECT ARQPSR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSR-CODPROD
                    FILE STATUS IS ST-PSR.

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.
       SELECT ARQTRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.
           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPROD
          03 QTD-MINIMO     PIC 9(06).
		  03 PROD-CPFCNPJ	PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQFOR
               LABEL RECORD IS STANDARD
          03 ALT-CODPROD       PIC 9(06).
          03 ALT-CPFCNPJ       PIC 9(14).

       FD ARQPSR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSER.DAT".
       01 REGPSR.
          03 PSR-CODPROD       PIC 9(06).
          03 PSR-CONTROLA      PIC X(01).
          03 PSR-GARANTIA      PIC 9(03).
          03 PSR-OPERADOR      PIC X(10).

       FD ARQPSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSIT.DAT".
       01 REGPSI.
          03 PSI-CODPROD       PIC 9(06).
          03 PSI-STATUS        PIC X(01).
          03 PSI-STATUS-ANT     PIC X(01).
          03 PSI-DATA-VIG       PIC 9(08).
          03 PSI-MOTIVO        PIC 9(02).
          03 PSI-OBS           PIC X(40).
          03 PSI-DATA          PIC 9(08).
          03 PSI-OPERADOR       PIC X(10).

       FD ARQTRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOCKS.DAT".
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JOURNAL.DAT".
       01 REGJRN.
          03 JRN-TRANS.
           05 JRN-PROG           PIC X(08).
           05 JRN-TRANS-DH       PIC 9(16).
           05 JRN-TRANS-OPER     PIC X(10).
          03 JRN-SEQ             PIC 9(04).
          03 JRN-TIPO            PIC X(01).
          03 JRN-ARQUIVO         PIC X(08).
          03 JRN-OPER            PIC X(01).
          03 JRN-CHAVE           PIC X(20).
          03 JRN-DATAHORA        PIC 9(14).
          03 JRN-OPERADOR        PIC X(10).
          03 JRN-ANTES           PIC X(110).
          03 JRN-DEPOIS          PIC X(110).

       WORKING-STORAGE SECTION.
       01 ST-JRN             PIC X(02) VALUE "00".
       01 W-JRN-PROG         PIC X(08) VALUE "SCE004".
       01 W-JRN-TRANS        PIC X(34) VALUE SPACES.
       01 W-JRN-SEQ          PIC 9(04) VALUE ZEROS.
       01 W-JRN-OPER         PIC X(01) VALUE SPACES.
       01 W-JRN-ARQ          PIC X(08) VALUE SPACES.
       01 W-JRN-CHAVE        PIC X(20) VALUE SPACES.
       01 W-JRN-DTH          PIC X(21) VALUE SPACES.
       01 W-JRN-ANTES        PIC X(110) VALUE SPACES.
       01 W-JRN-DEPOIS       PIC X(110) VALUE SPACES.
       01 ST-TRV        PIC X(02) VALUE "00".
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-TRV-ATIVO   PIC 9(01) VALUE ZEROS.
          03 QTD-MINIMO-ANTES     PIC 9(06).
          03 PROD-CPFCNPJ-ANTES   PIC 9(14).
          03 ULT-OPERADOR-ANTES   PIC X(10).
          03 PROD-PESO-ANTES      PIC 9(05)V999.
          03 PROD-CUBAGEM-ANTES   PIC 9(03)V9999.
       01 W-TEM-ANTES   PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR         PIC X(10) VALUE SPACES.
       01 ST-PRECO           PIC X(02) VALUE "00".
       01 W-ALT-COD          PIC X(14) VALUE SPACES.
       01 W-ALT-TIPO         PIC X(01) VALUE SPACES.
       01 W-ALT-LIN          PIC 9(02) VALUE ZEROS.
       01 ST-PSR             PIC X(02) VALUE "00".
       01 W-PSR-CONTROLA     PIC X(01) VALUE SPACES.
       01 W-PSR-GARANTIA     PIC 9(03) VALUE ZEROS.
       01 ST-PSI             PIC X(02) VALUE "00".
       01 W-PSI-TELA         PIC X(45) VALUE SPACES.
       01 W-PSI-SIT          PIC X(01) VALUE "A".
       01 W-PSI-NOVA         PIC X(01) VALUE SPACES.
       01 W-PSI-VIG          PIC 9(08) VALUE ZEROS.
       01 W-PSI-MOT          PIC 9(02) VALUE ZEROS.
       01 W-PSI-OBS          PIC X(40) VALUE SPACES.
       01 W-PSI-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-PSI-DESC         PIC X(15) VALUE SPACES.
       01 W-MOTIVOS-PSI.
          03 FILLER PIC X(22) VALUE "01BAIXO GIRO          ".
          03 FILLER PIC X(22) VALUE "02SUBSTITUIDO         ".
          03 FILLER PIC X(22) VALUE "03FORNECEDOR ENCERROU ".
          03 FILLER PIC X(22) VALUE "04RECALL/QUALIDADE    ".
          03 FILLER PIC X(22) VALUE "05RESTRICAO LEGAL     ".
          03 FILLER PIC X(22) VALUE "06REVISAO DO MIX      ".
          03 FILLER PIC X(22) VALUE "99OUTROS              ".
       01 W-TAB-MOTPSI REDEFINES W-MOTIVOS-PSI.
          03 W-MOTPSI OCCURS 7 TIMES.
             05 WMP-COD          PIC 9(02).
             05 WMP-DESC         PIC X(20).
       01 W-QTD-MOTPSI       PIC 9(02) VALUE 7.
       01 IX-MP              PIC 9(02) VALUE ZEROS.
       01 W-MP-ACHOU         PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.
       
               VALUE  " ULT. PRECO: R$".
           05  LINE 11  COLUMN 01 
               VALUE  " DATA ULTIMA COMPRA:".
           05  LINE 11  COLUMN 34
               VALUE  " PESO BRUTO KG:".
           05  LINE 11  COLUMN 59
               VALUE  " M3:".
           05  LINE 13  COLUMN 01
               VALUE  " QTD. EM ESTOQUE:".
           05  LINE 13  COLUMN 30
           05  TCOD
               LINE 03  COLUMN 10  PIC 9(06)
               USING  COD.
           05  TSITPROD
               LINE 03  COLUMN 30  PIC X(45)
               USING  W-PSI-TELA.
           05  TDESC
               LINE 05  COLUMN 13  PIC X(30)
               USING  DESC.
           05  TQTDMIN
               LINE 13  COLUMN 43  PIC 9(06)
               USING  QTD-MINIMO.
           05  TPESO
               LINE 11  COLUMN 50  PIC 9(05)V999
               USING  PROD-PESO.
           05  TCUBAGEM
               LINE 11  COLUMN 64  PIC 9(03)V9999
               USING  PROD-CUBAGEM.
           05  TCPFCNPJ
               LINE 15  COLUMN 23  PIC 9(14)
               USING  PROD-CPFCNPJ.
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       ABRE-JOURNAL.
           OPEN EXTEND ARQJRN
           IF ST-JRN NOT = "00"
              OPEN OUTPUT ARQJRN
              CLOSE ARQJRN
              OPEN EXTEND ARQJRN.
       ABRE-PRECO.
           OPEN I-O ARQPRECO
           IF ST-PRECO = "30"
              OPEN OUTPUT ARQALT
              CLOSE ARQALT
              OPEN I-O ARQALT.
       ABRE-PSR.
           OPEN I-O ARQPSR
           IF ST-PSR = "30"
              OPEN OUTPUT ARQPSR
              CLOSE ARQPSR
              OPEN I-O ARQPSR.
       ABRE-PSI.
           OPEN I-O ARQPSI
           IF ST-PSI = "30"
              OPEN OUTPUT ARQPSI
              CLOSE ARQPSI
              OPEN I-O ARQPSI.
       ABRE-TRV.
           OPEN I-O ARQTRV
           IF ST-TRV NOT = "00"
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           PERFORM JRN-COMMIT.
           IF W-TRV-ATIVO = 1
              MOVE "REGPROD" TO TRV-ARQUIVO
              MOVE W-TRV-CHV-AT TO TRV-REGCHAVE
		   FOR-COMPL FOR-EMAIL
           MOVE ZEROS TO COD TPPROD PRECO QTD QTD-MINIMO FOR-CPFCNPJ
           W-SEL DATACP FOR-CEP FOR-NUM FOR-TEL PROD-CPFCNPJ
           W-TEM-ANTES PROD-PESO PROD-CUBAGEM
           MOVE SPACES TO W-PSI-TELA.
       RTELA.
           DISPLAY TELAPRO.
       R2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              CLOSE ARQPROD ARQFOR ARQCAT ARQUNID ARQAUD ARQPRECO
                 ARQESTFIL ARQALT ARQPSR ARQPSI
              GOBACK.
           IF COD = ZEROS 
              MOVE "CODIGO EM BRANCO" TO MENS
              PERFORM MOSTRA-CAT
              PERFORM MOSTRA-UNID
              PERFORM MOSTRA-FORN
              PERFORM MONTA-PSI-TELA
              DISPLAY TELAPRO
              MOVE "*** PRODUTO JA ESTA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8.
      * PESO BRUTO E CUBAGEM DA UNIDADE: O SCE005 COTA O FRETE
      * PELA TABELA DA TRANSPORTADORA (SCE046) E O SCE011 SOMA O
      * PESO DO ROMANEIO A PARTIR DOS ITENS
       R8B.
           ACCEPT TPESO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8A.
       R8C.
           ACCEPT TCUBAGEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8B.
       R9.
           ACCEPT TCPFCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8C.
           IF PROD-CPFCNPJ = ZEROS
              MOVE "CPF VAZIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CONF.
       INC-WR1.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
           WRITE REGPROD
           MOVE "W" TO W-JRN-OPER
           PERFORM JRN-GRAVA-PROD.
           MOVE COD TO W-AUD-CHAVE
           MOVE "I" TO W-AUD-OPER
           PERFORM GRAVA-AUDITORIA
           GO TO R1.
       ACE-001.
           DISPLAY (21, 12) "N=NOVO A=ALTER E=EXCL B=COD.ALT G=SERIE"
           " T=SITUACAO S=SAIR"
           ACCEPT (22, 9) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO = "B" OR "b"
              GO TO ALT-COD-MENU.
           IF W-OPCAO = "G" OR "g"
              GO TO SER-GAR.
           IF W-OPCAO = "T" OR "t"
              GO TO SIT-PROD.
           IF W-OPCAO = "A" OR "a" 
              MOVE 1 TO W-SEL
              GO TO R3.
              GO TO R1.
        EXC-DL1.
           MOVE COD TO W-AUD-CHAVE
           MOVE "D" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           DELETE ARQPROD RECORD
           PERFORM JRN-GRAVA-PROD
           IF ST-ERRO = "00"
              MOVE "E" TO W-AUD-OPER
              PERFORM GRAVA-AUDITORIA
              MOVE COD TO PSI-CODPROD
              DELETE ARQPSI RECORD
              MOVE "*** REGISTRO PRODUTO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGPROD
           IF PRECO NOT = OLD-PRECO
              PERFORM GRAVA-PRECO
           MOVE "R" TO W-JRN-OPER
           PERFORM JRN-ANTES-PROD
           REWRITE REGPROD
           PERFORM JRN-GRAVA-PROD
           IF ST-ERRO = "00" OR "02"
              MOVE COD TO W-AUD-CHAVE
              MOVE "A" TO W-AUD-OPER
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *----------------------------------------------------------------
      * SITUACAO DO PRODUTO NO CICLO DE VIDA (PRODSIT.DAT):
      * A=ATIVO, F=FORA DE LINHA (VENDE O SALDO, NUNCA ENTRA NA
      * SUGESTAO DE COMPRA NEM EM PEDIDO/COTACAO DE COMPRA),
      * D=DESCONTINUADO (NAO VENDE NEM COMPRA, FORA DO REAJUSTE),
      * B=BLOQUEADO (VENDA SUSPENSA, EX. RECALL). A NOVA SITUACAO
      * VALE A PARTIR DA DATA DE VIGENCIA; ATE LA VALE A ANTERIOR.
      * SEM REGISTRO = ATIVO
      *----------------------------------------------------------------
       MONTA-PSI-TELA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-PSI-HOJE
           MOVE COD TO PSI-CODPROD
           READ ARQPSI
           IF ST-PSI NOT = "00"
              MOVE "A" TO PSI-STATUS PSI-STATUS-ANT
              MOVE ZEROS TO PSI-MOTIVO PSI-DATA-VIG.
           IF PSI-DATA-VIG > W-PSI-HOJE
              MOVE PSI-STATUS-ANT TO W-PSI-SIT
           ELSE
              MOVE PSI-STATUS TO W-PSI-SIT.
           MOVE W-PSI-SIT TO W-PSI-NOVA
           PERFORM DESC-SIT-PROD
           MOVE SPACES TO W-PSI-TELA
           IF PSI-DATA-VIG > W-PSI-HOJE
              STRING "SITUACAO: " W-PSI-DESC " (" PSI-STATUS
                 " EM " PSI-DATA-VIG ")"
                 DELIMITED BY SIZE INTO W-PSI-TELA
           ELSE
              IF W-PSI-SIT = "A"
                 STRING "SITUACAO: " W-PSI-DESC
                    DELIMITED BY SIZE INTO W-PSI-TELA
              ELSE
                 STRING "SITUACAO: " W-PSI-DESC " DESDE "
                    PSI-DATA-VIG
                    DELIMITED BY SIZE INTO W-PSI-TELA.
       SIT-PROD.
           PERFORM MONTA-PSI-TELA
           DISPLAY TELAPRO.
       SIT-PROD-STATUS.
           DISPLAY (21, 12) "A=ATIVO F=FORA DE LINHA D=DESCONTINUADO"
              " B=BLOQUEADO:"
           MOVE W-PSI-SIT TO W-PSI-NOVA
           ACCEPT (22, 9) W-PSI-NOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY TELAPRO
              GO TO ACE-001.
           INSPECT W-PSI-NOVA CONVERTING "afdb" TO "AFDB"
           IF W-PSI-NOVA NOT = "A" AND "F" AND "D" AND "B"
              MOVE "SITUACAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-PROD-STATUS.
           IF W-PSI-NOVA = W-PSI-SIT AND PSI-DATA-VIG NOT > W-PSI-HOJE
              MOVE "PRODUTO JA ESTA NESTA SITUACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-PROD-STATUS.
       SIT-PROD-VIG.
           MOVE ZEROS TO W-PSI-VIG
           DISPLAY (21, 12) "VIGENCIA A PARTIR DE (AAAAMMDD, 0=HOJE):"
           ACCEPT (22, 9) W-PSI-VIG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SIT-PROD-STATUS.
           IF W-PSI-VIG = ZEROS
              MOVE W-PSI-HOJE TO W-PSI-VIG.
           IF W-PSI-VIG < W-PSI-HOJE
              MOVE "VIGENCIA NAO PODE SER ANTERIOR A HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-PROD-VIG.
           MOVE ZEROS TO W-PSI-MOT
           IF W-PSI-NOVA = "A"
              GO TO SIT-PROD-OBS.
       SIT-PROD-MOTIVO.
           DISPLAY (21, 12)
              "MOTIVO: 01 BAIXO GIRO  02 SUBSTITUIDO  03 FORNECEDOR"
           DISPLAY (23, 12)
              "04 RECALL/QUALIDADE 05 RESTRICAO LEGAL 06 REVISAO MIX"
           DISPLAY (24, 12) "99 OUTROS"
           ACCEPT (22, 9) W-PSI-MOT
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           DISPLAY (24, 12) MENS
           IF W-ACT = 01
              GO TO SIT-PROD-VIG.
           PERFORM ACHA-MOTPSI THRU ACHA-MOTPSI-FIM
           IF W-MP-ACHOU = ZEROS
              MOVE "MOTIVO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-PROD-MOTIVO.
       SIT-PROD-OBS.
           MOVE SPACES TO W-PSI-OBS
           DISPLAY (21, 12) "OBSERVACAO:"
           ACCEPT (22, 9) W-PSI-OBS.
       SIT-PROD-CONF.
           DISPLAY (21, 12) "CONFIRMA A NOVA SITUACAO (S/N) : "
           ACCEPT (22, 9) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SITUACAO NAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELAPRO
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "DIGITE APENAS S = SIM e N = NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-PROD-CONF.
       SIT-PROD-GRAVA.
           MOVE COD TO PSI-CODPROD
           READ ARQPSI
           MOVE COD TO PSI-CODPROD
           MOVE W-PSI-NOVA TO PSI-STATUS
           MOVE W-PSI-SIT TO PSI-STATUS-ANT
           MOVE W-PSI-VIG TO PSI-DATA-VIG
           MOVE W-PSI-MOT TO PSI-MOTIVO
           MOVE W-PSI-OBS TO PSI-OBS
           MOVE W-PSI-HOJE TO PSI-DATA
           MOVE W-OPERADOR TO PSI-OPERADOR
           IF ST-PSI = "00"
              REWRITE REGPSI
           ELSE
              WRITE REGPSI.
           IF ST-PSI NOT = "00"
              MOVE "ERRO NA GRAVACAO DA SITUACAO DO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELAPRO
              GO TO ACE-001.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-AUD
           MOVE W-DATAHORA(9:6) TO W-HORA-AUD
           MOVE SPACES TO LINHA-AUD
           STRING W-AUD-PROG " S CHAVE=" COD
              " SITUACAO=" W-PSI-SIT "->" PSI-STATUS
              " VIGENCIA=" PSI-DATA-VIG
              " MOTIVO=" PSI-MOTIVO " OBS=" PSI-OBS
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATA-AUD " HORA=" W-HORA-AUD
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           PERFORM MONTA-PSI-TELA
           DISPLAY TELAPRO
           MOVE "*** SITUACAO DO PRODUTO ALTERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
       DESC-SIT-PROD.
           MOVE "ATIVO" TO W-PSI-DESC
           IF W-PSI-SIT = "F"
              MOVE "FORA DE LINHA" TO W-PSI-DESC.
           IF W-PSI-SIT = "D"
              MOVE "DESCONTINUADO" TO W-PSI-DESC.
           IF W-PSI-SIT = "B"
              MOVE "BLOQUEADO" TO W-PSI-DESC.
       ACHA-MOTPSI.
           MOVE ZEROS TO W-MP-ACHOU
           MOVE 1 TO IX-MP.
       ACHA-MOTPSI-LOOP.
           IF IX-MP > W-QTD-MOTPSI
              GO TO ACHA-MOTPSI-FIM.
           IF WMP-COD(IX-MP) = W-PSI-MOT
              MOVE 1 TO W-MP-ACHOU
              GO TO ACHA-MOTPSI-FIM.
           ADD 1 TO IX-MP
           GO TO ACHA-MOTPSI-LOOP.
       ACHA-MOTPSI-FIM.
           EXIT.
      *----------------------------------------------------------------
      * CONTROLE POR NUMERO DE SERIE E PRAZO DE GARANTIA (MESES)
      * DO PRODUTO (PRODSER.DAT). PRODUTO COM CONTROLE TEM UM
      * NUMERO DE SERIE POR UNIDADE NO RECEBIMENTO (SCE014), NA
      * TRANSFERENCIA (SCE016), NO ROMANEIO (SCE011) E NA
      * DEVOLUCAO (SCE005); A GARANTIA CONTA DA DATA DA VENDA
      *----------------------------------------------------------------
       SER-GAR.
           MOVE "N" TO W-PSR-CONTROLA
           MOVE ZEROS TO W-PSR-GARANTIA
           MOVE COD TO PSR-CODPROD
           READ ARQPSR
           IF ST-PSR = "00"
              MOVE PSR-CONTROLA TO W-PSR-CONTROLA
              MOVE PSR-GARANTIA TO W-PSR-GARANTIA.
           MOVE SPACES TO MENS
           STRING "ATUAL: CONTROLA SERIE " W-PSR-CONTROLA
              " - GARANTIA " W-PSR-GARANTIA " MESES"
              DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SER-GAR-CTL.
           DISPLAY (21, 12) "CONTROLA NUMERO DE SERIE (S/N):      "
           ACCEPT (21, 45) W-PSR-CONTROLA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY TELAPRO
              GO TO ACE-001.
           IF W-PSR-CONTROLA = "s"
              MOVE "S" TO W-PSR-CONTROLA.
           IF W-PSR-CONTROLA = "n"
              MOVE "N" TO W-PSR-CONTROLA.
           IF W-PSR-CONTROLA NOT = "S" AND "N"
              MOVE "DIGITE APENAS S = SIM e N = NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-GAR-CTL.
       SER-GAR-MESES.
           DISPLAY (21, 12) "GARANTIA EM MESES (0 = SEM):         "
           ACCEPT (21, 42) W-PSR-GARANTIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO SER-GAR-CTL.
           MOVE COD TO PSR-CODPROD
           READ ARQPSR
           MOVE W-PSR-CONTROLA TO PSR-CONTROLA
           MOVE W-PSR-GARANTIA TO PSR-GARANTIA
           MOVE W-OPERADOR TO PSR-OPERADOR
           IF ST-PSR = "00"
              REWRITE REGPSR
           ELSE
              MOVE COD TO PSR-CODPROD
              WRITE REGPSR.
           IF ST-PSR NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE SERIE" TO MENS
           ELSE
              MOVE COD TO W-AUD-CHAVE
              MOVE "A" TO W-AUD-OPER
              PERFORM GRAVA-AUDITORIA
              MOVE "*** SERIE / GARANTIA GRAVADOS ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY TELAPRO
           GO TO ACE-001.
      *----------------------------------------------------------------
      * CODIGOS ALTERNATIVOS DO PRODUTO (EAN / REFERENCIA DO
      * FORNECEDOR) - ACEITOS NA DIGITACAO DE PEDIDOS E CONSULTAS
      *----------------------------------------------------------------
           MOVE PRECO TO PRECO-NOVO
           MOVE DATACP TO PRECO-DATACP
           WRITE REGPRECO.
      *----------------------------------------------------------------
      * DIARIO DE TRANSACOES (JOURNAL.DAT): CADA GRAVACAO EM
      * REGPED, ITEMPED, REGLANC E REGPROD GERA UMA IMAGEM ANTES/
      * DEPOIS (TIPO I); AO VOLTAR PARA A TELA INICIAL A TRANSACAO
      * RECEBE A MARCA DE CONCLUSAO (TIPO C). USADO PELO RECUPERA
      *----------------------------------------------------------------
       GRAVA-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
           IF W-JRN-TRANS = SPACES
              MOVE W-JRN-PROG TO W-JRN-TRANS(1:8)
              MOVE W-JRN-DTH(1:16) TO W-JRN-TRANS(9:16)
              MOVE W-OPERADOR TO W-JRN-TRANS(25:10)
              MOVE ZEROS TO W-JRN-SEQ.
           ADD 1 TO W-JRN-SEQ
           MOVE SPACES TO REGJRN
           MOVE W-JRN-TRANS TO JRN-TRANS
           MOVE W-JRN-SEQ TO JRN-SEQ
           MOVE "I" TO JRN-TIPO
           MOVE W-JRN-ARQ TO JRN-ARQUIVO
           MOVE W-JRN-OPER TO JRN-OPER
           MOVE W-JRN-CHAVE TO JRN-CHAVE
           MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
           MOVE W-OPERADOR TO JRN-OPERADOR
           IF W-JRN-OPER NOT = "W"
              MOVE W-JRN-ANTES TO JRN-ANTES.
           IF W-JRN-OPER NOT = "D"
              MOVE W-JRN-DEPOIS TO JRN-DEPOIS.
           WRITE REGJRN.
       JRN-COMMIT.
           IF W-JRN-TRANS NOT = SPACES
              MOVE FUNCTION CURRENT-DATE TO W-JRN-DTH
              ADD 1 TO W-JRN-SEQ
              MOVE SPACES TO REGJRN
              MOVE W-JRN-TRANS TO JRN-TRANS
              MOVE W-JRN-SEQ TO JRN-SEQ
              MOVE "C" TO JRN-TIPO
              MOVE W-JRN-DTH(1:14) TO JRN-DATAHORA
              MOVE W-OPERADOR TO JRN-OPERADOR
              WRITE REGJRN
              MOVE SPACES TO W-JRN-TRANS.
       JRN-ANTES-PROD.
           MOVE REGPROD TO W-JRN-DEPOIS
           MOVE SPACES TO W-JRN-ANTES
           READ ARQPROD
           IF ST-ERRO = "00"
              MOVE REGPROD TO W-JRN-ANTES.
           MOVE W-JRN-DEPOIS TO REGPROD.
       JRN-GRAVA-PROD.
           IF ST-ERRO = "00" OR "02"
              MOVE "REGPROD" TO W-JRN-ARQ
              MOVE COD OF REGPROD TO W-JRN-CHAVE
              MOVE REGPROD TO W-JRN-DEPOIS
              PERFORM GRAVA-JOURNAL.
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-AUD
                 "][TPPROD=" TPPROD-ANTES "][PRECO=" PRECO-ANTES
                 "][DATACP=" DATACP-ANTES "][QTD=" QTD-ANTES
                 "][QTD-MINIMO=" QTD-MINIMO-ANTES "][PROD-CPFCNPJ="
                 PROD-CPFCNPJ-ANTES "][PROD-PESO=" PROD-PESO-ANTES
                 "][PROD-CUBAGEM=" PROD-CUBAGEM-ANTES "]"
                 DELIMITED BY SIZE INTO LINHA-AUD
              WRITE LINHA-AUD
           ELSE
              IF TRV-OPERADOR = W-OPERADOR
                 DELETE ARQTRV RECORD.
       ROT-FIM.
           PERFORM JRN-COMMIT
           CLOSE ARQJRN.
           IF W-ITEM-ABERTO = "S"
              CLOSE ARQITEM.
           CLOSE ARQPROD ARQFOR ARQCAT ARQUNID ARQAUD ARQPRECO
              ARQESTFIL ARQALT ARQPSR ARQPSI.
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
       ROT-MENS1.
