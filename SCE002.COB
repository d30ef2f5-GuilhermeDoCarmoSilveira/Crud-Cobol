                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.
       SELECT ARQTRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.
       SELECT ARQCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPG-CODIGO
                    FILE STATUS IS ST-CPG.
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
       SELECT ARQTER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS TER-CODIGO
                    FILE STATUS IS ST-TER.
       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQCEP
               LABEL RECORD IS STANDARD
       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(550).

       FD ARQPED
               LABEL RECORD IS STANDARD
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQTRV
               LABEL RECORD IS STANDARD
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

       FD ARQCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONDPAG.DAT".
       01 REGCPG.
          03 CPG-CODIGO         PIC 9(03).
          03 CPG-DESC           PIC X(30).
          03 CPG-TIPO           PIC X(01).
          03 CPG-DIA-FIXO       PIC 9(02).
          03 CPG-QTD-PARC       PIC 9(02).
          03 CPG-PARC OCCURS 12 TIMES.
           05 CPG-DIAS          PIC 9(03).
           05 CPG-PCT           PIC 9(03)V99.
          03 CPG-SITUACAO       PIC X(01).

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
       FD ARQTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REGTER.
          03 TER-CODIGO         PIC 9(03).
          03 TER-NOME           PIC X(30).
          03 TER-VENDEDOR       PIC X(10).
          03 TER-FAIXA OCCURS 5 TIMES.
           05 TER-CEP-INI       PIC 9(08).
           05 TER-CEP-FIM       PIC 9(08).
          03 TER-LOCAL OCCURS 5 TIMES.
           05 TER-UF            PIC X(02).
           05 TER-CIDADE        PIC X(33).
          03 TER-SITUACAO       PIC X(01).
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
       WORKING-STORAGE SECTION.
       01 ST-TRV        PIC X(02) VALUE "00".
       01 W-TRV-OK      PIC 9(01) VALUE ZEROS.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-AUD    PIC 9(08) VALUE ZEROS.
       01 W-HORA-AUD    PIC 9(06) VALUE ZEROS.
       01 ST-CPG        PIC X(02) VALUE "00".
       01 W-CPG-ABERTO  PIC X(01) VALUE "N".
       01 ST-TER        PIC X(02) VALUE "00".
       01 W-TER-ABERTO  PIC X(01) VALUE "N".
       01 W-TER-ACHADO  PIC 9(03) VALUE ZEROS.
       01 W-TER-CIDADE  PIC 9(03) VALUE ZEROS.
       01 W-TER-UF      PIC 9(03) VALUE ZEROS.
       01 IX-TER        PIC 9(01) VALUE ZEROS.
       01 REGCLI-ANTES.
          03 CPFCNPJ-ANTES        PIC 9(14).
          03 RSNOME-ANTES         PIC X(60).
          03 LIMITE-CREDITO-ANTES PIC 9(08)V99.
          03 TIPO-PESSOA-ANTES    PIC X(01).
          03 ULT-OPERADOR-ANTES   PIC X(10).
          03 COND-PAGTO-ANTES     PIC 9(03).
          03 TERRITORIO-ANTES     PIC 9(03).
       01 W-TEM-ANTES   PIC 9(01) VALUE ZEROS.
       01 ST-SIT        PIC X(02) VALUE "00".
       01 W-SIT-TELA    PIC X(45) VALUE SPACES.
       01 W-SIT-ANTES   PIC X(01) VALUE SPACES.
       01 W-SIT-NOVA    PIC X(01) VALUE SPACES.
       01 W-SIT-MOT     PIC 9(02) VALUE ZEROS.
       01 W-SIT-OBS     PIC X(40) VALUE SPACES.
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
       01 W-CTT-SEQ     PIC 9(02) VALUE ZEROS.
       01 W-CTT-QTD     PIC 9(02) VALUE ZEROS.
       01 W-CTT-LIVRE   PIC 9(03) VALUE ZEROS.
       01 W-CTT-ESPERA  PIC 9(03) VALUE ZEROS.
       01 W-CTT-LIN     PIC 9(02) VALUE ZEROS.
       01 W-CTT-NOVO    PIC 9(01) VALUE ZEROS.
       01 W-CTT-MUDOU   PIC 9(01) VALUE ZEROS.
       01 W-CTT-OPER    PIC X(01) VALUE SPACES.
       01 W-CTT-PF      PIC X(01) VALUE SPACES.
       01 W-CTT-PR      PIC X(01) VALUE SPACES.
       01 W-CTT-PC      PIC X(01) VALUE SPACES.
       01 W-CTT-TEL-SV  PIC 9(11) VALUE ZEROS.
       01 W-CTT-EMAIL-SV PIC X(40) VALUE SPACES.
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
       01 W-OPERADOR    PIC X(10) VALUE SPACES.


               VALUE  " CIDADE:".
           05  LINE 15  COLUMN 41 
               VALUE  "    UF:".
           05  LINE 15  COLUMN 56
               VALUE  "TERRITORIO:".
           05  LINE 16  COLUMN 01 
               VALUE  "----------------------------------------".
           05  LINE 16  COLUMN 41 
               VALUE  " TELEFONE:".
           05  LINE 19  COLUMN 01
               VALUE  " EMAIL:".
           05  LINE 17  COLUMN 41
               VALUE  "COND. PAGTO:".
           05  LINE 19  COLUMN 60
               VALUE  "LIMITE CRED:".
           05  LINE 20  COLUMN 01 
           05  TUF
               LINE 15  COLUMN 49  PIC X(02)
               USING  UF.
           05  TTERRIT
               LINE 15  COLUMN 68  PIC 9(03)
               USING  TERRITORIO.
           05  TTEL
               LINE 17  COLUMN 12  PIC 9(11)
               USING  TEL.
           05  TLIMCRED
               LINE 19  COLUMN 73  PIC 9(08)V99
               USING  LIMITE-CREDITO.
           05  TCONDPAG
               LINE 17  COLUMN 54  PIC 9(03)
               USING  COND-PAGTO.
           05  TSITUACAO
               LINE 03  COLUMN 30  PIC X(45)
               USING  W-SIT-TELA.

       PROCEDURE DIVISION.
       INICIO.
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       ABRE-CONDPAG.
           MOVE "N" TO W-CPG-ABERTO
           OPEN INPUT ARQCPG
           IF ST-CPG = "00"
              MOVE "S" TO W-CPG-ABERTO.
       ABRE-TER.
           MOVE "N" TO W-TER-ABERTO
           OPEN INPUT ARQTER
           IF ST-TER = "00"
              MOVE "S" TO W-TER-ABERTO.
       ABRE-SIT.
           OPEN I-O ARQSIT
           IF ST-SIT NOT = "00"
              IF ST-SIT = "30"
                 OPEN OUTPUT ARQSIT
                 CLOSE ARQSIT
                 OPEN I-O ARQSIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE SITUACAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       ABRE-CTT.
           OPEN I-O ARQCTT
           IF ST-CTT NOT = "00"
              IF ST-CTT = "30"
                 OPEN OUTPUT ARQCTT
                 CLOSE ARQCTT
                 OPEN I-O ARQCTT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTATOS"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       LOGIN-OPERADOR.
           DISPLAY (01, 01) ERASE
           DISPLAY (10, 20) "IDENTIFICACAO DO OPERADOR"
           MOVE SPACES TO RSNOME APSOBRE LOGR COMPL BAIRRO
           CIDADE UF EMAIL CEP-LOGRA CEP-BAIRRO CEP-CIDADE CEP-UF
           MOVE ZEROS TO CPFCNPJ CEP NUM TEL LIMITE-CREDITO W-SEL
           COND-PAGTO TERRITORIO
           MOVE SPACES TO TIPO-PESSOA
           MOVE ZEROS TO W-TEM-ANTES
           MOVE SPACES TO W-SIT-TELA.
       RTELA.
           MOVE "PF|PJ" TO TPREGISTRO
           DISPLAY TELACLI.
              MOVE REGCLI TO REGCLI-ANTES
              MOVE 1 TO W-TEM-ANTES
              PERFORM DEFINE-ROTULO
              PERFORM MONTA-SIT-TELA
              DISPLAY TELACLI
              MOVE "*** CLIENTE JA ESTA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9.
      * CONDICAO DE PAGAMENTO PADRAO (SCE047), SUGERIDA NOS PEDIDOS;
      * 000 = PARCELAS IGUAIS A CADA 30 DIAS
       R9B.
           ACCEPT TCONDPAG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9A.
           IF COND-PAGTO NOT = ZEROS AND W-CPG-ABERTO = "S"
              MOVE COND-PAGTO TO CPG-CODIGO
              READ ARQCPG
              IF ST-CPG NOT = "00"
                 MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R9B
              ELSE
                 IF CPG-SITUACAO NOT = "A"
                    MOVE "CONDICAO DE PAGAMENTO INATIVA" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R9B.
      * TERRITORIO DE VENDAS SAI DO CEP/CIDADE/UF, NAO E DIGITADO
           PERFORM ACHA-TERRITORIO THRU ACHA-TERRITORIO-FIM
           MOVE W-TER-ACHADO TO TERRITORIO
           IF W-TER-ABERTO = "S" AND TERRITORIO = ZEROS
              MOVE "ATENCAO: CEP FORA DE QUALQUER TERRITORIO DE VENDAS"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-SEL = 1
           GO TO ALT-OPC.
       CONF.
           PERFORM GRAVA-AUDITORIA
           GO TO R1.
       ACE-001.
           DISPLAY (21, 12) "N=NOVO | A=ALTERAR | E=EXCLUIR |"
           " T=SITUACAO | C=CONTATOS | S=SAIR"
           ACCEPT (22, 9) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO = "A" OR "a" 
              MOVE 1 TO W-SEL
              GO TO R3.
           IF W-OPCAO = "T" OR "t"
              GO TO SIT-OPC.
           IF W-OPCAO = "C" OR "c"
              GO TO CTT-OPC.
           IF W-OPCAO = "S" OR "s"
              IF W-TRV-ATIVO = 1
                 MOVE "REGCLI" TO TRV-ARQUIVO
           IF ST-ERRO = "00"
              MOVE "E" TO W-AUD-OPER
              PERFORM GRAVA-AUDITORIA
              MOVE "C" TO SIT-TIPO
              MOVE CPFCNPJ TO SIT-CODPESSOA
              DELETE ARQSIT RECORD
              PERFORM CTT-EXCLUI-TODOS THRU CTT-EXCLUI-TODOS-FIM
              MOVE "*** REGISTRO AMIGO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           ACCEPT (22, 9) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9B.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "ERRO NA ALTERACAO DO REGISTRO AMIGO"   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      * SITUACAO CADASTRAL (SITPES.DAT): A=ATIVO, V=BLOQUEADO
      * PARA VENDAS, C=BLOQUEADO PARA COMPRAS/PAGAMENTOS,
      * I=INATIVO. SEM REGISTRO = ATIVO
       MONTA-SIT-TELA.
           MOVE "C" TO SIT-TIPO
           MOVE CPFCNPJ TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT NOT = "00"
              MOVE "A" TO SIT-STATUS
              MOVE ZEROS TO SIT-MOTIVO SIT-DATA.
           PERFORM DESC-SITUACAO
           MOVE SPACES TO W-SIT-TELA
           IF SIT-STATUS = "A"
              STRING "SITUACAO: " W-SIT-DESC
                 DELIMITED BY SIZE INTO W-SIT-TELA
           ELSE
              STRING "SITUACAO: " W-SIT-DESC " DESDE " SIT-DATA
                 DELIMITED BY SIZE INTO W-SIT-TELA.
       SIT-OPC.
           PERFORM MONTA-SIT-TELA
           MOVE SIT-STATUS TO W-SIT-ANTES
           DISPLAY TELACLI.
       SIT-OPC-STATUS.
           DISPLAY (21, 12) "A=ATIVO V=BLOQUEADO VENDAS I=INATIVO :"
           MOVE W-SIT-ANTES TO W-SIT-NOVA
           ACCEPT (22, 9) W-SIT-NOVA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY TELACLI
              GO TO ACE-001.
           INSPECT W-SIT-NOVA CONVERTING "avi" TO "AVI"
           IF W-SIT-NOVA NOT = "A" AND "V" AND "I"
              MOVE "SITUACAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-OPC-STATUS.
           MOVE ZEROS TO W-SIT-MOT
           IF W-SIT-NOVA = "A"
              GO TO SIT-OPC-OBS.
       SIT-OPC-MOTIVO.
           DISPLAY (21, 12)
              "MOTIVO: 01 INADIMPLENCIA  02 CADASTRO IRREGULAR      "
           DISPLAY (23, 12)
              "03 A PEDIDO 04 BIRO 05 ENCERROU 06 QUALIDADE 07 FRAUDE"
           DISPLAY (24, 12) "99 OUTROS"
           ACCEPT (22, 9) W-SIT-MOT
           ACCEPT W-ACT FROM ESCAPE KEY
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           DISPLAY (24, 12) MENS
           IF W-ACT = 01
              GO TO SIT-OPC-STATUS.
           MOVE W-SIT-MOT TO SIT-MOTIVO
           PERFORM ACHA-MOTSIT THRU ACHA-MOTSIT-FIM
           IF W-MS-ACHOU = ZEROS
              MOVE "MOTIVO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-OPC-MOTIVO.
       SIT-OPC-OBS.
           MOVE SPACES TO W-SIT-OBS
           DISPLAY (21, 12) "OBSERVACAO:"
           ACCEPT (22, 9) W-SIT-OBS.
       SIT-OPC-CONF.
           DISPLAY (21, 12) "CONFIRMA A NOVA SITUACAO (S/N) : "
           ACCEPT (22, 9) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SITUACAO NAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "DIGITE APENAS S = SIM e N = NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SIT-OPC-CONF.
       SIT-WR1.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE "C" TO SIT-TIPO
           MOVE CPFCNPJ TO SIT-CODPESSOA
           MOVE W-SIT-NOVA TO SIT-STATUS
           MOVE W-SIT-MOT TO SIT-MOTIVO
           MOVE W-SIT-OBS TO SIT-OBS
           MOVE W-DATAHORA(1:8) TO SIT-DATA
           MOVE W-OPERADOR TO SIT-OPERADOR
           WRITE REGSIT
           IF ST-SIT = "22"
              REWRITE REGSIT.
           IF ST-SIT NOT = "00"
              MOVE "ERRO NA GRAVACAO DA SITUACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DATAHORA(1:8) TO W-DATA-AUD
           MOVE W-DATAHORA(9:6) TO W-HORA-AUD
           MOVE SPACES TO LINHA-AUD
           STRING W-AUD-PROG " S CHAVE=" CPFCNPJ
              " SITUACAO=" W-SIT-ANTES "->" SIT-STATUS
              " MOTIVO=" SIT-MOTIVO " OBS=" SIT-OBS
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATA-AUD " HORA=" W-HORA-AUD
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           MOVE "*** SITUACAO DO CLIENTE ALTERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      * DESCRICAO DA SITUACAO CADASTRAL (SITPES.DAT)
       DESC-SITUACAO.
           MOVE "ATIVO" TO W-SIT-DESC
           IF SIT-STATUS = "V"
              MOVE "BLOQUEADO VENDAS" TO W-SIT-DESC.
           IF SIT-STATUS = "C"
              MOVE "BLOQUEADO COMPRAS" TO W-SIT-DESC.
           IF SIT-STATUS = "I"
              MOVE "INATIVO" TO W-SIT-DESC.
      * TERRITORIO DE VENDAS DO CLIENTE (TERRIT.DAT, SCE062):
      * A FAIXA DE CEP VALE PRIMEIRO; SEM FAIXA, A CIDADE/UF
      * E, POR ULTIMO, A UF INTEIRA (CIDADE EM BRANCO). ZERO =
      * FORA DE QUALQUER TERRITORIO ATIVO
       ACHA-TERRITORIO.
           MOVE ZEROS TO W-TER-ACHADO W-TER-CIDADE W-TER-UF
           IF W-TER-ABERTO NOT = "S"
              GO TO ACHA-TERRITORIO-FIM.
           MOVE ZEROS TO TER-CODIGO
           START ARQTER KEY IS NOT LESS THAN TER-CODIGO
              INVALID KEY GO TO ACHA-TERRITORIO-FIM.
       ACHA-TERRITORIO-LOOP.
           READ ARQTER NEXT
           IF ST-TER NOT = "00"
              GO TO ACHA-TERRITORIO-ENC.
           IF TER-SITUACAO NOT = "A"
              GO TO ACHA-TERRITORIO-LOOP.
           MOVE ZEROS TO IX-TER.
       ACHA-TERRITORIO-FAIXA.
           ADD 1 TO IX-TER
           IF IX-TER > 5
              MOVE ZEROS TO IX-TER
              GO TO ACHA-TERRITORIO-LOCAL.
           IF TER-CEP-INI(IX-TER) = ZEROS
              GO TO ACHA-TERRITORIO-FAIXA.
           IF CEP NOT < TER-CEP-INI(IX-TER) AND
              CEP NOT > TER-CEP-FIM(IX-TER)
              MOVE TER-CODIGO TO W-TER-ACHADO
              GO TO ACHA-TERRITORIO-FIM.
           GO TO ACHA-TERRITORIO-FAIXA.
       ACHA-TERRITORIO-LOCAL.
           ADD 1 TO IX-TER
           IF IX-TER > 5
              GO TO ACHA-TERRITORIO-LOOP.
           IF TER-UF(IX-TER) = SPACES OR TER-UF(IX-TER) NOT = UF
              GO TO ACHA-TERRITORIO-LOCAL.
           IF TER-CIDADE(IX-TER) = SPACES
              IF W-TER-UF = ZEROS
                 MOVE TER-CODIGO TO W-TER-UF.
           IF TER-CIDADE(IX-TER) = CIDADE AND W-TER-CIDADE = ZEROS
              MOVE TER-CODIGO TO W-TER-CIDADE.
           GO TO ACHA-TERRITORIO-LOCAL.
       ACHA-TERRITORIO-ENC.
           MOVE W-TER-CIDADE TO W-TER-ACHADO
           IF W-TER-ACHADO = ZEROS
              MOVE W-TER-UF TO W-TER-ACHADO.
       ACHA-TERRITORIO-FIM.
           EXIT.
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
       GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-AUD
                 BAIRRO-ANTES "][CIDADE=" CIDADE-ANTES "][UF=" UF-ANTES
                 "][TEL=" TEL-ANTES "][EMAIL=" EMAIL-ANTES
                 "][LIMITE-CREDITO=" LIMITE-CREDITO-ANTES
                 "][TIPO-PESSOA=" TIPO-PESSOA-ANTES
                 "][COND-PAGTO=" COND-PAGTO-ANTES
                 "][TERRITORIO=" TERRITORIO-ANTES "]"
                 DELIMITED BY SIZE INTO LINHA-AUD
              WRITE LINHA-AUD
           ELSE
              MOVE 0 TO W-DOC-OK.
       VALIDA-CNPJ-FIM.
           EXIT.
      * CONTATOS DA PESSOA (CONTATO.DAT): ATE 10 POR CPF/CNPJ,
      * COM FUNCAO (C=COMPRAS, F=FINANCEIRO, R=RECEBIMENTO,
      * D=DIRETORIA) E MARCA DE PREFERENCIAL PARA COBRANCA,
      * ENTREGA E COTACAO. SO UM PREFERENCIAL POR FIM
       CTT-OPC.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 01) "CONTATOS DO CLIENTE " CPFCNPJ " "
           DISPLAY (01, 40) RSNOME(1:40)
           DISPLAY (02, 01) "SQ NOME                      FUNCAO"
           DISPLAY (02, 42) "TELEFONE    EMAIL                  PRF"
           PERFORM CTT-LISTA THRU CTT-LISTA-FIM
           DISPLAY (14, 01) "PRF: F=COBRANCA R=ENTREGA C=COTACAO".
       CTT-PEDE-SEQ.
           DISPLAY (21, 12) "SEQUENCIA (00=NOVO CONTATO)  F1=VOLTAR"
           MOVE ZEROS TO W-CTT-SEQ
           ACCEPT (22, 9) W-CTT-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (01, 01) ERASE
              DISPLAY TELACLI
              GO TO ACE-001.
           IF W-CTT-SEQ NOT = ZEROS
              GO TO CTT-LE.
           IF W-CTT-QTD NOT < 10
              MOVE "LIMITE DE 10 CONTATOS POR CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-PEDE-SEQ.
           MOVE 1 TO W-CTT-NOVO
           MOVE "C" TO CTT-TIPO
           MOVE CPFCNPJ TO CTT-CODPESSOA
           MOVE W-CTT-LIVRE TO CTT-SEQ
           MOVE SPACES TO CTT-NOME CTT-FUNCAO CTT-EMAIL
           MOVE ZEROS TO CTT-TEL
           MOVE "N" TO CTT-PREF-FIN CTT-PREF-REC CTT-PREF-COM
           PERFORM CTT-MOSTRA
           GO TO CTT-NOME-ACE.
       CTT-LE.
           MOVE "C" TO CTT-TIPO
           MOVE CPFCNPJ TO CTT-CODPESSOA
           MOVE W-CTT-SEQ TO CTT-SEQ
           READ ARQCTT
           IF ST-CTT NOT = "00"
              MOVE "*** CONTATO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-PEDE-SEQ.
           MOVE ZEROS TO W-CTT-NOVO
           PERFORM CTT-MOSTRA.
       CTT-ACAO.
           DISPLAY (21, 12) "A=ALTERAR | E=EXCLUIR | V=VOLTAR        "
           ACCEPT (22, 9) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO CTT-OPC.
           IF W-OPCAO = "E" OR "e"
              GO TO CTT-EXCLUI.
           IF W-OPCAO NOT = "A" AND "a"
              GO TO CTT-ACAO.
       CTT-NOME-ACE.
           ACCEPT (15, 12) CTT-NOME
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CTT-OPC.
           IF CTT-NOME = SPACES
              MOVE "NOME DO CONTATO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-NOME-ACE.
       CTT-FUNCAO-ACE.
           ACCEPT (16, 12) CTT-FUNCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CTT-NOME-ACE.
           INSPECT CTT-FUNCAO CONVERTING "cfrd" TO "CFRD"
           IF CTT-FUNCAO NOT = "C" AND "F" AND "R" AND "D"
              MOVE "FUNCAO INVALIDA: C, F, R OU D" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-FUNCAO-ACE.
       CTT-TEL-ACE.
           ACCEPT (17, 12) CTT-TEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CTT-FUNCAO-ACE.
           IF CTT-TEL = ZEROS
              GO TO CTT-EMAIL-ACE.
           MOVE TEL TO W-CTT-TEL-SV
           MOVE CTT-TEL TO TEL
           PERFORM VALIDA-TEL
           MOVE W-CTT-TEL-SV TO TEL
           IF W-FMT-OK NOT = 1
              MOVE "TELEFONE INVALIDO, INFORME DDD + NUMERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-TEL-ACE.
       CTT-EMAIL-ACE.
           ACCEPT (18, 12) CTT-EMAIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CTT-TEL-ACE.
           IF CTT-EMAIL = SPACES
              IF CTT-TEL = ZEROS
                 MOVE "INFORME TELEFONE OU EMAIL DO CONTATO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO CTT-TEL-ACE
              ELSE
                 GO TO CTT-PREF-ACE.
           MOVE EMAIL TO W-CTT-EMAIL-SV
           MOVE CTT-EMAIL TO EMAIL
           PERFORM VALIDA-EMAIL THRU VALIDA-EMAIL-FIM
           MOVE W-CTT-EMAIL-SV TO EMAIL
           IF W-FMT-OK NOT = 1
              MOVE "EMAIL INVALIDO, FORMATO NOME@DOMINIO.COM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-EMAIL-ACE.
       CTT-PREF-ACE.
           ACCEPT (19, 24) CTT-PREF-FIN
           ACCEPT (19, 37) CTT-PREF-REC
           ACCEPT (19, 50) CTT-PREF-COM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CTT-EMAIL-ACE.
           IF CTT-PREF-FIN = "s"
              MOVE "S" TO CTT-PREF-FIN.
           IF CTT-PREF-REC = "s"
              MOVE "S" TO CTT-PREF-REC.
           IF CTT-PREF-COM = "s"
              MOVE "S" TO CTT-PREF-COM.
           IF CTT-PREF-FIN NOT = "S"
              MOVE "N" TO CTT-PREF-FIN.
           IF CTT-PREF-REC NOT = "S"
              MOVE "N" TO CTT-PREF-REC.
           IF CTT-PREF-COM NOT = "S"
              MOVE "N" TO CTT-PREF-COM.
           PERFORM CTT-MOSTRA.
       CTT-CONF.
           DISPLAY (21, 12) "CONFIRMA O CONTATO (S/N) :              "
           ACCEPT (22, 9) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CONTATO NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-OPC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "DIGITE APENAS S = SIM e N = NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-CONF.
       CTT-GRAVA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO CTT-DATA
           MOVE W-OPERADOR TO CTT-OPERADOR
           IF W-CTT-NOVO = 1
              MOVE "I" TO W-CTT-OPER
              WRITE REGCTT
           ELSE
              MOVE "A" TO W-CTT-OPER
              REWRITE REGCTT.
           IF ST-CTT NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-OPC.
           PERFORM CTT-AUDITORIA
           IF CTT-PREF-FIN = "S" OR CTT-PREF-REC = "S"
              OR CTT-PREF-COM = "S"
              PERFORM CTT-UNICO-PREF THRU CTT-UNICO-PREF-FIM.
           MOVE "*** CONTATO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CTT-OPC.
       CTT-EXCLUI.
           DISPLAY (21, 12) "EXCLUIR O CONTATO (S/N) :               "
           ACCEPT (22, 9) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CTT-OPC.
           DELETE ARQCTT RECORD
           IF ST-CTT NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO CONTATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTT-OPC.
           MOVE "E" TO W-CTT-OPER
           PERFORM CTT-AUDITORIA
           MOVE "*** CONTATO EXCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CTT-OPC.
       CTT-MOSTRA.
           DISPLAY (15, 01) "NOME     :"
           DISPLAY (15, 12) CTT-NOME
           DISPLAY (16, 01) "FUNCAO   :"
           DISPLAY (16, 12) CTT-FUNCAO
           DISPLAY (16, 14)
              "C=COMPRAS F=FINANCEIRO R=RECEBIMENTO D=DIRETORIA"
           DISPLAY (17, 01) "TELEFONE :"
           DISPLAY (17, 12) CTT-TEL
           DISPLAY (18, 01) "EMAIL    :"
           DISPLAY (18, 12) CTT-EMAIL
           DISPLAY (19, 01) "PREFERENCIAL COBRANCA:"
           DISPLAY (19, 24) CTT-PREF-FIN
           DISPLAY (19, 28) "ENTREGA:"
           DISPLAY (19, 37) CTT-PREF-REC
           DISPLAY (19, 41) "COTACAO:"
           DISPLAY (19, 50) CTT-PREF-COM.
      * LISTA OS CONTATOS NA TELA E ACHA A PRIMEIRA SEQUENCIA LIVRE
       CTT-LISTA.
           MOVE ZEROS TO W-CTT-QTD W-CTT-LIVRE
           MOVE 1 TO W-CTT-ESPERA
           MOVE 3 TO W-CTT-LIN
           MOVE "C" TO CTT-TIPO
           MOVE CPFCNPJ TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO CTT-LISTA-FIM.
       CTT-LISTA-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO CTT-LISTA-FIM.
           IF CTT-TIPO NOT = "C" OR CTT-CODPESSOA NOT = CPFCNPJ
              GO TO CTT-LISTA-FIM.
           IF CTT-SEQ > W-CTT-ESPERA AND W-CTT-LIVRE = ZEROS
              MOVE W-CTT-ESPERA TO W-CTT-LIVRE.
           COMPUTE W-CTT-ESPERA = CTT-SEQ + 1
           ADD 1 TO W-CTT-QTD
           PERFORM CTT-MONTA-DET
           DISPLAY (W-CTT-LIN, 01) DET-CTT
           ADD 1 TO W-CTT-LIN
           GO TO CTT-LISTA-LOOP.
       CTT-LISTA-FIM.
           IF W-CTT-LIVRE = ZEROS
              MOVE W-CTT-ESPERA TO W-CTT-LIVRE.
      * O PREFERENCIAL PARA UM FIM E UNICO: AO MARCAR UM CONTATO,
      * DESMARCA OS DEMAIS CONTATOS DA PESSOA PARA O MESMO FIM
       CTT-UNICO-PREF.
           MOVE CTT-SEQ TO W-CTT-SEQ
           MOVE CTT-PREF-FIN TO W-CTT-PF
           MOVE CTT-PREF-REC TO W-CTT-PR
           MOVE CTT-PREF-COM TO W-CTT-PC
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO CTT-UNICO-PREF-FIM.
       CTT-UNICO-PREF-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO CTT-UNICO-PREF-FIM.
           IF CTT-TIPO NOT = "C" OR CTT-CODPESSOA NOT = CPFCNPJ
              GO TO CTT-UNICO-PREF-FIM.
           IF CTT-SEQ = W-CTT-SEQ
              GO TO CTT-UNICO-PREF-LOOP.
           MOVE ZEROS TO W-CTT-MUDOU
           IF W-CTT-PF = "S" AND CTT-PREF-FIN = "S"
              MOVE "N" TO CTT-PREF-FIN
              MOVE 1 TO W-CTT-MUDOU.
           IF W-CTT-PR = "S" AND CTT-PREF-REC = "S"
              MOVE "N" TO CTT-PREF-REC
              MOVE 1 TO W-CTT-MUDOU.
           IF W-CTT-PC = "S" AND CTT-PREF-COM = "S"
              MOVE "N" TO CTT-PREF-COM
              MOVE 1 TO W-CTT-MUDOU.
           IF W-CTT-MUDOU = 1
              REWRITE REGCTT.
           GO TO CTT-UNICO-PREF-LOOP.
       CTT-UNICO-PREF-FIM.
           EXIT.
      * EXCLUSAO DA PESSOA LEVA JUNTO TODOS OS SEUS CONTATOS
       CTT-EXCLUI-TODOS.
           MOVE "C" TO CTT-TIPO
           MOVE CPFCNPJ TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO CTT-EXCLUI-TODOS-FIM.
       CTT-EXCLUI-TODOS-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO CTT-EXCLUI-TODOS-FIM.
           IF CTT-TIPO NOT = "C" OR CTT-CODPESSOA NOT = CPFCNPJ
              GO TO CTT-EXCLUI-TODOS-FIM.
           DELETE ARQCTT RECORD
           GO TO CTT-EXCLUI-TODOS-LOOP.
       CTT-EXCLUI-TODOS-FIM.
           EXIT.
       CTT-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-AUD
           MOVE W-DATAHORA(9:6) TO W-HORA-AUD
           MOVE SPACES TO LINHA-AUD
           STRING W-AUD-PROG " K CHAVE=" CPFCNPJ
              " CONTATO=" CTT-SEQ " OPERACAO=" W-CTT-OPER
              " NOME=" CTT-NOME " FUNCAO=" CTT-FUNCAO
              " TEL=" CTT-TEL " EMAIL=" CTT-EMAIL
              " PREF=" CTT-PREF-FIN CTT-PREF-REC CTT-PREF-COM
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATA-AUD " HORA=" W-HORA-AUD
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD.
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
       VALIDA-TEL.
           MOVE 1 TO W-FMT-OK
           IF TEL < 1000000000
              IF TRV-OPERADOR = W-OPERADOR
                 DELETE ARQTRV RECORD.
       ROT-FIM.
           CLOSE ARQSIT ARQCTT.
           IF W-PED-ABERTO = "S"
              CLOSE ARQPED.
           IF W-CPG-ABERTO = "S"
              CLOSE ARQCPG.
           IF W-TER-ABERTO = "S"
              CLOSE ARQTER.
           CLOSE ARQCLI ARQCEP ARQAUD.
       ROT-MENS.
           MOVE ZEROS TO W-CONT.
