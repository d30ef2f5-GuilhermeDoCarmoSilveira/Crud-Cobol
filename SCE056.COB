       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE056.
      **************************************************
      * CONTAS BANCARIAS E TESOURARIA                   *
      * CADASTRO DAS CONTAS DA EMPRESA (CONTABCO.DAT:   *
      * BANCO, AGENCIA, NUMERO, CONTA CONTABIL DO PLANO *
      * E SALDO DE IMPLANTACAO) E MOVIMENTOS DE         *
      * TESOURARIA (MOVBCO.DAT) QUE NAO VEM DE BAIXA:   *
      *   T = TRANSFERENCIA ENTRE CONTAS (DEBITO NA     *
      *       ORIGEM E CREDITO NO DESTINO);             *
      *   D = DEPOSITO DE CAIXA FECHADO (SCE025): A     *
      *       SESSAO PASSA A "D" (DEPOSITADA) E NAO     *
      *       PODE SER DEPOSITADA DE NOVO;              *
      *   F = TARIFA BANCARIA (DEBITO);                 *
      *   J = JUROS/RENDIMENTOS RECEBIDOS (CREDITO) OU  *
      *       JUROS PAGOS (DEBITO).                     *
      * O SCE024 GRAVA TIPO Q (CHEQUE COMPENSADO) E O   *
      * SCE010 TIPO R (IMPOSTO RETIDO QUE NAO SAIU DA   *
      * CONTA) E O CONCCART TIPO A (CREDITO DA          *
      * ADQUIRENTE DE CARTAO). AS BAIXAS FEITAS PELO    *
      * BANCO (SCE010, REMESSA, REMPAG) LEVAM A CONTA   *
      * EM BXA-CONTA.                                   *
      * SALDO DIARIO NO RELBCO, CONCILIACAO POR CONTA   *
      * NO CONCILIA, PARTIDAS CONTABEIS NO GERACTB.     *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CBC-CODIGO
                    FILE STATUS IS ST-CBC.

           SELECT ARQMBC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MBC-CHAVE
                    FILE STATUS IS ST-MBC.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTA-CODIGO
                    FILE STATUS IS ST-CTA.

           SELECT ARQCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CX-CHAVE
                    FILE STATUS IS ST-CX.

           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABCO.DAT".
       01 REGCBC.
          03 CBC-CODIGO         PIC 9(02).
          03 CBC-DESC           PIC X(30).
          03 CBC-BANCO          PIC 9(03).
          03 CBC-AGENCIA        PIC 9(05).
          03 CBC-NUMERO         PIC X(12).
          03 CBC-CTA-CONTABIL   PIC 9(06).
          03 CBC-SALDO-INI      PIC S9(11)V99.
          03 CBC-DATA-INI       PIC 9(08).
          03 CBC-ATIVA          PIC X(01).

       FD ARQMBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVBCO.DAT".
       01 REGMBC.
          03 MBC-CHAVE.
           05 MBC-CONTA         PIC 9(02).
           05 MBC-DATA          PIC 9(08).
           05 MBC-SEQ           PIC 9(04).
          03 MBC-TIPO           PIC X(01).
          03 MBC-DC             PIC X(01).
          03 MBC-VALOR          PIC 9(09)V99.
          03 MBC-CONTRA         PIC 9(02).
          03 MBC-DOC            PIC X(20).
          03 MBC-HIST           PIC X(30).
          03 MBC-OPERADOR       PIC X(10).

       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD ARQCX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAIXA.DAT".
       01 REGCX.
          03 CX-CHAVE.
           05 CX-OPERADOR        PIC X(10).
           05 CX-DATA            PIC 9(08).
           05 CX-SESSAO          PIC 9(02).
          03 CX-FUNDO            PIC 9(07)V99.
          03 CX-STATUS           PIC X(01).
          03 CX-CONTADO          PIC 9(07)V99.
          03 CX-DIFERENCA        PIC S9(07)V99.

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(450).

       WORKING-STORAGE SECTION.
       01 ST-CBC        PIC X(02) VALUE "00".
       01 ST-MBC        PIC X(02) VALUE "00".
       01 ST-CTA        PIC X(02) VALUE "00".
       01 W-CTA-ABERTO  PIC X(01) VALUE "N".
       01 ST-CX         PIC X(02) VALUE "00".
       01 W-CX-ABERTO   PIC X(01) VALUE "N".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-PERIODO-ABERTO PIC 9(06) VALUE ZEROS.
       01 W-AAMM        PIC 9(06) VALUE ZEROS.

      * MOVIMENTO EM DIGITACAO
       01 W-CONTA       PIC 9(02) VALUE ZEROS.
       01 W-CONTA-DEST  PIC 9(02) VALUE ZEROS.
       01 W-DATA-MOV    PIC 9(08) VALUE ZEROS.
       01 W-DATA-MOV-R REDEFINES W-DATA-MOV.
          03 W-MOV-AA    PIC 9(04).
          03 W-MOV-MM    PIC 9(02).
          03 W-MOV-DD    PIC 9(02).
       01 W-DATA-OK     PIC 9(01) VALUE ZEROS.
       01 W-VALOR       PIC 9(09)V99 VALUE ZEROS.
       01 W-HIST        PIC X(30) VALUE SPACES.
       01 W-DOC         PIC X(20) VALUE SPACES.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-DC          PIC X(01) VALUE SPACES.
       01 W-CONTRA      PIC 9(02) VALUE ZEROS.
       01 W-CONTA-OK    PIC 9(01) VALUE ZEROS.
       01 W-DATA-INI-CTA PIC 9(08) VALUE ZEROS.

      * DEPOSITO DE CAIXA
       01 W-CX-OPER     PIC X(10) VALUE SPACES.
       01 W-CX-DATA     PIC 9(08) VALUE ZEROS.
       01 W-CX-SESSAO   PIC 9(02) VALUE ZEROS.

      * CONSULTA DE MOVIMENTOS
       01 W-DATA-DE     PIC 9(08) VALUE ZEROS.
       01 W-DATA-ATE    PIC 9(08) VALUE ZEROS.

       01 W-VAL-ED      PIC ZZZZZZZZZ9,99.
       01 W-SAL-ED      PIC ZZZZZZZZZZ9,99-.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONTAS BANCARIAS E TESOURARIA"
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE.
       ABRE-CBC.
           OPEN I-O ARQCBC
           IF ST-CBC NOT = "00"
              IF ST-CBC = "30"
                 OPEN OUTPUT ARQCBC
                 CLOSE ARQCBC
                 OPEN I-O ARQCBC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTABCO.DAT"
                 STOP RUN.
       ABRE-MBC.
           OPEN I-O ARQMBC
           IF ST-MBC NOT = "00"
              IF ST-MBC = "30"
                 OPEN OUTPUT ARQMBC
                 CLOSE ARQMBC
                 OPEN I-O ARQMBC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVBCO.DAT"
                 CLOSE ARQCBC
                 STOP RUN.
       ABRE-OPCIONAIS.
           MOVE "N" TO W-CTA-ABERTO
           OPEN INPUT ARQCTA
           IF ST-CTA = "00"
              MOVE "S" TO W-CTA-ABERTO.
           MOVE "N" TO W-CX-ABERTO
           OPEN I-O ARQCX
           IF ST-CX = "00"
              MOVE "S" TO W-CX-ABERTO.
       LE-PERIODO.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
           IF ST-PCTL = "00"
              READ ARQPERCTL
              CLOSE ARQPERCTL
              MOVE CTL-PERIODO-ABERTO TO W-PERIODO-ABERTO.
       ABRE-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD
              CLOSE ARQAUD
              OPEN EXTEND ARQAUD.
       LOGIN-OPERADOR.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
       R1.
           DISPLAY "C = CADASTRAR/ALTERAR CONTA | L = LISTAR CONTAS"
              " | M = MOVIMENTOS DA CONTA"
           DISPLAY "T = TRANSFERENCIA | D = DEPOSITO DE CAIXA |"
              " F = TARIFA | J = JUROS | S = SAIR"
           ACCEPT W-OPCAO
           IF W-OPCAO = "C" OR "c"
              PERFORM CADASTRA-CONTA THRU CADASTRA-CONTA-FIM
              GO TO R1.
           IF W-OPCAO = "L" OR "l"
              PERFORM LISTA-CONTAS THRU LISTA-CONTAS-FIM
              GO TO R1.
           IF W-OPCAO = "M" OR "m"
              PERFORM LISTA-MOVIMENTOS THRU LISTA-MOVIMENTOS-FIM
              GO TO R1.
           IF W-OPCAO = "T" OR "t"
              PERFORM TRANSFERENCIA THRU TRANSFERENCIA-FIM
              GO TO R1.
           IF W-OPCAO = "D" OR "d"
              PERFORM DEPOSITO-CAIXA THRU DEPOSITO-CAIXA-FIM
              GO TO R1.
           IF W-OPCAO = "F" OR "f"
              PERFORM TARIFA THRU TARIFA-FIM
              GO TO R1.
           IF W-OPCAO = "J" OR "j"
              PERFORM JUROS THRU JUROS-FIM
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           DISPLAY "DIGITE C, L, M, T, D, F, J OU S"
           GO TO R1.

      *----------------------------------------------------------------
      * CADASTRO DA CONTA. A CONTA CONTABIL E CONFERIDA NO PLANO
      * (SCE029) QUANDO ELE EXISTE; O SALDO DE IMPLANTACAO VALE NA
      * DATA INICIAL E OS MOVIMENTOS ANTERIORES A ELA SAO RECUSADOS
      *----------------------------------------------------------------
       CADASTRA-CONTA.
           MOVE ZEROS TO CBC-CODIGO
           DISPLAY "CODIGO DA CONTA (01-99): "
           ACCEPT CBC-CODIGO
           IF CBC-CODIGO = ZEROS
              GO TO CADASTRA-CONTA-FIM.
           READ ARQCBC
           IF ST-CBC = "00"
              DISPLAY "CONTA JA CADASTRADA: " CBC-DESC
                 " - SERA ALTERADA"
           ELSE
              MOVE SPACES TO CBC-DESC CBC-NUMERO
              MOVE ZEROS TO CBC-BANCO CBC-AGENCIA CBC-CTA-CONTABIL
                 CBC-SALDO-INI CBC-DATA-INI
              MOVE "S" TO CBC-ATIVA.
           DISPLAY "DESCRICAO: "
           ACCEPT CBC-DESC
           DISPLAY "BANCO (3 DIG): "
           ACCEPT CBC-BANCO
           DISPLAY "AGENCIA: "
           ACCEPT CBC-AGENCIA
           DISPLAY "NUMERO DA CONTA: "
           ACCEPT CBC-NUMERO.
       CADASTRA-CONTA-CTB.
           DISPLAY "CONTA CONTABIL NO PLANO: "
           ACCEPT CBC-CTA-CONTABIL
           IF CBC-CTA-CONTABIL = ZEROS OR W-CTA-ABERTO NOT = "S"
              GO TO CADASTRA-CONTA-SALDO.
           MOVE CBC-CTA-CONTABIL TO CTA-CODIGO
           READ ARQCTA
           IF ST-CTA NOT = "00"
              DISPLAY "CONTA NAO CADASTRADA NO PLANO (SCE029)"
              GO TO CADASTRA-CONTA-CTB.
           DISPLAY "   " CTA-DESC
           IF CTA-TIPO NOT = "A"
              DISPLAY "AVISO: CONTA CONTABIL NAO E DE ATIVO".
       CADASTRA-CONTA-SALDO.
           DISPLAY "SALDO DE IMPLANTACAO (NEGATIVO = SALDO DEVEDOR"
              " NO BANCO): "
           ACCEPT CBC-SALDO-INI
           DISPLAY "DATA DO SALDO DE IMPLANTACAO (AAAAMMDD): "
           ACCEPT CBC-DATA-INI
           IF CBC-DATA-INI = ZEROS
              MOVE W-DATA-HOJE TO CBC-DATA-INI.
           DISPLAY "CONTA ATIVA (S/N): "
           ACCEPT CBC-ATIVA
           IF CBC-ATIVA NOT = "N" AND "n"
              MOVE "S" TO CBC-ATIVA
           ELSE
              MOVE "N" TO CBC-ATIVA.
           WRITE REGCBC
           IF ST-CBC = "22"
              REWRITE REGCBC.
           IF ST-CBC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA CONTA - STATUS " ST-CBC
              GO TO CADASTRA-CONTA-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE056 C CHAVE=" CBC-CODIGO
              " BANCO=" CBC-BANCO " AGENCIA=" CBC-AGENCIA
              " CONTA=" CBC-NUMERO " CTB=" CBC-CTA-CONTABIL
              " ATIVA=" CBC-ATIVA
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "CONTA GRAVADA".
       CADASTRA-CONTA-FIM.
           EXIT.

       LISTA-CONTAS.
           MOVE ZEROS TO CBC-CODIGO
           START ARQCBC KEY IS NOT LESS THAN CBC-CODIGO
              INVALID KEY
                 DISPLAY "NENHUMA CONTA CADASTRADA"
                 GO TO LISTA-CONTAS-FIM.
       LISTA-CONTAS-LOOP.
           READ ARQCBC NEXT
           IF ST-CBC NOT = "00"
              GO TO LISTA-CONTAS-FIM.
           MOVE CBC-SALDO-INI TO W-SAL-ED
           DISPLAY CBC-CODIGO " " CBC-DESC " BCO " CBC-BANCO
              " AG " CBC-AGENCIA " CC " CBC-NUMERO
           DISPLAY "   CTB " CBC-CTA-CONTABIL " SALDO INICIAL "
              W-SAL-ED " EM " CBC-DATA-INI " ATIVA " CBC-ATIVA
           GO TO LISTA-CONTAS-LOOP.
       LISTA-CONTAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ROTINAS COMUNS DOS MOVIMENTOS: CONTA ATIVA, DATA NO PERIODO
      * ABERTO (SCE021) E NAO ANTERIOR A IMPLANTACAO DA CONTA
      *----------------------------------------------------------------
       PEDE-CONTA.
           MOVE ZEROS TO W-CONTA-OK
           MOVE W-CONTA TO CBC-CODIGO
           READ ARQCBC
           IF ST-CBC NOT = "00"
              DISPLAY "CONTA BANCARIA NAO CADASTRADA"
              GO TO PEDE-CONTA-FIM.
           IF CBC-ATIVA NOT = "S"
              DISPLAY "CONTA BANCARIA INATIVA"
              GO TO PEDE-CONTA-FIM.
           DISPLAY "   " CBC-DESC
           MOVE CBC-DATA-INI TO W-DATA-INI-CTA
           MOVE 1 TO W-CONTA-OK.
       PEDE-CONTA-FIM.
           EXIT.

       PEDE-DATA.
           MOVE ZEROS TO W-DATA-OK W-DATA-MOV
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT W-DATA-MOV
           IF W-DATA-MOV = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-MOV.
           IF W-MOV-MM < 1 OR W-MOV-MM > 12 OR
              W-MOV-DD < 1 OR W-MOV-DD > 31
              DISPLAY "DATA INVALIDA"
              GO TO PEDE-DATA-FIM.
           COMPUTE W-AAMM = W-DATA-MOV / 100
           IF W-PERIODO-ABERTO > ZEROS AND
              W-AAMM < W-PERIODO-ABERTO
              DISPLAY "PERIODO CONTABIL FECHADO PARA ESTA DATA"
              GO TO PEDE-DATA-FIM.
           MOVE 1 TO W-DATA-OK.
       PEDE-DATA-FIM.
           EXIT.

      * CONFERE A DATA CONTRA A IMPLANTACAO DA CONTA LIDA
       CONFERE-IMPLANT.
           IF W-DATA-MOV < W-DATA-INI-CTA
              DISPLAY "DATA ANTERIOR A IMPLANTACAO DA CONTA ("
                 W-DATA-INI-CTA ")"
              MOVE ZEROS TO W-DATA-OK.

       PEDE-VALOR.
           MOVE ZEROS TO W-VALOR
           DISPLAY "VALOR: "
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
              DISPLAY "VALOR NULO - NADA LANCADO".

      * GRAVA UM MOVIMENTO: W-CONTA, W-DATA-MOV, W-TIPO, W-DC,
      * W-VALOR, W-CONTRA, W-DOC E W-HIST. A SEQUENCIA E A
      * PRIMEIRA LIVRE NO DIA DA CONTA
       GRAVA-MOVIMENTO.
           MOVE W-CONTA TO MBC-CONTA
           MOVE W-DATA-MOV TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ.
       GRAVA-MOVIMENTO-WR.
           ADD 1 TO MBC-SEQ
           MOVE W-TIPO TO MBC-TIPO
           MOVE W-DC TO MBC-DC
           MOVE W-VALOR TO MBC-VALOR
           MOVE W-CONTRA TO MBC-CONTRA
           MOVE W-DOC TO MBC-DOC
           MOVE W-HIST TO MBC-HIST
           MOVE W-OPERADOR TO MBC-OPERADOR
           WRITE REGMBC
           IF ST-MBC = "22"
              IF MBC-SEQ < 9999
                 GO TO GRAVA-MOVIMENTO-WR
              ELSE
                 DISPLAY "LIMITE DE MOVIMENTOS DO DIA ATINGIDO"
                 GO TO GRAVA-MOVIMENTO-FIM.
           IF ST-MBC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO - STATUS "
                 ST-MBC
              GO TO GRAVA-MOVIMENTO-FIM.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE SPACES TO LINHA-AUD
           STRING "SCE056 " MBC-TIPO " CHAVE=" MBC-CONTA "/"
              MBC-DATA "/" MBC-SEQ
              " DC=" MBC-DC " VALOR=" MBC-VALOR
              " CONTRA=" MBC-CONTRA " DOC=" MBC-DOC
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           DISPLAY "MOVIMENTO GRAVADO - CONTA " MBC-CONTA
              " DIA " MBC-DATA " SEQ " MBC-SEQ.
       GRAVA-MOVIMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * TRANSFERENCIA: DEBITO NA ORIGEM E CREDITO NO DESTINO, NA
      * MESMA DATA, UM APONTANDO PARA O OUTRO EM MBC-CONTRA
      *----------------------------------------------------------------
       TRANSFERENCIA.
           MOVE ZEROS TO W-CONTA
           DISPLAY "CONTA DE ORIGEM: "
           ACCEPT W-CONTA
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           IF W-CONTA-OK = ZEROS
              GO TO TRANSFERENCIA-FIM.
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM
           IF W-DATA-OK = ZEROS
              GO TO TRANSFERENCIA-FIM.
           PERFORM CONFERE-IMPLANT
           IF W-DATA-OK = ZEROS
              GO TO TRANSFERENCIA-FIM.
           MOVE ZEROS TO W-CONTA-DEST
           DISPLAY "CONTA DE DESTINO: "
           ACCEPT W-CONTA-DEST
           IF W-CONTA-DEST = W-CONTA
              DISPLAY "ORIGEM E DESTINO IGUAIS"
              GO TO TRANSFERENCIA-FIM.
           MOVE W-CONTA TO W-CONTRA
           MOVE W-CONTA-DEST TO W-CONTA
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           MOVE W-CONTRA TO W-CONTA
           IF W-CONTA-OK = ZEROS
              GO TO TRANSFERENCIA-FIM.
           PERFORM CONFERE-IMPLANT
           IF W-DATA-OK = ZEROS
              GO TO TRANSFERENCIA-FIM.
           PERFORM PEDE-VALOR
           IF W-VALOR = ZEROS
              GO TO TRANSFERENCIA-FIM.
           MOVE SPACES TO W-HIST
           DISPLAY "HISTORICO: "
           ACCEPT W-HIST
           IF W-HIST = SPACES
              MOVE "TRANSFERENCIA ENTRE CONTAS" TO W-HIST.
           MOVE "T" TO W-TIPO
           MOVE SPACES TO W-DOC
           MOVE "D" TO W-DC
           MOVE W-CONTA-DEST TO W-CONTRA
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
           IF ST-MBC NOT = "00"
              GO TO TRANSFERENCIA-FIM.
           MOVE "C" TO W-DC
           MOVE W-CONTA TO W-CONTRA
           MOVE W-CONTA-DEST TO W-CONTA
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
       TRANSFERENCIA-FIM.
           EXIT.

      *----------------------------------------------------------------
      * DEPOSITO DE CAIXA: SO SESSAO FECHADA ("F"). O VALOR SUGERIDO
      * E O CONTADO NO FECHAMENTO; A SESSAO FICA "D" (DEPOSITADA)
      *----------------------------------------------------------------
       DEPOSITO-CAIXA.
           IF W-CX-ABERTO NOT = "S"
              DISPLAY "ARQUIVO CAIXA.DAT NAO ENCONTRADO (SCE025)"
              GO TO DEPOSITO-CAIXA-FIM.
           MOVE SPACES TO W-CX-OPER
           MOVE ZEROS TO W-CX-DATA W-CX-SESSAO
           DISPLAY "OPERADOR DO CAIXA: "
           ACCEPT W-CX-OPER
           DISPLAY "DATA DO CAIXA (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT W-CX-DATA
           IF W-CX-DATA = ZEROS
              MOVE W-DATA-HOJE TO W-CX-DATA.
           DISPLAY "SESSAO: "
           ACCEPT W-CX-SESSAO
           MOVE W-CX-OPER TO CX-OPERADOR
           MOVE W-CX-DATA TO CX-DATA
           MOVE W-CX-SESSAO TO CX-SESSAO
           READ ARQCX
           IF ST-CX NOT = "00"
              DISPLAY "SESSAO DE CAIXA NAO ENCONTRADA"
              GO TO DEPOSITO-CAIXA-FIM.
           IF CX-STATUS = "A"
              DISPLAY "SESSAO AINDA ABERTA - FECHE NO SCE025"
              GO TO DEPOSITO-CAIXA-FIM.
           IF CX-STATUS = "D"
              DISPLAY "SESSAO JA DEPOSITADA"
              GO TO DEPOSITO-CAIXA-FIM.
           MOVE ZEROS TO W-CONTA
           DISPLAY "CONTA DO DEPOSITO: "
           ACCEPT W-CONTA
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           IF W-CONTA-OK = ZEROS
              GO TO DEPOSITO-CAIXA-FIM.
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM
           IF W-DATA-OK = ZEROS
              GO TO DEPOSITO-CAIXA-FIM.
           PERFORM CONFERE-IMPLANT
           IF W-DATA-OK = ZEROS
              GO TO DEPOSITO-CAIXA-FIM.
           MOVE CX-CONTADO TO W-VAL-ED
           MOVE ZEROS TO W-VALOR
           DISPLAY "VALOR DEPOSITADO (ZEROS = CONTADO " W-VAL-ED
              "): "
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
              MOVE CX-CONTADO TO W-VALOR.
           IF W-VALOR = ZEROS
              DISPLAY "VALOR NULO - NADA LANCADO"
              GO TO DEPOSITO-CAIXA-FIM.
           MOVE "D" TO W-TIPO
           MOVE "C" TO W-DC
           MOVE ZEROS TO W-CONTRA
           MOVE SPACES TO W-DOC W-HIST
           STRING "CX " CX-OPERADOR(1:6) " " CX-DATA(3:6) " "
              CX-SESSAO
              DELIMITED BY SIZE INTO W-DOC
           STRING "DEPOSITO DO CAIXA " CX-OPERADOR
              DELIMITED BY SIZE INTO W-HIST
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM
           IF ST-MBC NOT = "00"
              GO TO DEPOSITO-CAIXA-FIM.
           MOVE "D" TO CX-STATUS
           REWRITE REGCX
           IF ST-CX NOT = "00"
              DISPLAY "ERRO NA MARCACAO DA SESSAO COMO DEPOSITADA".
       DEPOSITO-CAIXA-FIM.
           EXIT.

       TARIFA.
           MOVE ZEROS TO W-CONTA
           DISPLAY "CONTA DA TARIFA: "
           ACCEPT W-CONTA
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           IF W-CONTA-OK = ZEROS
              GO TO TARIFA-FIM.
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM
           IF W-DATA-OK = ZEROS
              GO TO TARIFA-FIM.
           PERFORM CONFERE-IMPLANT
           IF W-DATA-OK = ZEROS
              GO TO TARIFA-FIM.
           PERFORM PEDE-VALOR
           IF W-VALOR = ZEROS
              GO TO TARIFA-FIM.
           MOVE SPACES TO W-HIST W-DOC
           DISPLAY "HISTORICO: "
           ACCEPT W-HIST
           IF W-HIST = SPACES
              MOVE "TARIFA BANCARIA" TO W-HIST.
           MOVE "F" TO W-TIPO
           MOVE "D" TO W-DC
           MOVE ZEROS TO W-CONTRA
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
       TARIFA-FIM.
           EXIT.

       JUROS.
           MOVE ZEROS TO W-CONTA
           DISPLAY "CONTA DOS JUROS: "
           ACCEPT W-CONTA
           PERFORM PEDE-CONTA THRU PEDE-CONTA-FIM
           IF W-CONTA-OK = ZEROS
              GO TO JUROS-FIM.
           MOVE SPACES TO W-DC
           DISPLAY "R = RECEBIDOS/RENDIMENTO (CREDITO) | P = PAGOS"
              " (DEBITO): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "R" OR "r"
              MOVE "C" TO W-DC.
           IF W-OPCAO = "P" OR "p"
              MOVE "D" TO W-DC.
           IF W-DC = SPACES
              DISPLAY "DIGITE R OU P"
              GO TO JUROS-FIM.
           PERFORM PEDE-DATA THRU PEDE-DATA-FIM
           IF W-DATA-OK = ZEROS
              GO TO JUROS-FIM.
           PERFORM CONFERE-IMPLANT
           IF W-DATA-OK = ZEROS
              GO TO JUROS-FIM.
           PERFORM PEDE-VALOR
           IF W-VALOR = ZEROS
              GO TO JUROS-FIM.
           MOVE SPACES TO W-HIST W-DOC
           DISPLAY "HISTORICO: "
           ACCEPT W-HIST
           IF W-HIST = SPACES
              IF W-DC = "C"
                 MOVE "JUROS/RENDIMENTO RECEBIDO" TO W-HIST
              ELSE
                 MOVE "JUROS BANCARIOS PAGOS" TO W-HIST.
           MOVE "J" TO W-TIPO
           MOVE ZEROS TO W-CONTRA
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
       JUROS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MOVIMENTOS DE TESOURARIA DA CONTA NO PERIODO (AS BAIXAS
      * ENTRAM NO SALDO DIARIO DO RELBCO)
      *----------------------------------------------------------------
       LISTA-MOVIMENTOS.
           MOVE ZEROS TO W-CONTA W-DATA-DE W-DATA-ATE
           DISPLAY "CONTA: "
           ACCEPT W-CONTA
           DISPLAY "DATA INICIAL (AAAAMMDD): "
           ACCEPT W-DATA-DE
           DISPLAY "DATA FINAL (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT W-DATA-ATE
           IF W-DATA-ATE = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-ATE.
           MOVE W-CONTA TO MBC-CONTA
           MOVE W-DATA-DE TO MBC-DATA
           MOVE ZEROS TO MBC-SEQ
           START ARQMBC KEY IS NOT LESS THAN MBC-CHAVE
              INVALID KEY
                 DISPLAY "NENHUM MOVIMENTO NO PERIODO"
                 GO TO LISTA-MOVIMENTOS-FIM.
       LISTA-MOVIMENTOS-LOOP.
           READ ARQMBC NEXT
           IF ST-MBC NOT = "00"
              GO TO LISTA-MOVIMENTOS-FIM.
           IF MBC-CONTA NOT = W-CONTA OR MBC-DATA > W-DATA-ATE
              GO TO LISTA-MOVIMENTOS-FIM.
           MOVE MBC-VALOR TO W-VAL-ED
           DISPLAY MBC-DATA " " MBC-SEQ " " MBC-TIPO " " MBC-DC " "
              W-VAL-ED " " MBC-HIST " " MBC-OPERADOR
           GO TO LISTA-MOVIMENTOS-LOOP.
       LISTA-MOVIMENTOS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE ARQCBC ARQMBC ARQAUD.
           IF W-CTA-ABERTO = "S"
              CLOSE ARQCTA.
           IF W-CX-ABERTO = "S"
              CLOSE ARQCX.
           STOP RUN.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
