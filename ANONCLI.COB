       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONCLI.
      **************************************************
      * ANONIMIZACAO DE CLIENTES PESSOA FISICA INATIVOS *
      * (LGPD). CLIENTE "F" SEM COMPRA HA N ANOS        *
      * (PADRAO 5), SEM PARCELA EM ABERTO NO REGLANC,   *
      * SEM CONTRATO RECORRENTE ATIVO E SEM MANUTENCAO  *
      * NO CADASTRO (SCE002) DENTRO DO PERIODO TEM      *
      * NOME, ENDERECO, TELEFONE E EMAIL MASCARADOS NO  *
      * REGCLI, O ENDERECO DE ENTREGA DOS PEDIDOS DELE  *
      * (PEDCOMP), O EMAIL DAS MENSAGENS (MENSAG), O    *
      * TEXTO DAS OCORRENCIAS DO SAC (OCORSAC/OCOHIST)  *
      * E AS NOTAS DE COBRANCA (COBAGE) E DE            *
      * SITUACAO (SITPES) APAGADOS. O CPF, A CIDADE/UF  *
      * E TODO O HISTORICO DE PEDIDOS E FINANCEIRO SAO  *
      * MANTIDOS PARA FINS FISCAIS.                     *
      * QUEM TAMBEM E FORNECEDOR (REGFOR) FICA DE FORA. *
      * MODO 1 SO LISTA OS CANDIDATOS; MODO 2 GRAVA E   *
      * PRECISA DE SUPERVISOR (PERFDESC). LOG EM        *
      * LGPDANON.TXT E UMA LINHA POR TITULAR NA         *
      * AUDITORIA.                                      *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    ALTERNATE RECORD KEY IS RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-CLI.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-RSNOME
                       WITH DUPLICATES
                    FILE STATUS IS ST-FOR.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-ERRO.

           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS HPED-CHAVE
                    FILE STATUS IS ST-PEDH.

           SELECT ARQPCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PCMP-CHAVE
                    FILE STATUS IS ST-PCMP.

           SELECT ARQLANC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTR-NUMERO
                    FILE STATUS IS ST-CTR.

           SELECT ARQAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AGE-CHAVE
                    FILE STATUS IS ST-AGE.

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

           SELECT ARQOCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OCO-NUMERO
                    ALTERNATE RECORD KEY IS OCO-CODCLI
                       WITH DUPLICATES
                    FILE STATUS IS ST-OCO.

           SELECT ARQOCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OCH-CHAVE
                    FILE STATUS IS ST-OCH.

           SELECT ARQSIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SIT-CHAVE
                    FILE STATUS IS ST-SIT.

           SELECT ARQPERF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PERF-OPERADOR
                    FILE STATUS IS ST-PERF.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGCLI.DAT".
       01 REGCLI.
          03 CPFCNPJ        PIC 9(14).
          03 RSNOME         PIC X(60).
          03 APSOBRE        PIC X(60).
          03 CEP            PIC 9(08).
          03 LOGR           PIC X(40).
          03 NUM            PIC 9(08).
          03 COMPL          PIC X(15).
          03 BAIRRO         PIC X(22).
          03 CIDADE         PIC X(33).
          03 UF             PIC X(02).
          03 TEL            PIC 9(11).
          03 EMAIL          PIC X(40).
          03 LIMITE-CREDITO PIC 9(08)V99.
          03 TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR   PIC X(10).
          03 COND-PAGTO     PIC 9(03).
          03 TERRITORIO     PIC 9(03).

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ        PIC 9(14).
          03 FOR-RSNOME         PIC X(60).
          03 FOR-APSOBRE        PIC X(60).
          03 FOR-CEP            PIC 9(08).
          03 FOR-NUM            PIC 9(08).
          03 FOR-COMPL          PIC X(15).
          03 FOR-TEL            PIC 9(11).
          03 FOR-EMAIL          PIC X(40).
          03 FOR-TIPO-PESSOA    PIC X(01).
          03 ULT-OPERADOR       PIC X(10).

       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGPED.DAT".
       01 REGPED.
          03 CHAVE.
           05 NUMPEDIDO         PIC 9(06).
           05 TPPEDIDO          PIC 9(01).
          03 CODCLI             PIC 9(14).
          03 CODFORN            PIC 9(14).
          03 TOTAL              PIC 9(07)V99.
          03 DATAPED            PIC 9(08).
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQPEDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDH.DAT".
       01 REGPEDH.
          03 HPED-CHAVE.
           05 HPED-NUMPEDIDO    PIC 9(06).
           05 HPED-TPPEDIDO     PIC 9(01).
          03 HPED-CODCLI        PIC 9(14).
          03 HPED-CODFORN       PIC 9(14).
          03 HPED-TOTAL         PIC 9(07)V99.
          03 HPED-DATAPED       PIC 9(08).
          03 HPED-OPERADOR      PIC X(10).
          03 HPED-STATUS        PIC X(01).
          03 HPED-BASE-DEVOL    PIC 9(01).
          03 HPED-CONDPAG       PIC 9(03).

       FD ARQPCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REGPCMP.
          03 PCMP-CHAVE.
           05 PCMP-NUMPEDIDO    PIC 9(06).
           05 PCMP-TPPEDIDO     PIC 9(01).
          03 PCMP-CEP           PIC 9(08).
          03 PCMP-LOGR          PIC X(40).
          03 PCMP-NUM           PIC 9(08).
          03 PCMP-COMPL         PIC X(15).
          03 PCMP-BAIRRO        PIC X(22).
          03 PCMP-CIDADE        PIC X(33).
          03 PCMP-UF            PIC X(02).
          03 PCMP-FILIAL        PIC 9(02).

       FD ARQLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REGLANC.DAT".
       01 REGLANC.
          03 LANC-CHAVE.
           05 LANC-NUMPEDIDO     PIC 9(06).
           05 LANC-TPPEDIDO      PIC 9(01).
           05 LANC-PARCELA       PIC 9(02).
          03 LANC-TIPO           PIC X(01).
          03 LANC-CODPESSOA      PIC 9(14).
          03 LANC-VALOR          PIC S9(07)V99.
          03 LANC-DATA           PIC 9(08).
          03 LANC-VENCIMENTO     PIC 9(08).
          03 LANC-STATUS         PIC X(01).

       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRATO.DAT".
       01 REGCTR.
          03 CTR-NUMERO         PIC 9(06).
          03 CTR-CODCLI         PIC 9(14).
          03 CTR-DIA            PIC 9(02).
          03 CTR-DATA-INI       PIC 9(08).
          03 CTR-DATA-FIM       PIC 9(08).
          03 CTR-QTD-PARC       PIC 9(02).
          03 CTR-STATUS         PIC X(01).
          03 CTR-ULT-GERACAO    PIC 9(06).
          03 CTR-OPERADOR       PIC X(10).

       FD ARQAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COBAGE.DAT".
       01 REGAGE.
          03 AGE-CHAVE.
           05 AGE-CODCLI         PIC 9(14).
           05 AGE-SEQ            PIC 9(04).
          03 AGE-DATA            PIC 9(08).
          03 AGE-NOTA            PIC X(40).
          03 AGE-PROM-DATA       PIC 9(08).
          03 AGE-PROM-VALOR      PIC 9(07)V99.
          03 AGE-STATUS          PIC X(01).
          03 AGE-OPERADOR        PIC X(10).

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

       FD ARQPERF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERFDESC.DAT".
       01 REGPERF.
          03 PERF-OPERADOR     PIC X(10).
          03 PERF-MAX-DESC     PIC 9(03)V99.
          03 PERF-SUPERV       PIC X(01).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(550).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDANON.TXT".
       01 LINHA-SAI              PIC X(132).

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

       FD ARQOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCORSAC.DAT".
       01 REGOCO.
          03 OCO-NUMERO          PIC 9(06).
          03 OCO-CODCLI          PIC 9(14).
          03 OCO-NUMPEDIDO       PIC 9(06).
          03 OCO-NF              PIC 9(06).
          03 OCO-CODPROD         PIC 9(06).
          03 OCO-TIPO            PIC X(01).
          03 OCO-DESCRICAO       PIC X(60).
          03 OCO-RESPONSAVEL     PIC X(10).
          03 OCO-STATUS          PIC X(01).
          03 OCO-DATA-ABERT      PIC 9(08).
          03 OCO-PRAZO           PIC 9(08).
          03 OCO-DATA-ENC        PIC 9(08).
          03 OCO-OPERADOR        PIC X(10).

       FD ARQOCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OCOHIST.DAT".
       01 REGOCH.
          03 OCH-CHAVE.
           05 OCH-NUMERO         PIC 9(06).
           05 OCH-SEQ            PIC 9(03).
          03 OCH-DATA            PIC 9(08).
          03 OCH-HORA            PIC 9(06).
          03 OCH-STATUS-ANT      PIC X(01).
          03 OCH-STATUS          PIC X(01).
          03 OCH-NOTA            PIC X(60).
          03 OCH-OPERADOR        PIC X(10).

       WORKING-STORAGE SECTION.
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PEDH       PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-CTR        PIC X(02) VALUE "00".
       01 ST-AGE        PIC X(02) VALUE "00".
       01 ST-SIT        PIC X(02) VALUE "00".
       01 ST-CTT        PIC X(02) VALUE "00".
       01 ST-MSG        PIC X(02) VALUE "00".
       01 ST-PERF       PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TEM-FOR     PIC X(01) VALUE "N".
       01 W-TEM-SIT     PIC X(01) VALUE "N".
       01 W-TEM-AGE     PIC X(01) VALUE "N".
       01 W-TEM-CTT     PIC X(01) VALUE "N".
       01 W-TEM-MSG     PIC X(01) VALUE "N".
       01 ST-OCO        PIC X(02) VALUE "00".
       01 ST-OCH        PIC X(02) VALUE "00".
       01 W-TEM-OCO     PIC X(01) VALUE "N".
       01 W-TEM-OCH     PIC X(01) VALUE "N".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-SUP-COD     PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-DATA-BASE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       01 W-ANOS        PIC 9(02) VALUE ZEROS.
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.
       01 W-NOME-ANON   PIC X(60) VALUE "TITULAR ANONIMIZADO".
       01 W-NOTA-ANON   PIC X(40) VALUE "*** ANONIMIZADO (LGPD) ***".

      * PESSOAS COM MOVIMENTO NO PERIODO - NAO SAO ANONIMIZADAS
       01 W-CPF-BUSCA   PIC 9(14) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-ESTOURO     PIC X(01) VALUE "N".
       01 W-QTD-ATV     PIC 9(04) VALUE ZEROS.
       01 IX            PIC 9(04) VALUE ZEROS.
       01 W-TAB-ATV.
          03 W-ATV-CPF OCCURS 3000 TIMES PIC 9(14).

      * TITULARES ANONIMIZADOS NESTA EXECUCAO
       01 W-QTD-ANO     PIC 9(04) VALUE ZEROS.
       01 W-TAB-ANO.
          03 W-ANO-CPF OCCURS 3000 TIMES PIC 9(14).

      * LEITURA DA AUDITORIA: CHAVE E DATA DAS LINHAS DO SCE002
       01 W-AUD-ANTES   PIC X(550) VALUE SPACES.
       01 W-AUD-RESTO   PIC X(550) VALUE SPACES.
       01 W-AUD-DATA    PIC X(08) VALUE SPACES.
       01 W-AUD-CHAVE   PIC X(14) VALUE SPACES.

       01 W-QTD-PF      PIC 9(06) VALUE ZEROS.
       01 W-QTD-CAND    PIC 9(06) VALUE ZEROS.
       01 W-QTD-JA      PIC 9(06) VALUE ZEROS.
       01 W-QTD-MANT    PIC 9(06) VALUE ZEROS.
       01 W-QTD-FOR     PIC 9(06) VALUE ZEROS.
       01 W-QTD-END     PIC 9(06) VALUE ZEROS.
       01 W-QTD-NOTA    PIC 9(06) VALUE ZEROS.
       01 W-QTD-CTT     PIC 9(06) VALUE ZEROS.
       01 W-QTD-MSG     PIC 9(06) VALUE ZEROS.
       01 W-QTD-OCO     PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-BASE
           DISPLAY "ANONIMIZACAO DE CLIENTES INATIVOS (LGPD)".
           DISPLAY "ANOS SEM COMPRA (BRANCO = 5): "
           ACCEPT W-ANOS
           IF W-ANOS = ZEROS
              MOVE 5 TO W-ANOS.
           COMPUTE W-DATA-CORTE = W-DATA-BASE - W-ANOS * 10000.
       R-MODO.
           DISPLAY "1 = SO LISTAR CANDIDATOS | 2 = ANONIMIZAR"
              " | 0 = SAIR :"
           ACCEPT W-MODO
           IF W-MODO = "0"
              STOP RUN.
           IF W-MODO NOT = "1" AND W-MODO NOT = "2"
              DISPLAY "DIGITE 0, 1 OU 2"
              GO TO R-MODO.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           IF W-MODO = "2"
              DISPLAY "A ANONIMIZACAO NAO PODE SER DESFEITA."
              DISPLAY "CONFIRMA (S/N): "
              ACCEPT W-CONFIRMA
              IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
                 STOP RUN.
           IF W-MODO = "2"
              PERFORM APROVA-SUPERVISOR THRU APROVA-SUPERVISOR-FIM
              IF W-SUP-COD = SPACES
                 DISPLAY "ANONIMIZACAO CANCELADA - SEM SUPERVISOR"
                 STOP RUN.
           PERFORM MONTA-ATIVOS THRU MONTA-ATIVOS-FIM
           IF W-ESTOURO = "S"
              DISPLAY "MAIS DE 3000 PESSOAS COM MOVIMENTO NO PERIODO"
              DISPLAY "PROCESSAMENTO CANCELADO"
              STOP RUN.
           PERFORM PROCESSA-CLIENTES THRU PROCESSA-CLIENTES-FIM
           IF W-MODO = "2" AND W-QTD-ANO > ZEROS
              PERFORM MASCARA-ENTREGAS THRU MASCARA-ENTREGAS-FIM
              PERFORM MASCARA-NOTAS THRU MASCARA-NOTAS-FIM
              PERFORM EXCLUI-CONTATOS THRU EXCLUI-CONTATOS-FIM
              PERFORM MASCARA-MENSAGENS THRU MASCARA-MENSAGENS-FIM
              PERFORM MASCARA-OCORRENCIAS THRU
                 MASCARA-OCORRENCIAS-FIM.
           PERFORM IMPRIME-TOTAIS
           DISPLAY "CANDIDATOS: " W-QTD-CAND "  ANONIMIZADOS: "
              W-QTD-ANO "  LOG EM LGPDANON.TXT".
           STOP RUN.

      *----------------------------------------------------------------
      * APROVACAO DE SUPERVISOR (PERFDESC.DAT, PERF-SUPERV = "S")
      *----------------------------------------------------------------
       APROVA-SUPERVISOR.
           MOVE SPACES TO W-SUP-COD
           OPEN INPUT ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "PERFDESC.DAT NAO ENCONTRADO - CADASTRE O"
                 " SUPERVISOR NO SCE018"
              GO TO APROVA-SUPERVISOR-FIM.
       APROVA-SUP-PEDE.
           DISPLAY "CODIGO DO SUPERVISOR (BRANCO = DESISTE): "
           ACCEPT W-SUP-COD
           IF W-SUP-COD = SPACES
              CLOSE ARQPERF
              GO TO APROVA-SUPERVISOR-FIM.
           MOVE W-SUP-COD TO PERF-OPERADOR
           READ ARQPERF
           IF ST-PERF NOT = "00"
              DISPLAY "CODIGO DE SUPERVISOR NAO CADASTRADO"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           IF PERF-SUPERV NOT = "S"
              DISPLAY "OPERADOR NAO E SUPERVISOR"
              MOVE SPACES TO W-SUP-COD
              GO TO APROVA-SUP-PEDE.
           CLOSE ARQPERF.
       APROVA-SUPERVISOR-FIM.
           EXIT.

      *----------------------------------------------------------------
      * TABELA DE PESSOAS COM MOVIMENTO: VENDA NO PERIODO (ATIVA OU
      * ARQUIVADA), PARCELA "R" EM ABERTO, CONTRATO ATIVO OU
      * MANUTENCAO NO CADASTRO DE CLIENTES DENTRO DO PERIODO
      *----------------------------------------------------------------
       MONTA-ATIVOS.
           MOVE ZEROS TO W-QTD-ATV
           MOVE "N" TO W-ESTOURO
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              GO TO MONTA-ATV-PEDH.
       MONTA-ATV-PED-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              CLOSE ARQPED
              GO TO MONTA-ATV-PEDH.
           IF TPPEDIDO NOT = 2 OR DATAPED < W-DATA-CORTE
              GO TO MONTA-ATV-PED-LOOP.
           MOVE CODCLI TO W-CPF-BUSCA
           PERFORM INCLUI-ATIVO THRU INCLUI-ATIVO-FIM
           GO TO MONTA-ATV-PED-LOOP.
       MONTA-ATV-PEDH.
           OPEN INPUT ARQPEDH
           IF ST-PEDH NOT = "00"
              GO TO MONTA-ATV-LANC.
           MOVE LOW-VALUES TO HPED-CHAVE
           START ARQPEDH KEY IS NOT LESS THAN HPED-CHAVE
              INVALID KEY
                 CLOSE ARQPEDH
                 GO TO MONTA-ATV-LANC.
       MONTA-ATV-PEDH-LOOP.
           READ ARQPEDH NEXT
           IF ST-PEDH NOT = "00"
              CLOSE ARQPEDH
              GO TO MONTA-ATV-LANC.
           IF HPED-TPPEDIDO NOT = 2 OR HPED-DATAPED < W-DATA-CORTE
              GO TO MONTA-ATV-PEDH-LOOP.
           MOVE HPED-CODCLI TO W-CPF-BUSCA
           PERFORM INCLUI-ATIVO THRU INCLUI-ATIVO-FIM
           GO TO MONTA-ATV-PEDH-LOOP.
       MONTA-ATV-LANC.
           OPEN INPUT ARQLANC
           IF ST-LANC NOT = "00"
              GO TO MONTA-ATV-CTR.
           MOVE LOW-VALUES TO LANC-CHAVE
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY
                 CLOSE ARQLANC
                 GO TO MONTA-ATV-CTR.
       MONTA-ATV-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-LANC NOT = "00"
              CLOSE ARQLANC
              GO TO MONTA-ATV-CTR.
           IF LANC-TIPO NOT = "R" OR LANC-STATUS NOT = "A"
              GO TO MONTA-ATV-LANC-LOOP.
           MOVE LANC-CODPESSOA TO W-CPF-BUSCA
           PERFORM INCLUI-ATIVO THRU INCLUI-ATIVO-FIM
           GO TO MONTA-ATV-LANC-LOOP.
       MONTA-ATV-CTR.
           OPEN INPUT ARQCTR
           IF ST-CTR NOT = "00"
              GO TO MONTA-ATV-AUD.
           MOVE ZEROS TO CTR-NUMERO
           START ARQCTR KEY IS NOT LESS THAN CTR-NUMERO
              INVALID KEY
                 CLOSE ARQCTR
                 GO TO MONTA-ATV-AUD.
       MONTA-ATV-CTR-LOOP.
           READ ARQCTR NEXT
           IF ST-CTR NOT = "00"
              CLOSE ARQCTR
              GO TO MONTA-ATV-AUD.
           IF CTR-STATUS NOT = "A"
              GO TO MONTA-ATV-CTR-LOOP.
           MOVE CTR-CODCLI TO W-CPF-BUSCA
           PERFORM INCLUI-ATIVO THRU INCLUI-ATIVO-FIM
           GO TO MONTA-ATV-CTR-LOOP.
      * CLIENTE CADASTRADO OU ALTERADO NO PERIODO AINDA NAO TEVE
      * TEMPO DE COMPRAR - A DATA VEM DA LINHA DO SCE002 NA AUDITORIA
       MONTA-ATV-AUD.
           OPEN INPUT ARQAUD
           IF ST-AUD NOT = "00"
              GO TO MONTA-ATIVOS-FIM.
       MONTA-ATV-AUD-LOOP.
           READ ARQAUD
           IF ST-AUD NOT = "00"
              CLOSE ARQAUD
              GO TO MONTA-ATIVOS-FIM.
           IF LINHA-AUD(1:7) NOT = "SCE002 "
              GO TO MONTA-ATV-AUD-LOOP.
           MOVE SPACES TO W-AUD-ANTES W-AUD-RESTO
           UNSTRING LINHA-AUD DELIMITED BY " DATA="
              INTO W-AUD-ANTES W-AUD-RESTO
           MOVE W-AUD-RESTO(1:8) TO W-AUD-DATA
           IF W-AUD-DATA NOT NUMERIC OR W-AUD-DATA < W-DATA-CORTE
              GO TO MONTA-ATV-AUD-LOOP.
           MOVE SPACES TO W-AUD-ANTES W-AUD-RESTO
           UNSTRING LINHA-AUD DELIMITED BY "CHAVE="
              INTO W-AUD-ANTES W-AUD-RESTO
           MOVE W-AUD-RESTO(1:14) TO W-AUD-CHAVE
           IF W-AUD-CHAVE NOT NUMERIC
              GO TO MONTA-ATV-AUD-LOOP.
           MOVE W-AUD-CHAVE TO W-CPF-BUSCA
           PERFORM INCLUI-ATIVO THRU INCLUI-ATIVO-FIM
           GO TO MONTA-ATV-AUD-LOOP.
       MONTA-ATIVOS-FIM.
           EXIT.

       INCLUI-ATIVO.
           PERFORM PROCURA-ATIVO THRU PROCURA-ATIVO-FIM
           IF W-ACHOU = "S"
              GO TO INCLUI-ATIVO-FIM.
           IF W-QTD-ATV = 3000
              MOVE "S" TO W-ESTOURO
              GO TO INCLUI-ATIVO-FIM.
           ADD 1 TO W-QTD-ATV
           MOVE W-CPF-BUSCA TO W-ATV-CPF(W-QTD-ATV).
       INCLUI-ATIVO-FIM.
           EXIT.

       PROCURA-ATIVO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO IX.
       PROCURA-ATIVO-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-ATV
              GO TO PROCURA-ATIVO-FIM.
           IF W-ATV-CPF(IX) = W-CPF-BUSCA
              MOVE "S" TO W-ACHOU
              GO TO PROCURA-ATIVO-FIM.
           GO TO PROCURA-ATIVO-LOOP.
       PROCURA-ATIVO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CLIENTES PESSOA FISICA SEM MOVIMENTO NO PERIODO
      *----------------------------------------------------------------
       PROCESSA-CLIENTES.
           IF W-MODO = "2"
              OPEN I-O ARQCLI
           ELSE
              OPEN INPUT ARQCLI.
           IF ST-CLI NOT = "00"
              DISPLAY "ARQUIVO REGCLI.DAT NAO ENCONTRADO"
              STOP RUN.
           MOVE "N" TO W-TEM-FOR
           OPEN INPUT ARQFOR
           IF ST-FOR = "00"
              MOVE "S" TO W-TEM-FOR.
           IF W-MODO = "2"
              OPEN EXTEND ARQAUD
              IF ST-AUD NOT = "00"
                 OPEN OUTPUT ARQAUD
                 CLOSE ARQAUD
                 OPEN EXTEND ARQAUD.
           OPEN OUTPUT RELSAI
           MOVE "ANONIMIZACAO DE CLIENTES INATIVOS (LGPD)"
              TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           IF W-MODO = "2"
              STRING "MODO: ANONIMIZACAO  SUPERVISOR: " W-SUP-COD
                 DELIMITED BY SIZE INTO LINHA-SAI
           ELSE
              MOVE "MODO: SOMENTE LISTAGEM DOS CANDIDATOS"
                 TO LINHA-SAI.
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "SEM COMPRA DESDE " W-DATA-CORTE " (" W-ANOS
              " ANOS)  OPERADOR: " W-OPERADOR "  DATA: "
              W-DATA-BASE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO CPFCNPJ
           START ARQCLI KEY IS NOT LESS THAN CPFCNPJ
              INVALID KEY GO TO PROCESSA-CLIENTES-ENC.
       PROCESSA-CLIENTES-LOOP.
           READ ARQCLI NEXT
           IF ST-CLI NOT = "00"
              GO TO PROCESSA-CLIENTES-ENC.
           IF TIPO-PESSOA NOT = "F"
              GO TO PROCESSA-CLIENTES-LOOP.
           ADD 1 TO W-QTD-PF
           IF RSNOME = W-NOME-ANON
              ADD 1 TO W-QTD-JA
              GO TO PROCESSA-CLIENTES-LOOP.
           MOVE CPFCNPJ TO W-CPF-BUSCA
           PERFORM PROCURA-ATIVO THRU PROCURA-ATIVO-FIM
           IF W-ACHOU = "S"
              GO TO PROCESSA-CLIENTES-LOOP.
           ADD 1 TO W-QTD-CAND
      * QUEM TAMBEM E FORNECEDOR TEM O CADASTRO LIGADO A COMPRAS E
      * PAGAMENTOS - FICA PARA ANALISE MANUAL
           IF W-TEM-FOR = "S"
              MOVE CPFCNPJ TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-FOR = "00"
                 ADD 1 TO W-QTD-FOR
                 MOVE SPACES TO LINHA-SAI
                 STRING CPFCNPJ "  MANTIDO - TAMBEM CADASTRADO COMO"
                    " FORNECEDOR"
                    DELIMITED BY SIZE INTO LINHA-SAI
                 WRITE LINHA-SAI
                 GO TO PROCESSA-CLIENTES-LOOP.
           IF W-MODO NOT = "2"
              MOVE SPACES TO LINHA-SAI
              STRING CPFCNPJ "  CANDIDATO  " RSNOME(1:40) " "
                 CIDADE(1:20) " " UF
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              GO TO PROCESSA-CLIENTES-LOOP.
           IF W-QTD-ANO = 3000
              ADD 1 TO W-QTD-MANT
              MOVE SPACES TO LINHA-SAI
              STRING CPFCNPJ "  MANTIDO - LIMITE DE 3000 POR"
                 " EXECUCAO, PROCESSE NOVAMENTE"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              GO TO PROCESSA-CLIENTES-LOOP.
           MOVE W-NOME-ANON TO RSNOME
           MOVE SPACES TO APSOBRE LOGR COMPL BAIRRO EMAIL
           MOVE ZEROS TO CEP NUM TEL
           MOVE W-OPERADOR TO ULT-OPERADOR OF REGCLI
           REWRITE REGCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO LINHA-SAI
              STRING CPFCNPJ "  ERRO " ST-CLI " NA GRAVACAO DO"
                 " REGCLI - NAO ANONIMIZADO"
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              GO TO PROCESSA-CLIENTES-LOOP.
           ADD 1 TO W-QTD-ANO
           MOVE CPFCNPJ TO W-ANO-CPF(W-QTD-ANO)
           MOVE SPACES TO LINHA-SAI
           STRING CPFCNPJ "  ANONIMIZADO  " CIDADE(1:20) " " UF
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-AUD
           STRING "ANONCLI N CHAVE=" CPFCNPJ " ANOS=" W-ANOS
              " SUPERVISOR=" W-SUP-COD
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           GO TO PROCESSA-CLIENTES-LOOP.
       PROCESSA-CLIENTES-ENC.
           CLOSE ARQCLI
           IF W-TEM-FOR = "S"
              CLOSE ARQFOR.
           IF W-MODO = "2"
              CLOSE ARQAUD.
       PROCESSA-CLIENTES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * ENDERECO DE ENTREGA DOS PEDIDOS DOS TITULARES ANONIMIZADOS.
      * CIDADE, UF E FILIAL FICAM (ESCRITURACAO FISCAL)
      *----------------------------------------------------------------
       MASCARA-ENTREGAS.
           OPEN I-O ARQPCMP
           IF ST-PCMP NOT = "00"
              GO TO MASCARA-ENTREGAS-FIM.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              GO TO MASCARA-ENT-PEDH.
       MASCARA-ENT-PED-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              CLOSE ARQPED
              GO TO MASCARA-ENT-PEDH.
           MOVE CODCLI TO W-CPF-BUSCA
           PERFORM PROCURA-ANONIMO THRU PROCURA-ANONIMO-FIM
           IF W-ACHOU = "S"
              MOVE CHAVE TO PCMP-CHAVE
              PERFORM MASCARA-ENDERECO.
           GO TO MASCARA-ENT-PED-LOOP.
       MASCARA-ENT-PEDH.
           OPEN INPUT ARQPEDH
           IF ST-PEDH NOT = "00"
              CLOSE ARQPCMP
              GO TO MASCARA-ENTREGAS-FIM.
           MOVE LOW-VALUES TO HPED-CHAVE
           START ARQPEDH KEY IS NOT LESS THAN HPED-CHAVE
              INVALID KEY
                 CLOSE ARQPEDH ARQPCMP
                 GO TO MASCARA-ENTREGAS-FIM.
       MASCARA-ENT-PEDH-LOOP.
           READ ARQPEDH NEXT
           IF ST-PEDH NOT = "00"
              CLOSE ARQPEDH ARQPCMP
              GO TO MASCARA-ENTREGAS-FIM.
           MOVE HPED-CODCLI TO W-CPF-BUSCA
           PERFORM PROCURA-ANONIMO THRU PROCURA-ANONIMO-FIM
           IF W-ACHOU = "S"
              MOVE HPED-CHAVE TO PCMP-CHAVE
              PERFORM MASCARA-ENDERECO.
           GO TO MASCARA-ENT-PEDH-LOOP.
       MASCARA-ENTREGAS-FIM.
           EXIT.

       MASCARA-ENDERECO.
           READ ARQPCMP
           IF ST-PCMP = "00"
              MOVE ZEROS TO PCMP-CEP PCMP-NUM
              MOVE SPACES TO PCMP-LOGR PCMP-COMPL PCMP-BAIRRO
              REWRITE REGPCMP
              IF ST-PCMP = "00"
                 ADD 1 TO W-QTD-END.

       PROCURA-ANONIMO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO IX.
       PROCURA-ANONIMO-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-ANO
              GO TO PROCURA-ANONIMO-FIM.
           IF W-ANO-CPF(IX) = W-CPF-BUSCA
              MOVE "S" TO W-ACHOU
              GO TO PROCURA-ANONIMO-FIM.
           GO TO PROCURA-ANONIMO-LOOP.
       PROCURA-ANONIMO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * TEXTO LIVRE SOBRE O TITULAR: NOTAS DA AGENDA DE COBRANCA
      * (SCE028) E OBSERVACAO DA SITUACAO CADASTRAL (SCE002)
      *----------------------------------------------------------------
       MASCARA-NOTAS.
           MOVE "N" TO W-TEM-SIT
           OPEN I-O ARQSIT
           IF ST-SIT = "00"
              MOVE "S" TO W-TEM-SIT.
           MOVE "N" TO W-TEM-AGE
           OPEN I-O ARQAGE
           IF ST-AGE = "00"
              MOVE "S" TO W-TEM-AGE.
           MOVE ZEROS TO IX.
       MASCARA-NOTAS-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-ANO
              GO TO MASCARA-NOTAS-ENC.
           IF W-TEM-SIT = "S"
              MOVE "C" TO SIT-TIPO
              MOVE W-ANO-CPF(IX) TO SIT-CODPESSOA
              READ ARQSIT
              IF ST-SIT = "00"
                 MOVE SPACES TO SIT-OBS
                 REWRITE REGSIT.
           IF W-TEM-AGE NOT = "S"
              GO TO MASCARA-NOTAS-LOOP.
           MOVE W-ANO-CPF(IX) TO AGE-CODCLI
           MOVE ZEROS TO AGE-SEQ
           START ARQAGE KEY IS NOT LESS THAN AGE-CHAVE
              INVALID KEY GO TO MASCARA-NOTAS-LOOP.
       MASCARA-NOTAS-AGE.
           READ ARQAGE NEXT
           IF ST-AGE NOT = "00" OR AGE-CODCLI NOT = W-ANO-CPF(IX)
              GO TO MASCARA-NOTAS-LOOP.
           MOVE W-NOTA-ANON TO AGE-NOTA
           REWRITE REGAGE
           IF ST-AGE = "00"
              ADD 1 TO W-QTD-NOTA.
           GO TO MASCARA-NOTAS-AGE.
       MASCARA-NOTAS-ENC.
           IF W-TEM-SIT = "S"
              CLOSE ARQSIT.
           IF W-TEM-AGE = "S"
              CLOSE ARQAGE.
       MASCARA-NOTAS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * CONTATOS DO CLIENTE (CONTATO.DAT, SCE002) SAO DADOS PESSOAIS
      * DE TERCEIROS LIGADOS AO TITULAR: SAO EXCLUIDOS
      *----------------------------------------------------------------
       EXCLUI-CONTATOS.
           MOVE "N" TO W-TEM-CTT
           OPEN I-O ARQCTT
           IF ST-CTT NOT = "00"
              GO TO EXCLUI-CONTATOS-FIM.
           MOVE "S" TO W-TEM-CTT
           MOVE ZEROS TO IX.
       EXCLUI-CONTATOS-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-ANO
              GO TO EXCLUI-CONTATOS-ENC.
           MOVE "C" TO CTT-TIPO
           MOVE W-ANO-CPF(IX) TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO EXCLUI-CONTATOS-LOOP.
       EXCLUI-CONTATOS-CTT.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00" OR CTT-TIPO NOT = "C"
              OR CTT-CODPESSOA NOT = W-ANO-CPF(IX)
              GO TO EXCLUI-CONTATOS-LOOP.
           DELETE ARQCTT RECORD
           IF ST-CTT = "00"
              ADD 1 TO W-QTD-CTT.
           GO TO EXCLUI-CONTATOS-CTT.
       EXCLUI-CONTATOS-ENC.
           IF W-TEM-CTT = "S"
              CLOSE ARQCTT.
       EXCLUI-CONTATOS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MENSAGENS AO CLIENTE (MENSAG.DAT, ENVMSG): EMAIL E NOME DO
      * CONTATO MASCARADOS; A QUE AINDA NAO SAIU FICA DEVOLVIDA
      *----------------------------------------------------------------
       MASCARA-MENSAGENS.
           MOVE "N" TO W-TEM-MSG
           OPEN I-O ARQMSG
           IF ST-MSG NOT = "00"
              GO TO MASCARA-MENSAGENS-FIM.
           MOVE "S" TO W-TEM-MSG
           MOVE ZEROS TO IX.
       MASCARA-MENSAGENS-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-ANO
              GO TO MASCARA-MENSAGENS-ENC.
           MOVE W-ANO-CPF(IX) TO MSG-CPFCNPJ
           START ARQMSG KEY IS EQUAL MSG-CPFCNPJ
              INVALID KEY GO TO MASCARA-MENSAGENS-LOOP.
       MASCARA-MENSAGENS-MSG.
           READ ARQMSG NEXT
           IF (ST-MSG NOT = "00" AND "02")
              OR MSG-CPFCNPJ NOT = W-ANO-CPF(IX)
              GO TO MASCARA-MENSAGENS-LOOP.
           MOVE SPACES TO MSG-EMAIL MSG-NOME
           IF MSG-STATUS = "P" OR "E"
              MOVE "D" TO MSG-STATUS
              MOVE W-DATA-BASE TO MSG-DATA-RET
              MOVE W-NOTA-ANON TO MSG-MOTIVO.
           REWRITE REGMSG
           IF ST-MSG = "00" OR "02"
              ADD 1 TO W-QTD-MSG.
           GO TO MASCARA-MENSAGENS-MSG.
       MASCARA-MENSAGENS-ENC.
           IF W-TEM-MSG = "S"
              CLOSE ARQMSG.
       MASCARA-MENSAGENS-FIM.
           EXIT.

      *----------------------------------------------------------------
      * OCORRENCIAS DO SAC (SCE060): DESCRICAO E NOTAS DO HISTORICO
      * SAO TEXTO LIVRE SOBRE O TITULAR E SAO SUBSTITUIDAS PELA NOTA
      * DE ANONIMIZACAO. TIPO, DATAS, PEDIDO E PRODUTO FICAM
      *----------------------------------------------------------------
       MASCARA-OCORRENCIAS.
           MOVE "N" TO W-TEM-OCO W-TEM-OCH
           OPEN I-O ARQOCO
           IF ST-OCO NOT = "00"
              GO TO MASCARA-OCORRENCIAS-FIM.
           MOVE "S" TO W-TEM-OCO
           OPEN I-O ARQOCH
           IF ST-OCH = "00"
              MOVE "S" TO W-TEM-OCH.
           MOVE ZEROS TO IX.
       MASCARA-OCORRENCIAS-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-ANO
              GO TO MASCARA-OCORRENCIAS-ENC.
           MOVE W-ANO-CPF(IX) TO OCO-CODCLI
           START ARQOCO KEY IS EQUAL OCO-CODCLI
              INVALID KEY GO TO MASCARA-OCORRENCIAS-LOOP.
       MASCARA-OCORRENCIAS-OCO.
           READ ARQOCO NEXT
           IF (ST-OCO NOT = "00" AND "02")
              OR OCO-CODCLI NOT = W-ANO-CPF(IX)
              GO TO MASCARA-OCORRENCIAS-LOOP.
           MOVE W-NOTA-ANON TO OCO-DESCRICAO
           REWRITE REGOCO
           IF ST-OCO = "00" OR "02"
              ADD 1 TO W-QTD-OCO.
           IF W-TEM-OCH NOT = "S"
              GO TO MASCARA-OCORRENCIAS-OCO.
           MOVE OCO-NUMERO TO OCH-NUMERO
           MOVE ZEROS TO OCH-SEQ
           START ARQOCH KEY IS NOT LESS THAN OCH-CHAVE
              INVALID KEY GO TO MASCARA-OCORRENCIAS-OCO.
       MASCARA-OCORRENCIAS-HIST.
           READ ARQOCH NEXT
           IF ST-OCH NOT = "00" OR OCH-NUMERO NOT = OCO-NUMERO
              GO TO MASCARA-OCORRENCIAS-OCO.
           MOVE W-NOTA-ANON TO OCH-NOTA
           REWRITE REGOCH
           GO TO MASCARA-OCORRENCIAS-HIST.
       MASCARA-OCORRENCIAS-ENC.
           IF W-TEM-OCH = "S"
              CLOSE ARQOCH.
           IF W-TEM-OCO = "S"
              CLOSE ARQOCO.
       MASCARA-OCORRENCIAS-FIM.
           EXIT.

       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "CLIENTES PESSOA FISICA........: " W-QTD-PF
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "JA ANONIMIZADOS ANTES.........: " W-QTD-JA
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "SEM MOVIMENTO NO PERIODO......: " W-QTD-CAND
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "MANTIDOS (TAMBEM FORNECEDOR)..: " W-QTD-FOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           IF W-MODO = "2"
              MOVE SPACES TO LINHA-SAI
              STRING "MANTIDOS (LIMITE DA EXECUCAO).: " W-QTD-MANT
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              MOVE SPACES TO LINHA-SAI
              STRING "ANONIMIZADOS..................: " W-QTD-ANO
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              MOVE SPACES TO LINHA-SAI
              STRING "ENDERECOS DE ENTREGA MASCARADOS: " W-QTD-END
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              MOVE SPACES TO LINHA-SAI
              STRING "NOTAS DE COBRANCA MASCARADAS..: " W-QTD-NOTA
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              MOVE SPACES TO LINHA-SAI
              STRING "CONTATOS EXCLUIDOS............: " W-QTD-CTT
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              MOVE SPACES TO LINHA-SAI
              STRING "MENSAGENS MASCARADAS..........: " W-QTD-MSG
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI
              MOVE SPACES TO LINHA-SAI
              STRING "OCORRENCIAS SAC MASCARADAS....: " W-QTD-OCO
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           CLOSE RELSAI.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
