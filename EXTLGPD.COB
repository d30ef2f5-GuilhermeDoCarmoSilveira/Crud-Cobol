       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTLGPD.
      **************************************************
      * RELATORIO DO TITULAR DE DADOS (LGPD)            *
      * DADO UM CPF/CNPJ, PERCORRE OS ARQUIVOS DO       *
      * SISTEMA E LISTA EM LGPDREL.TXT TODO REGISTRO    *
      * ONDE A PESSOA APARECE: CADASTRO DE CLIENTE E    *
      * FORNECEDOR, CONTATOS, MENSAGENS AO CLIENTE,     *
      * OCORRENCIAS DO SAC, SITUACAO, GRUPO ECONOMICO,  *
      * SCORE,                                          *
      * PEDIDOS (ATIVOS E ARQUIVADOS) COM O ENDERECO DE *
      * ENTREGA, CONTAS A PAGAR/RECEBER (ATIVO E        *
      * ARQUIVADO), ADIANTAMENTOS, NOTAS DE COBRANCA,   *
      * NEGATIVACOES, CONTRATOS, ACORDOS, LINHAS DA     *
      * AUDITORIA E EXPORTACOES CSV. NO FIM, RESUMO     *
      * COM A QUANTIDADE ACHADA EM CADA ARQUIVO.        *
      * A EMISSAO DO RELATORIO FICA NA AUDITORIA.       *
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

           SELECT ARQOCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS OCO-NUMERO
                    ALTERNATE RECORD KEY IS OCO-CODCLI
                       WITH DUPLICATES
                    FILE STATUS IS ST-OCO.

           SELECT ARQGCL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS GCL-CHAVE
                    ALTERNATE RECORD KEY IS GCL-CODCLI
                    FILE STATUS IS ST-GCL.

           SELECT ARQSCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SCO-CODCLI
                    FILE STATUS IS ST-SCO.

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

           SELECT ARQLANCH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS HLANC-CHAVE
                    FILE STATUS IS ST-LANCH.

           SELECT ARQADI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ADI-CHAVE
                    FILE STATUS IS ST-ADI.

           SELECT ARQAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS AGE-CHAVE
                    FILE STATUS IS ST-AGE.

           SELECT ARQNEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS NEG-CHAVE
                    FILE STATUS IS ST-NEG.

           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CTR-NUMERO
                    FILE STATUS IS ST-CTR.

           SELECT ARQACD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS ACD-NUMERO
                    FILE STATUS IS ST-ACD.

           SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-AUD.

           SELECT ARQCSVC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-CSV.

           SELECT ARQCSVF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-CSV.

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

       FD ARQGCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GRUPOCLI.DAT".
       01 REGGCL.
          03 GCL-CHAVE.
           05 GCL-GRUPO          PIC 9(04).
           05 GCL-CODCLI         PIC 9(14).
          03 GCL-DATA            PIC 9(08).
          03 GCL-OPERADOR        PIC X(10).

       FD ARQSCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SCORECLI.DAT".
       01 REGSCO.
          03 SCO-CODCLI          PIC 9(14).
          03 SCO-SCORE           PIC 9(04).
          03 SCO-RESTRICAO       PIC X(01).
          03 SCO-QTD-REST        PIC 9(03).
          03 SCO-VALOR-REST      PIC 9(09)V99.
          03 SCO-DATA-CONS       PIC 9(08).
          03 SCO-DATA-IMP        PIC 9(08).

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

       FD ARQLANCH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLANCH.DAT".
       01 REGLANCH.
          03 HLANC-CHAVE.
           05 HLANC-NUMPEDIDO   PIC 9(06).
           05 HLANC-TPPEDIDO    PIC 9(01).
           05 HLANC-PARCELA     PIC 9(02).
          03 HLANC-TIPO         PIC X(01).
          03 HLANC-CODPESSOA    PIC 9(14).
          03 HLANC-VALOR        PIC S9(07)V99.
          03 HLANC-DATA         PIC 9(08).
          03 HLANC-VENCIMENTO   PIC 9(08).
          03 HLANC-STATUS       PIC X(01).

       FD ARQADI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ADIANT.DAT".
       01 REGADI.
          03 ADI-CHAVE.
           05 ADI-CODPESSOA      PIC 9(14).
           05 ADI-SEQ            PIC 9(04).
          03 ADI-DATA            PIC 9(08).
          03 ADI-VALOR           PIC 9(07)V99.
          03 ADI-SALDO           PIC 9(07)V99.
          03 ADI-STATUS          PIC X(01).
          03 ADI-OPERADOR        PIC X(10).

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

       FD ARQNEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NEGATIV.DAT".
       01 REGNEG.
          03 NEG-CHAVE.
           05 NEG-NUMPEDIDO      PIC 9(06).
           05 NEG-TPPEDIDO       PIC 9(01).
           05 NEG-PARCELA        PIC 9(02).
          03 NEG-CODCLI          PIC 9(14).
          03 NEG-VALOR           PIC 9(07)V99.
          03 NEG-VENCIMENTO      PIC 9(08).
          03 NEG-STATUS          PIC X(01).
          03 NEG-DATA-AVISO      PIC 9(08).
          03 NEG-DATA-INCL       PIC 9(08).
          03 NEG-DATA-EXCL       PIC 9(08).
          03 NEG-OPERADOR        PIC X(10).

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

       FD ARQACD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACORDO.DAT".
       01 REGACD.
          03 ACD-NUMERO          PIC 9(06).
          03 ACD-CODCLI          PIC 9(14).
          03 ACD-DATA            PIC 9(08).
          03 ACD-PRINCIPAL       PIC 9(09)V99.
          03 ACD-ENCARGOS        PIC 9(09)V99.
          03 ACD-TOTAL           PIC 9(09)V99.
          03 ACD-ENTRADA         PIC 9(09)V99.
          03 ACD-QTD-PARC        PIC 9(02).
          03 ACD-DIAS-QUEBRA     PIC 9(03).
          03 ACD-STATUS          PIC X(01).
          03 ACD-OPERADOR        PIC X(10).
          03 ACD-SUPERV          PIC X(10).

       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDITORIA.DAT".
       01 LINHA-AUD              PIC X(550).

       FD ARQCSVC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CLIENTES.CSV".
       01 LINHA-CSVC             PIC X(200).

       FD ARQCSVF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FORNECEDORES.CSV".
       01 LINHA-CSVF             PIC X(200).

       FD RELSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDREL.TXT".
       01 LINHA-SAI              PIC X(200).

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

       WORKING-STORAGE SECTION.
       01 ST-CLI        PIC X(02) VALUE "00".
       01 ST-FOR        PIC X(02) VALUE "00".
       01 ST-SIT        PIC X(02) VALUE "00".
       01 ST-CTT        PIC X(02) VALUE "00".
       01 W-CTT-TIPO    PIC X(01) VALUE SPACES.
       01 ST-MSG        PIC X(02) VALUE "00".
       01 ST-OCO        PIC X(02) VALUE "00".
       01 ST-GCL        PIC X(02) VALUE "00".
       01 ST-SCO        PIC X(02) VALUE "00".
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-PEDH       PIC X(02) VALUE "00".
       01 ST-PCMP       PIC X(02) VALUE "00".
       01 ST-LANC       PIC X(02) VALUE "00".
       01 ST-LANCH      PIC X(02) VALUE "00".
       01 ST-ADI        PIC X(02) VALUE "00".
       01 ST-AGE        PIC X(02) VALUE "00".
       01 ST-NEG        PIC X(02) VALUE "00".
       01 ST-CTR        PIC X(02) VALUE "00".
       01 ST-ACD        PIC X(02) VALUE "00".
       01 ST-AUD        PIC X(02) VALUE "00".
       01 ST-CSV        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-TEM-PCMP    PIC X(01) VALUE "N".
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-DATAHORA    PIC X(21) VALUE SPACES.
       01 W-CPF         PIC 9(14) VALUE ZEROS.
       01 W-CPF-X REDEFINES W-CPF PIC X(14).
       01 W-OCOR        PIC 9(03) VALUE ZEROS.
       01 W-PAPEL       PIC X(10) VALUE SPACES.
       01 W-VALOR-ED    PIC ZZZZZZZZ9,99-.
       01 W-QTD-ED      PIC ZZZZ9.

      * SECAO CORRENTE DO RELATORIO E RESUMO POR ARQUIVO
       01 W-SEC-NOME    PIC X(45) VALUE SPACES.
       01 W-SEC-DISP    PIC X(01) VALUE "S".
       01 W-QTD-SEC     PIC 9(05) VALUE ZEROS.
       01 W-QTD-ENT     PIC 9(05) VALUE ZEROS.
       01 W-QTD-TOTAL   PIC 9(06) VALUE ZEROS.
       01 W-QTD-RES     PIC 9(02) VALUE ZEROS.
       01 IX            PIC 9(02) VALUE ZEROS.
       01 W-TAB-RES.
          03 W-RES OCCURS 30 TIMES.
             05 RES-NOME      PIC X(45).
             05 RES-DISP      PIC X(01).
             05 RES-QTD       PIC 9(05).

       01 DET-RES.
          03 DRS-NOME      PIC X(45).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DRS-QTD       PIC ZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DRS-OBS       PIC X(24).

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           DISPLAY "RELATORIO DO TITULAR DE DADOS (LGPD)".
           DISPLAY "CPF/CNPJ DO TITULAR: ".
           ACCEPT W-CPF.
           IF W-CPF = ZEROS
              DISPLAY "CPF/CNPJ EM BRANCO"
              STOP RUN.
           DISPLAY "CODIGO DO OPERADOR: "
           ACCEPT W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "OPERADOR" TO W-OPERADOR.
           OPEN OUTPUT RELSAI
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DE LGPDREL.TXT"
              STOP RUN.
           MOVE "RELATORIO DO TITULAR DE DADOS (LGPD)" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "TITULAR: " W-CPF "   EMITIDO EM "
              W-DATAHORA(7:2) "/" W-DATAHORA(5:2) "/"
              W-DATAHORA(1:4) " " W-DATAHORA(9:2) ":"
              W-DATAHORA(11:2) " POR " W-OPERADOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ZEROS TO W-QTD-RES W-QTD-TOTAL
           MOVE "N" TO W-TEM-PCMP
           OPEN INPUT ARQPCMP
           IF ST-PCMP = "00"
              MOVE "S" TO W-TEM-PCMP.
           PERFORM LISTA-CLIENTE THRU LISTA-CLIENTE-FIM
           PERFORM LISTA-FORNECEDOR THRU LISTA-FORNECEDOR-FIM
           PERFORM LISTA-CONTATOS THRU LISTA-CONTATOS-FIM
           PERFORM LISTA-MENSAGENS THRU LISTA-MENSAGENS-FIM
           PERFORM LISTA-OCORRENCIAS THRU LISTA-OCORRENCIAS-FIM
           PERFORM LISTA-SITUACAO THRU LISTA-SITUACAO-FIM
           PERFORM LISTA-GRUPO THRU LISTA-GRUPO-FIM
           PERFORM LISTA-SCORE THRU LISTA-SCORE-FIM
           PERFORM LISTA-PEDIDOS THRU LISTA-PEDIDOS-FIM
           PERFORM LISTA-PEDIDOS-ARQ THRU LISTA-PEDIDOS-ARQ-FIM
           MOVE "ENDERECOS DE ENTREGA (PEDCOMP.DAT)" TO W-SEC-NOME
           MOVE W-TEM-PCMP TO W-SEC-DISP
           MOVE W-QTD-ENT TO W-QTD-SEC
           PERFORM REGISTRA-RESUMO
           PERFORM LISTA-LANCAMENTOS THRU LISTA-LANCAMENTOS-FIM
           PERFORM LISTA-LANC-ARQ THRU LISTA-LANC-ARQ-FIM
           PERFORM LISTA-ADIANT THRU LISTA-ADIANT-FIM
           PERFORM LISTA-COBRANCA THRU LISTA-COBRANCA-FIM
           PERFORM LISTA-NEGATIV THRU LISTA-NEGATIV-FIM
           PERFORM LISTA-CONTRATOS THRU LISTA-CONTRATOS-FIM
           PERFORM LISTA-ACORDOS THRU LISTA-ACORDOS-FIM
           PERFORM LISTA-AUDITORIA THRU LISTA-AUDITORIA-FIM
           PERFORM LISTA-CSV-CLI THRU LISTA-CSV-CLI-FIM
           PERFORM LISTA-CSV-FOR THRU LISTA-CSV-FOR-FIM
           IF W-TEM-PCMP = "S"
              CLOSE ARQPCMP.
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           CLOSE RELSAI
           PERFORM GRAVA-AUDITORIA
           DISPLAY "RELATORIO GERADO EM LGPDREL.TXT - "
              W-QTD-TOTAL " REGISTRO(S)".
           STOP RUN.

      *----------------------------------------------------------------
      * ABERTURA E FECHAMENTO DE CADA SECAO DO RELATORIO
      *----------------------------------------------------------------
       ABRE-SECAO.
           MOVE ZEROS TO W-QTD-SEC
           MOVE "S" TO W-SEC-DISP
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE W-SEC-NOME TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ALL "-" TO LINHA-SAI(1:45)
           WRITE LINHA-SAI.

       FECHA-SECAO.
           MOVE SPACES TO LINHA-SAI
           IF W-SEC-DISP NOT = "S"
              MOVE "  ARQUIVO NAO ENCONTRADO" TO LINHA-SAI
              WRITE LINHA-SAI
           ELSE
              IF W-QTD-SEC = ZEROS
                 MOVE "  NENHUM REGISTRO" TO LINHA-SAI
                 WRITE LINHA-SAI.
           PERFORM REGISTRA-RESUMO.

       REGISTRA-RESUMO.
           IF W-QTD-RES < 30
              ADD 1 TO W-QTD-RES
              MOVE W-SEC-NOME TO RES-NOME(W-QTD-RES)
              MOVE W-SEC-DISP TO RES-DISP(W-QTD-RES)
              MOVE W-QTD-SEC TO RES-QTD(W-QTD-RES)
              ADD W-QTD-SEC TO W-QTD-TOTAL.

      *----------------------------------------------------------------
      * CADASTROS: CLIENTE E FORNECEDOR
      *----------------------------------------------------------------
       LISTA-CLIENTE.
           MOVE "CADASTRO DE CLIENTES (REGCLI.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQCLI
           IF ST-CLI NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-CLIENTE-FIM.
           MOVE W-CPF TO CPFCNPJ
           READ ARQCLI
           IF ST-CLI NOT = "00"
              CLOSE ARQCLI
              GO TO LISTA-CLIENTE-FIM.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  NOME/RAZAO SOCIAL: " RSNOME
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  APELIDO/FANTASIA : " APSOBRE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  ENDERECO         : " LOGR " " NUM " " COMPL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  BAIRRO/CEP       : " BAIRRO " " CEP
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  CIDADE/UF        : " CIDADE " " UF
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  TELEFONE/EMAIL   : " TEL " " EMAIL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE LIMITE-CREDITO TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  TIPO PESSOA: " TIPO-PESSOA
              "  LIMITE DE CREDITO: " W-VALOR-ED
              "  COND. PAGTO: " COND-PAGTO
              "  ULTIMO OPERADOR: " ULT-OPERADOR OF REGCLI
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQCLI.
       LISTA-CLIENTE-FIM.
           PERFORM FECHA-SECAO.

       LISTA-FORNECEDOR.
           MOVE "CADASTRO DE FORNECEDORES (REGFOR.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQFOR
           IF ST-FOR NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-FORNECEDOR-FIM.
           MOVE W-CPF TO FOR-CPFCNPJ
           READ ARQFOR
           IF ST-FOR NOT = "00"
              CLOSE ARQFOR
              GO TO LISTA-FORNECEDOR-FIM.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  NOME/RAZAO SOCIAL: " FOR-RSNOME
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  APELIDO/FANTASIA : " FOR-APSOBRE
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  CEP/NUMERO/COMPL.: " FOR-CEP " " FOR-NUM " "
              FOR-COMPL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  TELEFONE/EMAIL   : " FOR-TEL " " FOR-EMAIL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE SPACES TO LINHA-SAI
           STRING "  TIPO PESSOA: " FOR-TIPO-PESSOA
              "  ULTIMO OPERADOR: " ULT-OPERADOR OF REGFOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           CLOSE ARQFOR.
       LISTA-FORNECEDOR-FIM.
           PERFORM FECHA-SECAO.

       LISTA-CONTATOS.
           MOVE "CONTATOS DO CLIENTE/FORNECEDOR (CONTATO.DAT)"
              TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQCTT
           IF ST-CTT NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-CONTATOS-FIM.
           MOVE "C" TO W-CTT-TIPO
           PERFORM LISTA-CONTATOS-PESSOA
              THRU LISTA-CONTATOS-PESSOA-FIM
           MOVE "F" TO W-CTT-TIPO
           PERFORM LISTA-CONTATOS-PESSOA
              THRU LISTA-CONTATOS-PESSOA-FIM
           CLOSE ARQCTT.
       LISTA-CONTATOS-FIM.
           PERFORM FECHA-SECAO.

       LISTA-CONTATOS-PESSOA.
           MOVE W-CTT-TIPO TO CTT-TIPO
           MOVE W-CPF TO CTT-CODPESSOA
           MOVE ZEROS TO CTT-SEQ
           START ARQCTT KEY IS NOT LESS THAN CTT-CHAVE
              INVALID KEY GO TO LISTA-CONTATOS-PESSOA-FIM.
       LISTA-CONTATOS-PESSOA-LOOP.
           READ ARQCTT NEXT
           IF ST-CTT NOT = "00"
              GO TO LISTA-CONTATOS-PESSOA-FIM.
           IF CTT-TIPO NOT = W-CTT-TIPO OR CTT-CODPESSOA NOT = W-CPF
              GO TO LISTA-CONTATOS-PESSOA-FIM.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  TIPO " CTT-TIPO " SEQ " CTT-SEQ " " CTT-NOME
              " FUNCAO " CTT-FUNCAO " TEL " CTT-TEL " " CTT-EMAIL
              " PREF " CTT-PREF-FIN CTT-PREF-REC CTT-PREF-COM
              " EM " CTT-DATA " POR " CTT-OPERADOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-CONTATOS-PESSOA-LOOP.
       LISTA-CONTATOS-PESSOA-FIM.
           EXIT.

       LISTA-MENSAGENS.
           MOVE "MENSAGENS AO CLIENTE (MENSAG.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQMSG
           IF ST-MSG NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-MENSAGENS-FIM.
           MOVE W-CPF TO MSG-CPFCNPJ
           START ARQMSG KEY IS EQUAL MSG-CPFCNPJ
              INVALID KEY GO TO LISTA-MENSAGENS-ENC.
       LISTA-MENSAGENS-LOOP.
           READ ARQMSG NEXT
           IF (ST-MSG NOT = "00" AND "02") OR MSG-CPFCNPJ NOT = W-CPF
              GO TO LISTA-MENSAGENS-ENC.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  EM " MSG-DATA " " MSG-HORA(1:4) " TIPO " MSG-TIPO
              " " MSG-DOCUMENTO " PARA " MSG-EMAIL " " MSG-NOME
              " SIT " MSG-STATUS " " MSG-MOTIVO
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-MENSAGENS-LOOP.
       LISTA-MENSAGENS-ENC.
           CLOSE ARQMSG.
       LISTA-MENSAGENS-FIM.
           PERFORM FECHA-SECAO.

       LISTA-OCORRENCIAS.
           MOVE "OCORRENCIAS DO SAC (OCORSAC.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQOCO
           IF ST-OCO NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-OCORRENCIAS-FIM.
           MOVE W-CPF TO OCO-CODCLI
           START ARQOCO KEY IS EQUAL OCO-CODCLI
              INVALID KEY GO TO LISTA-OCORRENCIAS-ENC.
       LISTA-OCORRENCIAS-LOOP.
           READ ARQOCO NEXT
           IF (ST-OCO NOT = "00" AND "02") OR OCO-CODCLI NOT = W-CPF
              GO TO LISTA-OCORRENCIAS-ENC.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  OCORRENCIA " OCO-NUMERO " DE " OCO-DATA-ABERT
              " TIPO " OCO-TIPO " PEDIDO " OCO-NUMPEDIDO
              " SIT " OCO-STATUS " " OCO-DESCRICAO
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-OCORRENCIAS-LOOP.
       LISTA-OCORRENCIAS-ENC.
           CLOSE ARQOCO.
       LISTA-OCORRENCIAS-FIM.
           PERFORM FECHA-SECAO.

      *----------------------------------------------------------------
      * SITUACAO CADASTRAL, GRUPO ECONOMICO E SCORE DE CREDITO
      *----------------------------------------------------------------
       LISTA-SITUACAO.
           MOVE "SITUACAO CADASTRAL (SITPES.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQSIT
           IF ST-SIT NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-SITUACAO-FIM.
           MOVE "C" TO SIT-TIPO
           MOVE W-CPF TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              PERFORM ESCREVE-SITUACAO.
           MOVE "F" TO SIT-TIPO
           MOVE W-CPF TO SIT-CODPESSOA
           READ ARQSIT
           IF ST-SIT = "00"
              PERFORM ESCREVE-SITUACAO.
           CLOSE ARQSIT.
       LISTA-SITUACAO-FIM.
           PERFORM FECHA-SECAO.

       ESCREVE-SITUACAO.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  TIPO " SIT-TIPO "  SITUACAO " SIT-STATUS
              "  MOTIVO " SIT-MOTIVO "  OBS: " SIT-OBS
              "  EM " SIT-DATA " POR " SIT-OPERADOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI.

       LISTA-GRUPO.
           MOVE "GRUPO ECONOMICO (GRUPOCLI.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQGCL
           IF ST-GCL NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-GRUPO-FIM.
           MOVE W-CPF TO GCL-CODCLI
           READ ARQGCL KEY IS GCL-CODCLI
           IF ST-GCL = "00"
              ADD 1 TO W-QTD-SEC
              MOVE SPACES TO LINHA-SAI
              STRING "  GRUPO " GCL-GRUPO "  DESDE " GCL-DATA
                 " POR " GCL-OPERADOR
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           CLOSE ARQGCL.
       LISTA-GRUPO-FIM.
           PERFORM FECHA-SECAO.

       LISTA-SCORE.
           MOVE "SCORE DE CREDITO (SCORECLI.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQSCO
           IF ST-SCO NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-SCORE-FIM.
           MOVE W-CPF TO SCO-CODCLI
           READ ARQSCO
           IF ST-SCO = "00"
              ADD 1 TO W-QTD-SEC
              MOVE SCO-VALOR-REST TO W-VALOR-ED
              MOVE SPACES TO LINHA-SAI
              STRING "  SCORE " SCO-SCORE "  RESTRICAO "
                 SCO-RESTRICAO " (" SCO-QTD-REST ") " W-VALOR-ED
                 "  CONSULTA " SCO-DATA-CONS
                 "  IMPORTADO " SCO-DATA-IMP
                 DELIMITED BY SIZE INTO LINHA-SAI
              WRITE LINHA-SAI.
           CLOSE ARQSCO.
       LISTA-SCORE-FIM.
           PERFORM FECHA-SECAO.

      *----------------------------------------------------------------
      * PEDIDOS ONDE A PESSOA E CLIENTE OU FORNECEDOR, COM O
      * ENDERECO DE ENTREGA GRAVADO NO PEDIDO (PEDCOMP.DAT)
      *----------------------------------------------------------------
       LISTA-PEDIDOS.
           MOVE "PEDIDOS (REGPED.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-PEDIDOS-FIM.
       LISTA-PEDIDOS-LOOP.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              CLOSE ARQPED
              GO TO LISTA-PEDIDOS-FIM.
           IF CODCLI = W-CPF
              MOVE "CLIENTE" TO W-PAPEL
           ELSE
              IF CODFORN = W-CPF
                 MOVE "FORNECEDOR" TO W-PAPEL
              ELSE
                 GO TO LISTA-PEDIDOS-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE TOTAL TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  PEDIDO " NUMPEDIDO "-" TPPEDIDO "  DATA "
              DATAPED "  TOTAL " W-VALOR-ED "  STATUS " PED-STATUS
              "  COMO " W-PAPEL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE CHAVE TO PCMP-CHAVE
           PERFORM ESCREVE-ENTREGA
           GO TO LISTA-PEDIDOS-LOOP.
       LISTA-PEDIDOS-FIM.
           PERFORM FECHA-SECAO.

       LISTA-PEDIDOS-ARQ.
           MOVE "PEDIDOS ARQUIVADOS (ARQPEDH.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQPEDH
           IF ST-PEDH NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-PEDIDOS-ARQ-FIM.
           MOVE LOW-VALUES TO HPED-CHAVE
           START ARQPEDH KEY IS NOT LESS THAN HPED-CHAVE
              INVALID KEY
                 CLOSE ARQPEDH
                 GO TO LISTA-PEDIDOS-ARQ-FIM.
       LISTA-PEDH-LOOP.
           READ ARQPEDH NEXT
           IF ST-PEDH NOT = "00"
              CLOSE ARQPEDH
              GO TO LISTA-PEDIDOS-ARQ-FIM.
           IF HPED-CODCLI = W-CPF
              MOVE "CLIENTE" TO W-PAPEL
           ELSE
              IF HPED-CODFORN = W-CPF
                 MOVE "FORNECEDOR" TO W-PAPEL
              ELSE
                 GO TO LISTA-PEDH-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE HPED-TOTAL TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  PEDIDO " HPED-NUMPEDIDO "-" HPED-TPPEDIDO
              "  DATA " HPED-DATAPED "  TOTAL " W-VALOR-ED
              "  STATUS " HPED-STATUS "  COMO " W-PAPEL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           MOVE HPED-CHAVE TO PCMP-CHAVE
           PERFORM ESCREVE-ENTREGA
           GO TO LISTA-PEDH-LOOP.
       LISTA-PEDIDOS-ARQ-FIM.
           PERFORM FECHA-SECAO.

       ESCREVE-ENTREGA.
           IF W-TEM-PCMP = "S"
              READ ARQPCMP
              IF ST-PCMP = "00"
                 ADD 1 TO W-QTD-ENT
                 MOVE SPACES TO LINHA-SAI
                 STRING "     ENTREGA: " PCMP-LOGR " " PCMP-NUM " "
                    PCMP-COMPL " " PCMP-BAIRRO " " PCMP-CIDADE " "
                    PCMP-UF " CEP " PCMP-CEP
                    DELIMITED BY SIZE INTO LINHA-SAI
                 WRITE LINHA-SAI.

      *----------------------------------------------------------------
      * CONTAS A PAGAR/RECEBER E ADIANTAMENTOS
      *----------------------------------------------------------------
       LISTA-LANCAMENTOS.
           MOVE "CONTAS A PAGAR/RECEBER (REGLANC.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQLANC
           IF ST-LANC NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-LANCAMENTOS-FIM.
           MOVE LOW-VALUES TO LANC-CHAVE
           START ARQLANC KEY IS NOT LESS THAN LANC-CHAVE
              INVALID KEY
                 CLOSE ARQLANC
                 GO TO LISTA-LANCAMENTOS-FIM.
       LISTA-LANC-LOOP.
           READ ARQLANC NEXT
           IF ST-LANC NOT = "00"
              CLOSE ARQLANC
              GO TO LISTA-LANCAMENTOS-FIM.
           IF LANC-CODPESSOA NOT = W-CPF
              GO TO LISTA-LANC-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE LANC-VALOR TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  " LANC-TIPO " " LANC-NUMPEDIDO "-"
              LANC-TPPEDIDO "/" LANC-PARCELA "  EMISSAO " LANC-DATA
              "  VENCTO " LANC-VENCIMENTO "  VALOR " W-VALOR-ED
              "  STATUS " LANC-STATUS
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-LANC-LOOP.
       LISTA-LANCAMENTOS-FIM.
           PERFORM FECHA-SECAO.

       LISTA-LANC-ARQ.
           MOVE "LANCAMENTOS ARQUIVADOS (ARQLANCH.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQLANCH
           IF ST-LANCH NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-LANC-ARQ-FIM.
           MOVE LOW-VALUES TO HLANC-CHAVE
           START ARQLANCH KEY IS NOT LESS THAN HLANC-CHAVE
              INVALID KEY
                 CLOSE ARQLANCH
                 GO TO LISTA-LANC-ARQ-FIM.
       LISTA-LANCH-LOOP.
           READ ARQLANCH NEXT
           IF ST-LANCH NOT = "00"
              CLOSE ARQLANCH
              GO TO LISTA-LANC-ARQ-FIM.
           IF HLANC-CODPESSOA NOT = W-CPF
              GO TO LISTA-LANCH-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE HLANC-VALOR TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  " HLANC-TIPO " " HLANC-NUMPEDIDO "-"
              HLANC-TPPEDIDO "/" HLANC-PARCELA "  EMISSAO "
              HLANC-DATA "  VENCTO " HLANC-VENCIMENTO "  VALOR "
              W-VALOR-ED "  STATUS " HLANC-STATUS
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-LANCH-LOOP.
       LISTA-LANC-ARQ-FIM.
           PERFORM FECHA-SECAO.

       LISTA-ADIANT.
           MOVE "ADIANTAMENTOS (ADIANT.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQADI
           IF ST-ADI NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-ADIANT-FIM.
           MOVE W-CPF TO ADI-CODPESSOA
           MOVE ZEROS TO ADI-SEQ
           START ARQADI KEY IS NOT LESS THAN ADI-CHAVE
              INVALID KEY
                 CLOSE ARQADI
                 GO TO LISTA-ADIANT-FIM.
       LISTA-ADIANT-LOOP.
           READ ARQADI NEXT
           IF ST-ADI NOT = "00" OR ADI-CODPESSOA NOT = W-CPF
              CLOSE ARQADI
              GO TO LISTA-ADIANT-FIM.
           ADD 1 TO W-QTD-SEC
           MOVE ADI-VALOR TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  ADIANTAMENTO " ADI-SEQ "  DATA " ADI-DATA
              "  VALOR " W-VALOR-ED "  STATUS " ADI-STATUS
              "  OPERADOR " ADI-OPERADOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-ADIANT-LOOP.
       LISTA-ADIANT-FIM.
           PERFORM FECHA-SECAO.

      *----------------------------------------------------------------
      * COBRANCA: NOTAS DA AGENDA, NEGATIVACOES, CONTRATOS E ACORDOS
      *----------------------------------------------------------------
       LISTA-COBRANCA.
           MOVE "NOTAS DE COBRANCA (COBAGE.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQAGE
           IF ST-AGE NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-COBRANCA-FIM.
           MOVE W-CPF TO AGE-CODCLI
           MOVE ZEROS TO AGE-SEQ
           START ARQAGE KEY IS NOT LESS THAN AGE-CHAVE
              INVALID KEY
                 CLOSE ARQAGE
                 GO TO LISTA-COBRANCA-FIM.
       LISTA-COBRANCA-LOOP.
           READ ARQAGE NEXT
           IF ST-AGE NOT = "00" OR AGE-CODCLI NOT = W-CPF
              CLOSE ARQAGE
              GO TO LISTA-COBRANCA-FIM.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  NOTA " AGE-SEQ "  DATA " AGE-DATA "  "
              AGE-NOTA "  STATUS " AGE-STATUS
              "  OPERADOR " AGE-OPERADOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-COBRANCA-LOOP.
       LISTA-COBRANCA-FIM.
           PERFORM FECHA-SECAO.

       LISTA-NEGATIV.
           MOVE "NEGATIVACOES NO BIRO (NEGATIV.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQNEG
           IF ST-NEG NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-NEGATIV-FIM.
           MOVE LOW-VALUES TO NEG-CHAVE
           START ARQNEG KEY IS NOT LESS THAN NEG-CHAVE
              INVALID KEY
                 CLOSE ARQNEG
                 GO TO LISTA-NEGATIV-FIM.
       LISTA-NEGATIV-LOOP.
           READ ARQNEG NEXT
           IF ST-NEG NOT = "00"
              CLOSE ARQNEG
              GO TO LISTA-NEGATIV-FIM.
           IF NEG-CODCLI NOT = W-CPF
              GO TO LISTA-NEGATIV-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE NEG-VALOR TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  PARCELA " NEG-NUMPEDIDO "-" NEG-TPPEDIDO "/"
              NEG-PARCELA "  VALOR " W-VALOR-ED "  STATUS "
              NEG-STATUS "  AVISO " NEG-DATA-AVISO "  INCL. "
              NEG-DATA-INCL "  EXCL. " NEG-DATA-EXCL
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-NEGATIV-LOOP.
       LISTA-NEGATIV-FIM.
           PERFORM FECHA-SECAO.

       LISTA-CONTRATOS.
           MOVE "CONTRATOS RECORRENTES (CONTRATO.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQCTR
           IF ST-CTR NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-CONTRATOS-FIM.
           MOVE ZEROS TO CTR-NUMERO
           START ARQCTR KEY IS NOT LESS THAN CTR-NUMERO
              INVALID KEY
                 CLOSE ARQCTR
                 GO TO LISTA-CONTRATOS-FIM.
       LISTA-CONTRATOS-LOOP.
           READ ARQCTR NEXT
           IF ST-CTR NOT = "00"
              CLOSE ARQCTR
              GO TO LISTA-CONTRATOS-FIM.
           IF CTR-CODCLI NOT = W-CPF
              GO TO LISTA-CONTRATOS-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           STRING "  CONTRATO " CTR-NUMERO "  VIGENCIA "
              CTR-DATA-INI " A " CTR-DATA-FIM "  STATUS "
              CTR-STATUS "  OPERADOR " CTR-OPERADOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-CONTRATOS-LOOP.
       LISTA-CONTRATOS-FIM.
           PERFORM FECHA-SECAO.

       LISTA-ACORDOS.
           MOVE "ACORDOS DE RENEGOCIACAO (ACORDO.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQACD
           IF ST-ACD NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-ACORDOS-FIM.
           MOVE ZEROS TO ACD-NUMERO
           START ARQACD KEY IS NOT LESS THAN ACD-NUMERO
              INVALID KEY
                 CLOSE ARQACD
                 GO TO LISTA-ACORDOS-FIM.
       LISTA-ACORDOS-LOOP.
           READ ARQACD NEXT
           IF ST-ACD NOT = "00"
              CLOSE ARQACD
              GO TO LISTA-ACORDOS-FIM.
           IF ACD-CODCLI NOT = W-CPF
              GO TO LISTA-ACORDOS-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE ACD-TOTAL TO W-VALOR-ED
           MOVE SPACES TO LINHA-SAI
           STRING "  ACORDO " ACD-NUMERO "  DATA " ACD-DATA
              "  TOTAL " W-VALOR-ED "  PARCELAS " ACD-QTD-PARC
              "  STATUS " ACD-STATUS "  OPERADOR " ACD-OPERADOR
              DELIMITED BY SIZE INTO LINHA-SAI
           WRITE LINHA-SAI
           GO TO LISTA-ACORDOS-LOOP.
       LISTA-ACORDOS-FIM.
           PERFORM FECHA-SECAO.

      *----------------------------------------------------------------
      * ARQUIVOS TEXTO: LINHAS QUE CONTEM O CPF/CNPJ
      *----------------------------------------------------------------
       LISTA-AUDITORIA.
           MOVE "LINHAS DA AUDITORIA (AUDITORIA.DAT)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQAUD
           IF ST-AUD NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-AUDITORIA-FIM.
       LISTA-AUDITORIA-LOOP.
           READ ARQAUD
           IF ST-AUD NOT = "00"
              CLOSE ARQAUD
              GO TO LISTA-AUDITORIA-FIM.
           MOVE ZEROS TO W-OCOR
           INSPECT LINHA-AUD TALLYING W-OCOR FOR ALL W-CPF-X
           IF W-OCOR = ZEROS
              GO TO LISTA-AUDITORIA-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           MOVE LINHA-AUD(1:198) TO LINHA-SAI(3:198)
           WRITE LINHA-SAI
           GO TO LISTA-AUDITORIA-LOOP.
       LISTA-AUDITORIA-FIM.
           PERFORM FECHA-SECAO.

       LISTA-CSV-CLI.
           MOVE "EXPORTACAO DE CLIENTES (CLIENTES.CSV)" TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQCSVC
           IF ST-CSV NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-CSV-CLI-FIM.
       LISTA-CSV-CLI-LOOP.
           READ ARQCSVC
           IF ST-CSV NOT = "00"
              CLOSE ARQCSVC
              GO TO LISTA-CSV-CLI-FIM.
           MOVE ZEROS TO W-OCOR
           INSPECT LINHA-CSVC TALLYING W-OCOR FOR ALL W-CPF-X
           IF W-OCOR = ZEROS
              GO TO LISTA-CSV-CLI-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           MOVE LINHA-CSVC(1:198) TO LINHA-SAI(3:198)
           WRITE LINHA-SAI
           GO TO LISTA-CSV-CLI-LOOP.
       LISTA-CSV-CLI-FIM.
           PERFORM FECHA-SECAO.

       LISTA-CSV-FOR.
           MOVE "EXPORTACAO DE FORNECEDORES (FORNECEDORES.CSV)"
              TO W-SEC-NOME
           PERFORM ABRE-SECAO
           OPEN INPUT ARQCSVF
           IF ST-CSV NOT = "00"
              MOVE "N" TO W-SEC-DISP
              GO TO LISTA-CSV-FOR-FIM.
       LISTA-CSV-FOR-LOOP.
           READ ARQCSVF
           IF ST-CSV NOT = "00"
              CLOSE ARQCSVF
              GO TO LISTA-CSV-FOR-FIM.
           MOVE ZEROS TO W-OCOR
           INSPECT LINHA-CSVF TALLYING W-OCOR FOR ALL W-CPF-X
           IF W-OCOR = ZEROS
              GO TO LISTA-CSV-FOR-LOOP.
           ADD 1 TO W-QTD-SEC
           MOVE SPACES TO LINHA-SAI
           MOVE LINHA-CSVF(1:198) TO LINHA-SAI(3:198)
           WRITE LINHA-SAI
           GO TO LISTA-CSV-FOR-LOOP.
       LISTA-CSV-FOR-FIM.
           PERFORM FECHA-SECAO.

      *----------------------------------------------------------------
      * RESUMO: QUANTIDADE DE REGISTROS DO TITULAR POR ARQUIVO
      *----------------------------------------------------------------
       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE "RESUMO POR ARQUIVO" TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE ALL "-" TO LINHA-SAI(1:45)
           WRITE LINHA-SAI
           MOVE ZEROS TO IX.
       IMPRIME-RESUMO-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-RES
              GO TO IMPRIME-RESUMO-TOT.
           MOVE RES-NOME(IX) TO DRS-NOME
           MOVE RES-QTD(IX) TO DRS-QTD
           MOVE SPACES TO DRS-OBS
           IF RES-DISP(IX) NOT = "S"
              MOVE "ARQUIVO NAO ENCONTRADO" TO DRS-OBS.
           MOVE SPACES TO LINHA-SAI
           MOVE DET-RES TO LINHA-SAI
           WRITE LINHA-SAI
           GO TO IMPRIME-RESUMO-LOOP.
       IMPRIME-RESUMO-TOT.
           MOVE "TOTAL DE REGISTROS DO TITULAR" TO DRS-NOME
           MOVE W-QTD-TOTAL TO DRS-QTD
           MOVE SPACES TO DRS-OBS
           MOVE SPACES TO LINHA-SAI
           WRITE LINHA-SAI
           MOVE DET-RES TO LINHA-SAI
           WRITE LINHA-SAI.
       IMPRIME-RESUMO-FIM.
           EXIT.

      *----------------------------------------------------------------
      * A CONSULTA AOS DADOS DO TITULAR FICA REGISTRADA
      *----------------------------------------------------------------
       GRAVA-AUDITORIA.
           OPEN EXTEND ARQAUD
           IF ST-AUD NOT = "00"
              OPEN OUTPUT ARQAUD.
           MOVE SPACES TO LINHA-AUD
           STRING "EXTLGPD R CHAVE=" W-CPF " REGISTROS=" W-QTD-TOTAL
              " OPERADOR=" W-OPERADOR
              " DATA=" W-DATAHORA(1:8) " HORA=" W-DATAHORA(9:6)
              DELIMITED BY SIZE INTO LINHA-AUD
           WRITE LINHA-AUD
           CLOSE ARQAUD.

      *    FILE STATUS
      *    00 = OPERAO REALIZADO COM SUCESSO
      *    22 = REGISTRO J CADASTRADO
      *    23 = REGISTRO NO ENCONTRADO
      *    30 = ARQUIVO NO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
