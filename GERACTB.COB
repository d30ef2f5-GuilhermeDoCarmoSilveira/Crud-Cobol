      *  - BAIXAS DO MES (RECEBIMENTO, PAGAMENTO,       *
      *    JUROS/MULTA);                                *
      *  - PERDAS (LANC-STATUS "X") COM VENCIMENTO NO   *
      *    MES;                                         *
      *  - REQUISICOES INTERNAS BAIXADAS NO MES         *
      *    (SCE053, EVENTO "I"), COM A CONTA DE DESPESA *
      *    DO CENTRO DE CUSTO NO DEBITO QUANDO          *
      *    INFORMADA.                                   *
      *  - MOVIMENTOS DE TESOURARIA DO MES (MOVBCO.DAT, *
      *    SCE056): TRANSFERENCIA ENTRE CONTAS DIRETO   *
      *    DE BANCO PARA BANCO; DEPOSITO DE CAIXA (K),  *
      *    TARIFA (F), JUROS RECEBIDOS (G) E PAGOS (H), *
      *    CHEQUE COMPENSADO (Q) E IMPOSTO RETIDO (W)   *
      *    PELO MAPA.                                   *
      *  - CARTOES (RECCART.DAT, SCE010/CONCCART): A    *
      *    BAIXA EM CARTAO VIRA EVENTO "Y" (CARTOES A   *
      *    RECEBER CONTRA CLIENTES), O CREDITO DA       *
      *    ADQUIRENTE NO BANCO (MOVBCO "A") O EVENTO    *
      *    "L" E A TAXA DOS RECEBIVEIS LIQUIDADOS NO    *
      *    MES O EVENTO "E" (DESPESA).                  *
      *  - DESPESAS RECORRENTES (DESPLANC.DAT,          *
      *    GERADESP/SCE058): O PAGAMENTO DEBITA A CONTA *
      *    DE DESPESA DA DESPESA NO LUGAR DA CONTA DO   *
      *    MAPA.                                        *
      *  - VARIACAO CAMBIAL DOS PAGAMENTOS EM MOEDA     *
      *    ESTRANGEIRA (VARCAMB.DAT, SCE010): ATIVA     *
      *    (GANHO) NO EVENTO "A", PASSIVA (PERDA) NO    *
      *    EVENTO "Z".                                  *
      *  - ATIVO IMOBILIZADO (SCE065/CALCDEP):          *
      *    DEPRECIACAO CALCULADA PARA O MES             *
      *    (DEPREC.DAT) NO EVENTO "N", DEBITANDO A      *
      *    DESPESA E CREDITANDO A DEPRECIACAO ACUMULADA *
      *    DO BEM; BAIXAS DO MES (IMOBMOV.DAT): A       *
      *    DEPRECIACAO ACUMULADA SAI CONTRA A CONTA DO  *
      *    BEM, O VALOR LIQUIDO RESTANTE E O EVENTO "O" *
      *    (PERDA NA BAIXA, CREDITO NA CONTA DO BEM) E  *
      *    O VALOR DE VENDA O EVENTO "U" (A RECEBER     *
      *    CONTRA GANHO NA VENDA).                      *
      *  - REBATES DE VOLUME LIQUIDADOS EM CREDITO NO   *
      *    MES (REBATE.DAT, SCE066): EVENTO "M",        *
      *    DESPESA CONTRA ADIANTAMENTOS DE CLIENTES.    *
      * BAIXA MARCADA COM CONTA BANCARIA E MOVIMENTO DE *
      * TESOURARIA USAM A CONTA CONTABIL DO BANCO       *
      * (CONTABCO.DAT) NO LUGAR DA CONTA DO MAPA: NO    *
      * DEBITO QUANDO O DINHEIRO ENTRA, NO CREDITO      *
      * QUANDO SAI.                                     *
      * O DIARIO SAI EM CTBJRNL.TXT (LAYOUT FIXO) E O   *
      * BALANCETE POR CONTA EM BALANCETE.TXT. OS        *
      * DEBITOS E CREDITOS DO MES POR CONTA FICAM EM    *
      * CTBMES.DAT (REALIZADO DO ORCAMENTO, RELORC).    *
      * O MES E CONFERIDO CONTRA O PERIODO ABERTO DO    *
      * SCE021 (PERIODO.CTL): MES JA FECHADO GERA SO    *
      * AVISO.                                          *
      * MES JA LANCADO NO RAZAO (SCE055, RAZAO.CTL)     *
      * TAMBEM GERA SO AVISO, E O CTBMES.DAT DELE NAO E *
      * REGRAVADO: O REALIZADO FICA IGUAL AO RAZAO.     *
      * AO FINAL GRAVA OS TOTAIS DE CONTROLE EM         *
      * CTLTOT.DAT (PARTIDAS GERADAS, MOVIMENTOS SEM    *
      * MAPA, TOTAIS A DEBITO E A CREDITO E SOMA DAS    *
      * CONTAS).                                        *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS SEQUENTIAL
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-PED.

           SELECT ARQITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQBXA ASSIGN TO DISK
                    RECORD KEY IS MAPA-CHAVE
                    FILE STATUS IS ST-MAPA.

           SELECT ARQREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS REQ-NUMERO
                    FILE STATUS IS ST-REQ.

           SELECT ARQRQI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RQI-CHAVE
                    FILE STATUS IS ST-RQI.

           SELECT ARQCCU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CCU-CODIGO
                    FILE STATUS IS ST-CCU.

           SELECT ARQCMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CMS-CHAVE
                    FILE STATUS IS ST-CMS.

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

           SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RCT-CHAVE
                    ALTERNATE RECORD KEY IS RCT-CHAVE-AUT
                       WITH DUPLICATES
                    FILE STATUS IS ST-RCT.

           SELECT ARQDPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DPL-CHAVE
                    FILE STATUS IS ST-DPL.

           SELECT ARQVCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS VCB-CHAVE
                    FILE STATUS IS ST-VCB.

           SELECT ARQDPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS DPR-CHAVE
                    FILE STATUS IS ST-DPR.

           SELECT ARQIMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS IMV-CHAVE
                    FILE STATUS IS ST-IMV.

           SELECT ARQREB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS REB-NUMERO
                    FILE STATUS IS ST-REB.

           SELECT ARQPERCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-PCTL.

           SELECT ARQRZCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-RZCTL.

           SELECT ARQJRN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-JRN.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-ERRO2.

           SELECT ARQTOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ST-TOT.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQLANC
               LABEL RECORD IS STANDARD
          03 BXA-DATA            PIC 9(08).
          03 BXA-VALOR           PIC 9(07)V99.
          03 BXA-OPERADOR        PIC X(10).
          03 BXA-CONTA           PIC 9(02).

       FD ARQCTA
               LABEL RECORD IS STANDARD
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD ARQMAPA
               LABEL RECORD IS STANDARD
          03 MAPA-CTA-DEB        PIC 9(06).
          03 MAPA-CTA-CRE        PIC 9(06).

       FD ARQREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQINT.DAT".
       01 REGREQ.
          03 REQ-NUMERO         PIC 9(06).
          03 REQ-FILIAL         PIC 9(02).
          03 REQ-CCUSTO         PIC 9(04).
          03 REQ-REQUISITANTE   PIC X(20).
          03 REQ-DATA           PIC 9(08).
          03 REQ-STATUS         PIC X(01).
          03 REQ-VALOR          PIC 9(09)V99.
          03 REQ-DATA-BAIXA     PIC 9(08).
          03 REQ-OPERADOR       PIC X(10).
          03 REQ-APROVADOR      PIC X(10).

       FD ARQRQI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQINTI.DAT".
       01 REGRQI.
          03 RQI-CHAVE.
           05 RQI-NUMERO        PIC 9(06).
           05 RQI-SEQ           PIC 9(02).
          03 RQI-CODPROD        PIC 9(06).
          03 RQI-QTD            PIC 9(06).
          03 RQI-CUSTO-UNIT     PIC 9(06)V99.

       FD ARQCCU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REGCCU.
          03 CCU-CODIGO         PIC 9(04).
          03 CCU-DESC           PIC X(30).
          03 CCU-CTA            PIC 9(06).
          03 CCU-LIMITE         PIC 9(07)V99.
          03 CCU-ATIVO          PIC X(01).

       FD ARQCMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBMES.DAT".
       01 REGCMS.
          03 CMS-CHAVE.
           05 CMS-CONTA         PIC 9(06).
           05 CMS-PERIODO       PIC 9(06).
          03 CMS-DEBITOS        PIC 9(13)V99.
          03 CMS-CREDITOS       PIC 9(13)V99.

       FD ARQCBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABCO.DAT".
       01 REGCBC.
          03 CBC-CODIGO          PIC 9(02).
          03 CBC-DESC            PIC X(30).
          03 CBC-BANCO           PIC 9(03).
          03 CBC-AGENCIA         PIC 9(05).
          03 CBC-NUMERO          PIC X(12).
          03 CBC-CTA-CONTABIL    PIC 9(06).
          03 CBC-SALDO-INI       PIC S9(11)V99.
          03 CBC-DATA-INI        PIC 9(08).
          03 CBC-ATIVA           PIC X(01).

       FD ARQMBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVBCO.DAT".
       01 REGMBC.
          03 MBC-CHAVE.
           05 MBC-CONTA          PIC 9(02).
           05 MBC-DATA           PIC 9(08).
           05 MBC-SEQ            PIC 9(04).
          03 MBC-TIPO            PIC X(01).
          03 MBC-DC              PIC X(01).
          03 MBC-VALOR           PIC 9(09)V99.
          03 MBC-CONTRA          PIC 9(02).
          03 MBC-DOC             PIC X(20).
          03 MBC-HIST            PIC X(30).
          03 MBC-OPERADOR        PIC X(10).

       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECCART.DAT".
       01 REGRCT.
          03 RCT-CHAVE.
           05 RCT-NUMPEDIDO      PIC 9(06).
           05 RCT-TPPEDIDO       PIC 9(01).
           05 RCT-PARCELA        PIC 9(02).
           05 RCT-SEQ-BXA        PIC 9(03).
           05 RCT-PARC-CARTAO    PIC 9(02).
          03 RCT-CHAVE-AUT.
           05 RCT-ADQ            PIC 9(02).
           05 RCT-AUTORIZ        PIC X(12).
           05 RCT-PARC-AUT       PIC 9(02).
          03 RCT-BANDEIRA        PIC X(10).
          03 RCT-MODAL           PIC X(01).
          03 RCT-QTD-PARC        PIC 9(02).
          03 RCT-CODPESSOA       PIC 9(14).
          03 RCT-DATA-VENDA      PIC 9(08).
          03 RCT-DATA-PREV       PIC 9(08).
          03 RCT-VALOR-BRUTO     PIC 9(07)V99.
          03 RCT-TAXA-PCT        PIC 9(02)V99.
          03 RCT-VALOR-TAXA      PIC 9(07)V99.
          03 RCT-VALOR-LIQ       PIC 9(07)V99.
          03 RCT-STATUS          PIC X(01).
          03 RCT-DATA-LIQ        PIC 9(08).
          03 RCT-VALOR-PAGO      PIC 9(07)V99.
          03 RCT-OPERADOR        PIC X(10).

       FD ARQDPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPLANC.DAT".
       01 REGDPL.
          03 DPL-CHAVE.
           05 DPL-NUMPEDIDO      PIC 9(06).
           05 DPL-TPPEDIDO       PIC 9(01).
           05 DPL-PARCELA        PIC 9(02).
          03 DPL-CODDESP         PIC 9(04).
          03 DPL-AAMM            PIC 9(06).
          03 DPL-CONTA           PIC 9(06).
          03 DPL-SIT             PIC X(01).
          03 DPL-VALOR-EST       PIC 9(07)V99.
          03 DPL-DATA-CONF       PIC 9(08).
          03 DPL-OPERADOR        PIC X(10).

       FD ARQVCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VARCAMB.DAT".
       01 REGVCB.
          03 VCB-CHAVE.
           05 VCB-NUMPEDIDO      PIC 9(06).
           05 VCB-TPPEDIDO       PIC 9(01).
           05 VCB-PARCELA        PIC 9(02).
           05 VCB-SEQ            PIC 9(03).
          03 VCB-DATA            PIC 9(08).
          03 VCB-MOEDA           PIC X(03).
          03 VCB-VALOR-ME        PIC 9(07)V99.
          03 VCB-TAXA-LANC       PIC 9(03)V9(06).
          03 VCB-TAXA-BXA        PIC 9(03)V9(06).
          03 VCB-NATUREZA        PIC X(01).
          03 VCB-VALOR           PIC 9(07)V99.
          03 VCB-CONTA           PIC 9(02).
          03 VCB-OPERADOR        PIC X(10).

       FD ARQDPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEPREC.DAT".
       01 REGDPR.
          03 DPR-CHAVE.
           05 DPR-PERIODO       PIC 9(06).
           05 DPR-NUMERO        PIC 9(06).
          03 DPR-VALOR          PIC 9(09)V99.
          03 DPR-MESES          PIC 9(03).
          03 DPR-CTA-DESP       PIC 9(06).
          03 DPR-CTA-DEPAC      PIC 9(06).
          03 DPR-FILIAL         PIC 9(02).
          03 DPR-CCUSTO         PIC 9(04).
          03 DPR-DATA-LANC      PIC 9(08).
          03 DPR-DATA-CALC      PIC 9(08).

       FD ARQIMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMOBMOV.DAT".
       01 REGIMV.
          03 IMV-CHAVE.
           05 IMV-NUMERO        PIC 9(06).
           05 IMV-SEQ           PIC 9(03).
          03 IMV-TIPO           PIC X(01).
          03 IMV-DATA           PIC 9(08).
          03 IMV-FILIAL-ORIG    PIC 9(02).
          03 IMV-FILIAL-DEST    PIC 9(02).
          03 IMV-CCUSTO-ORIG    PIC 9(04).
          03 IMV-CCUSTO-DEST    PIC 9(04).
          03 IMV-CUSTO          PIC 9(09)V99.
          03 IMV-DEPR-ACUM      PIC 9(09)V99.
          03 IMV-VALOR-VENDA    PIC 9(09)V99.
          03 IMV-CTA-ATIVO      PIC 9(06).
          03 IMV-CTA-DEPAC      PIC 9(06).
          03 IMV-MOTIVO         PIC X(30).
          03 IMV-OPERADOR       PIC X(10).

       FD ARQREB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REBATE.DAT".
       01 REGREB.
          03 REB-NUMERO          PIC 9(05).
          03 REB-TIPO            PIC X(01).
          03 REB-CODCLI          PIC 9(14).
          03 REB-GRUPO           PIC 9(04).
          03 REB-DATA-INI        PIC 9(08).
          03 REB-DATA-FIM        PIC 9(08).
          03 REB-FAIXAS.
           05 REB-FX OCCURS 5 TIMES.
              07 REB-FX-VALOR    PIC 9(09)V99.
              07 REB-FX-PCT      PIC 9(02)V99.
          03 REB-CATEGORIAS      PIC X(10).
          03 REB-FORMA           PIC X(01).
          03 REB-CODPROD         PIC 9(06).
          03 REB-STATUS          PIC X(01).
          03 REB-APURACAO.
           05 REB-ACUMULADO      PIC 9(11)V99.
           05 REB-FAIXA          PIC 9(01).
           05 REB-DATA-APUR      PIC 9(08).
           05 REB-VALOR-REB      PIC 9(09)V99.
          03 REB-LIQUIDACAO.
           05 REB-DATA-LIQ       PIC 9(08).
           05 REB-CLI-LIQ        PIC 9(14).
           05 REB-VALOR-LIQ      PIC 9(09)V99.
           05 REB-NUMPED         PIC 9(06).
           05 REB-ADI-SEQ        PIC 9(04).
          03 REB-SUPERV          PIC X(10).
          03 REB-DATA-INC        PIC 9(08).
          03 REB-OPERADOR        PIC X(10).

       FD ARQPERCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.CTL".
       01 REG-PERCTL.
          03 CTL-PERIODO-ABERTO PIC 9(06).

       FD ARQRZCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RAZAO.CTL".
       01 REG-RZCTL.
          03 RZC-ULT-LANCADO    PIC 9(06).
          03 RZC-MES-IMPLANT    PIC 9(06).
          03 RZC-ULT-ENCERRADO  PIC 9(04).
          03 RZC-CTA-LUCROS     PIC 9(06).

       FD ARQJRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBJRNL.TXT".
               VALUE OF FILE-ID IS "BALANCETE.TXT".
       01 LINHA-SAI              PIC X(120).

       FD ARQTOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLTOT.DAT".
       01 REGTOT.
          03 TOT-DATA            PIC 9(08).
          03 TOT-HORA            PIC 9(06).
          03 TOT-PASSO           PIC X(08).
          03 TOT-ORIGEM          PIC X(01).
          03 TOT-LIDOS           PIC 9(07).
          03 TOT-GRAVADOS        PIC 9(07).
          03 TOT-GRAVADOS2       PIC 9(07).
          03 TOT-VALOR           PIC 9(11)V99.
          03 TOT-VALOR2          PIC 9(11)V99.
          03 TOT-HASH            PIC 9(15).
          03 TOT-SITUACAO        PIC X(01).
          03 TOT-OBS             PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-TOT             PIC X(02) VALUE "00".
       01 W-TOT-DTH          PIC X(21) VALUE SPACES.
       01 W-TOT-LIDOS        PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV         PIC 9(07) VALUE ZEROS.
       01 W-TOT-GRAV2        PIC 9(07) VALUE ZEROS.
       01 W-TOT-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VALOR2       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-HASH         PIC 9(15) VALUE ZEROS.
       01 W-TOT-OBS          PIC X(40) VALUE SPACES.
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-ITEM       PIC X(02) VALUE "00".
       01 ST-PROD       PIC X(02) VALUE "00".
       01 ST-BXA        PIC X(02) VALUE "00".
       01 ST-CTA        PIC X(02) VALUE "00".
       01 ST-MAPA       PIC X(02) VALUE "00".
       01 ST-REQ        PIC X(02) VALUE "00".
       01 ST-RQI        PIC X(02) VALUE "00".
       01 ST-CCU        PIC X(02) VALUE "00".
       01 W-REQ-ABERTO  PIC X(01) VALUE "N".
       01 W-CCU-ABERTO  PIC X(01) VALUE "N".
       01 W-CTA-DEB-CC  PIC 9(06) VALUE ZEROS.
       01 W-CTA-CRE-BCO PIC 9(06) VALUE ZEROS.
       01 ST-CBC        PIC X(02) VALUE "00".
       01 ST-MBC        PIC X(02) VALUE "00".
       01 W-CBC-ABERTO  PIC X(01) VALUE "N".
       01 W-MBC-ABERTO  PIC X(01) VALUE "N".
       01 W-CTA-BCO     PIC 9(06) VALUE ZEROS.
       01 ST-RCT        PIC X(02) VALUE "00".
       01 W-RCT-ABERTO  PIC X(01) VALUE "N".
       01 ST-DPL        PIC X(02) VALUE "00".
       01 W-DPL-ABERTO  PIC X(01) VALUE "N".
       01 ST-VCB        PIC X(02) VALUE "00".
       01 W-VCB-ABERTO  PIC X(01) VALUE "N".
       01 ST-DPR        PIC X(02) VALUE "00".
       01 W-DPR-ABERTO  PIC X(01) VALUE "N".
       01 ST-IMV        PIC X(02) VALUE "00".
       01 W-IMV-ABERTO  PIC X(01) VALUE "N".
       01 W-LIQ-IMB     PIC 9(09)V99 VALUE ZEROS.
       01 ST-REB        PIC X(02) VALUE "00".
       01 W-REB-ABERTO  PIC X(01) VALUE "N".
       01 ST-CMS        PIC X(02) VALUE "00".
       01 ST-PCTL       PIC X(02) VALUE "00".
       01 ST-RZCTL      PIC X(02) VALUE "00".
       01 W-ULT-RAZAO   PIC 9(06) VALUE ZEROS.
       01 ST-JRN        PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-PERIODO     PIC 9(06) VALUE ZEROS.
              W-PERIODO < W-PERIODO-ABERTO
              DISPLAY "AVISO: MES JA FECHADO NO SCE021 - O DIARIO"
                 " E APENAS INFORMATIVO".
           IF W-ULT-RAZAO > ZEROS AND W-PERIODO NOT > W-ULT-RAZAO
              DISPLAY "AVISO: MES JA LANCADO NO RAZAO (SCE055) - O"
                 " DIARIO E APENAS INFORMATIVO".
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM
           OPEN OUTPUT ARQJRN
           PERFORM PROCESSA-PEDIDOS THRU PROCESSA-PEDIDOS-FIM
           PERFORM PROCESSA-BAIXAS THRU PROCESSA-BAIXAS-FIM
           PERFORM PROCESSA-PERDAS THRU PROCESSA-PERDAS-FIM
           PERFORM PROCESSA-REQUISICOES THRU PROCESSA-REQUISICOES-FIM
           PERFORM PROCESSA-TESOURARIA THRU PROCESSA-TESOURARIA-FIM
           PERFORM PROCESSA-CARTOES THRU PROCESSA-CARTOES-FIM
           PERFORM PROCESSA-VARCAMB THRU PROCESSA-VARCAMB-FIM
           PERFORM PROCESSA-DEPRECIACAO THRU
              PROCESSA-DEPRECIACAO-FIM
           PERFORM PROCESSA-BAIXAS-IMOB THRU PROCESSA-BAIXAS-IMOB-FIM
           PERFORM PROCESSA-REBATES THRU PROCESSA-REBATES-FIM
           CLOSE ARQJRN
           PERFORM GERA-BALANCETE THRU GERA-BALANCETE-FIM
           IF W-ULT-RAZAO = ZEROS OR W-PERIODO > W-ULT-RAZAO
              PERFORM GRAVA-MOVTO-MES THRU GRAVA-MOVTO-MES-FIM.
           PERFORM FECHA-ARQUIVOS
           DISPLAY "PARTIDAS GERADAS: " W-QTD-LANCTO
           DISPLAY "MOVIMENTOS SEM MAPA (PULADOS): " W-QTD-SEMMAPA
           DISPLAY "DIARIO EM CTBJRNL.TXT - BALANCETE EM"
              " BALANCETE.TXT"
           COMPUTE W-TOT-LIDOS = W-QTD-LANCTO + W-QTD-SEMMAPA
           MOVE W-QTD-LANCTO TO W-TOT-GRAV
           MOVE W-QTD-SEMMAPA TO W-TOT-GRAV2
           MOVE W-TOT-DEB TO W-TOT-VALOR
           MOVE W-TOT-CRE TO W-TOT-VALOR2
           MOVE SPACES TO W-TOT-OBS
           STRING "MES " W-PERIODO
              DELIMITED BY SIZE INTO W-TOT-OBS
           PERFORM GRAVA-TOTAIS
           STOP RUN.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DA EXECUCAO (CTLTOT.DAT): REGISTROS
      * LIDOS, GRAVADOS E SOMAS DE CONFERENCIA. O NOTURNO CONFERE
      * ESTES TOTAIS COM CONTAGENS PROPRIAS DOS ARQUIVOS ANTES DE
      * LIBERAR O PASSO SEGUINTE; O RELTOT LISTA TODOS ELES
      *----------------------------------------------------------------
       GRAVA-TOTAIS.
           OPEN EXTEND ARQTOT
           IF ST-TOT NOT = "00"
              OPEN OUTPUT ARQTOT.
           MOVE FUNCTION CURRENT-DATE TO W-TOT-DTH
           MOVE SPACES TO REGTOT
           MOVE W-TOT-DTH(1:8) TO TOT-DATA
           MOVE W-TOT-DTH(9:6) TO TOT-HORA
           MOVE "GERACTB" TO TOT-PASSO
           MOVE "P" TO TOT-ORIGEM
           MOVE W-TOT-LIDOS TO TOT-LIDOS
           MOVE W-TOT-GRAV TO TOT-GRAVADOS
           MOVE W-TOT-GRAV2 TO TOT-GRAVADOS2
           MOVE W-TOT-VALOR TO TOT-VALOR
           MOVE W-TOT-VALOR2 TO TOT-VALOR2
           MOVE W-TOT-HASH TO TOT-HASH
           MOVE "O" TO TOT-SITUACAO
           MOVE W-TOT-OBS TO TOT-OBS
           WRITE REGTOT
           CLOSE ARQTOT.

       LE-PERIODO.
           MOVE ZEROS TO W-PERIODO-ABERTO CTL-PERIODO-ABERTO
           OPEN INPUT ARQPERCTL
              MOVE CTL-PERIODO-ABERTO TO W-PERIODO-ABERTO
           ELSE
              NEXT SENTENCE.
           MOVE ZEROS TO W-ULT-RAZAO RZC-ULT-LANCADO
           OPEN INPUT ARQRZCTL
           IF ST-RZCTL = "00"
              READ ARQRZCTL
              CLOSE ARQRZCTL
              MOVE RZC-ULT-LANCADO TO W-ULT-RAZAO.

       ABRE-ARQUIVOS.
           OPEN INPUT ARQPED
           IF ST-MAPA NOT = "00"
              DISPLAY "MAPA CONTABIL NAO ENCONTRADO (SCE029)"
              STOP RUN.
           MOVE "N" TO W-REQ-ABERTO
           OPEN INPUT ARQREQ
           IF ST-REQ = "00"
              OPEN INPUT ARQRQI
              IF ST-RQI = "00"
                 MOVE "S" TO W-REQ-ABERTO
              ELSE
                 CLOSE ARQREQ.
           MOVE "N" TO W-CCU-ABERTO
           OPEN INPUT ARQCCU
           IF ST-CCU = "00"
              MOVE "S" TO W-CCU-ABERTO.
           MOVE "N" TO W-CBC-ABERTO W-MBC-ABERTO
           OPEN INPUT ARQCBC
           IF ST-CBC = "00"
              MOVE "S" TO W-CBC-ABERTO
              OPEN INPUT ARQMBC
              IF ST-MBC = "00"
                 MOVE "S" TO W-MBC-ABERTO.
           MOVE "N" TO W-RCT-ABERTO
           OPEN INPUT ARQRCT
           IF ST-RCT = "00"
              MOVE "S" TO W-RCT-ABERTO.
           MOVE "N" TO W-DPL-ABERTO
           OPEN INPUT ARQDPL
           IF ST-DPL = "00"
              MOVE "S" TO W-DPL-ABERTO.
           MOVE "N" TO W-VCB-ABERTO
           OPEN INPUT ARQVCB
           IF ST-VCB = "00"
              MOVE "S" TO W-VCB-ABERTO.
           MOVE "N" TO W-DPR-ABERTO
           OPEN INPUT ARQDPR
           IF ST-DPR = "00"
              MOVE "S" TO W-DPR-ABERTO.
           MOVE "N" TO W-IMV-ABERTO
           OPEN INPUT ARQIMV
           IF ST-IMV = "00"
              MOVE "S" TO W-IMV-ABERTO.
           MOVE "N" TO W-REB-ABERTO
           OPEN INPUT ARQREB
           IF ST-REB = "00"
              MOVE "S" TO W-REB-ABERTO.
       ABRE-ARQUIVOS-FIM.
           EXIT.

           CLOSE ARQPED ARQITEM ARQPROD ARQLANC ARQCTA ARQMAPA.
           IF ST-BXA = "00"
              CLOSE ARQBXA.
           IF W-REQ-ABERTO = "S"
              CLOSE ARQREQ ARQRQI.
           IF W-CCU-ABERTO = "S"
              CLOSE ARQCCU.
           IF W-CBC-ABERTO = "S"
              CLOSE ARQCBC.
           IF W-MBC-ABERTO = "S"
              CLOSE ARQMBC.
           IF W-RCT-ABERTO = "S"
              CLOSE ARQRCT.
           IF W-DPL-ABERTO = "S"
              CLOSE ARQDPL.
           IF W-VCB-ABERTO = "S"
              CLOSE ARQVCB.
           IF W-DPR-ABERTO = "S"
              CLOSE ARQDPR.
           IF W-IMV-ABERTO = "S"
              CLOSE ARQIMV.
           IF W-REB-ABERTO = "S"
              CLOSE ARQREB.

      *----------------------------------------------------------------
      * PASSO 1: ITENS DOS PEDIDOS DO MES
                    MOVE "P" TO W-EVENTO
                 ELSE
                    MOVE "R" TO W-EVENTO.
           IF W-EVENTO = "R" AND W-RCT-ABERTO = "S"
              PERFORM VERIFICA-CARTAO.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO
           IF BXA-CONTA > ZEROS
              PERFORM CONTA-BANCO-BXA THRU CONTA-BANCO-BXA-FIM.
           IF W-EVENTO = "P" AND W-DPL-ABERTO = "S"
              PERFORM CONTA-DESPESA-BXA.
           MOVE ZEROS TO W-CAT
           MOVE BXA-VALOR TO W-VALOR
           MOVE BXA-DATA TO W-DATA-LANC
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM
           GO TO PROCESSA-BXA-LOOP.
       PROCESSA-BAIXAS-FIM.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO.

      * RECEBIMENTO EM CARTAO (RECEBIVEL DA PRIMEIRA PARCELA DO
      * CARTAO GRAVADO PARA ESTA LINHA DA BAIXA): O CLIENTE PASSA A
      * DEVER PARA A ADQUIRENTE
       VERIFICA-CARTAO.
           MOVE BXA-NUMPEDIDO TO RCT-NUMPEDIDO
           MOVE BXA-TPPEDIDO TO RCT-TPPEDIDO
           MOVE BXA-PARCELA TO RCT-PARCELA
           MOVE BXA-SEQ TO RCT-SEQ-BXA
           MOVE 1 TO RCT-PARC-CARTAO
           READ ARQRCT
           IF ST-RCT = "00"
              MOVE "Y" TO W-EVENTO.

      * PAGAMENTO DE DESPESA RECORRENTE (GERADESP): A CONTA DE
      * DESPESA DA DESPESA TROCA O DEBITO DO MAPA
       CONTA-DESPESA-BXA.
           MOVE LANC-CHAVE TO DPL-CHAVE
           READ ARQDPL
           IF ST-DPL = "00" AND DPL-CONTA > ZEROS
              MOVE DPL-CONTA TO W-CTA-DEB-CC.

      * BAIXA PELO BANCO: RECEBIMENTO DEBITA E PAGAMENTO CREDITA A
      * CONTA CONTABIL DO BANCO; JUROS/MULTA SEGUEM O TIPO DO
      * LANCAMENTO
       CONTA-BANCO-BXA.
           MOVE ZEROS TO W-CTA-BCO
           IF W-CBC-ABERTO NOT = "S"
              GO TO CONTA-BANCO-BXA-FIM.
           MOVE BXA-CONTA TO CBC-CODIGO
           READ ARQCBC
           IF ST-CBC NOT = "00"
              GO TO CONTA-BANCO-BXA-FIM.
           MOVE CBC-CTA-CONTABIL TO W-CTA-BCO
           IF W-CTA-BCO = ZEROS
              GO TO CONTA-BANCO-BXA-FIM.
           IF W-EVENTO = "J"
              MOVE BXA-NUMPEDIDO TO LANC-NUMPEDIDO
              MOVE BXA-TPPEDIDO TO LANC-TPPEDIDO
              MOVE BXA-PARCELA TO LANC-PARCELA
              READ ARQLANC
              IF ST-LANC NOT = "00"
                 MOVE "R" TO LANC-TIPO.
           IF W-EVENTO = "P" OR
              (W-EVENTO = "J" AND LANC-TIPO = "P")
              MOVE W-CTA-BCO TO W-CTA-CRE-BCO
           ELSE
              MOVE W-CTA-BCO TO W-CTA-DEB-CC.
       CONTA-BANCO-BXA-FIM.
           EXIT.

      *----------------------------------------------------------------
       CALCULA-RESTANTE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PASSO 4: REQUISICOES INTERNAS BAIXADAS NO MES (SCE053), UMA
      * PARTIDA POR ITEM AO CUSTO GRAVADO NA BAIXA, PELA CATEGORIA
      * DO PRODUTO; A CONTA DO CENTRO DE CUSTO TROCA O DEBITO
      *----------------------------------------------------------------
       PROCESSA-REQUISICOES.
           IF W-REQ-ABERTO NOT = "S"
              GO TO PROCESSA-REQUISICOES-FIM.
           MOVE ZEROS TO REQ-NUMERO
           START ARQREQ KEY IS NOT LESS THAN REQ-NUMERO
              INVALID KEY GO TO PROCESSA-REQUISICOES-FIM.
       PROCESSA-REQ-LOOP.
           READ ARQREQ NEXT
           IF ST-REQ NOT = "00"
              GO TO PROCESSA-REQUISICOES-FIM.
           IF REQ-STATUS NOT = "A"
              GO TO PROCESSA-REQ-LOOP.
           COMPUTE W-AAMM = REQ-DATA-BAIXA / 100
           IF W-AAMM NOT = W-PERIODO
              GO TO PROCESSA-REQ-LOOP.
           MOVE ZEROS TO W-CTA-DEB-CC
           IF W-CCU-ABERTO = "S"
              MOVE REQ-CCUSTO TO CCU-CODIGO
              READ ARQCCU
              IF ST-CCU = "00"
                 MOVE CCU-CTA TO W-CTA-DEB-CC.
           MOVE "I" TO W-EVENTO
           MOVE REQ-NUMERO TO RQI-NUMERO
           MOVE ZEROS TO RQI-SEQ
           START ARQRQI KEY IS NOT LESS THAN RQI-CHAVE
              INVALID KEY GO TO PROCESSA-REQ-LOOP.
       PROCESSA-REQ-ITEM.
           READ ARQRQI NEXT
           IF ST-RQI NOT = "00"
              GO TO PROCESSA-REQ-LOOP.
           IF RQI-NUMERO NOT = REQ-NUMERO
              GO TO PROCESSA-REQ-LOOP.
           COMPUTE W-VALOR = RQI-QTD * RQI-CUSTO-UNIT
           IF W-VALOR = ZEROS
              GO TO PROCESSA-REQ-ITEM.
           MOVE ZEROS TO W-CAT
           MOVE RQI-CODPROD TO COD
           READ ARQPROD
           IF ST-PROD = "00"
              MOVE TPPROD TO W-CAT.
           MOVE REQ-DATA-BAIXA TO W-DATA-LANC
           MOVE SPACES TO W-HIST
           STRING "REQ " REQ-NUMERO " IT " RQI-SEQ
              " CC " REQ-CCUSTO
              DELIMITED BY SIZE INTO W-HIST
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM
           GO TO PROCESSA-REQ-ITEM.
       PROCESSA-REQUISICOES-FIM.
           MOVE ZEROS TO W-CTA-DEB-CC.

      *----------------------------------------------------------------
      * PASSO 5: MOVIMENTOS DE TESOURARIA DO MES (SCE056). O LADO
      * DO BANCO VEM DA CONTA CONTABIL DA CONTA BANCARIA: CREDITO NA
      * CONTA BANCARIA (ENTRADA) DEBITA O BANCO, DEBITO (SAIDA)
      * CREDITA. A TRANSFERENCIA SO E LANCADA PELA PERNA DE SAIDA,
      * DE BANCO PARA BANCO, SEM MAPA.
      *----------------------------------------------------------------
       PROCESSA-TESOURARIA.
           IF W-MBC-ABERTO NOT = "S"
              GO TO PROCESSA-TESOURARIA-FIM.
           MOVE LOW-VALUES TO MBC-CHAVE
           START ARQMBC KEY IS NOT LESS THAN MBC-CHAVE
              INVALID KEY GO TO PROCESSA-TESOURARIA-FIM.
       PROCESSA-TES-LOOP.
           READ ARQMBC NEXT
           IF ST-MBC NOT = "00"
              GO TO PROCESSA-TESOURARIA-FIM.
           COMPUTE W-AAMM = MBC-DATA / 100
           IF W-AAMM NOT = W-PERIODO
              GO TO PROCESSA-TES-LOOP.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO
           MOVE SPACES TO W-EVENTO
           IF MBC-TIPO = "T" AND MBC-DC = "C"
              GO TO PROCESSA-TES-LOOP.
           IF MBC-TIPO = "D"
              MOVE "K" TO W-EVENTO.
           IF MBC-TIPO = "F"
              MOVE "F" TO W-EVENTO.
           IF MBC-TIPO = "J" AND MBC-DC = "C"
              MOVE "G" TO W-EVENTO.
           IF MBC-TIPO = "J" AND MBC-DC = "D"
              MOVE "H" TO W-EVENTO.
           IF MBC-TIPO = "Q"
              MOVE "Q" TO W-EVENTO.
           IF MBC-TIPO = "R"
              MOVE "W" TO W-EVENTO.
           IF MBC-TIPO = "A"
              MOVE "L" TO W-EVENTO.
           IF MBC-TIPO = "T"
              MOVE "T" TO W-EVENTO
           ELSE
              IF W-EVENTO = SPACES
                 GO TO PROCESSA-TES-LOOP.
           MOVE MBC-CONTA TO CBC-CODIGO
           PERFORM LE-CTA-BANCO
           IF MBC-DC = "C"
              MOVE W-CTA-BCO TO W-CTA-DEB-CC
           ELSE
              MOVE W-CTA-BCO TO W-CTA-CRE-BCO.
           IF MBC-TIPO = "T"
              MOVE MBC-CONTRA TO CBC-CODIGO
              PERFORM LE-CTA-BANCO
              MOVE W-CTA-BCO TO W-CTA-DEB-CC
              IF W-CTA-DEB-CC = ZEROS OR W-CTA-CRE-BCO = ZEROS
                 ADD 1 TO W-QTD-SEMMAPA
                 GO TO PROCESSA-TES-LOOP.
           MOVE ZEROS TO W-CAT
           MOVE MBC-VALOR TO W-VALOR
           MOVE MBC-DATA TO W-DATA-LANC
           MOVE SPACES TO W-HIST
           STRING "TES " MBC-CONTA " " MBC-TIPO MBC-DC " "
              MBC-DATA " " MBC-SEQ
              DELIMITED BY SIZE INTO W-HIST
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM
           GO TO PROCESSA-TES-LOOP.
       PROCESSA-TESOURARIA-FIM.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO.

      *----------------------------------------------------------------
      * PASSO 6: TAXA DOS RECEBIVEIS DE CARTAO LIQUIDADOS NO MES
      * (CONCCART), PELA DATA DO CREDITO DA ADQUIRENTE
      *----------------------------------------------------------------
       PROCESSA-CARTOES.
           IF W-RCT-ABERTO NOT = "S"
              GO TO PROCESSA-CARTOES-FIM.
           MOVE LOW-VALUES TO RCT-CHAVE
           START ARQRCT KEY IS NOT LESS THAN RCT-CHAVE
              INVALID KEY GO TO PROCESSA-CARTOES-FIM.
       PROCESSA-CRT-LOOP.
           READ ARQRCT NEXT
           IF ST-RCT NOT = "00"
              GO TO PROCESSA-CARTOES-FIM.
           IF RCT-STATUS NOT = "L" AND "D"
              GO TO PROCESSA-CRT-LOOP.
           COMPUTE W-AAMM = RCT-DATA-LIQ / 100
           IF W-AAMM NOT = W-PERIODO OR RCT-VALOR-TAXA = ZEROS
              GO TO PROCESSA-CRT-LOOP.
           MOVE "E" TO W-EVENTO
           MOVE ZEROS TO W-CAT
           MOVE RCT-VALOR-TAXA TO W-VALOR
           MOVE RCT-DATA-LIQ TO W-DATA-LANC
           MOVE SPACES TO W-HIST
           STRING "TAXA CARTAO " RCT-ADQ " " RCT-AUTORIZ " "
              RCT-PARC-AUT
              DELIMITED BY SIZE INTO W-HIST
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM
           GO TO PROCESSA-CRT-LOOP.
       PROCESSA-CARTOES-FIM.
           EXIT.

      *----------------------------------------------------------------
      * PASSO 7: VARIACAO CAMBIAL DOS PAGAMENTOS EM MOEDA DO MES
      * (SCE010). PAGO PELO BANCO, A CONTA DO BANCO ENTRA NO LUGAR
      * DA CONTA DO MAPA: NO DEBITO NA ATIVA, NO CREDITO NA PASSIVA
      *----------------------------------------------------------------
       PROCESSA-VARCAMB.
           IF W-VCB-ABERTO NOT = "S"
              GO TO PROCESSA-VARCAMB-FIM.
           MOVE LOW-VALUES TO VCB-CHAVE
           START ARQVCB KEY IS NOT LESS THAN VCB-CHAVE
              INVALID KEY GO TO PROCESSA-VARCAMB-FIM.
       PROCESSA-VCB-LOOP.
           READ ARQVCB NEXT
           IF ST-VCB NOT = "00"
              GO TO PROCESSA-VARCAMB-FIM.
           COMPUTE W-AAMM = VCB-DATA / 100
           IF W-AAMM NOT = W-PERIODO OR VCB-VALOR = ZEROS
              GO TO PROCESSA-VCB-LOOP.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO W-CTA-BCO
           IF VCB-CONTA > ZEROS AND W-CBC-ABERTO = "S"
              MOVE VCB-CONTA TO CBC-CODIGO
              PERFORM LE-CTA-BANCO.
           IF VCB-NATUREZA = "A"
              MOVE "A" TO W-EVENTO
              MOVE W-CTA-BCO TO W-CTA-DEB-CC
           ELSE
              MOVE "Z" TO W-EVENTO
              MOVE W-CTA-BCO TO W-CTA-CRE-BCO.
           MOVE ZEROS TO W-CAT
           MOVE VCB-VALOR TO W-VALOR
           MOVE VCB-DATA TO W-DATA-LANC
           MOVE SPACES TO W-HIST
           STRING "VAR CAMBIAL " VCB-MOEDA " " VCB-NUMPEDIDO "-"
              VCB-PARCELA
              DELIMITED BY SIZE INTO W-HIST
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM
           GO TO PROCESSA-VCB-LOOP.
       PROCESSA-VARCAMB-FIM.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO.

      *----------------------------------------------------------------
      * PASSO 8: DEPRECIACAO DO MES (CALCDEP). AS CONTAS DE DESPESA
      * E DE DEPRECIACAO ACUMULADA SAO AS DO BEM, SEM O MAPA
      *----------------------------------------------------------------
       PROCESSA-DEPRECIACAO.
           IF W-DPR-ABERTO NOT = "S"
              GO TO PROCESSA-DEPRECIACAO-FIM.
           MOVE W-PERIODO TO DPR-PERIODO
           MOVE ZEROS TO DPR-NUMERO
           START ARQDPR KEY IS NOT LESS THAN DPR-CHAVE
              INVALID KEY GO TO PROCESSA-DEPRECIACAO-FIM.
       PROCESSA-DPR-LOOP.
           READ ARQDPR NEXT
           IF ST-DPR NOT = "00"
              GO TO PROCESSA-DEPRECIACAO-FIM.
           IF DPR-PERIODO NOT = W-PERIODO
              GO TO PROCESSA-DEPRECIACAO-FIM.
           IF DPR-VALOR = ZEROS
              GO TO PROCESSA-DPR-LOOP.
           MOVE "N" TO W-EVENTO
           MOVE ZEROS TO W-CAT
           MOVE DPR-CTA-DESP TO W-CTA-DEB-CC
           MOVE DPR-CTA-DEPAC TO W-CTA-CRE-BCO
           MOVE DPR-VALOR TO W-VALOR
           MOVE DPR-DATA-LANC TO W-DATA-LANC
           MOVE SPACES TO W-HIST
           STRING "DEPRECIACAO BEM " DPR-NUMERO
              DELIMITED BY SIZE INTO W-HIST
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM
           GO TO PROCESSA-DPR-LOOP.
       PROCESSA-DEPRECIACAO-FIM.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO.

      *----------------------------------------------------------------
      * PASSO 9: BAIXAS DO IMOBILIZADO NO MES (SCE065). A DEPRECIACAO
      * ACUMULADA ZERA CONTRA A CONTA DO BEM; O LIQUIDO QUE SOBRA NA
      * CONTA DO BEM VAI PARA A PERDA DO MAPA (EVENTO "O") E A VENDA,
      * SE HOUVER, ENTRA INTEIRA PELO MAPA (EVENTO "U")
      *----------------------------------------------------------------
       PROCESSA-BAIXAS-IMOB.
           IF W-IMV-ABERTO NOT = "S"
              GO TO PROCESSA-BAIXAS-IMOB-FIM.
           MOVE LOW-VALUES TO IMV-CHAVE
           START ARQIMV KEY IS NOT LESS THAN IMV-CHAVE
              INVALID KEY GO TO PROCESSA-BAIXAS-IMOB-FIM.
       PROCESSA-IMV-LOOP.
           READ ARQIMV NEXT
           IF ST-IMV NOT = "00"
              GO TO PROCESSA-BAIXAS-IMOB-FIM.
           IF IMV-TIPO NOT = "B"
              GO TO PROCESSA-IMV-LOOP.
           COMPUTE W-AAMM = IMV-DATA / 100
           IF W-AAMM NOT = W-PERIODO
              GO TO PROCESSA-IMV-LOOP.
           MOVE ZEROS TO W-CAT
           MOVE IMV-DATA TO W-DATA-LANC
           IF IMV-DEPR-ACUM > ZEROS
              MOVE "O" TO W-EVENTO
              MOVE IMV-CTA-DEPAC TO W-CTA-DEB-CC
              MOVE IMV-CTA-ATIVO TO W-CTA-CRE-BCO
              MOVE IMV-DEPR-ACUM TO W-VALOR
              MOVE SPACES TO W-HIST
              STRING "BAIXA BEM " IMV-NUMERO " DEPR ACUM"
                 DELIMITED BY SIZE INTO W-HIST
              PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM.
           MOVE ZEROS TO W-LIQ-IMB
           IF IMV-CUSTO > IMV-DEPR-ACUM
              COMPUTE W-LIQ-IMB = IMV-CUSTO - IMV-DEPR-ACUM.
           IF W-LIQ-IMB > ZEROS
              MOVE "O" TO W-EVENTO
              MOVE ZEROS TO W-CTA-DEB-CC
              MOVE IMV-CTA-ATIVO TO W-CTA-CRE-BCO
              MOVE W-LIQ-IMB TO W-VALOR
              MOVE SPACES TO W-HIST
              STRING "BAIXA BEM " IMV-NUMERO " VLR LIQUIDO"
                 DELIMITED BY SIZE INTO W-HIST
              PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM.
           IF IMV-VALOR-VENDA > ZEROS
              MOVE "U" TO W-EVENTO
              MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO
              MOVE IMV-VALOR-VENDA TO W-VALOR
              MOVE SPACES TO W-HIST
              STRING "VENDA BEM " IMV-NUMERO
                 DELIMITED BY SIZE INTO W-HIST
              PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM.
           GO TO PROCESSA-IMV-LOOP.
       PROCESSA-BAIXAS-IMOB-FIM.
           MOVE ZEROS TO W-CTA-DEB-CC W-CTA-CRE-BCO.

      *----------------------------------------------------------------
      * PASSO 10: REBATES LIQUIDADOS EM CREDITO NO MES (SCE066),
      * EVENTO "M". O REBATE EM MERCADORIA SAI NO PASSO 1, COMO
      * BONIFICACAO, QUANDO O PEDIDO E CONFIRMADO
      *----------------------------------------------------------------
       PROCESSA-REBATES.
           IF W-REB-ABERTO NOT = "S"
              GO TO PROCESSA-REBATES-FIM.
           MOVE ZEROS TO REB-NUMERO
           START ARQREB KEY IS NOT LESS THAN REB-NUMERO
              INVALID KEY GO TO PROCESSA-REBATES-FIM.
       PROCESSA-REB-LOOP.
           READ ARQREB NEXT
           IF ST-REB NOT = "00"
              GO TO PROCESSA-REBATES-FIM.
           IF REB-STATUS NOT = "L" OR REB-FORMA NOT = "A"
              GO TO PROCESSA-REB-LOOP.
           COMPUTE W-AAMM = REB-DATA-LIQ / 100
           IF W-AAMM NOT = W-PERIODO OR REB-VALOR-LIQ = ZEROS
              GO TO PROCESSA-REB-LOOP.
           MOVE "M" TO W-EVENTO
           MOVE ZEROS TO W-CAT W-CTA-DEB-CC W-CTA-CRE-BCO
           MOVE REB-VALOR-LIQ TO W-VALOR
           MOVE REB-DATA-LIQ TO W-DATA-LANC
           MOVE SPACES TO W-HIST
           STRING "REBATE " REB-NUMERO " " REB-CLI-LIQ
              DELIMITED BY SIZE INTO W-HIST
           PERFORM GRAVA-PARTIDA THRU GRAVA-PARTIDA-FIM
           GO TO PROCESSA-REB-LOOP.
       PROCESSA-REBATES-FIM.
           EXIT.

       LE-CTA-BANCO.
           MOVE ZEROS TO W-CTA-BCO
           READ ARQCBC
           IF ST-CBC = "00"
              MOVE CBC-CTA-CONTABIL TO W-CTA-BCO.

      *----------------------------------------------------------------
      * UMA PARTIDA DOBRADA: BUSCA O MAPA (EVENTO + CATEGORIA,
      * DEPOIS EVENTO + 0) E GRAVA A LINHA DO DIARIO. COM AS DUAS
      * CONTAS JA DEFINIDAS (TRANSFERENCIA) NAO CONSULTA O MAPA
      *----------------------------------------------------------------
       GRAVA-PARTIDA.
           IF W-CTA-DEB-CC > ZEROS AND W-CTA-CRE-BCO > ZEROS
              MOVE W-CTA-DEB-CC TO MAPA-CTA-DEB
              MOVE W-CTA-CRE-BCO TO MAPA-CTA-CRE
              GO TO GRAVA-PARTIDA-LINHA.
           MOVE ZEROS TO W-ACHOU-MAPA
           MOVE W-EVENTO TO MAPA-EVENTO
           MOVE W-CAT TO MAPA-CAT
           IF W-ACHOU-MAPA = ZEROS
              ADD 1 TO W-QTD-SEMMAPA
              GO TO GRAVA-PARTIDA-FIM.
           IF W-CTA-DEB-CC > ZEROS
              MOVE W-CTA-DEB-CC TO MAPA-CTA-DEB.
           IF W-CTA-CRE-BCO > ZEROS
              MOVE W-CTA-CRE-BCO TO MAPA-CTA-CRE.
       GRAVA-PARTIDA-LINHA.
           MOVE W-DATA-LANC TO JR-DATA
           MOVE MAPA-CTA-DEB TO JR-CTA-DEB
           MOVE MAPA-CTA-CRE TO JR-CTA-CRE
           MOVE REG-JRN-DET TO LINHA-JRN
           WRITE LINHA-JRN
           ADD 1 TO W-QTD-LANCTO
           ADD MAPA-CTA-DEB MAPA-CTA-CRE TO W-TOT-HASH
           MOVE MAPA-CTA-DEB TO W-IX-CTA
           PERFORM ACUMULA-CTA-DEB
           MOVE MAPA-CTA-CRE TO W-IX-CTA
       GERA-BALANCETE-FIM.
           EXIT.

      *----------------------------------------------------------------
      * MOVIMENTO DO MES POR CONTA EM CTBMES.DAT: A RODADA DO MES
      * SUBSTITUI A ANTERIOR (ZERA AS CONTAS DO MES E REGRAVA)
      *----------------------------------------------------------------
       GRAVA-MOVTO-MES.
           OPEN I-O ARQCMS
           IF ST-CMS NOT = "00"
              IF ST-CMS = "30"
                 OPEN OUTPUT ARQCMS
                 CLOSE ARQCMS
                 OPEN I-O ARQCMS
              ELSE
                 DISPLAY "AVISO: CTBMES.DAT INDISPONIVEL - REALIZADO"
                    " DO MES NAO GRAVADO"
                 GO TO GRAVA-MOVTO-MES-FIM.
           MOVE LOW-VALUES TO CMS-CHAVE
           START ARQCMS KEY IS NOT LESS THAN CMS-CHAVE
              INVALID KEY GO TO GRAVA-MOVTO-MES-GRAVA.
       GRAVA-MOVTO-MES-ZERA.
           READ ARQCMS NEXT
           IF ST-CMS NOT = "00"
              GO TO GRAVA-MOVTO-MES-GRAVA.
           IF CMS-PERIODO NOT = W-PERIODO
              GO TO GRAVA-MOVTO-MES-ZERA.
           MOVE ZEROS TO CMS-DEBITOS CMS-CREDITOS
           REWRITE REGCMS
           GO TO GRAVA-MOVTO-MES-ZERA.
       GRAVA-MOVTO-MES-GRAVA.
           MOVE ZEROS TO IX.
       GRAVA-MOVTO-MES-LOOP.
           ADD 1 TO IX
           IF IX > W-QTD-CTAS
              GO TO GRAVA-MOVTO-MES-FECHA.
           MOVE WT-CODIGO(IX) TO CMS-CONTA
           MOVE W-PERIODO TO CMS-PERIODO
           READ ARQCMS
           MOVE WT-DEB(IX) TO CMS-DEBITOS
           MOVE WT-CRE(IX) TO CMS-CREDITOS
           IF ST-CMS = "00"
              REWRITE REGCMS
           ELSE
              WRITE REGCMS.
           GO TO GRAVA-MOVTO-MES-LOOP.
       GRAVA-MOVTO-MES-FECHA.
           CLOSE ARQCMS.
       GRAVA-MOVTO-MES-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERAÇÃO REALIZADO COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
