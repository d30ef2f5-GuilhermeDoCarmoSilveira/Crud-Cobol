      *     COMPRAS AGUARDANDO ALCADA ("G")             *
      *   2 PENDENCIAS DE ESTOQUE ABERTAS (BACKORD.DAT) *
      *   3 PARCELAS VENCENDO HOJE (REGLANC)            *
      *   4 PRODUTOS ABAIXO DO MINIMO (REGPROD), SEM    *
      *     OS FORA DE LINHA/DESCONTINUADOS (PRODSIT)   *
      *   5 TRAVAS COM MAIS DE UMA HORA (LOCKS.DAT)     *
      * CADA NUMERO TAMBEM PULA PARA O PROGRAMA         *
      * RESPONSAVEL (SCE017/SCE041, LIBBACK, RELVENC,   *
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS CHAVE
                    ALTERNATE RECORD KEY IS CODCLI
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODFORN
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DATAPED
                       WITH DUPLICATES
                    FILE STATUS IS ST-PED.

           SELECT ARQBKO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS LANC-CHAVE
                    ALTERNATE RECORD KEY IS LANC-CODPESSOA
                       WITH DUPLICATES
                    ALTERNATE RECORD KEY IS LANC-VENCIMENTO
                       WITH DUPLICATES
                    FILE STATUS IS ST-LANC.

           SELECT ARQPROD ASSIGN TO DISK
                    RECORD KEY IS TRV-CHAVE
                    FILE STATUS IS ST-TRV.

           SELECT ARQPSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PSI-CODPROD
                    FILE STATUS IS ST-PSI.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPED
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQBKO
               LABEL RECORD IS STANDARD
          03 QTD-MINIMO     PIC 9(06).
          03 PROD-CPFCNPJ   PIC 9(14).
          03 ULT-OPERADOR   PIC X(10).
          03 PROD-PESO      PIC 9(05)V999.
          03 PROD-CUBAGEM   PIC 9(03)V9999.

       FD ARQTRV
               LABEL RECORD IS STANDARD
          03 TRV-OPERADOR       PIC X(10).
          03 TRV-DATAHORA       PIC 9(14).

       FD ARQPSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODSIT.DAT".
       01 REGPSI.
          03 PSI-CODPROD        PIC 9(06).
          03 PSI-STATUS         PIC X(01).
          03 PSI-STATUS-ANT     PIC X(01).
          03 PSI-DATA-VIG       PIC 9(08).
          03 PSI-MOTIVO         PIC 9(02).
          03 PSI-OBS            PIC X(40).
          03 PSI-DATA           PIC 9(08).
          03 PSI-OPERADOR       PIC X(10).

       WORKING-STORAGE SECTION.
       01 ST-PED        PIC X(02) VALUE "00".
       01 ST-BKO        PIC X(02) VALUE "00".
       01 W-QTD-TRV     PIC 9(04) VALUE ZEROS.
       01 W-MOSTRADOS   PIC 9(01) VALUE ZEROS.
       01 W-VAL-ED      PIC ZZZZZZ9,99.
       01 ST-PSI        PIC X(02) VALUE "00".
       01 W-PSI-ABERTO  PIC X(01) VALUE "N".
       01 W-PSI-SIT     PIC X(01) VALUE "A".
       01 W-PSI-HOJE    PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO W-DATAHORA
           MOVE W-DATAHORA(1:8) TO W-DATA-HOJE
           MOVE "N" TO W-PSI-ABERTO
           MOVE W-DATA-HOJE TO W-PSI-HOJE
           OPEN INPUT ARQPSI
           IF ST-PSI = "00"
              MOVE "S" TO W-PSI-ABERTO.
       R1.
           PERFORM APURA-PAINEL THRU APURA-PAINEL-FIM
           DISPLAY " "
              GO TO APURA-MINIMO-FIM.
           IF QTD-MINIMO = ZEROS OR QTD NOT < QTD-MINIMO
              GO TO APURA-MIN-LOOP.
           PERFORM SITUACAO-PROD THRU SITUACAO-PROD-FIM
           IF W-PSI-SIT = "F" OR "D"
              GO TO APURA-MIN-LOOP.
           ADD 1 TO W-QTD-MIN
           IF W-MOSTRADOS < 5
              ADD 1 TO W-MOSTRADOS
       APURA-MINIMO-FIM.
           EXIT.

      * SITUACAO DO PRODUTO NO CICLO DE VIDA (PRODSIT.DAT,
      * SCE004): A=ATIVO, F=FORA DE LINHA (VENDE O SALDO, NAO
      * COMPRA), D=DESCONTINUADO (NAO VENDE NEM COMPRA),
      * B=BLOQUEADO (VENDA SUSPENSA). ANTES DA DATA DE VIGENCIA
      * VALE A SITUACAO ANTERIOR. SEM REGISTRO = ATIVO
       SITUACAO-PROD.
           MOVE "A" TO W-PSI-SIT
           IF W-PSI-ABERTO NOT = "S"
              GO TO SITUACAO-PROD-FIM.
           MOVE COD TO PSI-CODPROD
           READ ARQPSI
           IF ST-PSI = "00"
              IF PSI-DATA-VIG > W-PSI-HOJE
                 MOVE PSI-STATUS-ANT TO W-PSI-SIT
              ELSE
                 MOVE PSI-STATUS TO W-PSI-SIT.
       SITUACAO-PROD-FIM.
           EXIT.

      * TRAVA VELHA = MAIS DE 60 MINUTOS, COMPARANDO DATA E
      * HORA CONVERTIDAS PARA MINUTOS CORRIDOS
       APURA-TRAVAS.
