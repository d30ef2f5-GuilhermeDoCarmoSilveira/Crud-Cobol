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

           SELECT ARQITEM ASSIGN TO DISK
          03 ULT-OPERADOR       PIC X(10).
          03 PED-STATUS         PIC X(01).
          03 PED-BASE-DEVOL     PIC 9(01).
          03 PED-CONDPAG        PIC 9(03).

       FD ARQITEM
               LABEL RECORD IS STANDARD
          03 ROM-VOLUMES        PIC 9(04).
          03 ROM-PESO           PIC 9(06)V99.
          03 ROM-OPERADOR       PIC X(10).
          03 ROM-ROTA           PIC 9(03).
          03 ROM-SITUACAO       PIC X(01).

       FD ARQROMI
               LABEL RECORD IS STANDARD
           05 ROMI-SEQ          PIC 9(03).
          03 ROMI-NUMPEDIDO     PIC 9(06).
          03 ROMI-TPPEDIDO      PIC 9(01).
          03 ROMI-ENTREGA       PIC X(01).
          03 ROMI-DATA-ENT      PIC 9(08).
          03 ROMI-RECEBEDOR     PIC X(30).
          03 ROMI-DOC-RECEB     PIC X(14).
          03 ROMI-MOTIVO        PIC 9(02).
          03 ROMI-OPER-ENT      PIC X(10).

       FD RELSAI
               LABEL RECORD IS STANDARD
