       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDEEST0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ESTRATTO DEL CONTO DEPOSITO PER CLIENTE: STAMPA SU
      *****   "CDEPEST" LA MERCE CHE IL CLIENTE HA IN DEPOSITO
      *****   (F0SCDEP, TRAMITE "URCDEP10"), ARTICOLO PER ARTICOLO
      *****   CON SPEDITO, CONSUMATO FATTURATO, RIENTRATO, QUANTITA'
      *****   IN DEPOSITO E VALORE AL PREZZO CONCORDATO, PIU' UNA
      *****   COLONNA VUOTA PER LA CONTA FATTA ALLA VISITA E LO
      *****   SPAZIO PER LA FIRMA DEL CLIENTE. CLIENTE 0 = TUTTI I
      *****   CLIENTI CON MERCE IN DEPOSITO, UN ESTRATTO PER CLIENTE.
      *****   GLI ARTICOLI GIA' TUTTI CONSUMATI O RIENTRATI NON
      *****   ESCONO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CDEPEST-FILE         ASSIGN TO "CDEPEST"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS W-STAT-EST.
       DATA DIVISION.
       FILE SECTION.
       FD  CDEPEST-FILE.
       01  CDEPEST-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  W-STAT-EST                  PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-CODI-CLIF                 PIC 9(06)      VALUE ZERO.
       77  W-CLIF-CORR                 PIC 9(06)      VALUE ZERO.
       77  W-NUMR-CLIE                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ARTI                 PIC 9(05)      VALUE ZERO.
       77  W-VALO-RIGA                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-VALO-CLIE                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-VALO-TOTA                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-VALO-ED                   PIC ---.---.--9,99  VALUE 0.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SCDEP.REC".
      *
       LINKAGE SECTION.
       01  L-CDEE-CTRL.
           03  L-CDEE-CODE-CLIE        PIC 9(04).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CDEE-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "ESTRATTO CONTO DEPOSITO  -  DITTA "
                   L-CDEE-CODE-CLIE
           DISPLAY "CODICE CLIENTE (0=TUTTI)    : " WITH NO ADVANCING
           ACCEPT   W-CODI-CLIF
           OPEN OUTPUT CDEPEST-FILE
           MOVE    ZERO                TO  W-CLIF-CORR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           INITIALIZE F0SCDEP
           MOVE    L-CDEE-CODE-CLIE    TO  F0SCDEP-CODE-CLIE
           MOVE    W-CODI-CLIF         TO  F0SCDEP-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           IF  W-CODI-CLIF EQUAL ZERO
             MOVE  21                  TO  LREAD-FILE
           ELSE
             MOVE  22                  TO  LREAD-FILE
           END-IF
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           PERFORM 2000-ARTICOLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  W-CLIF-CORR NOT EQUAL ZERO
             PERFORM 3000-CHIUDI-CLIENTE
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  W-NUMR-CLIE EQUAL ZERO
             MOVE  "NESSUNA MERCE IN CONTO DEPOSITO" TO CDEPEST-REC
             WRITE CDEPEST-REC
           ELSE
             MOVE  W-VALO-TOTA         TO  W-VALO-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "TOTALE CONTO DEPOSITO - CLIENTI " DELIMITED BY SIZE
                 W-NUMR-CLIE           DELIMITED BY SIZE
                 "  VALORE AL PREZZO " DELIMITED BY SIZE
                 W-VALO-ED             DELIMITED BY SIZE
                                       INTO W-LINEA
             MOVE  W-LINEA             TO  CDEPEST-REC
             WRITE CDEPEST-REC
           END-IF
           CLOSE CDEPEST-FILE
           DISPLAY "ESTRATTO PRODOTTO SU CDEPEST - CLIENTI "
                   W-NUMR-CLIE
           EXIT PROGRAM.
      ******************************************************************
      *----------  INTESTAZIONE DELL'ESTRATTO DI UN CLIENTE
       1000-APRI-CLIENTE.
           MOVE    F0SCDEP-CODI-CLIF   TO  W-CLIF-CORR
           ADD     1                   TO  W-NUMR-CLIE
           MOVE    ZERO                TO  W-VALO-CLIE
                                           W-NUMR-ARTI
           MOVE    F0SCDEP-CODE-CLIE   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SCDEP-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  SPACES              TO  F0SCLIF-RAGE-CLIF
                                           F0SCLIF-INDR-CLIF
                                           F0SCLIF-COMU-CLIF
           END-IF
           MOVE    SPACES              TO  W-LINEA
           STRING  "ESTRATTO CONTO DEPOSITO AL " DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   " - CLIENTE "       DELIMITED BY SIZE
                   F0SCDEP-CODI-CLIF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SCLIF-RAGE-CLIF   DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           MOVE    SPACES              TO  W-LINEA
           STRING  F0SCLIF-INDR-CLIF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SCLIF-COMU-CLIF   DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           MOVE    SPACES              TO  W-LINEA
           MOVE    "ARTICOLO"          TO  W-LINEA(1:)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(17:)
           MOVE    "SPEDITO"           TO  W-LINEA(51:)
           MOVE    "CONSUMATO"         TO  W-LINEA(65:)
           MOVE    "RIENTRATO"         TO  W-LINEA(81:)
           MOVE    "IN DEPOSITO"       TO  W-LINEA(95:)
           MOVE    "VALORE"            TO  W-LINEA(109:)
           MOVE    "CONTATO"           TO  W-LINEA(123:)
           MOVE    W-LINEA             TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           .
      ******************************************************************
      *----------  UN ARTICOLO IN DEPOSITO; AL CAMBIO DI CLIENTE SI
      *            CHIUDE L'ESTRATTO PRECEDENTE E SI APRE IL NUOVO
       2000-ARTICOLO.
           IF  F0SCDEP-QTA-DEPO NOT EQUAL ZERO
             IF  F0SCDEP-CODI-CLIF NOT EQUAL W-CLIF-CORR
               IF  W-CLIF-CORR NOT EQUAL ZERO
                 PERFORM 3000-CHIUDI-CLIENTE
               END-IF
               PERFORM 1000-APRI-CLIENTE
             END-IF
             PERFORM 2100-RIGA-ARTICOLO
           END-IF
           IF  W-CODI-CLIF EQUAL ZERO
             MOVE  11                  TO  LREAD-FILE
           ELSE
             MOVE  12                  TO  LREAD-FILE
           END-IF
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           .
      ******************************************************************
      *----------  UNA RIGA DELL'ESTRATTO: PROGRESSIVI, QUANTITA' IN
      *            DEPOSITO AL PREZZO CONCORDATO E SPAZIO PER LA CONTA
       2100-RIGA-ARTICOLO.
           ADD     1                   TO  W-NUMR-ARTI
           COMPUTE W-VALO-RIGA ROUNDED =
                       F0SCDEP-QTA-DEPO * F0SCDEP-PREZ-UNIT
           ADD     W-VALO-RIGA         TO  W-VALO-CLIE
                                           W-VALO-TOTA
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SCDEP-CODE-ARTI   TO  W-LINEA(1:15)
           MOVE    F0SCDEP-DESC-ARTI   TO  W-LINEA(17:25)
           MOVE    F0SCDEP-QTA-SPED    TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(43:15)
           MOVE    F0SCDEP-QTA-CONS    TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(59:15)
           MOVE    F0SCDEP-QTA-RESA    TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(75:15)
           MOVE    F0SCDEP-QTA-DEPO    TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(91:15)
           MOVE    W-VALO-RIGA         TO  W-VALO-ED
           MOVE    W-VALO-ED           TO  W-LINEA(107:14)
           MOVE    "__________"        TO  W-LINEA(122:10)
           MOVE    W-LINEA             TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           .
      ******************************************************************
      *----------  TOTALE DEL CLIENTE E SPAZIO PER LE FIRME
       3000-CHIUDI-CLIENTE.
           MOVE    W-VALO-CLIE         TO  W-VALO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "ARTICOLI IN DEPOSITO " DELIMITED BY SIZE
                   W-NUMR-ARTI         DELIMITED BY SIZE
                   "  VALORE AL PREZZO CONCORDATO " DELIMITED BY SIZE
                   W-VALO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           MOVE    SPACES              TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           MOVE    SPACES              TO  W-LINEA
           MOVE    "DATA VISITA __________" TO W-LINEA(1:)
           MOVE    "FIRMA CLIENTE ____________________"
                                       TO  W-LINEA(26:)
           MOVE    "FIRMA INCARICATO ____________________"
                                       TO  W-LINEA(64:)
           MOVE    W-LINEA             TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           MOVE    ALL "-"             TO  CDEPEST-REC
           WRITE   CDEPEST-REC
           .
      *(END)
