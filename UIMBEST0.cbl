       IDENTIFICATION DIVISION.
       PROGRAM-ID. UIMBEST0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ESTRATTO MENSILE DEGLI IMBALLI A RENDERE: STAMPA SU
      *****   "IMBAEST", PER OGNI CLIENTE, GLI IMBALLI CHE HA PRESSO
      *****   DI SE' (F0SIMBA, TRAMITE "URIMBA10") CON SALDO DI INIZIO
      *****   MESE, CONSEGNATI E RESI NEL MESE E SALDO DI FINE MESE,
      *****   RICOSTRUITI DAI MOVIMENTI (F0SIMBM, TRAMITE "URIMBM10"),
      *****   PIU' LA CAUZIONE APERTA AD OGGI. MESE 0 = MESE IN CORSO;
      *****   CLIENTE 0 = TUTTI I CLIENTI, UN ESTRATTO PER CLIENTE.
      *****   GLI IMBALLI SENZA SALDO E SENZA MOVIMENTI NEL MESE NON
      *****   ESCONO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMBAEST-FILE         ASSIGN TO "IMBAEST"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS W-STAT-EST.
       DATA DIVISION.
       FILE SECTION.
       FD  IMBAEST-FILE.
       01  IMBAEST-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  W-STAT-EST                  PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-CODI-CLIF                 PIC 9(06)      VALUE ZERO.
       77  W-CLIF-CORR                 PIC 9(06)      VALUE ZERO.
       77  W-NUMR-CLIE                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ARTI                 PIC 9(05)      VALUE ZERO.
       77  W-DATA-INIZ                 PIC 9(08)      VALUE ZERO.
       77  W-DATA-FINE                 PIC 9(08)      VALUE ZERO.
       77  W-QTA-INIZ                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-QTA-CONS                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-QTA-RESA                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-QTA-DOPO                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-QTA-FINE                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-CAUZ-RIGA                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-CAUZ-CLIE                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-CAUZ-TOTA                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-VALO-ED                   PIC ---.---.--9,99  VALUE 0.
       01  W-MESE.
           03  W-MESE-AAAA             PIC 9(04)      VALUE ZERO.
           03  W-MESE-MM               PIC 9(02)      VALUE ZERO.
       01  W-MESE-N REDEFINES W-MESE   PIC 9(06).
      *
       COPY "F0SCLIF.REC".
       COPY "F0SIMBA.REC".
       COPY "F0SIMBM.REC".
      *
       LINKAGE SECTION.
       01  L-IMBE-CTRL.
           03  L-IMBE-CODE-CLIE        PIC 9(04).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-IMBE-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "ESTRATTO IMBALLI A RENDERE  -  DITTA "
                   L-IMBE-CODE-CLIE
           DISPLAY "CODICE CLIENTE (0=TUTTI)    : " WITH NO ADVANCING
           ACCEPT   W-CODI-CLIF
           DISPLAY "MESE AAAAMM (0=IN CORSO)    : " WITH NO ADVANCING
           ACCEPT   W-MESE-N
           IF  W-MESE-N EQUAL ZERO
             MOVE  LDATE-ACTL(1:6)     TO  W-MESE-N
           END-IF
           COMPUTE W-DATA-INIZ = W-MESE-N * 100 + 1
           COMPUTE W-DATA-FINE = W-MESE-N * 100 + 31
           OPEN OUTPUT IMBAEST-FILE
           MOVE    ZERO                TO  W-CLIF-CORR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           INITIALIZE F0SIMBA
           MOVE    L-IMBE-CODE-CLIE    TO  F0SIMBA-CODE-CLIE
           MOVE    W-CODI-CLIF         TO  F0SIMBA-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           IF  W-CODI-CLIF EQUAL ZERO
             MOVE  21                  TO  LREAD-FILE
           ELSE
             MOVE  22                  TO  LREAD-FILE
           END-IF
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           PERFORM 2000-IMBALLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  W-CLIF-CORR NOT EQUAL ZERO
             PERFORM 3000-CHIUDI-CLIENTE
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  W-NUMR-CLIE EQUAL ZERO
             MOVE  "NESSUN IMBALLO PRESSO I CLIENTI" TO IMBAEST-REC
             WRITE IMBAEST-REC
           ELSE
             MOVE  W-CAUZ-TOTA         TO  W-VALO-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "TOTALE ESTRATTI - CLIENTI " DELIMITED BY SIZE
                 W-NUMR-CLIE           DELIMITED BY SIZE
                 "  CAUZIONI APERTE "  DELIMITED BY SIZE
                 W-VALO-ED             DELIMITED BY SIZE
                                       INTO W-LINEA
             MOVE  W-LINEA             TO  IMBAEST-REC
             WRITE IMBAEST-REC
           END-IF
           CLOSE IMBAEST-FILE
           DISPLAY "ESTRATTO PRODOTTO SU IMBAEST - CLIENTI "
                   W-NUMR-CLIE
           EXIT PROGRAM.
      ******************************************************************
      *----------  INTESTAZIONE DELL'ESTRATTO DI UN CLIENTE
       1000-APRI-CLIENTE.
           MOVE    F0SIMBA-CODI-CLIF   TO  W-CLIF-CORR
           ADD     1                   TO  W-NUMR-CLIE
           MOVE    ZERO                TO  W-CAUZ-CLIE
                                           W-NUMR-ARTI
           MOVE    F0SIMBA-CODE-CLIE   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SIMBA-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  SPACES              TO  F0SCLIF-RAGE-CLIF
                                           F0SCLIF-INDR-CLIF
                                           F0SCLIF-COMU-CLIF
           END-IF
           MOVE    SPACES              TO  W-LINEA
           STRING  "ESTRATTO IMBALLI A RENDERE MESE " DELIMITED BY SIZE
                   W-MESE-MM           DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   W-MESE-AAAA         DELIMITED BY SIZE
                   " - CLIENTE "       DELIMITED BY SIZE
                   F0SIMBA-CODI-CLIF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SCLIF-RAGE-CLIF   DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  IMBAEST-REC
           WRITE   IMBAEST-REC
           MOVE    SPACES              TO  W-LINEA
           STRING  F0SCLIF-INDR-CLIF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SCLIF-COMU-CLIF   DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  IMBAEST-REC
           WRITE   IMBAEST-REC
           MOVE    SPACES              TO  W-LINEA
           MOVE    "IMBALLO"           TO  W-LINEA(1:)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(17:)
           MOVE    "INIZIO MESE"       TO  W-LINEA(47:)
           MOVE    "CONSEGNATI"        TO  W-LINEA(64:)
           MOVE    "RESI"              TO  W-LINEA(86:)
           MOVE    "FINE MESE"         TO  W-LINEA(97:)
           MOVE    "CAUZIONE"          TO  W-LINEA(114:)
           MOVE    W-LINEA             TO  IMBAEST-REC
           WRITE   IMBAEST-REC
           .
      ******************************************************************
      *----------  UN IMBALLO DEL CLIENTE; AL CAMBIO DI CLIENTE SI
      *            CHIUDE L'ESTRATTO PRECEDENTE E SI APRE IL NUOVO
       2000-IMBALLO.
           PERFORM 2200-MOVIMENTI-MESE
           IF  W-QTA-INIZ NOT EQUAL ZERO
               OR W-QTA-CONS NOT EQUAL ZERO
               OR W-QTA-RESA NOT EQUAL ZERO
               OR W-QTA-FINE NOT EQUAL ZERO
             IF  F0SIMBA-CODI-CLIF NOT EQUAL W-CLIF-CORR
               IF  W-CLIF-CORR NOT EQUAL ZERO
                 PERFORM 3000-CHIUDI-CLIENTE
               END-IF
               PERFORM 1000-APRI-CLIENTE
             END-IF
             PERFORM 2100-RIGA-IMBALLO
           END-IF
           IF  W-CODI-CLIF EQUAL ZERO
             MOVE  11                  TO  LREAD-FILE
           ELSE
             MOVE  12                  TO  LREAD-FILE
           END-IF
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           .
      ******************************************************************
      *----------  UNA RIGA DELL'ESTRATTO: SALDI E MOVIMENTI DEL MESE,
      *            CAUZIONE APERTA AL VALORE ADDEBITATO
       2100-RIGA-IMBALLO.
           ADD     1                   TO  W-NUMR-ARTI
           COMPUTE W-CAUZ-RIGA ROUNDED =
                       F0SIMBA-QTA-CAUZ * F0SIMBA-CAUZ-UNIT
           ADD     W-CAUZ-RIGA         TO  W-CAUZ-CLIE
                                           W-CAUZ-TOTA
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SIMBA-CODE-ARTI   TO  W-LINEA(1:15)
           MOVE    F0SIMBA-DESC-ARTI   TO  W-LINEA(17:25)
           MOVE    W-QTA-INIZ          TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(43:15)
           MOVE    W-QTA-CONS          TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(59:15)
           MOVE    W-QTA-RESA          TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(75:15)
           MOVE    W-QTA-FINE          TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(91:15)
           MOVE    W-CAUZ-RIGA         TO  W-VALO-ED
           MOVE    W-VALO-ED           TO  W-LINEA(107:14)
           MOVE    W-LINEA             TO  IMBAEST-REC
           WRITE   IMBAEST-REC
           .
      ******************************************************************
      *----------  CONSEGNE E RESI DELL'IMBALLO NEL MESE DAI MOVIMENTI
      *            DEL CLIENTE; I MOVIMENTI SUCCESSIVI AL MESE RIPORTANO
      *            IL SALDO DI OGGI A QUELLO DI FINE MESE
       2200-MOVIMENTI-MESE.
           MOVE    ZERO                TO  W-QTA-CONS
                                           W-QTA-RESA
                                           W-QTA-DOPO
           INITIALIZE F0SIMBM
           MOVE    F0SIMBA-CODE-CLIE   TO  F0SIMBM-CODE-CLIE
           MOVE    F0SIMBA-CODI-CLIF   TO  F0SIMBM-CODI-CLIF
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           PERFORM 2210-MOVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           COMPUTE W-QTA-FINE = F0SIMBA-QTA-SALDO - W-QTA-DOPO
           COMPUTE W-QTA-INIZ = W-QTA-FINE - W-QTA-CONS + W-QTA-RESA
           .
      ******************************************************************
       2210-MOVIMENTO.
           IF  F0SIMBM-CODE-ARTI EQUAL F0SIMBA-CODE-ARTI
             IF  F0SIMBM-DATA-MOVI GREATER W-DATA-FINE
               IF  F0SIMBM-CONSEGNA
                 ADD   F0SIMBM-QTA     TO  W-QTA-DOPO
               ELSE
                 SUBTRACT F0SIMBM-QTA  FROM W-QTA-DOPO
               END-IF
             ELSE
               IF  F0SIMBM-DATA-MOVI NOT LESS W-DATA-INIZ
                 IF  F0SIMBM-CONSEGNA
                   ADD   F0SIMBM-QTA   TO  W-QTA-CONS
                 ELSE
                   ADD   F0SIMBM-QTA   TO  W-QTA-RESA
                 END-IF
               END-IF
             END-IF
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           .
      ******************************************************************
      *----------  TOTALE DEL CLIENTE
       3000-CHIUDI-CLIENTE.
           MOVE    W-CAUZ-CLIE         TO  W-VALO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "IMBALLI IN ESTRATTO " DELIMITED BY SIZE
                   W-NUMR-ARTI         DELIMITED BY SIZE
                   "  CAUZIONE APERTA " DELIMITED BY SIZE
                   W-VALO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  IMBAEST-REC
           WRITE   IMBAEST-REC
           MOVE    ALL "-"             TO  IMBAEST-REC
           WRITE   IMBAEST-REC
           .
      *(END)
