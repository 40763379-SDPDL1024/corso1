       IDENTIFICATION DIVISION.
       PROGRAM-ID. UIMBFER0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   IMBALLI A RENDERE FERMI PRESSO I CLIENTI: STAMPA SU
      *****   "IMBAFER" I SALDI IMBALLI (F0SIMBA, TRAMITE "URIMBA10")
      *****   ANCORA APERTI CHE NON SI MUOVONO, NE' CON CONSEGNE NE'
      *****   CON RESI, DA ALMENO IL NUMERO DI GIORNI RICHIESTO (0 =
      *****   90 GIORNI): PEZZI PRESSO IL CLIENTE, DATA DELL'ULTIMO
      *****   MOVIMENTO, GIORNI DI FERMO E CAUZIONE APERTA, PER
      *****   SOLLECITARNE IL RIENTRO O ADDEBITARLI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMBAFER-FILE         ASSIGN TO "IMBAFER"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS W-STAT-FER.
       DATA DIVISION.
       FILE SECTION.
       FD  IMBAFER-FILE.
       01  IMBAFER-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  W-STAT-FER                  PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-GIOR-FERM                 PIC 9(05)      VALUE ZERO.
       77  W-GIOR-MOVI                 PIC 9(05)      VALUE ZERO.
       77  W-DATA-LIMI                 PIC 9(08)      VALUE ZERO.
       77  W-NUMR-RIGHE                PIC 9(05)      VALUE ZERO.
       77  W-CAUZ-RIGA                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-CAUZ-TOTA                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-VALO-ED                   PIC ---.---.--9,99  VALUE 0.
       77  W-GIOR-ED                   PIC ZZZZ9      VALUE 0.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SIMBA.REC".
      *
       LINKAGE SECTION.
       01  L-IMBF-CTRL.
           03  L-IMBF-CODE-CLIE        PIC 9(04).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-IMBF-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "IMBALLI FERMI PRESSO I CLIENTI  -  DITTA "
                   L-IMBF-CODE-CLIE
           DISPLAY "GIORNI SENZA MOVIMENTI (0=90) : " WITH NO
                   ADVANCING
           ACCEPT   W-GIOR-FERM
           IF  W-GIOR-FERM EQUAL ZERO
             MOVE  90                  TO  W-GIOR-FERM
           END-IF
           COMPUTE W-DATA-LIMI = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(LDATE-ACTL) - W-GIOR-FERM)
           OPEN OUTPUT IMBAFER-FILE
           PERFORM 1000-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           INITIALIZE F0SIMBA
           MOVE    L-IMBF-CODE-CLIE    TO  F0SIMBA-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           PERFORM 2000-IMBALLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    ALL "-"             TO  IMBAFER-REC
           WRITE   IMBAFER-REC
           IF  W-NUMR-RIGHE EQUAL ZERO
             MOVE  "NESSUN IMBALLO FERMO" TO IMBAFER-REC
             WRITE IMBAFER-REC
           ELSE
             MOVE  W-CAUZ-TOTA         TO  W-VALO-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "SALDI FERMI " DELIMITED BY SIZE
                 W-NUMR-RIGHE          DELIMITED BY SIZE
                 "  CAUZIONI APERTE "  DELIMITED BY SIZE
                 W-VALO-ED             DELIMITED BY SIZE
                                       INTO W-LINEA
             MOVE  W-LINEA             TO  IMBAFER-REC
             WRITE IMBAFER-REC
           END-IF
           CLOSE IMBAFER-FILE
           DISPLAY "ELENCO PRODOTTO SU IMBAFER - SALDI FERMI "
                   W-NUMR-RIGHE
           EXIT PROGRAM.
      ******************************************************************
      *----------  INTESTAZIONE DELL'ELENCO
       1000-INTESTAZIONE.
           MOVE    W-GIOR-FERM         TO  W-GIOR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "IMBALLI A RENDERE FERMI DA ALMENO "
                                       DELIMITED BY SIZE
                   W-GIOR-ED           DELIMITED BY SIZE
                   " GIORNI AL "       DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  IMBAFER-REC
           WRITE   IMBAFER-REC
           MOVE    SPACES              TO  W-LINEA
           MOVE    "CLIENTE"           TO  W-LINEA(1:)
           MOVE    "IMBALLO"           TO  W-LINEA(34:)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(50:)
           MOVE    "PRESSO CLIENTE"    TO  W-LINEA(72:)
           MOVE    "ULTIMO MOV."       TO  W-LINEA(87:)
           MOVE    "GIORNI"            TO  W-LINEA(99:)
           MOVE    "CAUZIONE"          TO  W-LINEA(112:)
           MOVE    W-LINEA             TO  IMBAFER-REC
           WRITE   IMBAFER-REC
           .
      ******************************************************************
      *----------  UN SALDO IMBALLI: ESCE SE APERTO E FERMO DA PRIMA
      *            DELLA DATA LIMITE
       2000-IMBALLO.
           IF  F0SIMBA-QTA-SALDO GREATER ZERO
               AND F0SIMBA-DATA-ULTI-MOVI NOT EQUAL ZERO
               AND F0SIMBA-DATA-ULTI-MOVI NOT GREATER W-DATA-LIMI
             PERFORM 2100-RIGA-IMBALLO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           .
      ******************************************************************
       2100-RIGA-IMBALLO.
           ADD     1                   TO  W-NUMR-RIGHE
           COMPUTE W-GIOR-MOVI =
                       FUNCTION INTEGER-OF-DATE(LDATE-ACTL) -
                       FUNCTION INTEGER-OF-DATE(F0SIMBA-DATA-ULTI-MOVI)
           COMPUTE W-CAUZ-RIGA ROUNDED =
                       F0SIMBA-QTA-CAUZ * F0SIMBA-CAUZ-UNIT
           ADD     W-CAUZ-RIGA         TO  W-CAUZ-TOTA
           MOVE    F0SIMBA-CODE-CLIE   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SIMBA-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  SPACES              TO  F0SCLIF-RAGE-CLIF
           END-IF
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SIMBA-CODI-CLIF   TO  W-LINEA(1:6)
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-LINEA(8:25)
           MOVE    F0SIMBA-CODE-ARTI   TO  W-LINEA(34:15)
           MOVE    F0SIMBA-DESC-ARTI   TO  W-LINEA(50:20)
           MOVE    F0SIMBA-QTA-SALDO   TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(71:15)
           MOVE    F0SIMBA-DATA-ULTI-MOVI TO W-LINEA(88:8)
           MOVE    W-GIOR-MOVI         TO  W-GIOR-ED
           MOVE    W-GIOR-ED           TO  W-LINEA(100:5)
           MOVE    W-CAUZ-RIGA         TO  W-VALO-ED
           MOVE    W-VALO-ED           TO  W-LINEA(106:14)
           MOVE    W-LINEA             TO  IMBAFER-REC
           WRITE   IMBAFER-REC
           .
      *(END)
