       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACCREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ACCONTI INCASSATI SU ORDINI NON ANCORA FATTURATI, SUL
      *****   FILE "ACCONTI": PER OGNI ORDINE APERTO DELLA DITTA, SU
      *****   TUTTI I DEPOSITI, CON UN ACCONTO TRATTENUTO (FATTURA TD02
      *****   EMESSA DA UACCONT0 E NON ANCORA STORNATA DALL'EVASIONE)
      *****   IL TOTALE DELL'ORDINE E NUMERO, DATA, IMPONIBILE, IVA E
      *****   TOTALE DELLA FATTURA D'ACCONTO; IN CODA I TOTALI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCONTI-FILE         ASSIGN TO "ACCONTI"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ACC.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCONTI-FILE.
       01  ACCONTI-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-ACC                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-NUMR-ORDI                 PIC S9(05) COMP-3 VALUE ZERO.
       77  W-TOTA-ACCO                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-TOTA-IMPON                PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOTA-IVA                  PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOTA-GENE                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED3                  PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED4                  PIC ---.---.--9,99 VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZ9          VALUE 0.
      *
       COPY "F0SORDI.REC".
      *
       LINKAGE SECTION.
       01  L-ACCR-CTRL.
           03  L-ACCR-CODE-CLIE        PIC 9(04).
           03  L-ACCR-NUMR-ORDI        PIC 9(05).
           03  L-ACCR-ESITO            PIC X(01).
               88  L-ACCR-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-ACCR-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-ACCR-ESITO
           MOVE    ZERO                TO  W-NUMR-ORDI W-TOTA-IMPON
                                           W-TOTA-IVA W-TOTA-GENE
           OPEN OUTPUT ACCONTI-FILE
           PERFORM 1000-INTESTAZIONE
           INITIALIZE F0SORDI
           MOVE    L-ACCR-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           PERFORM 2000-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           PERFORM 3000-TOTALI
           CLOSE ACCONTI-FILE
           MOVE    W-NUMR-ORDI         TO  L-ACCR-NUMR-ORDI
           MOVE    "S"                 TO  L-ACCR-ESITO
           DISPLAY "ACCONTI SU ORDINI NON FATTURATI SU ACCONTI - "
                   "ORDINI: " W-NUMR-ORDI.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  TESTATA DEL REPORT
       1000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "ACCONTI SU ORDINI NON ANCORA FATTURATI - DITTA "
                                       DELIMITED BY SIZE
                   L-ACCR-CODE-CLIE    DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE ACCONTI-REC           FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE ACCONTI-REC           FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "DEP. ORDINE DATA ORD CLIENTE"
                                       DELIMITED BY SIZE
                   "                         TOTALE ORDINE  FATT."
                                       DELIMITED BY SIZE
                   " DATA ACC     IMPONIBILE            IVA"
                                       DELIMITED BY SIZE
                   "    TOTALE ACC."   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE ACCONTI-REC           FROM  W-LINEA
           .
      ******************************************************************
      *----------  UN ORDINE: SOLO GLI APERTI CON L'ACCONTO ANCORA
      *            TRATTENUTO
       2000-ORDINE.
           IF  F0SORDI-APERTO AND F0SORDI-ACCO-TRATTENUTO
             PERFORM 2100-RIGA-ORDINE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           .
       2100-RIGA-ORDINE.
           ADD     1                   TO  W-NUMR-ORDI
           ADD     F0SORDI-ACCO-IMPON F0SORDI-ACCO-IVA
                                       GIVING W-TOTA-ACCO
           ADD     F0SORDI-ACCO-IMPON  TO  W-TOTA-IMPON
           ADD     F0SORDI-ACCO-IVA    TO  W-TOTA-IVA
           ADD     W-TOTA-ACCO         TO  W-TOTA-GENE
           MOVE    F0SORDI-IMPO-TOTA   TO  W-IMPO-ED
           MOVE    F0SORDI-ACCO-IMPON  TO  W-IMPO-ED2
           MOVE    F0SORDI-ACCO-IVA    TO  W-IMPO-ED3
           MOVE    W-TOTA-ACCO         TO  W-IMPO-ED4
           MOVE    SPACES              TO  W-LINEA
           STRING  F0SORDI-NUMR-INST   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SORDI-NUMR-ORDI   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SORDI-DATA-ORDI   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SORDI-RAGE-CLIE(1:30) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SORDI-ACCO-NUMR-DOCU DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SORDI-ACCO-DATA-DOCU DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED2          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED3          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED4          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE ACCONTI-REC           FROM  W-LINEA
           .
      ******************************************************************
      *----------  TOTALI DEGLI ACCONTI TRATTENUTI
       3000-TOTALI.
           MOVE    SPACES              TO  W-LINEA
           WRITE ACCONTI-REC           FROM  W-LINEA
           MOVE    W-NUMR-ORDI         TO  W-NUMR-ED
           MOVE    W-TOTA-IMPON        TO  W-IMPO-ED2
           MOVE    W-TOTA-IVA          TO  W-IMPO-ED3
           MOVE    W-TOTA-GENE         TO  W-IMPO-ED4
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE ACCONTI TRATTENUTI - ORDINI "
                                       DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-IMPO-ED2          TO  W-LINEA(84:14)
           MOVE    W-IMPO-ED3          TO  W-LINEA(99:14)
           MOVE    W-IMPO-ED4          TO  W-LINEA(114:14)
           WRITE ACCONTI-REC           FROM  W-LINEA
           .
      *(END)
