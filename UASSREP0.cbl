       IDENTIFICATION DIVISION.
       PROGRAM-ID. UASSREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SCHEDE DI RIPARAZIONE APERTE PER ANZIANITA': SCANDISCE
      *****   LE SCHEDE DELLA DITTA (F0SRIPA, TRAMITE "URRIPA10") NON
      *****   ANCORA RESTITUITE E STAMPA SU "RIPAPERT", DALLA PIU'
      *****   VECCHIA (IL NUMERO SEGUE LA DATA DI RICEVIMENTO), I
      *****   GIORNI DAL RICEVIMENTO, LO STATO, LA GARANZIA, IL
      *****   CLIENTE, L'ARTICOLO E IL COSTO FIN QUI (RICAMBI AL
      *****   COSTO MEDIO PIU' MANODOPERA AL COSTO INTERNO). IN FONDO
      *****   IL CONTEGGIO PER FASCIA DI ANZIANITA' (FINO A 7 GIORNI,
      *****   8-30, 31-60, OLTRE 60) E IL COSTO TOTALE DELLE
      *****   RIPARAZIONI APERTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIPAPERT-FILE        ASSIGN TO "RIPAPERT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS W-STAT-RIP.
       DATA DIVISION.
       FILE SECTION.
       FD  RIPAPERT-FILE.
       01  RIPAPERT-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  W-STAT-RIP                  PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-GIORNI                    PIC S9(07) COMP VALUE ZERO.
       77  W-GIORNI-ED                 PIC Z.ZZ9      VALUE ZERO.
       77  W-COST-SCHE                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-COST-TOTA                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-DESC-STAT                 PIC X(12)      VALUE SPACES.
       77  W-DESC-GARA                 PIC X(04)      VALUE SPACES.
       77  W-NUMR-APER                 PIC 9(05)      VALUE ZERO.
       77  W-FASCIA-1                  PIC 9(05)      VALUE ZERO.
       77  W-FASCIA-2                  PIC 9(05)      VALUE ZERO.
       77  W-FASCIA-3                  PIC 9(05)      VALUE ZERO.
       77  W-FASCIA-4                  PIC 9(05)      VALUE ZERO.
      *
       COPY "F0SRIPA.REC".
      *
       LINKAGE SECTION.
       01  L-ASSR-CTRL.
           03  L-ASSR-CODE-CLIE        PIC 9(04).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ASSR-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "RIPARAZIONI APERTE PER ANZIANITA'  -  DITTA "
                   L-ASSR-CODE-CLIE
           OPEN OUTPUT RIPAPERT-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "RIPARAZIONI APERTE AL " DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   " - DITTA "         DELIMITED BY SIZE
                   L-ASSR-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  RIPAPERT-REC
           WRITE   RIPAPERT-REC
           MOVE    SPACES              TO  W-LINEA
           MOVE    "SCHEDA"            TO  W-LINEA(1:)
           MOVE    "RICEVUTA"          TO  W-LINEA(8:)
           MOVE    "GIORNI"            TO  W-LINEA(16:)
           MOVE    "STATO"             TO  W-LINEA(23:)
           MOVE    "GAR."              TO  W-LINEA(36:)
           MOVE    "CLIENTE"           TO  W-LINEA(41:)
           MOVE    "ARTICOLO"          TO  W-LINEA(67:)
           MOVE    "MATRICOLA"         TO  W-LINEA(83:)
           MOVE    "COSTO"             TO  W-LINEA(112:)
           MOVE    W-LINEA             TO  RIPAPERT-REC
           WRITE   RIPAPERT-REC
           PERFORM 2000-SCANDISCI-SCHEDE
           PERFORM 5000-TOTALI
           CLOSE RIPAPERT-FILE
           DISPLAY "REPORT PRODOTTO SU RIPAPERT - SCHEDE APERTE "
                   W-NUMR-APER
           EXIT PROGRAM.
      ******************************************************************
       2000-SCANDISCI-SCHEDE.
           INITIALIZE F0SRIPA
           MOVE    L-ASSR-CODE-CLIE    TO  F0SRIPA-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           PERFORM 2100-SCHEDA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           .
      ******************************************************************
      *----------  UNA SCHEDA: SOLO LE APERTE, CON ANZIANITA' E COSTO
       2100-SCHEDA.
           IF  F0SRIPA-APERTA
             PERFORM 2200-SCHEDA-APERTA
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           .
       2200-SCHEDA-APERTA.
           ADD     1                   TO  W-NUMR-APER
           COMPUTE W-GIORNI =
                       FUNCTION INTEGER-OF-DATE(LDATE-ACTL) -
                       FUNCTION INTEGER-OF-DATE(F0SRIPA-DATA-RICE)
           EVALUATE TRUE
             WHEN W-GIORNI NOT GREATER 7
               ADD   1                 TO  W-FASCIA-1
             WHEN W-GIORNI NOT GREATER 30
               ADD   1                 TO  W-FASCIA-2
             WHEN W-GIORNI NOT GREATER 60
               ADD   1                 TO  W-FASCIA-3
             WHEN OTHER
               ADD   1                 TO  W-FASCIA-4
           END-EVALUATE
           EVALUATE TRUE
             WHEN F0SRIPA-RICEVUTA
               MOVE  "RICEVUTA"        TO  W-DESC-STAT
             WHEN F0SRIPA-PRESSO-FORN
               MOVE  "AL FORNITORE"    TO  W-DESC-STAT
             WHEN OTHER
               MOVE  "RIPARATA"        TO  W-DESC-STAT
           END-EVALUATE
           IF  F0SRIPA-IN-GARANZIA
             MOVE  "SI"                TO  W-DESC-GARA
           ELSE
             MOVE  "NO"                TO  W-DESC-GARA
           END-IF
           COMPUTE W-COST-SCHE ROUNDED =
                       F0SRIPA-ORE-LAVO * F0SRIPA-COST-ORA
           PERFORM 2210-COSTO-RICAMBIO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER F0SRIPA-NUMR-RICA
           ADD     W-COST-SCHE         TO  W-COST-TOTA
           MOVE    W-GIORNI            TO  W-GIORNI-ED
           MOVE    W-COST-SCHE         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  F0SRIPA-NUMR-RIPA   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SRIPA-DATA-RICE   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-GIORNI-ED         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-DESC-STAT         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-DESC-GARA         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SRIPA-RAGE-CLIE(1:25) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SRIPA-CODE-ARTI   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SRIPA-NUMR-MATR   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  RIPAPERT-REC
           WRITE   RIPAPERT-REC
           MOVE    SPACES              TO  W-LINEA
           STRING  "       DIFETTO: "  DELIMITED BY SIZE
                   F0SRIPA-DESC-GUAS   DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  RIPAPERT-REC
           WRITE   RIPAPERT-REC
           .
       2210-COSTO-RICAMBIO.
           COMPUTE W-COST-SCHE ROUNDED = W-COST-SCHE +
                       F0SRIPA-RICA-QTA(W-IND) *
                       F0SRIPA-RICA-COST-UNIT(W-IND)
           .
      ******************************************************************
       5000-TOTALI.
           MOVE    SPACES              TO  RIPAPERT-REC
           WRITE   RIPAPERT-REC
           MOVE    SPACES              TO  W-LINEA
           STRING  "APERTE DA 0-7 GIORNI  " DELIMITED BY SIZE
                   W-FASCIA-1          DELIMITED BY SIZE
                   "   8-30 "          DELIMITED BY SIZE
                   W-FASCIA-2          DELIMITED BY SIZE
                   "   31-60 "         DELIMITED BY SIZE
                   W-FASCIA-3          DELIMITED BY SIZE
                   "   OLTRE 60 "      DELIMITED BY SIZE
                   W-FASCIA-4          DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  RIPAPERT-REC
           WRITE   RIPAPERT-REC
           MOVE    W-COST-TOTA         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "SCHEDE APERTE "    DELIMITED BY SIZE
                   W-NUMR-APER         DELIMITED BY SIZE
                   "  COSTO FIN QUI "  DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  RIPAPERT-REC
           WRITE   RIPAPERT-REC
           .
      *(END)
