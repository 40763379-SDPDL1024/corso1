       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOQUREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REPORT DI SOTTOCONSUMO DEGLI ORDINI QUADRO: PER I
      *****   QUADRI APERTI DELLA DITTA (F0SOQUA) CHE SCADONO ENTRO
      *****   I GIORNI RICHIESTI (ZERO = 60) STAMPA SU "OQUAREP",
      *****   RIGA PER RIGA (F0SOQUR), CONCORDATO, RICHIAMATO E
      *****   RESIDUO CON LA PERCENTUALE CONSUMATA A CONFRONTO CON
      *****   LA PERCENTUALE DI VALIDITA' GIA' TRASCORSA: LA RIGA E'
      *****   SEGNALATA QUANDO IL CONSUMO E' INDIETRO RISPETTO AL
      *****   TEMPO OLTRE LA TOLLERANZA (ZERO = 10 PUNTI). IN FONDO
      *****   IL NUMERO DEI QUADRI SOTTOCONSUMATI E IL VALORE DEL
      *****   LORO RESIDUO AL PREZZO CONCORDATO, DA SOLLECITARE AL
      *****   CLIENTE PRIMA DELLA SCADENZA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OQUAREP-FILE         ASSIGN TO "OQUAREP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  OQUAREP-FILE.
       01  OQUAREP-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-GIORNI                    PIC 9(03)      VALUE ZERO.
       77  W-TOLL                      PIC 9(02)      VALUE ZERO.
       77  W-DATA-LIMI                 PIC 9(08)      VALUE ZERO.
       77  W-GG-TOTA                   PIC S9(07)     COMP-3 VALUE 0.
       77  W-GG-TRAS                   PIC S9(07)     COMP-3 VALUE 0.
       77  W-GG-MANC                   PIC S9(07)     COMP-3 VALUE 0.
       77  W-PERC-TEMP                 PIC S9(03)V99  COMP-3 VALUE 0.
       77  W-PERC-CONS                 PIC S9(05)V99  COMP-3 VALUE 0.
       77  W-QTA-RESI                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-IMPO-RESI                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-IMPO-QUAD                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-IMPO-TOTA                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-NUMR-QUAD                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SOTT                 PIC 9(05)      VALUE ZERO.
       77  W-SOTTO                     PIC X(01)      VALUE "N".
           88  W-SOTTO-SI                             VALUE "S".
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-QTA-ED2                   PIC ---.---.--9,999 VALUE 0.
       77  W-QTA-ED3                   PIC ---.---.--9,999 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.---.--9,99 VALUE 0.
       77  W-PERC-ED                   PIC ----9,99   VALUE 0.
       77  W-PERC-ED2                  PIC --9,99     VALUE 0.
       77  W-GG-ED                     PIC ZZZ9       VALUE ZERO.
      *
       COPY "F0SOQUA.REC".
       COPY "F0SOQUR.REC".
      *
       LINKAGE SECTION.
       01  L-OQRP-CTRL.
           03  L-OQRP-CODE-CLIE        PIC 9(04).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-OQRP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "SOTTOCONSUMO ORDINI QUADRO  -  DITTA "
                   L-OQRP-CODE-CLIE
           DISPLAY "SCADENZA ENTRO GIORNI (0 = 60)   : "
                   WITH NO ADVANCING
           ACCEPT   W-GIORNI
           IF  W-GIORNI EQUAL ZERO
             MOVE  60                  TO  W-GIORNI
           END-IF
           DISPLAY "TOLLERANZA IN PUNTI % (0 = 10)   : "
                   WITH NO ADVANCING
           ACCEPT   W-TOLL
           IF  W-TOLL EQUAL ZERO
             MOVE  10                  TO  W-TOLL
           END-IF
           COMPUTE W-DATA-LIMI = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(LDATE-ACTL)
                        + W-GIORNI)
           MOVE    ZERO                TO  W-NUMR-QUAD W-NUMR-SOTT
                                           W-IMPO-TOTA
           OPEN OUTPUT OQUAREP-FILE
           MOVE    W-GIORNI            TO  W-GG-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "ORDINI QUADRO IN SCADENZA ENTRO " DELIMITED BY SIZE
                   W-GG-ED             DELIMITED BY SIZE
                   " GIORNI (AL "      DELIMITED BY SIZE
                   W-DATA-LIMI         DELIMITED BY SIZE
                   ") - DITTA "        DELIMITED BY SIZE
                   L-OQRP-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           PERFORM 2000-SCANDISCI-QUADRI
           PERFORM 5000-TOTALI
           CLOSE   OQUAREP-FILE
           DISPLAY "REPORT PRODOTTO SU OQUAREP - QUADRI IN SCADENZA "
                   W-NUMR-QUAD " SOTTOCONSUMATI " W-NUMR-SOTT
           EXIT PROGRAM.
      ******************************************************************
       2000-SCANDISCI-QUADRI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           INITIALIZE F0SOQUA
           MOVE    L-OQRP-CODE-CLIE    TO  F0SOQUA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           PERFORM 2100-QUADRO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           .
      ******************************************************************
      *----------  UN QUADRO APERTO IN SCADENZA NELLA FINESTRA: TEMPO
      *            TRASCORSO SULLA VALIDITA' E RIGHE A CONFRONTO
       2100-QUADRO.
           IF  NOT F0SOQUA-APERTO
               OR F0SOQUA-DATA-FINE LESS LDATE-ACTL
               OR F0SOQUA-DATA-FINE GREATER W-DATA-LIMI
             PERFORM 2900-PROSSIMO-QUADRO
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-QUAD
           COMPUTE W-GG-TOTA =
                       FUNCTION INTEGER-OF-DATE(F0SOQUA-DATA-FINE) -
                       FUNCTION INTEGER-OF-DATE(F0SOQUA-DATA-INIZ)
           COMPUTE W-GG-MANC =
                       FUNCTION INTEGER-OF-DATE(F0SOQUA-DATA-FINE) -
                       FUNCTION INTEGER-OF-DATE(LDATE-ACTL)
           COMPUTE W-GG-TRAS = W-GG-TOTA - W-GG-MANC
           IF  W-GG-TRAS LESS ZERO
             MOVE  ZERO                TO  W-GG-TRAS
           END-IF
           IF  W-GG-TOTA GREATER ZERO
             COMPUTE W-PERC-TEMP ROUNDED = W-GG-TRAS * 100 / W-GG-TOTA
           ELSE
             MOVE  100                 TO  W-PERC-TEMP
           END-IF
           MOVE    W-PERC-TEMP         TO  W-PERC-ED2
           MOVE    W-GG-MANC           TO  W-GG-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "DEP. "             DELIMITED BY SIZE
                   F0SOQUA-NUMR-INST   DELIMITED BY SIZE
                   " QUADRO "          DELIMITED BY SIZE
                   F0SOQUA-NUMR-QUAD   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SOQUA-CODI-CLIF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SOQUA-RAGE-CLIE(1:30) DELIMITED BY SIZE
                   " SCADE IL "        DELIMITED BY SIZE
                   F0SOQUA-DATA-FINE   DELIMITED BY SIZE
                   " (TRA "            DELIMITED BY SIZE
                   W-GG-ED             DELIMITED BY SIZE
                   " GG) TEMPO TRASCORSO " DELIMITED BY SIZE
                   W-PERC-ED2          DELIMITED BY SIZE
                   "%"                 DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "RG ARTICOLO"       TO  W-LINEA(4:11)
           MOVE    "CONCORDATA"        TO  W-LINEA(31:10)
           MOVE    "RICHIAMATA"        TO  W-LINEA(47:10)
           MOVE    "RESIDUO"           TO  W-LINEA(66:7)
           MOVE    "% CONS."           TO  W-LINEA(75:7)
           PERFORM 8900-SCRIVI
      *
           MOVE    "N"                 TO  W-SOTTO
           MOVE    ZERO                TO  W-IMPO-QUAD
           INITIALIZE F0SOQUR
           MOVE    F0SOQUA-CODE-CLIE   TO  F0SOQUR-CODE-CLIE
           MOVE    F0SOQUA-NUMR-INST   TO  F0SOQUR-NUMR-INST
           MOVE    F0SOQUA-NUMR-QUAD   TO  F0SOQUR-NUMR-QUAD
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           PERFORM 2200-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  W-SOTTO-SI
             ADD   1                   TO  W-NUMR-SOTT
             ADD   W-IMPO-QUAD         TO  W-IMPO-TOTA
             MOVE  W-IMPO-QUAD         TO  W-IMPO-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "   QUADRO SOTTOCONSUMATO - RESIDUO DA RICHIAMARE "
                                       DELIMITED BY SIZE
                    W-IMPO-ED          DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 8900-SCRIVI
           END-IF
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           PERFORM 2900-PROSSIMO-QUADRO
           .
      ******************************************************************
      *----------  UNA RIGA DEL QUADRO: SEGNALATA SE LA PERCENTUALE
      *            CONSUMATA RESTA SOTTO QUELLA DEL TEMPO TRASCORSO
      *            PIU' DELLA TOLLERANZA
       2200-RIGA.
           COMPUTE W-QTA-RESI = F0SOQUR-QTA-CONC - F0SOQUR-QTA-RICH
           IF  F0SOQUR-QTA-CONC GREATER ZERO
             COMPUTE W-PERC-CONS ROUNDED =
                         F0SOQUR-QTA-RICH * 100 / F0SOQUR-QTA-CONC
           ELSE
             MOVE  100                 TO  W-PERC-CONS
           END-IF
           MOVE    F0SOQUR-QTA-CONC    TO  W-QTA-ED
           MOVE    F0SOQUR-QTA-RICH    TO  W-QTA-ED2
           MOVE    W-QTA-RESI          TO  W-QTA-ED3
           MOVE    W-PERC-CONS         TO  W-PERC-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SOQUR-NUMR-RIGA   TO  W-LINEA(4:2)
           MOVE    F0SOQUR-CODE-ARTI   TO  W-LINEA(7:15)
           MOVE    W-QTA-ED            TO  W-LINEA(25:15)
           MOVE    W-QTA-ED2           TO  W-LINEA(42:15)
           MOVE    W-QTA-ED3           TO  W-LINEA(58:15)
           MOVE    W-PERC-ED           TO  W-LINEA(74:8)
           IF  W-PERC-CONS + W-TOLL LESS W-PERC-TEMP
               AND W-QTA-RESI GREATER ZERO
             MOVE  "S"                 TO  W-SOTTO
             COMPUTE W-IMPO-RESI ROUNDED =
                         W-QTA-RESI * F0SOQUR-PREZ-UNIT
             ADD   W-IMPO-RESI         TO  W-IMPO-QUAD
             MOVE  "** SOTTOCONSUMO"   TO  W-LINEA(84:15)
           END-IF
           PERFORM 8900-SCRIVI
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           .
      ******************************************************************
       2900-PROSSIMO-QUADRO.
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           .
      ******************************************************************
       5000-TOTALI.
           MOVE    SPACES              TO  W-LINEA
           STRING  "QUADRI IN SCADENZA N. " DELIMITED BY SIZE
                   W-NUMR-QUAD         DELIMITED BY SIZE
                   "  SOTTOCONSUMATI N. " DELIMITED BY SIZE
                   W-NUMR-SOTT         DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-IMPO-TOTA         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "VALORE RESIDUO DEI QUADRI SOTTOCONSUMATI "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       8900-SCRIVI.
           WRITE   OQUAREP-REC         FROM W-LINEA
           .
      *(END)
