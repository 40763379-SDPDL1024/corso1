       IDENTIFICATION DIVISION.
       PROGRAM-ID. USCADRE0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RAPPORTO GIORNALIERO DEI RIBASSI SUI LOTTI IN SCADENZA:
      *****   SCANDISCE I RIBASSI CONCESSI DAL TOTEM (F0SRSCA) NELLA
      *****   GIORNATA RICHIESTA (ZERO = OGGI) E STAMPA SU "RIBSCAD"
      *****   UNA RIGA PER RIGA DI VENDITA RIBASSATA CON IL LOTTO, I
      *****   GIORNI ALLA SCADENZA, IL RIBASSO CONCESSO E IL COSTO
      *****   DELLA MERCE CHE SAREBBE ANDATA DISTRUTTA; IN FONDO IL
      *****   CONFRONTO FRA VALORE REGALATO E PERDITA EVITATA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIBSCAD-FILE         ASSIGN TO "RIBSCAD"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-RIB.
       DATA DIVISION.
       FILE SECTION.
       FD  RIBSCAD-FILE.
       01  RIBSCAD-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-RIB                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-RAPP                 PIC 9(08)      VALUE ZERO.
       77  W-NUMR-RIGHE                PIC 9(05)      VALUE ZERO.
       77  W-TOT-RIGA                  PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-TOT-RIBA                  PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-TOT-COST                  PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-TOT-SALDO                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
       77  W-QTA-ED                    PIC ---.--9,999 VALUE 0.
       77  W-PERC-ED                   PIC ZZ9,99     VALUE 0.
      *
       COPY "F0SRSCA.REC".
      *
       LINKAGE SECTION.
       01  L-SCRE-CTRL.
           03  L-SCRE-CODE-CLIE        PIC 9(04).
      *    Giornata da stampare (AAAAMMGG); ZERO = data di sistema
           03  L-SCRE-DATA             PIC 9(08).
           03  L-SCRE-ESITO            PIC X(01).
               88  L-SCRE-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-SCRE-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    L-SCRE-DATA         TO  W-DATA-RAPP
           IF  W-DATA-RAPP EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-RAPP
           END-IF
           DISPLAY "RIBASSI LOTTI IN SCADENZA  -  DITTA "
                   L-SCRE-CODE-CLIE " GIORNO " W-DATA-RAPP
           MOVE    ZERO                TO  W-NUMR-RIGHE W-TOT-RIGA
                                           W-TOT-RIBA   W-TOT-COST
           OPEN OUTPUT RIBSCAD-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "RIBASSI LOTTI IN SCADENZA DEL "
                                       DELIMITED BY SIZE
                   W-DATA-RAPP         DELIMITED BY SIZE
                   " - DITTA "         DELIMITED BY SIZE
                   L-SCRE-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "DEP. DOCUM. RG ARTICOLO" TO  W-LINEA(1:23)
           MOVE    "LOTTO      SCADENZA"     TO  W-LINEA(32:19)
           MOVE    "GG"                TO  W-LINEA(52:2)
           MOVE    "QUANTITA'"         TO  W-LINEA(59:9)
           MOVE    "%"                 TO  W-LINEA(74:1)
           MOVE    "RIBASSO"           TO  W-LINEA(83:7)
           MOVE    "COSTO EVITATO"     TO  W-LINEA(92:13)
           PERFORM 8900-SCRIVI
           PERFORM 2000-SCANDISCI-RIBASSI
           PERFORM 9000-RIEPILOGO
           CLOSE RIBSCAD-FILE
           MOVE    "S"                 TO  L-SCRE-ESITO
           DISPLAY "RAPPORTO PRODOTTO SU RIBSCAD - RIGHE "
                   W-NUMR-RIGHE
           EXIT PROGRAM.
      ******************************************************************
       2000-SCANDISCI-RIBASSI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRSCA10"              USING F0SRSCA LWCOMAR
           INITIALIZE F0SRSCA
           MOVE    L-SCRE-CODE-CLIE    TO  F0SRSCA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRSCA10"              USING F0SRSCA LWCOMAR
           PERFORM 2100-RIBASSO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRSCA10"              USING F0SRSCA LWCOMAR
           .
      ******************************************************************
       2100-RIBASSO.
           IF  F0SRSCA-DATA-VEND EQUAL W-DATA-RAPP
             PERFORM 2200-STAMPA-RIBASSO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRSCA10"              USING F0SRSCA LWCOMAR
           .
      ******************************************************************
       2200-STAMPA-RIBASSO.
           ADD     1                   TO  W-NUMR-RIGHE
           ADD     F0SRSCA-IMPO-RIGA   TO  W-TOT-RIGA
           ADD     F0SRSCA-IMPO-RIBA   TO  W-TOT-RIBA
           ADD     F0SRSCA-IMPO-COST   TO  W-TOT-COST
           MOVE    F0SRSCA-QTA         TO  W-QTA-ED
           MOVE    F0SRSCA-PERC-RIBA   TO  W-PERC-ED
           MOVE    F0SRSCA-IMPO-RIBA   TO  W-IMPO-ED
           MOVE    F0SRSCA-IMPO-COST   TO  W-IMPO-ED2
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SRSCA-NUMR-INST   TO  W-LINEA(1:4)
           MOVE    F0SRSCA-NUMR-DOCU   TO  W-LINEA(6:6)
           MOVE    F0SRSCA-NUMR-RIGA   TO  W-LINEA(13:2)
           MOVE    F0SRSCA-CODE-ARTI   TO  W-LINEA(16:15)
           MOVE    F0SRSCA-CODE-LOTT   TO  W-LINEA(32:10)
           MOVE    F0SRSCA-DATA-SCAD   TO  W-LINEA(43:8)
           MOVE    F0SRSCA-GIOR-RESI   TO  W-LINEA(52:3)
           MOVE    W-QTA-ED            TO  W-LINEA(57:11)
           MOVE    W-PERC-ED           TO  W-LINEA(69:6)
           MOVE    W-IMPO-ED           TO  W-LINEA(76:14)
           MOVE    W-IMPO-ED2          TO  W-LINEA(91:14)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  RIBSCAD-REC
           WRITE   RIBSCAD-REC
           .
      ******************************************************************
      *----------  RIEPILOGO: INCASSATO SULLE RIGHE RIBASSATE, VALORE
      *            REGALATO CON IL RIBASSO E COSTO DELLA MERCE CHE
      *            SENZA RIBASSO SAREBBE SCADUTA; IL SALDO POSITIVO
      *            E' QUANTO IL RIBASSO HA FATTO RISPARMIARE
       9000-RIEPILOGO.
           COMPUTE W-TOT-SALDO = W-TOT-COST - W-TOT-RIBA
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-TOT-RIGA          TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "VENDUTO PRIMA DEL RIBASSO      : "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-TOT-RIBA          TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "VALORE DEI RIBASSI CONCESSI    : "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-TOT-COST          TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "DISTRUZIONE EVITATA (AL COSTO) : "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-TOT-SALDO         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "SALDO (EVITATO - CONCESSO)     : "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      *(END)
