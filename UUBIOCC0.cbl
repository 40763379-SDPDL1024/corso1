       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUBIOCC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RAPPORTO DI OCCUPAZIONE DELLE UBICAZIONI DEL DEPOSITO DI
      *****   SESSIONE, SU "OCCUBIC": CELLA PER CELLA IN SEQUENZA DI
      *****   PERCORSO GLI ARTICOLI CHE CONTIENE (F0SUBIC, TRAMITE
      *****   "URUBIC10") CON TIPO, QUANTITA', MINIMO E CAPIENZA,
      *****   SEGNALANDO LE CELLE VUOTE, QUELLE DI PRELIEVO SOTTO
      *****   MINIMO E QUELLE OLTRE LA CAPIENZA; IN CODA GLI ARTICOLI
      *****   LA CUI GIACENZA (F0SMAGA) NON TORNA CON LA SOMMA DELLE
      *****   CELLE, CIOE' LA MERCE NON UBICATA DA METTERE A DIMORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCCUBIC-FILE         ASSIGN TO "OCCUBIC"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS W-STAT-OCC.
       DATA DIVISION.
       FILE SECTION.
       FD  OCCUBIC-FILE.
       01  OCCUBIC-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  W-STAT-OCC                  PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-POSI                      PIC S9(04) COMP VALUE ZERO.
       77  W-UBIC-ESI                  PIC S9(04) COMP VALUE ZERO.
       77  W-MAGA-ESI                  PIC S9(04) COMP VALUE ZERO.
       77  W-TAB-PIENA                 PIC X(01)      VALUE "N".
       77  W-UBIC-CORR                 PIC X(06)      VALUE SPACES.
       77  W-CELL-PIENA                PIC X(01)      VALUE "N".
       77  W-POSTO-OK                  PIC X(01)      VALUE "N".
       77  W-NUMR-CELL                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-OCCU                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-VUOT                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SOTT                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-NUBI                 PIC 9(05)      VALUE ZERO.
       77  W-QTA-CELLE                 PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-QTA-NUBI                  PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
      *
      *----------  RIGHE DI CELLA DEL DEPOSITO, TENUTE IN ORDINE DI
      *            CELLA E ARTICOLO MAN MANO CHE SI CARICANO
       01  W-OCC-TAB.
           03  W-OCC-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-OCC-VOCE              OCCURS 2000 TIMES.
               05  W-OCC-UBIC          PIC X(06)      VALUE SPACES.
               05  W-OCC-CODE-ARTI     PIC X(15)      VALUE SPACES.
               05  W-OCC-TIPO          PIC X(01)      VALUE SPACE.
               05  W-OCC-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-OCC-MINI          PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-OCC-MASS          PIC S9(07)V999 COMP-3 VALUE 0.
      *
       COPY "F0SMAGA.REC".
       COPY "F0SUBIC.REC".
      *
       LINKAGE SECTION.
       01  L-UBOC-CTRL.
           03  L-UBOC-CODE-CLIE        PIC 9(04).
           03  L-UBOC-NUMR-INST        PIC 9(04).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-UBOC-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           DISPLAY "OCCUPAZIONE UBICAZIONI  -  DITTA "
                   L-UBOC-CODE-CLIE " DEPOSITO " L-UBOC-NUMR-INST
           MOVE    ZERO                TO  W-OCC-NUMR
           MOVE    "N"                 TO  W-TAB-PIENA
      *
      *      Righe di cella del deposito, ordinate per cella
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           INITIALIZE F0SUBIC
           MOVE    L-UBOC-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-UBIC-ESI
           PERFORM 1000-CARICA-CELLA
               UNTIL W-UBIC-ESI NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
      *
           OPEN OUTPUT OCCUBIC-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           PERFORM 2000-STAMPA-CELLE
           PERFORM 3000-NON-UBICATA
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           CLOSE OCCUBIC-FILE
           DISPLAY "RAPPORTO PRODOTTO SU OCCUBIC - CELLE "
                   W-NUMR-CELL " ARTICOLI NON UBICATI " W-NUMR-NUBI
           IF  W-TAB-PIENA EQUAL "S"
             DISPLAY "ATTENZIONE: OLTRE 2000 RIGHE DI CELLA, RAPPORTO"
                     " INCOMPLETO"
           END-IF
           EXIT PROGRAM.
      ******************************************************************
      *----------  UNA RIGA DI CELLA DEL DEPOSITO, INSERITA AL SUO
      *            POSTO IN ORDINE DI CELLA E ARTICOLO
       1000-CARICA-CELLA.
           IF  F0SUBIC-NUMR-INST EQUAL L-UBOC-NUMR-INST
             IF  W-OCC-NUMR LESS 2000
               PERFORM 1100-INSERISCI
             ELSE
               MOVE  "S"               TO  W-TAB-PIENA
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-UBIC-ESI
           .
      ******************************************************************
       1100-INSERISCI.
           ADD     1                   TO  W-OCC-NUMR
           MOVE    W-OCC-NUMR          TO  W-POSI
           MOVE    "N"                 TO  W-POSTO-OK
           PERFORM 1110-FAI-POSTO
               UNTIL W-POSI EQUAL 1
                  OR W-POSTO-OK EQUAL "S"
           MOVE    F0SUBIC-CODE-UBIC   TO  W-OCC-UBIC(W-POSI)
           MOVE    F0SUBIC-CODE-ARTI   TO  W-OCC-CODE-ARTI(W-POSI)
           MOVE    F0SUBIC-TIPO-UBIC   TO  W-OCC-TIPO(W-POSI)
           MOVE    F0SUBIC-QTA-UBIC    TO  W-OCC-QTA(W-POSI)
           MOVE    F0SUBIC-QTA-MINI    TO  W-OCC-MINI(W-POSI)
           MOVE    F0SUBIC-QTA-MASS    TO  W-OCC-MASS(W-POSI)
           .
      ******************************************************************
       1110-FAI-POSTO.
           IF  W-OCC-UBIC(W-POSI - 1) LESS F0SUBIC-CODE-UBIC
               OR (W-OCC-UBIC(W-POSI - 1) EQUAL F0SUBIC-CODE-UBIC
                   AND W-OCC-CODE-ARTI(W-POSI - 1)
                                      NOT GREATER F0SUBIC-CODE-ARTI)
             MOVE  "S"                 TO  W-POSTO-OK
             EXIT PARAGRAPH
           END-IF
           MOVE    W-OCC-VOCE(W-POSI - 1) TO W-OCC-VOCE(W-POSI)
           SUBTRACT 1                  FROM W-POSI
           .
      ******************************************************************
      *----------  LE CELLE IN SEQUENZA DI PERCORSO, UNA RIGA PER
      *            ARTICOLO CONTENUTO
       2000-STAMPA-CELLE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "OCCUPAZIONE UBICAZIONI AL " DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   "  DEPOSITO "       DELIMITED BY SIZE
                   L-UBOC-NUMR-INST    DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  OCCUBIC-REC
           WRITE   OCCUBIC-REC
           MOVE    SPACES              TO  W-LINEA
           MOVE    "CELLA"             TO  W-LINEA(1:)
           MOVE    "ARTICOLO"          TO  W-LINEA(8:)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(24:)
           MOVE    "T"                 TO  W-LINEA(50:)
           MOVE    "QUANTITA'"         TO  W-LINEA(59:)
           MOVE    "MINIMO"            TO  W-LINEA(78:)
           MOVE    "CAPIENZA"          TO  W-LINEA(92:)
           MOVE    "NOTE"              TO  W-LINEA(102:)
           MOVE    W-LINEA             TO  OCCUBIC-REC
           WRITE   OCCUBIC-REC
           MOVE    ZERO                TO  W-NUMR-CELL
                                           W-NUMR-OCCU
                                           W-NUMR-SOTT
           MOVE    HIGH-VALUES         TO  W-UBIC-CORR
           MOVE    "N"                 TO  W-CELL-PIENA
           PERFORM 2100-RIGA-CELLA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-OCC-NUMR
           IF  W-CELL-PIENA EQUAL "S"
             ADD   1                   TO  W-NUMR-OCCU
           END-IF
           MOVE    SPACES              TO  W-LINEA
           COMPUTE W-NUMR-VUOT = W-NUMR-CELL - W-NUMR-OCCU
           STRING  "CELLE "            DELIMITED BY SIZE
                   W-NUMR-CELL         DELIMITED BY SIZE
                   "  OCCUPATE "       DELIMITED BY SIZE
                   W-NUMR-OCCU         DELIMITED BY SIZE
                   "  VUOTE "          DELIMITED BY SIZE
                   W-NUMR-VUOT         DELIMITED BY SIZE
                   "  PRELIEVO SOTTO MINIMO " DELIMITED BY SIZE
                   W-NUMR-SOTT         DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-LINEA             TO  OCCUBIC-REC
           WRITE   OCCUBIC-REC
           .
      ******************************************************************
       2100-RIGA-CELLA.
           MOVE    SPACES              TO  W-LINEA
           IF  W-OCC-UBIC(W-IND) NOT EQUAL W-UBIC-CORR
             IF  W-CELL-PIENA EQUAL "S"
               ADD   1                 TO  W-NUMR-OCCU
             END-IF
             MOVE  "N"                 TO  W-CELL-PIENA
             MOVE  W-OCC-UBIC(W-IND)   TO  W-UBIC-CORR
             ADD   1                   TO  W-NUMR-CELL
             MOVE  W-OCC-UBIC(W-IND)   TO  W-LINEA(1:6)
           END-IF
           IF  W-OCC-QTA(W-IND) GREATER ZERO
             MOVE  "S"                 TO  W-CELL-PIENA
           END-IF
           MOVE    W-OCC-CODE-ARTI(W-IND) TO W-LINEA(8:15)
           MOVE    L-UBOC-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-UBOC-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    W-OCC-CODE-ARTI(W-IND) TO F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SMAGA-DESC-ARTI   TO  W-LINEA(24:25)
           END-IF
           MOVE    W-OCC-TIPO(W-IND)   TO  W-LINEA(50:1)
           MOVE    W-OCC-QTA(W-IND)    TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(52:15)
           MOVE    W-OCC-MINI(W-IND)   TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(68:15)
           MOVE    W-OCC-MASS(W-IND)   TO  W-QTA-ED
           MOVE    W-QTA-ED            TO  W-LINEA(84:15)
           EVALUATE TRUE
             WHEN W-OCC-QTA(W-IND) NOT GREATER ZERO
               MOVE "VUOTA"            TO  W-LINEA(102:)
             WHEN W-OCC-MASS(W-IND) GREATER ZERO
                  AND W-OCC-QTA(W-IND) GREATER W-OCC-MASS(W-IND)
               MOVE "OLTRE CAPIENZA"   TO  W-LINEA(102:)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF  W-OCC-TIPO(W-IND) EQUAL "P"
               AND W-OCC-MINI(W-IND) GREATER ZERO
               AND W-OCC-QTA(W-IND) LESS W-OCC-MINI(W-IND)
             MOVE  "SOTTO MINIMO"      TO  W-LINEA(118:)
             ADD   1                   TO  W-NUMR-SOTT
           END-IF
           MOVE    W-LINEA             TO  OCCUBIC-REC
           WRITE   OCCUBIC-REC
           .
      ******************************************************************
      *----------  ARTICOLI DEL DEPOSITO LA CUI GIACENZA NON TORNA CON
      *            LE CELLE: POSITIVO = MERCE NON UBICATA, NEGATIVO =
      *            CELLE CON PIU' MERCE DELLA GIACENZA
       3000-NON-UBICATA.
           MOVE    SPACES              TO  OCCUBIC-REC
           WRITE   OCCUBIC-REC
           MOVE    "MERCE NON UBICATA (GIACENZA MENO CELLE)"
                                       TO  OCCUBIC-REC
           WRITE   OCCUBIC-REC
           MOVE    SPACES              TO  W-LINEA
           MOVE    "ARTICOLO"          TO  W-LINEA(8:)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(24:)
           MOVE    "GIACENZA"          TO  W-LINEA(59:)
           MOVE    "IN CELLE"          TO  W-LINEA(75:)
           MOVE    "NON UBICATA"       TO  W-LINEA(89:)
           MOVE    W-LINEA             TO  OCCUBIC-REC
           WRITE   OCCUBIC-REC
           MOVE    ZERO                TO  W-NUMR-NUBI
           INITIALIZE F0SMAGA
           MOVE    L-UBOC-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-UBOC-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    20                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  W-MAGA-ESI
           PERFORM 3100-ARTICOLO
               UNTIL W-MAGA-ESI NOT EQUAL 1
           IF  W-NUMR-NUBI EQUAL ZERO
             MOVE  "NESSUNA: LE GIACENZE TORNANO CON LE CELLE"
                                       TO  OCCUBIC-REC
             WRITE OCCUBIC-REC
           END-IF
           .
      ******************************************************************
       3100-ARTICOLO.
           MOVE    ZERO                TO  W-QTA-CELLE
           PERFORM 3110-SOMMA-CELLE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-OCC-NUMR
           COMPUTE W-QTA-NUBI = F0SMAGA-QTA-GIAC - W-QTA-CELLE
           IF  W-QTA-NUBI NOT EQUAL ZERO
             ADD   1                   TO  W-NUMR-NUBI
             MOVE  SPACES              TO  W-LINEA
             MOVE  F0SMAGA-CODE-ARTI   TO  W-LINEA(8:15)
             MOVE  F0SMAGA-DESC-ARTI   TO  W-LINEA(24:25)
             MOVE  F0SMAGA-QTA-GIAC    TO  W-QTA-ED
             MOVE  W-QTA-ED            TO  W-LINEA(52:15)
             MOVE  W-QTA-CELLE         TO  W-QTA-ED
             MOVE  W-QTA-ED            TO  W-LINEA(68:15)
             MOVE  W-QTA-NUBI          TO  W-QTA-ED
             MOVE  W-QTA-ED            TO  W-LINEA(84:15)
             MOVE  W-LINEA             TO  OCCUBIC-REC
             WRITE OCCUBIC-REC
           END-IF
           MOVE    10                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  W-MAGA-ESI
           .
      ******************************************************************
       3110-SOMMA-CELLE.
           IF  W-OCC-CODE-ARTI(W-IND) EQUAL F0SMAGA-CODE-ARTI
             ADD   W-OCC-QTA(W-IND)    TO  W-QTA-CELLE
           END-IF
           .
      *(END)
