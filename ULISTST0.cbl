       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULISTST0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   STAMPA DI UN LISTINO PREZZI DELLA DITTA SU "LISTSTAM":
      *****   PER OGNI ARTICOLO LA RIGA DI LISTINO IN VIGORE ALLA DATA
      *****   SCELTA (ZERO = OGGI), CON DESCRIZIONE E UNITA' BASE DA
      *****   F0SARTI, DECORRENZA, SCADENZA E PREZZO BASE, E SOTTO
      *****   GLI SCAGLIONI DI QUANTITA' DELLA RIGA (SOGLIA MINIMA E
      *****   PREZZO). E' IL LISTINO DA DARE AL CLIENTE O
      *****   ALL'AGENTE: GLI SCAGLIONI SONO GLI STESSI CHE ORDINI,
      *****   DDT, TOTEM E GATEWAY APPLICANO SULLA QUANTITA' DI RIGA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTSTAM-FILE        ASSIGN TO "LISTSTAM"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTSTAM-FILE.
       01  LISTSTAM-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-RIF                  PIC 9(08)      VALUE ZERO.
       77  W-IND-SCAG                  PIC S9(04)     COMP VALUE 0.
       77  W-NUMR-RIGHE                PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SCAG                 PIC 9(05)      VALUE ZERO.
       77  W-ARTI-ESI                  PIC S9(04)     COMP VALUE 0.
       77  W-PREZ-ED                   PIC ---.---.--9,9999 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZ9      VALUE ZERO.
      *
       COPY "F0SLIST.REC".
       COPY "F0SARTI.REC".
      *
       LINKAGE SECTION.
       01  L-LSTS-CTRL.
           03  L-LSTS-CODE-CLIE        PIC 9(04).
      *    Listino da stampare (SPAZI = si chiede a video)
           03  L-LSTS-CODE-LIST        PIC X(02).
      *    Data di validita' (ZERO = oggi)
           03  L-LSTS-DATA             PIC 9(08).
           03  L-LSTS-NUMR-RIGHE       PIC 9(05).
           03  L-LSTS-ESITO            PIC X(01).
               88  L-LSTS-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-LSTS-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-LSTS-ESITO
           MOVE    ZERO                TO  L-LSTS-NUMR-RIGHE
           DISPLAY "STAMPA LISTINO PREZZI  -  DITTA " L-LSTS-CODE-CLIE
           PERFORM 1000-PARAMETRI
           IF  L-LSTS-CODE-LIST EQUAL SPACES
             DISPLAY "LISTINO NON INDICATO - STAMPA NON ESEGUITA"
             GO TO 0000-EXIT
           END-IF
           MOVE    ZERO                TO  W-NUMR-RIGHE W-NUMR-SCAG
           OPEN OUTPUT LISTSTAM-FILE
           PERFORM 2000-TESTATA
           PERFORM 3000-RIGHE
           PERFORM 5000-TOTALI
           CLOSE   LISTSTAM-FILE
           MOVE    W-NUMR-RIGHE        TO  L-LSTS-NUMR-RIGHE
           MOVE    "S"                 TO  L-LSTS-ESITO
           DISPLAY "LISTINO STAMPATO SU LISTSTAM - ARTICOLI "
                   W-NUMR-RIGHE " SCAGLIONI " W-NUMR-SCAG.
       0000-EXIT.
           EXIT PROGRAM.
      ******************************************************************
      *----------  LISTINO E DATA DI VALIDITA': DAL CHIAMANTE, O A
      *            VIDEO QUANDO NON PASSATI
       1000-PARAMETRI.
           IF  L-LSTS-CODE-LIST EQUAL SPACES
             DISPLAY "CODICE LISTINO (XX)         : " WITH NO
                     ADVANCING
             ACCEPT   L-LSTS-CODE-LIST
             DISPLAY "PREZZI IN VIGORE AL (AAAAMMGG, 0 = OGGI) : "
                     WITH NO ADVANCING
             ACCEPT   L-LSTS-DATA
           END-IF
           MOVE    L-LSTS-DATA         TO  W-DATA-RIF
           IF  W-DATA-RIF EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-RIF
           END-IF
           .
      ******************************************************************
       2000-TESTATA.
           MOVE    SPACES              TO  W-LINEA
           STRING  "LISTINO PREZZI "   DELIMITED BY SIZE
                   L-LSTS-CODE-LIST    DELIMITED BY SIZE
                   " - DITTA "         DELIMITED BY SIZE
                   L-LSTS-CODE-CLIE    DELIMITED BY SIZE
                   " - PREZZI IN VIGORE AL " DELIMITED BY SIZE
                   W-DATA-RIF          DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "ARTICOLO"          TO  W-LINEA(1:8)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(17:11)
           MOVE    "UM"                TO  W-LINEA(48:2)
           MOVE    "DAL"               TO  W-LINEA(53:3)
           MOVE    "AL"                TO  W-LINEA(62:2)
           MOVE    "DA QUANTITA'"      TO  W-LINEA(74:12)
           MOVE    "PREZZO UNITARIO"   TO  W-LINEA(91:15)
           PERFORM 8900-SCRIVI
           MOVE    ALL "-"             TO  W-LINEA(1:106)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  RIGHE DEL LISTINO IN ORDINE DI ARTICOLO E
      *            DECORRENZA: ESCONO SOLO QUELLE IN VIGORE ALLA DATA
       3000-RIGHE.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           INITIALIZE F0SLIST
           MOVE    L-LSTS-CODE-CLIE    TO  F0SLIST-CODE-CLIE
           MOVE    L-LSTS-CODE-LIST    TO  F0SLIST-CODE-LIST
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           PERFORM 3100-UNA-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           .
       3100-UNA-RIGA.
           IF  F0SLIST-DATA-INIZ NOT GREATER W-DATA-RIF
               AND (F0SLIST-DATA-FINE EQUAL ZERO
                    OR F0SLIST-DATA-FINE NOT LESS W-DATA-RIF)
             PERFORM 3200-STAMPA-RIGA
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           .
       3200-STAMPA-RIGA.
           MOVE    F0SLIST-CODE-CLIE   TO  F0SARTI-CODE-CLIE
           MOVE    F0SLIST-CODE-ARTI   TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ARTI-ESI
           IF  W-ARTI-ESI NOT EQUAL 1
             MOVE  "ARTICOLO NON CENSITO" TO  F0SARTI-DESC-ARTI
             MOVE  SPACES              TO  F0SARTI-UNIT-MISU
           END-IF
           ADD     1                   TO  W-NUMR-RIGHE
           MOVE    F0SLIST-PREZ-UNIT   TO  W-PREZ-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SLIST-CODE-ARTI   TO  W-LINEA(1:15)
           MOVE    F0SARTI-DESC-ARTI   TO  W-LINEA(17:30)
           MOVE    F0SARTI-UNIT-MISU   TO  W-LINEA(48:3)
           MOVE    F0SLIST-DATA-INIZ   TO  W-LINEA(53:8)
           IF  F0SLIST-DATA-FINE NOT EQUAL ZERO
             MOVE  F0SLIST-DATA-FINE   TO  W-LINEA(62:8)
           END-IF
           MOVE    W-PREZ-ED           TO  W-LINEA(89:17)
           PERFORM 8900-SCRIVI
           PERFORM 3300-RIGA-SCAGLIONE
               VARYING W-IND-SCAG FROM 1 BY 1 UNTIL W-IND-SCAG
                                                  GREATER 5
           .
       3300-RIGA-SCAGLIONE.
           IF  F0SLIST-SCAG-QTA-MINI(W-IND-SCAG) GREATER ZERO
               AND F0SLIST-SCAG-PREZ(W-IND-SCAG) GREATER ZERO
             ADD   1                   TO  W-NUMR-SCAG
             MOVE  F0SLIST-SCAG-QTA-MINI(W-IND-SCAG) TO  W-QTA-ED
             MOVE  F0SLIST-SCAG-PREZ(W-IND-SCAG)     TO  W-PREZ-ED
             MOVE  SPACES              TO  W-LINEA
             MOVE  "SCAGLIONE"         TO  W-LINEA(53:9)
             MOVE  W-QTA-ED            TO  W-LINEA(71:15)
             MOVE  W-PREZ-ED           TO  W-LINEA(89:17)
             PERFORM 8900-SCRIVI
           END-IF
           .
      ******************************************************************
       5000-TOTALI.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-NUMR-RIGHE        TO  W-NUMR-ED
           STRING  "ARTICOLI A LISTINO " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-NUMR-SCAG         TO  W-NUMR-ED
           STRING  "   SCAGLIONI DI QUANTITA' " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA(25:50)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  LISTSTAM-REC
           WRITE   LISTSTAM-REC
           .
      *(END)
