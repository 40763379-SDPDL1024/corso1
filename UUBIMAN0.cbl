       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUBIMAN0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   GESTIONE DELLE CELLE DI UN ARTICOLO SUL DEPOSITO DI
      *****   SESSIONE (F0SUBIC, TRAMITE "URUBIC10"): MOSTRA LE CELLE
      *****   CON TIPO, MERCE, MINIMO E CAPIENZA E PERMETTE DI
      *****   DEFINIRNE UNA NUOVA, CAMBIARNE TIPO, MINIMO E CAPIENZA
      *****   O CANCELLARLA SE VUOTA. LA MERCE NELLE CELLE NON SI
      *****   CAMBIA DA QUI (ENTRATA MERCE, PRELIEVO, SPOSTAMENTI).
      *****   L'ARTICOLO HA UNA SOLA CELLA DI PRELIEVO: NOMINARNE UNA
      *****   PASSA LE ALTRE A RISERVA E LA REGISTRA COME UBICAZIONE
      *****   DELLA GIACENZA (F0SMAGA-UBIC-ARTI, AGGIORNAMENTO SOTTO
      *****   BLOCCO DI "URMAGA10").
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CODE-ARTI                PIC X(15)      VALUE SPACES.
       77  WL-CODE-UBIC                PIC X(06)      VALUE SPACES.
       77  WL-TIPO-UBIC                PIC X(01)      VALUE SPACE.
       77  WL-ESISTE                   PIC X(01)      VALUE "N".
       77  WL-UBIC-ESI                 PIC S9(04) COMP VALUE ZERO.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-MINI-ED                  PIC ---.---.--9,999 VALUE 0.
       77  WL-MASS-ED                  PIC ---.---.--9,999 VALUE 0.
      *
      *----------  ALTRE CELLE DI PRELIEVO DELL'ARTICOLO, DA PASSARE A
      *            RISERVA QUANDO SE NE NOMINA UNA NUOVA
       01  WL-PRE-TAB.
           03  WL-PRE-NUMR             PIC S9(04) COMP VALUE ZERO.
           03  WL-PRE-UBIC             PIC X(06)      VALUE SPACES
                                       OCCURS 50 TIMES.
      *
       COPY "F0SMAGA.REC".
       COPY "F0SUBIC.REC".
      *
      *    Riga della cella in lavorazione, mentre F0SUBIC scandisce
       01  WL-UBIC-SALV                PIC X(80)      VALUE SPACES.
      *
       LINKAGE SECTION.
       01  L-UBIM-CTRL.
           03  L-UBIM-CODE-CLIE        PIC 9(04).
           03  L-UBIM-NUMR-INST        PIC 9(04).
           03  L-UBIM-ESITO            PIC X(01).
               88  L-UBIM-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-UBIM-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-UBIM-ESITO
           DISPLAY "CELLE DI UBICAZIONE  -  DITTA "
                   L-UBIM-CODE-CLIE " DEPOSITO " L-UBIM-NUMR-INST
      *
      *      L'articolo deve avere giacenza sul deposito
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
           ACCEPT   WL-CODE-ARTI
           INITIALIZE F0SMAGA
           MOVE    L-UBIM-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-UBIM-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SMAGA-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ARTICOLO SENZA GIACENZA SUL DEPOSITO"
             GO TO CHIU-MAGA
           END-IF
           MOVE    F0SMAGA-QTA-GIAC    TO  WL-QTA-ED
           DISPLAY F0SMAGA-DESC-ARTI " GIACENZA " WL-QTA-ED
                   " " F0SMAGA-UNIT-MISU
           DISPLAY "CELLA DI PRELIEVO: " F0SMAGA-UBIC-ARTI
      *
      *      Celle dell'articolo in sequenza di percorso
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           DISPLAY "CELLA  T        QUANTITA'          MINIMO"
                   "        CAPIENZA"
           INITIALIZE F0SUBIC
           MOVE    L-UBIM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBIM-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           PERFORM RT2-MOSTRA-CELLA
               UNTIL WL-UBIC-ESI NOT EQUAL 1
      *
      *      Cella da definire o modificare
           DISPLAY "CELLA (CORSIA/SCAFFALE)     : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-CODE-UBIC
           ACCEPT   WL-CODE-UBIC
           INSPECT  WL-CODE-UBIC CONVERTING
                    "abcdefghijklmnopqrstuvwxyz" TO
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF  WL-CODE-UBIC EQUAL SPACES
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-UBIC
           END-IF
           INITIALIZE F0SUBIC
           MOVE    L-UBIM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBIM-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
           MOVE    WL-CODE-UBIC        TO  F0SUBIC-CODE-UBIC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  WL-ESISTE
             DISPLAY "CELLA ESISTENTE, TIPO " F0SUBIC-TIPO-UBIC
           ELSE
             MOVE  "N"                 TO  WL-ESISTE
             INITIALIZE F0SUBIC
             MOVE  L-UBIM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
             MOVE  L-UBIM-NUMR-INST    TO  F0SUBIC-NUMR-INST
             MOVE  WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
             MOVE  WL-CODE-UBIC        TO  F0SUBIC-CODE-UBIC
             IF  F0SMAGA-UBIC-ARTI EQUAL SPACES
                 OR F0SMAGA-UBIC-ARTI EQUAL WL-CODE-UBIC
               SET  F0SUBIC-PRELIEVO   TO  TRUE
             ELSE
               SET  F0SUBIC-RISERVA    TO  TRUE
             END-IF
             DISPLAY "CELLA NUOVA"
           END-IF
           DISPLAY "TIPO (P=PRELIEVO R=RISERVA C=CANCELLA, VUOTO = "
                   F0SUBIC-TIPO-UBIC ") : " WITH NO ADVANCING
           MOVE    SPACE               TO  WL-TIPO-UBIC
           ACCEPT   WL-TIPO-UBIC
           INSPECT  WL-TIPO-UBIC CONVERTING "prc" TO "PRC"
           IF  WL-TIPO-UBIC EQUAL SPACE
             MOVE  F0SUBIC-TIPO-UBIC   TO  WL-TIPO-UBIC
           END-IF
           IF  WL-TIPO-UBIC EQUAL "C"
             PERFORM RT4-CANCELLA-CELLA
             GO TO CHIU-UBIC
           END-IF
           IF  WL-TIPO-UBIC NOT EQUAL "P"
               AND WL-TIPO-UBIC NOT EQUAL "R"
             DISPLAY "TIPO NON VALIDO - OPERAZIONE ANNULLATA"
             GO TO CHIU-UBIC
           END-IF
           MOVE    WL-TIPO-UBIC        TO  F0SUBIC-TIPO-UBIC
           MOVE    F0SUBIC-QTA-MINI    TO  WL-MINI-ED
           DISPLAY "MINIMO DI RIFORNIMENTO (ERA " WL-MINI-ED ") : "
                   WITH NO ADVANCING
           ACCEPT   F0SUBIC-QTA-MINI
           MOVE    F0SUBIC-QTA-MASS    TO  WL-MASS-ED
           DISPLAY "CAPIENZA DELLA CELLA   (ERA " WL-MASS-ED ") : "
                   WITH NO ADVANCING
           ACCEPT   F0SUBIC-QTA-MASS
           IF  F0SUBIC-QTA-MINI LESS ZERO
               OR F0SUBIC-QTA-MASS LESS ZERO
               OR (F0SUBIC-QTA-MASS GREATER ZERO
                   AND F0SUBIC-QTA-MINI GREATER F0SUBIC-QTA-MASS)
             DISPLAY "MINIMO/CAPIENZA NON VALIDI - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-UBIC
           END-IF
           DISPLAY "CONFERMI LA CELLA ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-UBIC
           END-IF
           MOVE    LDATE-ACTL          TO  F0SUBIC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
      *
      *      Cella di prelievo: unica per articolo, e' l'ubicazione
      *      della giacenza; togliere il prelievo la lascia vuota
           IF  F0SUBIC-PRELIEVO
             MOVE  F0SUBIC             TO  WL-UBIC-SALV
             PERFORM RT3-DECLASSA-ALTRE
             MOVE  WL-UBIC-SALV        TO  F0SUBIC
             MOVE  WL-CODE-UBIC        TO  F0SMAGA-UBIC-ARTI
             PERFORM RT5-AGGIORNA-GIACENZA
           ELSE
             IF  F0SMAGA-UBIC-ARTI EQUAL WL-CODE-UBIC
               MOVE SPACES             TO  F0SMAGA-UBIC-ARTI
               PERFORM RT5-AGGIORNA-GIACENZA
               DISPLAY "ATTENZIONE: ARTICOLO SENZA CELLA DI PRELIEVO"
             END-IF
           END-IF
           MOVE    "S"                 TO  L-UBIM-ESITO
           DISPLAY "CELLA " WL-CODE-UBIC " REGISTRATA".
       CHIU-UBIC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR.
       CHIU-MAGA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       RT2-MOSTRA-CELLA.
           MOVE    F0SUBIC-QTA-UBIC    TO  WL-QTA-ED
           MOVE    F0SUBIC-QTA-MINI    TO  WL-MINI-ED
           MOVE    F0SUBIC-QTA-MASS    TO  WL-MASS-ED
           DISPLAY F0SUBIC-CODE-UBIC " " F0SUBIC-TIPO-UBIC " "
                   WL-QTA-ED WL-MINI-ED WL-MASS-ED
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           .
      ******************************************************************
      *----------  LE ALTRE CELLE DI PRELIEVO DELL'ARTICOLO PASSANO A
      *            RISERVA: RACCOLTE PRIMA, RISCRITTE POI, PERCHE' LA
      *            RISCRITTURA SPOSTA IL PUNTATORE DELLA SCANSIONE
       RT3-DECLASSA-ALTRE.
           MOVE    ZERO                TO  WL-PRE-NUMR
           INITIALIZE F0SUBIC
           MOVE    L-UBIM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBIM-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           PERFORM RT31-ALTRA-PRELIEVO
               UNTIL WL-UBIC-ESI NOT EQUAL 1
           PERFORM RT32-PASSA-A-RISERVA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-PRE-NUMR
           .
      ******************************************************************
       RT31-ALTRA-PRELIEVO.
           IF  F0SUBIC-PRELIEVO
               AND F0SUBIC-CODE-UBIC NOT EQUAL WL-CODE-UBIC
               AND WL-PRE-NUMR LESS 50
             ADD   1                   TO  WL-PRE-NUMR
             MOVE  F0SUBIC-CODE-UBIC   TO  WL-PRE-UBIC(WL-PRE-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           .
      ******************************************************************
       RT32-PASSA-A-RISERVA.
           INITIALIZE F0SUBIC
           MOVE    L-UBIM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBIM-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
           MOVE    WL-PRE-UBIC(WL-IND) TO  F0SUBIC-CODE-UBIC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             SET   F0SUBIC-RISERVA     TO  TRUE
             MOVE  LDATE-ACTL          TO  F0SUBIC-DATA-AGGIO
             MOVE  L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URUBIC10"            USING F0SUBIC LWCOMAR
             DISPLAY "CELLA " WL-PRE-UBIC(WL-IND)
                     " PASSATA A RISERVA"
           END-IF
           .
      ******************************************************************
      *----------  CANCELLAZIONE: SOLO DI UNA CELLA ESISTENTE E VUOTA
       RT4-CANCELLA-CELLA.
           IF  WL-ESISTE NOT EQUAL "S"
             DISPLAY "CELLA NON ESISTENTE"
             EXIT PARAGRAPH
           END-IF
           IF  F0SUBIC-QTA-UBIC NOT EQUAL ZERO
             DISPLAY "CELLA NON VUOTA - SPOSTARE PRIMA LA MERCE"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI LA CANCELLAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  F0SMAGA-UBIC-ARTI EQUAL WL-CODE-UBIC
             MOVE  SPACES              TO  F0SMAGA-UBIC-ARTI
             PERFORM RT5-AGGIORNA-GIACENZA
             DISPLAY "ATTENZIONE: ARTICOLO SENZA CELLA DI PRELIEVO"
           END-IF
           MOVE    "S"                 TO  L-UBIM-ESITO
           DISPLAY "CELLA " WL-CODE-UBIC " CANCELLATA"
           .
      ******************************************************************
      *----------  UBICAZIONE DELLA GIACENZA SOTTO BLOCCO, QUANTITA'
      *            PRESERVATE DAL FILE
       RT5-AGGIORNA-GIACENZA.
           MOVE    61                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           .
      *(END)
