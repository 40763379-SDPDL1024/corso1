      *****   UNA SECONDA EMISSIONE NON LA RISTAMPA. LA CONFERMA
      *****   DELLE QUANTITA' PRELEVATE E' DI "UPRELCO0"; L'EVASIONE
      *****   (UORDEVA0) FATTURA POI IL PRELEVATO, NON L'ORDINATO.
151026*****   OGNI RIGA PORTA LA DESTINAZIONE DI CONSEGNA DEL SUO
151026*****   ORDINE (F0SDEST, 000 = SEDE DEL CLIENTE).
151026*****   LA QUANTITA' DI UNA RIGA SI RIPARTISCE SULLE CELLE CHE
151026*****   HANNO MERCE DELL'ARTICOLO (F0SUBIC): PRIMA LA CELLA DI
151026*****   PRELIEVO, POI LE RISERVE IN SEQUENZA DI PERCORSO, AL
151026*****   NETTO DI QUANTO GIA' ASSEGNATO ALLE RIGHE PRECEDENTI
151026*****   DELLA STESSA LISTA; IL SCOPERTO VA SULL'UBICAZIONE
151026*****   DELLA GIACENZA. UNA RIGA PUO' COSI' USCIRE PIU' VOLTE,
151026*****   UNA PER CELLA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  W-ORDI-ESI                  PIC S9(04) COMP VALUE ZERO.
       77  W-TAB-PIENA                 PIC X(01)      VALUE "N".
           88  W-TAB-PIENA-SI                         VALUE "S".
151026 77  W-CODE-DEST                 PIC 9(03)      VALUE ZERO.
151026 77  W-DESC-DEST                 PIC X(26)      VALUE SPACES.
151026 77  W-IND-RIGA                  PIC S9(04) COMP VALUE ZERO.
151026 77  W-UBIC-ESI                  PIC S9(04) COMP VALUE ZERO.
151026 77  W-UBIC-BASE                 PIC X(06)      VALUE SPACES.
151026 77  W-UBIC-CELL                 PIC X(06)      VALUE SPACES.
151026 77  W-TIPO-GIRO                 PIC X(01)      VALUE SPACE.
151026 77  W-PRIMA-USATA               PIC X(01)      VALUE "N".
151026 77  W-QTA-RESTA                 PIC S9(07)V999 COMP-3 VALUE 0.
151026 77  W-QTA-CELL                  PIC S9(07)V999 COMP-3 VALUE 0.
151026 77  W-QTA-ASSE                  PIC S9(07)V999 COMP-3 VALUE 0.
      *
      *----------  RIGHE RACCOLTE, POI ORDINATE PER UBICAZIONE:
      *            L'UBICAZIONE VUOTA E' FORZATA IN CODA ALLA LISTA
               05  W-PRE-CODE-ARTI     PIC X(15)      VALUE SPACES.
               05  W-PRE-DESC-ARTI     PIC X(30)      VALUE SPACES.
               05  W-PRE-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
151026         05  W-PRE-CODE-DEST     PIC 9(03)      VALUE ZERO.
151026         05  W-PRE-DESC-DEST     PIC X(26)      VALUE SPACES.
       01  W-PRE-SWAP.
           03  W-SWAP-UBIC             PIC X(06)      VALUE SPACES.
           03  W-SWAP-NUMR-ORDI        PIC 9(06)      VALUE ZERO.
           03  W-SWAP-CODE-ARTI        PIC X(15)      VALUE SPACES.
           03  W-SWAP-DESC-ARTI        PIC X(30)      VALUE SPACES.
           03  W-SWAP-QTA              PIC S9(07)V999 COMP-3 VALUE 0.
151026     03  W-SWAP-CODE-DEST        PIC 9(03)      VALUE ZERO.
151026     03  W-SWAP-DESC-DEST        PIC X(26)      VALUE SPACES.
      *
       COPY "F0SORDI.REC".
       COPY "F0SORDR.REC".
       COPY "F0SMAGA.REC".
151026 COPY "F0SDEST.REC".
151026 COPY "F0SUBIC.REC".
      *
       LINKAGE SECTION.
       01  L-PRLS-CTRL.
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URDEST10"              USING F0SDEST LWCOMAR
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    L-PRLS-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
             MOVE    3                 TO  DSTF-IOSR
             CALL  "URORDI10"            USING F0SORDI LWCOMAR
           END-PERFORM
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
      *----------  RIGHE DELL'ORDINE CORRENTE NON ANCORA IN PRELIEVO:
      *            IN TABELLA CON LA LORO UBICAZIONE E MARCATE "P"
       RT2-RIGHE-ORDINE.
151026     PERFORM RT21-DESTINAZIONE
           MOVE    L-PRLS-CODE-CLIE    TO  F0SORDR-CODE-CLIE
           MOVE    L-PRLS-NUMR-INST    TO  F0SORDR-NUMR-INST
           MOVE    F0SORDI-NUMR-ORDI   TO  F0SORDR-NUMR-ORDI
      *    riapertura della scansione righe non la disturba perche'
      *    i due gestori lavorano su file diversi
           .
151026******************************************************************
151026*----------  DESTINAZIONE DI CONSEGNA DELL'ORDINE CORRENTE, CHE
151026*            ACCOMPAGNA OGNI SUA RIGA IN LISTA
151026 RT21-DESTINAZIONE.
151026     MOVE    F0SORDI-CODE-DEST   TO  W-CODE-DEST
151026     MOVE    "SEDE DEL CLIENTE"  TO  W-DESC-DEST
151026     IF  F0SORDI-CODE-DEST EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     INITIALIZE F0SDEST
151026     MOVE    L-PRLS-CODE-CLIE    TO  F0SDEST-CODE-CLIE
151026     MOVE    F0SORDI-CODI-CLIF   TO  F0SDEST-CODI-CLIF
151026     MOVE    F0SORDI-CODE-DEST   TO  F0SDEST-CODE-DEST
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URDEST10"              USING F0SDEST LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026       MOVE  F0SDEST-DESC-DEST   TO  W-DESC-DEST
151026     ELSE
151026       MOVE  "DESTINAZIONE NON TROVATA" TO W-DESC-DEST
151026     END-IF
151026     .
      ******************************************************************
      *----------  UNA RIGA IN TABELLA, CON L'UBICAZIONE LETTA DALLA
      *            GIACENZA; LA RIGA VIENE SUBITO SEGNATA IN PRELIEVO
           MOVE    F0SORDR-DESC-ARTI   TO  W-PRE-DESC-ARTI(W-IND)
           COMPUTE W-PRE-QTA(W-IND) =
                       F0SORDR-QTA-ORDI - F0SORDR-QTA-EVAS
151026     MOVE    W-CODE-DEST         TO  W-PRE-CODE-DEST(W-IND)
151026     MOVE    W-DESC-DEST         TO  W-PRE-DESC-DEST(W-IND)
      *      Ubicazione dalla giacenza del deposito; senza riga di
      *      giacenza o senza ubicazione la riga esce in coda
           MOVE    L-PRLS-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
151026       MOVE  F0SMAGA-UBIC-ARTI   TO  W-UBIC-BASE
           ELSE
151026       MOVE  SPACES              TO  W-UBIC-BASE
           END-IF
151026*      Ripartizione sulle celle con merce: la voce appena
151026*      accodata prende la prima cella, le altre celle
151026*      aggiungono voci copiate da questa
151026     MOVE    W-IND               TO  W-IND-RIGA
151026     MOVE    W-PRE-QTA(W-IND)    TO  W-QTA-RESTA
151026     MOVE    ZERO                TO  W-PRE-QTA(W-IND)
151026     MOVE    "N"                 TO  W-PRIMA-USATA
151026     MOVE    "P"                 TO  W-TIPO-GIRO
151026     PERFORM RT31-CELLE-ARTICOLO
151026     MOVE    "R"                 TO  W-TIPO-GIRO
151026     PERFORM RT31-CELLE-ARTICOLO
151026     IF  W-QTA-RESTA GREATER ZERO
151026         OR W-PRIMA-USATA EQUAL "N"
151026       MOVE  W-UBIC-BASE         TO  W-UBIC-CELL
151026       MOVE  W-QTA-RESTA         TO  W-QTA-CELL
151026       PERFORM RT33-ASSEGNA-CELLA
151026     END-IF
151026     MOVE    W-IND-RIGA          TO  W-IND
      *
           SET     F0SORDR-IN-PRELIEVO TO  TRUE
           MOVE    0                   TO  LREAD-FILE
             CALL  "URORDR10"            USING F0SORDR LWCOMAR
           END-PERFORM
           .
151026******************************************************************
151026*----------  CELLE DELL'ARTICOLO DEL TIPO DEL GIRO, IN SEQUENZA
151026*            DI PERCORSO, FINCHE' LA RIGA NON E' COPERTA
151026 RT31-CELLE-ARTICOLO.
151026     IF  W-QTA-RESTA NOT GREATER ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     INITIALIZE F0SUBIC
151026     MOVE    L-PRLS-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
151026     MOVE    L-PRLS-NUMR-INST    TO  F0SUBIC-NUMR-INST
151026     MOVE    F0SORDR-CODE-ARTI   TO  F0SUBIC-CODE-ARTI
151026     MOVE    22                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     MOVE    DSTF-IOSR           TO  W-UBIC-ESI
151026     PERFORM RT32-CELLA
151026         UNTIL W-UBIC-ESI NOT EQUAL 1
151026            OR W-QTA-RESTA NOT GREATER ZERO
151026     .
151026******************************************************************
151026*----------  UNA CELLA: SI PRENDE IL POSSIBILE DELLA MERCE NON
151026*            ANCORA ASSEGNATA A RIGHE PRECEDENTI DELLA LISTA
151026 RT32-CELLA.
151026     IF  F0SUBIC-TIPO-UBIC EQUAL W-TIPO-GIRO
151026         AND F0SUBIC-QTA-UBIC GREATER ZERO
151026       MOVE  ZERO                TO  W-QTA-ASSE
151026       PERFORM RT34-GIA-ASSEGNATO
151026           VARYING W-IND2 FROM 1 BY 1
151026           UNTIL W-IND2 GREATER W-PRE-NUMR
151026       COMPUTE W-QTA-CELL = F0SUBIC-QTA-UBIC - W-QTA-ASSE
151026       IF  W-QTA-CELL GREATER W-QTA-RESTA
151026         MOVE W-QTA-RESTA        TO  W-QTA-CELL
151026       END-IF
151026       IF  W-QTA-CELL GREATER ZERO
151026         MOVE F0SUBIC-CODE-UBIC  TO  W-UBIC-CELL
151026         PERFORM RT33-ASSEGNA-CELLA
151026         SUBTRACT W-QTA-CELL     FROM W-QTA-RESTA
151026       END-IF
151026     END-IF
151026     MOVE    12                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     MOVE    DSTF-IOSR           TO  W-UBIC-ESI
151026     .
151026******************************************************************
151026*----------  ASSEGNA LA QUANTITA' A UNA CELLA: LA PRIMA VA SULLA
151026*            VOCE DELLA RIGA, LE SUCCESSIVE SU VOCI NUOVE; A
151026*            TABELLA PIENA SI SOMMA ALL'ULTIMA VOCE
151026 RT33-ASSEGNA-CELLA.
151026     IF  W-PRIMA-USATA EQUAL "N"
151026       MOVE  "S"                 TO  W-PRIMA-USATA
151026       MOVE  W-UBIC-CELL         TO  W-PRE-UBIC(W-IND-RIGA)
151026       MOVE  W-QTA-CELL          TO  W-PRE-QTA(W-IND-RIGA)
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  W-PRE-NUMR NOT LESS 200
151026       SET   W-TAB-PIENA-SI      TO  TRUE
151026       ADD   W-QTA-CELL          TO  W-PRE-QTA(W-PRE-NUMR)
151026       EXIT PARAGRAPH
151026     END-IF
151026     ADD     1                   TO  W-PRE-NUMR
151026     MOVE    W-PRE-VOCE(W-IND-RIGA) TO W-PRE-VOCE(W-PRE-NUMR)
151026     MOVE    W-UBIC-CELL         TO  W-PRE-UBIC(W-PRE-NUMR)
151026     MOVE    W-QTA-CELL          TO  W-PRE-QTA(W-PRE-NUMR)
151026     .
151026******************************************************************
151026 RT34-GIA-ASSEGNATO.
151026     IF  W-PRE-CODE-ARTI(W-IND2) EQUAL F0SUBIC-CODE-ARTI
151026         AND W-PRE-UBIC(W-IND2) EQUAL F0SUBIC-CODE-UBIC
151026       ADD   W-PRE-QTA(W-IND2)   TO  W-QTA-ASSE
151026     END-IF
151026     .
      ******************************************************************
      *----------  ORDINA LA TABELLA PER UBICAZIONE (SEQUENZA DI
      *            PERCORSO); LE UBICAZIONI VUOTE FINISCONO IN CODA
           STRING  "UBICAZ ORDINE RG ARTICOLO       "
                   " DESCRIZIONE                   "
                   " QTA ORDINATA   QTA PRELEVATA"
151026             "     CONSEGNA A"
                                       DELIMITED BY SIZE INTO W-LINEA
           MOVE    W-LINEA             TO  PRELIEVO-REC
           WRITE   PRELIEVO-REC
           MOVE    W-PRE-DESC-ARTI(W-IND) TO W-LINEA(34:30)
           MOVE    W-QTA-ED            TO  W-LINEA(65:16)
           MOVE    "____________"      TO  W-LINEA(84:12)
151026     MOVE    W-PRE-CODE-DEST(W-IND) TO W-LINEA(98:3)
151026     MOVE    W-PRE-DESC-DEST(W-IND) TO W-LINEA(102:26)
           MOVE    W-LINEA             TO  PRELIEVO-REC
           WRITE   PRELIEVO-REC
           .
