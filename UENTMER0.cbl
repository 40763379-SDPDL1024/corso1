      *****   L'EVENTUALE DIFFERENZA ORDINATO/CONSEGNATO, COSI' CHE
      *****   IL CONTEGGIO RESTI DOCUMENTATO INVECE DI PASSARE DA UNA
      *****   CORREZIONE MANUALE SENZA TRACCIA IN MBASE025.
151026*****   QUANTITA' E COSTO SI BATTONO NELL'UNITA' DI ACQUISTO
151026*****   (ES. CARTONI, PROPOSTA QUELLA DELL'ORDINE) E SI
151026*****   CONVERTONO NELL'UNITA' BASE ("UUNIMIS0"), IN CUI STANNO
151026*****   GIACENZA, COSTO MEDIO E GIORNALE DI MAGAZZINO.
151026*****   LA MERCE VA MESSA A DIMORA IN UNA CELLA (F0SUBIC): SI
151026*****   PROPONE QUELLA DI PRELIEVO SE L'ARRIVO CI STA, ALTRIMENTI
151026*****   UNA CELLA DI RISERVA DELL'ARTICOLO.
151026*****   IL LOTTO NUOVO PORTA IL FORNITORE DELL'ORDINE, PER I
151026*****   RECLAMI CLIENTI SULLA SUA QUALITA' (URECREP0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926 77  WL-QTA-BACK                 PIC S9(07)V999 COMP-3 VALUE 0.
020926 77  WL-NUMR-BACK                PIC 9(04)      VALUE ZERO.
020926 77  WL-ORDI-ESI                 PIC S9(04) COMP VALUE ZERO.
151026 77  WL-QTA-UNIM                 PIC S9(07)V999 COMP-3 VALUE 0.
151026 77  WL-COST-UNIM                PIC S9(09)V9999 COMP-3 VALUE 0.
151026 77  WL-UBIC-PROP                PIC X(06)      VALUE SPACES.
151026 77  WL-UBIC-RISE                PIC X(06)      VALUE SPACES.
151026 77  WL-UBIC-VUOT                PIC X(06)      VALUE SPACES.
151026 77  WL-UBIC-ESI                 PIC S9(04) COMP VALUE ZERO.
      *
220826*    Giornale di magazzino: ogni variazione di giacenza viene
220826*    registrata su F0SGIOR tramite la routine comune "UMOVLOG0".
020926*    carica la riga di F0SLOTT.
020926 COPY "F0SLOTT.REC".
      *
151026*    Giacenze per ubicazione: l'arrivo carica la cella in cui
151026*    la merce viene messa a dimora.
151026 COPY "F0SUBIC.REC".
      *
151026*    Matricole: sugli articoli a matricola (F0SARTI-A-
151026*    MATRICOLA) l'arrivo chiede il numero di serie di ogni
151026*    pezzo, che nasce in giacenza su F0SMATR.
151026 COPY "LMATRIC.WRK".
      *
151026*    Unita' di acquisto trattata e fattore nell'unita' base.
151026 COPY "LUNIMIS.WRK".
      *
020926*    Backorder: dopo il carico si segnalano al compratore gli
020926*    ordini aperti con residuo sull'articolo appena arrivato,
020926*    dal piu' vecchio, cosi' l'arrivo va a chi aspetta da piu'
           DISPLAY "ARTICOLO " F0SPROP-CODE-ARTI " "
                   F0SPROP-DESC-ARTI
           DISPLAY "QTA ORDINATA " WL-QTA-ED
151026     IF  F0SPROP-FATT-ACQU GREATER ZERO
151026       MOVE  F0SPROP-QTA-ACQU    TO  WL-QTA-ED
151026       DISPLAY "  PARI A " WL-QTA-ED " " F0SPROP-UNIT-ACQU
151026     END-IF
151026*      Unita' in cui arriva la merce: proposta quella
151026*      dell'ordine
151026     MOVE    "A"                 TO  L-UNIM-FUNZ
151026     MOVE    "S"                 TO  L-UNIM-VIDEO
151026     MOVE    L-ENTM-CODE-CLIE    TO  L-UNIM-CODE-CLIE
151026     MOVE    F0SPROP-CODE-ARTI   TO  L-UNIM-CODE-ARTI
151026     MOVE    F0SPROP-UNIT-ACQU   TO  L-UNIM-UNIT-MISU
151026     CALL  "UUNIMIS0"              USING L-UNIM-CTRL LWCOMAR
151026     IF  NOT L-UNIM-ESITO-OK
151026       DISPLAY "OPERAZIONE ANNULLATA"
151026       GO TO CHIU-ENTM
151026     END-IF
151026     DISPLAY "QTA CONSEGNATA IN " L-UNIM-UNIT-MISU "       : "
151026             WITH NO ADVANCING
151026     ACCEPT   WL-QTA-UNIM
151026     COMPUTE WL-QTA-RICE = WL-QTA-UNIM * L-UNIM-FATT-CONV
           IF  WL-QTA-RICE NOT GREATER ZERO
             DISPLAY "QUANTITA' NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO CHIU-ENTM
           END-IF
151026     IF  L-UNIM-FATT-CONV NOT EQUAL 1
151026       MOVE  WL-QTA-RICE         TO  WL-QTA-ED
151026       DISPLAY "  PARI A " WL-QTA-ED " " L-UNIM-UNIT-BASE
151026     END-IF
151026*      Costo per unita' trattata, in giacenza per unita' base
151026     DISPLAY "COSTO D'ACQUISTO PER " L-UNIM-UNIT-MISU "    : "
151026             WITH NO ADVANCING
151026     ACCEPT   WL-COST-UNIM
151026     COMPUTE WL-COST-UNIT ROUNDED =
151026             WL-COST-UNIM / L-UNIM-FATT-CONV
           DISPLAY "CONFERMI IL RICEVIMENTO ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           END-IF
020926*      Articolo gestito a lotti: lotto e scadenza dell'arrivo
020926     PERFORM RT5-CHIEDI-LOTTO
151026*      Articolo a matricola: un numero di serie per pezzo,
151026*      senza il quale l'entrata non si registra
151026     PERFORM RT8-CHIEDI-MATRICOLE
151026     IF  NOT L-MATR-ESITO-OK
151026       DISPLAY "OPERAZIONE ANNULLATA"
151026       GO TO CHIU-ENTM
151026     END-IF
      *
      *      Carico della giacenza sul deposito ricevente
           MOVE    L-ENTM-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
220826       MOVE  -9                  TO  DSTF-IOSR
220826       CALL  "URARTI10"            USING F0SARTI LWCOMAR
           END-IF
020926*      Ubicazione di messa a dimora: vuota accetta quella
151026*      proposta fra le celle dell'articolo; la prima cella
151026*      assegnata diventa la sua cella di prelievo, sequenza di
151026*      percorso della lista di prelievo
151026     PERFORM RT9-PROPONI-UBICAZIONE
151026     MOVE    WL-UBIC-PROP        TO  WL-UBIC-ARTI
020926     DISPLAY "UBICAZIONE (VUOTO = " WL-UBIC-ARTI ") : " WITH NO
020926             ADVANCING
151026     MOVE    SPACES              TO  WL-UBIC-ARTI
020926     ACCEPT   WL-UBIC-ARTI
151026     INSPECT  WL-UBIC-ARTI CONVERTING
151026              "abcdefghijklmnopqrstuvwxyz" TO
151026              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
151026     IF  WL-UBIC-ARTI EQUAL SPACES
151026       MOVE  WL-UBIC-PROP        TO  WL-UBIC-ARTI
151026     END-IF
151026     IF  F0SMAGA-UBIC-ARTI EQUAL SPACES
020926       MOVE  WL-UBIC-ARTI        TO  F0SMAGA-UBIC-ARTI
020926     END-IF
220826*      Costo medio ponderato: ricalcolato ad ogni arrivo sulla
220826     MOVE    WL-QTA-PRIMA        TO  L-MOVL-QTA-PRIMA
220826     MOVE    F0SMAGA-QTA-GIAC    TO  L-MOVL-QTA-DOPO
020926     MOVE    WL-CODE-LOTT        TO  L-MOVL-CODE-LOTT
151026     MOVE    WL-COST-UNIT        TO  L-MOVL-COST-UNIT
220826     CALL  "UMOVLOG0"              USING L-MOVL-CTRL LWCOMAR
020926     MOVE    SPACES              TO  L-MOVL-CODE-LOTT
151026     MOVE    ZERO                TO  L-MOVL-COST-UNIT
020926*      Carico del lotto sulla giacenza per lotto
020926     PERFORM RT6-CARICA-LOTTO
151026*      Carico della cella di messa a dimora
151026     PERFORM RT95-CARICA-UBICAZIONE
151026*      Matricole dell'arrivo in giacenza sul deposito
151026     MOVE    LDATE-ACTL          TO  L-MATR-DATA-DOCU
151026     MOVE    F0SPROP-NUMR-PROP   TO  L-MATR-NUMR-RIFE
151026     CALL  "UMATRAG0"              USING L-MATR-CTRL LWCOMAR
      *
      *      Riscontro sull'ordine: quantita', data e differenza
           MOVE    WL-QTA-RICE         TO  F0SPROP-QTA-RICE
151026     MOVE    WL-COST-UNIT        TO  F0SPROP-COST-RICE
           MOVE    LDATE-ACTL          TO  F0SPROP-DATA-RICE
           SET     F0SPROP-RICEVUTA    TO  TRUE
           IF  WL-QTA-RICE NOT EQUAL F0SPROP-QTA-PROP
020926     ACCEPT   WL-SCAD-LOTT
020926     .
      ******************************************************************
151026*----------  MATRICOLE DELL'ARRIVO: "UMATRCH0" LE CHIEDE SOLO
151026*            SUGLI ARTICOLI A MATRICOLA, UNA PER PEZZO, E NE
151026*            VERIFICA LA NOVITA'
151026 RT8-CHIEDI-MATRICOLE.
151026     MOVE    "E"                 TO  L-MATR-FUNZ
151026     MOVE    L-ENTM-CODE-CLIE    TO  L-MATR-CODE-CLIE
151026     MOVE    F0SPROP-NUMR-INST   TO  L-MATR-NUMR-INST
151026     MOVE    F0SPROP-CODE-ARTI   TO  L-MATR-CODE-ARTI
151026     MOVE    WL-QTA-RICE         TO  L-MATR-QTA
151026     MOVE    1                   TO  L-MATR-RIGA
151026     MOVE    ZERO                TO  L-MATR-NUMR-TAB
151026     CALL  "UMATRCH0"              USING L-MATR-CTRL LWCOMAR
151026     .
      ******************************************************************
020926*----------  CARICA LA QUANTITA' RICEVUTA SUL LOTTO DICHIARATO:
020926*            LOTTO GIA' PRESENTE IN AUMENTO, NUOVO LOTTO CREATO
020926*            CON LA SUA SCADENZA
020926       MOVE  WL-CODE-LOTT        TO  F0SLOTT-CODE-LOTT
020926       MOVE  WL-SCAD-LOTT        TO  F0SLOTT-DATA-SCAD
020926       MOVE  LDATE-ACTL          TO  F0SLOTT-DATA-CARI
151026*      Fornitore del lotto, per i reclami sulla sua qualita'
151026       MOVE  F0SPROP-CODE-FORN   TO  F0SLOTT-CODE-FORN
020926     END-IF
020926     ADD     WL-QTA-RICE         TO  F0SLOTT-QTA-LOTT
020926     MOVE    0                   TO  LREAD-FILE
020926     CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
020926     .
      ******************************************************************
151026*----------  CELLA PROPOSTA PER LA MESSA A DIMORA: LA CELLA DI
151026*            PRELIEVO SE L'ARRIVO CI STA, POI UNA CELLA DI
151026*            RISERVA CHE GIA' TIENE L'ARTICOLO, POI UNA SUA
151026*            CELLA DI RISERVA VUOTA, SEMPRE NEI LIMITI DELLA
151026*            CAPIENZA; SENZA CELLE DEFINITE RESTA L'UBICAZIONE
151026*            DELLA GIACENZA
151026 RT9-PROPONI-UBICAZIONE.
151026     MOVE    SPACES              TO  WL-UBIC-PROP
151026                                     WL-UBIC-RISE
151026                                     WL-UBIC-VUOT
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     INITIALIZE F0SUBIC
151026     MOVE    L-ENTM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
151026     MOVE    F0SPROP-NUMR-INST   TO  F0SUBIC-NUMR-INST
151026     MOVE    F0SPROP-CODE-ARTI   TO  F0SUBIC-CODE-ARTI
151026     MOVE    22                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
151026     PERFORM RT91-VAGLIA-CELLA
151026         UNTIL WL-UBIC-ESI NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     IF  WL-UBIC-PROP EQUAL SPACES
151026       MOVE  WL-UBIC-RISE        TO  WL-UBIC-PROP
151026     END-IF
151026     IF  WL-UBIC-PROP EQUAL SPACES
151026       MOVE  WL-UBIC-VUOT        TO  WL-UBIC-PROP
151026     END-IF
151026     IF  WL-UBIC-PROP EQUAL SPACES
151026       MOVE  F0SMAGA-UBIC-ARTI   TO  WL-UBIC-PROP
151026     END-IF
151026     .
151026******************************************************************
151026*----------  UNA CELLA DELL'ARTICOLO, IN SEQUENZA DI PERCORSO:
151026*            RESTA LA PRIMA ADATTA DI OGNI TIPO
151026 RT91-VAGLIA-CELLA.
151026     IF  F0SUBIC-QTA-MASS EQUAL ZERO
151026         OR F0SUBIC-QTA-UBIC + WL-QTA-RICE
151026                             NOT GREATER F0SUBIC-QTA-MASS
151026       IF  F0SUBIC-PRELIEVO
151026         IF  WL-UBIC-PROP EQUAL SPACES
151026           MOVE F0SUBIC-CODE-UBIC TO WL-UBIC-PROP
151026         END-IF
151026       ELSE
151026         IF  F0SUBIC-QTA-UBIC GREATER ZERO
151026           IF  WL-UBIC-RISE EQUAL SPACES
151026             MOVE F0SUBIC-CODE-UBIC TO WL-UBIC-RISE
151026           END-IF
151026         ELSE
151026           IF  WL-UBIC-VUOT EQUAL SPACES
151026             MOVE F0SUBIC-CODE-UBIC TO WL-UBIC-VUOT
151026           END-IF
151026         END-IF
151026       END-IF
151026     END-IF
151026     MOVE    12                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
151026     .
151026******************************************************************
151026*----------  CARICA LA QUANTITA' RICEVUTA SULLA CELLA DI MESSA A
151026*            DIMORA; UNA CELLA NUOVA NASCE DI PRELIEVO SE E'
151026*            QUELLA DELLA GIACENZA, ALTRIMENTI DI RISERVA. SENZA
151026*            UBICAZIONE LA MERCE RESTA NON UBICATA
151026 RT95-CARICA-UBICAZIONE.
151026     IF  WL-UBIC-ARTI EQUAL SPACES
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     INITIALIZE F0SUBIC
151026     MOVE    L-ENTM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
151026     MOVE    F0SPROP-NUMR-INST   TO  F0SUBIC-NUMR-INST
151026     MOVE    F0SPROP-CODE-ARTI   TO  F0SUBIC-CODE-ARTI
151026     MOVE    WL-UBIC-ARTI        TO  F0SUBIC-CODE-UBIC
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     IF  DSTF-IOSR NOT EQUAL 1
151026       INITIALIZE F0SUBIC
151026       MOVE  L-ENTM-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
151026       MOVE  F0SPROP-NUMR-INST   TO  F0SUBIC-NUMR-INST
151026       MOVE  F0SPROP-CODE-ARTI   TO  F0SUBIC-CODE-ARTI
151026       MOVE  WL-UBIC-ARTI        TO  F0SUBIC-CODE-UBIC
151026       IF  WL-UBIC-ARTI EQUAL F0SMAGA-UBIC-ARTI
151026         SET  F0SUBIC-PRELIEVO   TO  TRUE
151026       ELSE
151026         SET  F0SUBIC-RISERVA    TO  TRUE
151026       END-IF
151026     END-IF
151026     ADD     WL-QTA-RICE         TO  F0SUBIC-QTA-UBIC
151026     MOVE    LDATE-ACTL          TO  F0SUBIC-DATA-ULTI-CARI
151026                                     F0SUBIC-DATA-AGGIO
151026     MOVE    L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
151026     IF  F0SUBIC-QTA-MASS GREATER ZERO
151026         AND F0SUBIC-QTA-UBIC GREATER F0SUBIC-QTA-MASS
151026       DISPLAY "ATTENZIONE: CELLA " WL-UBIC-ARTI
151026               " OLTRE LA CAPIENZA"
151026     END-IF
151026     .
151026******************************************************************
020926*----------  ELENCA GLI ORDINI APERTI DEL DEPOSITO RICEVENTE CON
020926*            RESIDUO IN BACKORDER SULL'ARTICOLO APPENA ARRIVATO,
020926*            DAL PIU' VECCHIO: E' LA LISTA DI CHI VA SERVITO
