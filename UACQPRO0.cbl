      *****   REVISIONE/CONFERMA DEL COMPRATORE (UACQCON0); GLI
      *****   ARTICOLI SENZA FORNITORE CENSITO FINISCONO IN FONDO AL
      *****   REPORT PROPACQ INVECE CHE PERDERSI.
151026*****
151026*****   SE L'ARTICOLO HA PIU' FORNITORI A LISTINO (F0SFCAT,
151026*****   TRAMITE "URFCAT10") IL FORNITORE SI SCEGLIE FRA LE
151026*****   RIGHE VALIDE ALLA DATA: IL PREFERITO, ALTRIMENTI IL
151026*****   PIU' ECONOMICO; SE PERO' LA GIACENZA DISPONIBILE, AL
151026*****   RITMO DI SCARICO DEGLI ULTIMI 90 GIORNI (F0SGIOR,
151026*****   TRAMITE "URGIOR10"), NON ARRIVA ALLA CONSEGNA DI QUEL
151026*****   FORNITORE SI ORDINA AL PIU' RAPIDO. SENZA LISTINO
151026*****   RESTA IL FORNITORE UNICO DI F0SFORA.
151026*****
151026*****   CON UN'UNITA' DI ACQUISTO SULL'ARTICOLO (ES. CARTONE DA
151026*****   24) LA QUANTITA' SI ARROTONDA PER ECCESSO A UNITA' DI
151026*****   ACQUISTO INTERE ("UUNIMIS0") E LA PROPOSTA LE RIPORTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  W-QTA-PROP-ED               PIC ---.---.--9,999 VALUE 0.
       77  W-NUMR-PROP-GEN             PIC 9(05)          VALUE 0.
       77  W-NUMR-SENZA-FORN           PIC 9(05)          VALUE 0.
151026*
151026*    Scelta del fornitore a listino: fornitore scelto e
151026*    candidati preferito, piu' economico, piu' rapido.
151026 77  W-NUMR-LIST                 PIC 9(03)          VALUE 0.
151026 77  W-SCEL-FORN                 PIC X(01)          VALUE SPACE.
151026 77  W-CODE-FORN                 PIC 9(04)          VALUE 0.
151026 77  W-RAGE-FORN                 PIC X(40)          VALUE SPACES.
151026 77  W-QTA-MINIMA                PIC S9(07)V999 COMP-3 VALUE 0.
151026 77  W-PREZ-LIST                 PIC S9(09)V9999 COMP-3 VALUE 0.
151026 01  W-CAND-PREF.
151026     03  W-PREF-TROVATO          PIC X(01)          VALUE SPACE.
151026         88  W-PREF-SI                              VALUE "S".
151026     03  W-PREF-FCAT             PIC X(120)         VALUE SPACES.
151026 01  W-CAND-ECON.
151026     03  W-ECON-TROVATO          PIC X(01)          VALUE SPACE.
151026         88  W-ECON-SI                              VALUE "S".
151026     03  W-ECON-PREZ             PIC S9(09)V9999 COMP-3 VALUE 0.
151026     03  W-ECON-FCAT             PIC X(120)         VALUE SPACES.
151026 01  W-CAND-RAPI.
151026     03  W-RAPI-TROVATO          PIC X(01)          VALUE SPACE.
151026         88  W-RAPI-SI                              VALUE "S".
151026     03  W-RAPI-GG               PIC 9(03)          VALUE 0.
151026     03  W-RAPI-FCAT             PIC X(120)         VALUE SPACES.
151026*    Copertura: giorni di giacenza disponibile al ritmo di
151026*    scarico degli ultimi 90 giorni.
151026 77  W-DATA-DAL                  PIC 9(08)          VALUE 0.
151026 77  W-QTA-SCAR                  PIC S9(09)V999 COMP-3 VALUE 0.
151026 77  W-QTA-DISP                  PIC S9(07)V999 COMP-3 VALUE 0.
151026 77  W-GG-COPERTURA              PIC S9(07)     COMP-3 VALUE 0.
151026 77  W-GG-RIFE                   PIC 9(03)          VALUE 0.
151026*    Unita' di acquisto: quantita' intera nell'unita' trattata.
151026 77  W-NUMR-UACQ                 PIC 9(07)          VALUE 0.
151026 77  W-QTA-ACQU-ED               PIC ---.---.--9,999 VALUE 0.
      *
       COPY "F0SMAGA.REC".
       COPY "F0SFORA.REC".
       COPY "F0SPROP.REC".
151026 COPY "F0SFCAT.REC".
151026 COPY "F0SGIOR.REC".
151026 COPY "LUNIMIS.WRK".
      *
       LINKAGE SECTION.
       01  LACQP-CTRL.
           PERFORM 1000-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URFCAT10"             USING F0SFCAT LWCOMAR
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URGIOR10"             USING F0SGIOR LWCOMAR
151026     COMPUTE W-DATA-DAL = FUNCTION DATE-OF-INTEGER
151026             (FUNCTION INTEGER-OF-DATE(LDATE-ACTL) - 90)
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           PERFORM 2000-SCANDISCI-SOTTOSCORTA
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URGIOR10"             USING F0SGIOR LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URFCAT10"             USING F0SFCAT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           PERFORM 3000-RIEPILOGO
           MOVE W-LINEA              TO  PROPACQ-REC
           WRITE PROPACQ-REC
           MOVE SPACES               TO  W-LINEA
151026     STRING "PROPOSTA  FORNITORE  ARTICOLO"
151026         "         QTA PROPOSTA  SCELTA"
151026         "      QTA ACQUISTO UM"
151026                               DELIMITED BY SIZE INTO W-LINEA
           MOVE W-LINEA              TO  PROPACQ-REC
           WRITE PROPACQ-REC
           .
      *----------  UNA PROPOSTA PER ARTICOLO SOTTO SCORTA: QUANTITA'
      *            DAL MANCANTE, RIALZATA ALLA MINIMA DEL FORNITORE
       2100-GENERA-PROPOSTA.
151026     PERFORM 2200-SCEGLI-DA-LISTINO
151026     IF  W-NUMR-LIST EQUAL ZERO
151026       PERFORM 2150-FORNITORE-UNICO
151026       IF  W-SCEL-FORN EQUAL SPACE
151026         EXIT PARAGRAPH
151026       END-IF
151026     END-IF
      *
           COMPUTE W-QTA-PROP = F0SMAGA-QTA-SCOR - F0SMAGA-QTA-GIAC
151026     IF  W-QTA-PROP LESS W-QTA-MINIMA
151026       MOVE  W-QTA-MINIMA        TO  W-QTA-PROP
151026     END-IF
151026     PERFORM 2160-UNITA-ACQUISTO
      *
           MOVE    LACQP-CODE-CLIE     TO  F0SPROP-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           MOVE    LDATE-ACTL          TO  F0SPROP-DATA-PROP
           MOVE    LACQP-NUMR-INST     TO  F0SPROP-NUMR-INST
151026     MOVE    W-CODE-FORN         TO  F0SPROP-CODE-FORN
151026     MOVE    W-RAGE-FORN         TO  F0SPROP-RAGE-FORN
151026     MOVE    W-PREZ-LIST         TO  F0SPROP-PREZ-LIST
151026     MOVE    W-SCEL-FORN         TO  F0SPROP-SCEL-FORN
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SPROP-CODE-ARTI
           MOVE    F0SMAGA-DESC-ARTI   TO  F0SPROP-DESC-ARTI
           MOVE    W-QTA-PROP          TO  F0SPROP-QTA-PROP
151026     MOVE    L-UNIM-UNIT-MISU    TO  F0SPROP-UNIT-ACQU
151026     MOVE    L-UNIM-FATT-CONV    TO  F0SPROP-FATT-ACQU
151026     COMPUTE F0SPROP-QTA-ACQU = W-QTA-PROP / L-UNIM-FATT-CONV
           SET     F0SPROP-PROPOSTA    TO  TRUE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           ADD     1                   TO  W-NUMR-PROP-GEN
      *
           MOVE    W-QTA-PROP          TO  W-QTA-PROP-ED
151026     MOVE    F0SPROP-QTA-ACQU    TO  W-QTA-ACQU-ED
           MOVE SPACES                 TO  W-LINEA
           STRING F0SPROP-NUMR-PROP    DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               F0SPROP-CODE-ARTI       DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-QTA-PROP-ED           DELIMITED BY SIZE
151026         "  " DELIMITED BY SIZE
151026         F0SPROP-SCEL-FORN       DELIMITED BY SIZE
151026         "  " DELIMITED BY SIZE
151026         W-QTA-ACQU-ED           DELIMITED BY SIZE
151026         " " DELIMITED BY SIZE
151026         F0SPROP-UNIT-ACQU       DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE W-LINEA                TO  PROPACQ-REC
           WRITE PROPACQ-REC
           .
151026******************************************************************
151026*----------  UNITA' DI ACQUISTO DELL'ARTICOLO: LA QUANTITA' SI
151026*            ARROTONDA PER ECCESSO A UNITA' INTERE (NON SI
151026*            ORDINA MEZZO CARTONE)
151026 2160-UNITA-ACQUISTO.
151026     MOVE    "A"                 TO  L-UNIM-FUNZ
151026     MOVE    "N"                 TO  L-UNIM-VIDEO
151026     MOVE    LACQP-CODE-CLIE     TO  L-UNIM-CODE-CLIE
151026     MOVE    F0SMAGA-CODE-ARTI   TO  L-UNIM-CODE-ARTI
151026     MOVE    SPACES              TO  L-UNIM-UNIT-MISU
151026     CALL "UUNIMIS0"             USING L-UNIM-CTRL LWCOMAR
151026     IF  NOT L-UNIM-ESITO-OK
151026         OR L-UNIM-FATT-CONV NOT GREATER 1
151026       MOVE  L-UNIM-UNIT-BASE    TO  L-UNIM-UNIT-MISU
151026       MOVE  1                   TO  L-UNIM-FATT-CONV
151026       EXIT PARAGRAPH
151026     END-IF
151026     COMPUTE W-NUMR-UACQ = W-QTA-PROP / L-UNIM-FATT-CONV
151026     IF  W-NUMR-UACQ * L-UNIM-FATT-CONV LESS W-QTA-PROP
151026       ADD   1                   TO  W-NUMR-UACQ
151026     END-IF
151026     COMPUTE W-QTA-PROP = W-NUMR-UACQ * L-UNIM-FATT-CONV
151026     .
151026******************************************************************
151026*----------  ARTICOLO SENZA LISTINO: FORNITORE UNICO (F0SFORA)
151026 2150-FORNITORE-UNICO.
151026     MOVE    LACQP-CODE-CLIE     TO  F0SFORA-CODE-CLIE
151026     MOVE    F0SMAGA-CODE-ARTI   TO  F0SFORA-CODE-ARTI
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URFORA10"             USING F0SFORA LWCOMAR
151026     IF  DSTF-IOSR NOT EQUAL 1
151026       ADD 1                     TO  W-NUMR-SENZA-FORN
151026       MOVE SPACES               TO  W-LINEA
151026       STRING "SENZA FORNITORE: " DELIMITED BY SIZE
151026           F0SMAGA-CODE-ARTI     DELIMITED BY SIZE
151026           "  " DELIMITED BY SIZE
151026           FUNCTION TRIM(F0SMAGA-DESC-ARTI)
151026                                 DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026       MOVE W-LINEA              TO  PROPACQ-REC
151026       WRITE PROPACQ-REC
151026       MOVE SPACE                TO  W-SCEL-FORN
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    F0SFORA-CODE-FORN   TO  W-CODE-FORN
151026     MOVE    F0SFORA-RAGE-FORN   TO  W-RAGE-FORN
151026     MOVE    F0SFORA-QTA-MINIMA  TO  W-QTA-MINIMA
151026     MOVE    ZERO                TO  W-PREZ-LIST
151026     MOVE    "U"                 TO  W-SCEL-FORN
151026     .
151026******************************************************************
151026*----------  FORNITORI A LISTINO DELL'ARTICOLO (F0SFCAT) VALIDI
151026*            ALLA DATA: PREFERITO, ALTRIMENTI IL PIU' ECONOMICO;
151026*            IL PIU' RAPIDO SE LA COPERTURA DELLA GIACENZA NON
151026*            ARRIVA ALLA CONSEGNA DEL FORNITORE DI RIFERIMENTO
151026 2200-SCEGLI-DA-LISTINO.
151026     MOVE    ZERO                TO  W-NUMR-LIST
151026     MOVE    SPACE               TO  W-PREF-TROVATO
151026                                     W-ECON-TROVATO
151026                                     W-RAPI-TROVATO
151026     INITIALIZE F0SFCAT
151026     MOVE    LACQP-CODE-CLIE     TO  F0SFCAT-CODE-CLIE
151026     MOVE    F0SMAGA-CODE-ARTI   TO  F0SFCAT-CODE-ARTI
151026     MOVE    22                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URFCAT10"             USING F0SFCAT LWCOMAR
151026     PERFORM 2210-CANDIDATO
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     IF  W-NUMR-LIST EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026*
151026     IF  W-PREF-SI
151026       MOVE  W-PREF-FCAT         TO  F0SFCAT
151026       MOVE  "P"                 TO  W-SCEL-FORN
151026     ELSE
151026       MOVE  W-ECON-FCAT         TO  F0SFCAT
151026       MOVE  "E"                 TO  W-SCEL-FORN
151026     END-IF
151026     MOVE    F0SFCAT-GG-CONSEGNA TO  W-GG-RIFE
151026     IF  W-RAPI-GG LESS W-GG-RIFE
151026       PERFORM 2300-COPERTURA
151026       IF  W-GG-COPERTURA LESS W-GG-RIFE
151026         MOVE  W-RAPI-FCAT       TO  F0SFCAT
151026         MOVE  "R"               TO  W-SCEL-FORN
151026       END-IF
151026     END-IF
151026     MOVE    F0SFCAT-CODE-FORN   TO  W-CODE-FORN
151026     MOVE    F0SFCAT-RAGE-FORN   TO  W-RAGE-FORN
151026     MOVE    F0SFCAT-QTA-MINIMA  TO  W-QTA-MINIMA
151026     MOVE    F0SFCAT-PREZ-ACQU   TO  W-PREZ-LIST
151026     .
151026 2210-CANDIDATO.
151026     IF  F0SFCAT-DATA-INIZ NOT GREATER LDATE-ACTL
151026         AND (F0SFCAT-DATA-FINE EQUAL ZERO
151026              OR F0SFCAT-DATA-FINE NOT LESS LDATE-ACTL)
151026       ADD  1                    TO  W-NUMR-LIST
151026       IF  F0SFCAT-FORN-PREFERITO AND NOT W-PREF-SI
151026         SET  W-PREF-SI          TO  TRUE
151026         MOVE F0SFCAT            TO  W-PREF-FCAT
151026       END-IF
151026       IF  NOT W-ECON-SI
151026           OR F0SFCAT-PREZ-ACQU LESS W-ECON-PREZ
151026         SET  W-ECON-SI          TO  TRUE
151026         MOVE F0SFCAT-PREZ-ACQU  TO  W-ECON-PREZ
151026         MOVE F0SFCAT            TO  W-ECON-FCAT
151026       END-IF
151026       IF  NOT W-RAPI-SI
151026           OR F0SFCAT-GG-CONSEGNA LESS W-RAPI-GG
151026         SET  W-RAPI-SI          TO  TRUE
151026         MOVE F0SFCAT-GG-CONSEGNA TO W-RAPI-GG
151026         MOVE F0SFCAT            TO  W-RAPI-FCAT
151026       END-IF
151026     END-IF
151026     MOVE    12                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URFCAT10"             USING F0SFCAT LWCOMAR
151026     .
151026******************************************************************
151026*----------  GIORNI DI COPERTURA: GIACENZA DISPONIBILE (MENO
151026*            L'IMPEGNATO) DIVISA PER LO SCARICO MEDIO GIORNALIERO
151026*            DEGLI ULTIMI 90 GIORNI DAL GIORNALE DI MAGAZZINO;
151026*            SENZA SCARICHI LA COPERTURA NON SCADE
151026 2300-COPERTURA.
151026     MOVE    ZERO                TO  W-QTA-SCAR
151026     INITIALIZE F0SGIOR
151026     MOVE    F0SMAGA-CODE-CLIE   TO  F0SGIOR-CODE-CLIE
151026     MOVE    F0SMAGA-NUMR-INST   TO  F0SGIOR-NUMR-INST
151026     MOVE    F0SMAGA-CODE-ARTI   TO  F0SGIOR-CODE-ARTI
151026     MOVE    19                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URGIOR10"             USING F0SGIOR LWCOMAR
151026     PERFORM 2310-SCARICO
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     COMPUTE W-QTA-DISP = F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
151026     IF  W-QTA-DISP NOT GREATER ZERO
151026       MOVE  ZERO                TO  W-GG-COPERTURA
151026     ELSE
151026       IF  W-QTA-SCAR EQUAL ZERO
151026         MOVE 9999999            TO  W-GG-COPERTURA
151026       ELSE
151026         COMPUTE W-GG-COPERTURA =
151026                 W-QTA-DISP * 90 / W-QTA-SCAR
151026       END-IF
151026     END-IF
151026     .
151026 2310-SCARICO.
151026     IF  F0SGIOR-DATA NOT LESS W-DATA-DAL
151026         AND F0SGIOR-QTA-DOPO LESS F0SGIOR-QTA-PRIMA
151026       COMPUTE W-QTA-SCAR = W-QTA-SCAR
151026               + F0SGIOR-QTA-PRIMA - F0SGIOR-QTA-DOPO
151026     END-IF
151026     MOVE    9                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URGIOR10"             USING F0SGIOR LWCOMAR
151026     .

      ******************************************************************
       3000-RIEPILOGO.
           MOVE SPACES                 TO  W-LINEA
