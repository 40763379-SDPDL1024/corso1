      *****   NUOVA DECORRENZA E VECCHIA RIGA CHIUSA), NE BATTE UNO
      *****   SUO, O RESPINGE. LISTA SU "PRZREVIS": LA FALLA DI
      *****   MARGINE SI CHIUDE LA MATTINA DOPO, NON A FINE MESE.
151026*****   IL CONTROLLO DI MARGINE VALE PER IL PREZZO BASE E PER
151026*****   OGNI SCAGLIONE DI QUANTITA' DELLA RIGA DI LISTINO: OGNI
151026*****   PREZZO SOTTO SOGLIA E' UNA SEGNALAZIONE A SE', E LA LISTA
151026*****   DICE A QUALE SCAGLIONE SI RIFERISCE. I PREZZI ACCETTATI
151026*****   SULLA STESSA RIGA VANNO IN UNA SOLA NUOVA DECORRENZA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WL-PREZ-ED                  PIC ---.---.--9,9999 VALUE 0.
       77  WL-COST-ED                  PIC ---.---.--9,9999 VALUE 0.
       77  WL-MARG-ED                  PIC ---9,99    VALUE 0.
151026*
151026*----------  PREZZO IN ESAME (BASE O SCAGLIONE) E PREZZI NUOVI
151026*            DELLA RIGA DI LISTINO, SCRITTI INSIEME A FINE
151026*            ARTICOLO
151026 77  WL-PREZ-CORR                PIC S9(09)V9999 COMP-3 VALUE 0.
151026 77  WL-NUMR-SCAG                PIC S9(04) COMP VALUE ZERO.
151026 77  WL-SCAG-ED                  PIC 9(01)      VALUE ZERO.
151026 77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
151026 77  WL-AGGIORNA                 PIC X(01)      VALUE "N".
151026     88  WL-AGGIORNA-SI                         VALUE "S".
151026 77  WL-NUOVO-PREZ               PIC S9(09)V9999 COMP-3 VALUE 0.
151026 01  WL-NUOVO-SCAG-TAB.
151026     03  WL-NUOVO-SCAG           OCCURS 5.
151026         05  WL-NUOVO-SCAG-QTA-MINI
151026                                 PIC S9(07)V999 COMP-3 VALUE 0.
151026         05  WL-NUOVO-SCAG-PREZ  PIC S9(09)V9999 COMP-3 VALUE 0.
      *
      *----------  SOGLIE DI MARGINE PER GRUPPO BATTUTE A VIDEO
      *            (FINO A 10), OLTRE ALLA SOGLIA DI DEFAULT
               MOVE WL-SOG-NUMR        TO  WL-IND
             END-IF
           END-PERFORM
151026*      Prezzo base e poi ogni scaglione: i prezzi accettati
151026*      restano da parte fino alla scrittura della riga
151026     MOVE    "N"                 TO  WL-AGGIORNA
151026     MOVE    F0SLIST-PREZ-UNIT   TO  WL-NUOVO-PREZ
151026     MOVE    F0SLIST-SCAG-TAB    TO  WL-NUOVO-SCAG-TAB
151026     MOVE    ZERO                TO  WL-NUMR-SCAG
151026     MOVE    F0SLIST-PREZ-UNIT   TO  WL-PREZ-CORR
151026     PERFORM RT3-MARGINE-PREZZO
151026     PERFORM RT5-MARGINE-SCAGLIONE
151026         VARYING WL-NUMR-SCAG FROM 1 BY 1
151026         UNTIL WL-NUMR-SCAG GREATER 5
151026     IF  WL-AGGIORNA-SI
151026       PERFORM RT6-AGGIORNA-LISTINO
151026     END-IF
151026     .
151026******************************************************************
151026*----------  UN PREZZO DELLA RIGA (BASE CON WL-NUMR-SCAG = ZERO,
151026*            ALTRIMENTI LO SCAGLIONE) CONTRO IL COSTO MEDIO;
151026*            SOTTO LA SOGLIA ENTRA IN LISTA E IL COMPRATORE
151026*            DECIDE SUBITO
151026 RT3-MARGINE-PREZZO.
151026     COMPUTE WL-MARG-ART ROUNDED =
151026             (WL-PREZ-CORR - F0SMAGA-COST-UNIT) * 100
151026             / WL-PREZ-CORR
           IF  WL-MARG-ART NOT LESS WL-MARG-SOGL
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  WL-NUMR-SEGN
           COMPUTE WL-PREZ-PROP ROUNDED =
                   F0SMAGA-COST-UNIT * 100 / (100 - WL-MARG-SOGL)
151026     MOVE    WL-PREZ-CORR        TO  WL-PREZ-ED
           MOVE    F0SMAGA-COST-UNIT   TO  WL-COST-ED
           MOVE    WL-MARG-ART         TO  WL-MARG-ED
           DISPLAY "ARTICOLO " F0SMAGA-CODE-ARTI " "
                   F0SMAGA-DESC-ARTI
151026     IF  WL-NUMR-SCAG NOT EQUAL ZERO
151026       MOVE  WL-NUMR-SCAG        TO  WL-SCAG-ED
151026       MOVE  F0SLIST-SCAG-QTA-MINI(WL-NUMR-SCAG) TO  WL-QTA-ED
151026       DISPLAY "SCAGLIONE " WL-SCAG-ED " - DA " WL-QTA-ED
151026     END-IF
           DISPLAY "PREZZO " WL-PREZ-ED " COSTO " WL-COST-ED
                   " MARGINE " WL-MARG-ED "%"
           MOVE    WL-PREZ-PROP        TO  WL-PREZ-ED
               PERFORM RT4-RIGA-LISTA
               EXIT PARAGRAPH
           END-EVALUATE
151026     IF  WL-NUMR-SCAG EQUAL ZERO
151026       MOVE  WL-PREZ-PROP        TO  WL-NUOVO-PREZ
151026     ELSE
151026       MOVE  WL-PREZ-PROP        TO  WL-NUOVO-SCAG-PREZ
151026                                      (WL-NUMR-SCAG)
151026     END-IF
151026     MOVE    "S"                 TO  WL-AGGIORNA
           ADD     1                   TO  WL-NUMR-ACCE
           PERFORM RT4-RIGA-LISTA
           .
151026******************************************************************
151026*----------  UNO SCAGLIONE DELLA RIGA, SE USATO
151026 RT5-MARGINE-SCAGLIONE.
151026     IF  F0SLIST-SCAG-QTA-MINI(WL-NUMR-SCAG) GREATER ZERO
151026         AND F0SLIST-SCAG-PREZ(WL-NUMR-SCAG) GREATER ZERO
151026       MOVE  F0SLIST-SCAG-PREZ(WL-NUMR-SCAG) TO  WL-PREZ-CORR
151026       PERFORM RT3-MARGINE-PREZZO
151026     END-IF
151026     .
151026******************************************************************
151026*----------  LA VECCHIA RIGA DI LISTINO SI CHIUDE OGGI E LA NUOVA,
151026*            CON I PREZZI ACCETTATI, DECORRE DA OGGI; SE LA RIGA
151026*            IN VIGORE DECORRE GIA' DA OGGI SI AGGIORNANO SOLO
151026*            I PREZZI
151026 RT6-AGGIORNA-LISTINO.
           IF  F0SLIST-DATA-INIZ EQUAL LDATE-ACTL
151026       MOVE  WL-NUOVO-PREZ       TO  F0SLIST-PREZ-UNIT
151026       MOVE  WL-NUOVO-SCAG-TAB   TO  F0SLIST-SCAG-TAB
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URLIST10"            USING F0SLIST LWCOMAR
             CALL  "URLIST10"            USING F0SLIST LWCOMAR
             MOVE  LDATE-ACTL          TO  F0SLIST-DATA-INIZ
             MOVE  ZERO                TO  F0SLIST-DATA-FINE
151026       MOVE  WL-NUOVO-PREZ       TO  F0SLIST-PREZ-UNIT
151026       MOVE  WL-NUOVO-SCAG-TAB   TO  F0SLIST-SCAG-TAB
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URLIST10"            USING F0SLIST LWCOMAR
           END-IF
           DISPLAY "PREZZO AGGIORNATO"
           .
      ******************************************************************
       RT4-RIGA-LISTA.
           MOVE    WL-MARG-ART         TO  WL-MARG-ED
151026*    Scaglione 0 = prezzo base della riga di listino
151026     MOVE    WL-NUMR-SCAG        TO  WL-SCAG-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "ARTICOLO "         DELIMITED BY SIZE
                   F0SMAGA-CODE-ARTI   DELIMITED BY SIZE
                   " GRUPPO "          DELIMITED BY SIZE
                   F0SMAGA-GRUP-ARTI   DELIMITED BY SIZE
151026             " SCAGLIONE "       DELIMITED BY SIZE
151026             WL-SCAG-ED          DELIMITED BY SIZE
                   " MARGINE "         DELIMITED BY SIZE
                   WL-MARG-ED          DELIMITED BY SIZE
                   "%  ESITO "         DELIMITED BY SIZE
