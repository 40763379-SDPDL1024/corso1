      *****   (F0SORDR, TRAMITE "URORDR10"): L'ORDINE DIVENTA
      *****   QUALCOSA CHE IL MAGAZZINO PUO' PRELEVARE E LA MERCE
      *****   PROMESSA NON E' PIU' PROMETTIBILE DUE VOLTE.
151026*****   LA CONSEGNA VA ALLA SEDE DEL CLIENTE OPPURE A UNA SUA
151026*****   DESTINAZIONE (F0SDEST, SCELTA TRAMITE "UDESTSC0").
151026*****   L'AGENTE E' PROPOSTO DAL CLIENTE O DAL TERRITORIO DI
151026*****   VENDITA DELL'INDIRIZZO DI CONSEGNA ("UTERRAG0").
151026*****   QUANTITA' E PREZZO SI BATTONO NELL'UNITA' DI VENDITA
151026*****   SCELTA SULLA RIGA ("UUNIMIS0", ES. CARTONI); IMPEGNO E
151026*****   QUANTITA' DELLA RIGA RESTANO NELL'UNITA' BASE.
151026*****   LA RIGA NON COPERTA DALLA DISPONIBILITA' E NON PRESA
151026*****   IN BACKORDER (ABBANDONATA O RIDOTTA AL DISPONIBILE), O
151026*****   SU UN ARTICOLO SENZA GIACENZA SUL DEPOSITO, RESTA SU
151026*****   F0SPERS COME VENDITA PERSA ("UPERREG0").
151026*****   IL PREZZO DI LISTINO SEGUE LO SCAGLIONE DI QUANTITA'
151026*****   RAGGIUNTO DALLA RIGA ("UPRZSCA0").
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926 77  WL-KIT                      PIC X(01)      VALUE "N".
020926 77  WL-KIT-DESC                 PIC X(30)      VALUE SPACES.
      *
151026*    Unita' di vendita trattata sulla riga e fattore nell'unita'
151026*    base; quantita' battuta nell'unita' trattata.
151026 COPY "LUNIMIS.WRK".
151026 77  WL-QTA-UNIM                 PIC S9(07)V999 COMP-3 VALUE 0.
      *
151026*    Vendite perse per mancanza di merce (F0SPERS), registrate
151026*    dalla routine comune "UPERREG0"; quantita' ridotta battuta
151026*    nell'unita' di vendita della riga.
151026 COPY "LPERREG.WRK".
151026 77  WL-QTA-RIDO                 PIC S9(07)V999 COMP-3 VALUE 0.
      *
151026*    Prezzo a scaglione di quantita' sulla riga di listino,
151026*    scelto dalla routine comune "UPRZSCA0"
151026 COPY "LPRZSCA.WRK".
      *
020926*    Data di disponibilita' prevista per le righe corte:
020926*    arrivi confermati (F0SPROP) piu' i giorni di consegna
020926*    del fornitore (F0SFORA).
      *    Anagrafica agenti: l'agente dell'ordine va validato qui.
       COPY "F0SAGEN.REC".
       77  WL-CODE-AGEN                PIC 9(04)      VALUE ZERO.
151026*    Proposta dell'agente dal territorio di vendita.
151026 COPY "LTERRAG.WRK".
      *
      *    Controllo fido alla presa d'ordine; la forzatura del
      *    supervisore resta registrata su F0SAUDI.
           03  L-IMPE-CODE-ARTI        PIC X(15)      VALUE SPACES.
           03  L-IMPE-QTA              PIC S9(07)V999 COMP-3 VALUE 0.
           03  L-IMPE-ESITO            PIC X(01)      VALUE SPACE.
151026*
151026*    Destinazione di consegna del cliente (0 = sede).
151026 01  L-DSCE-CTRL.
151026     03  L-DSCE-CODE-CLIE        PIC 9(04)      VALUE ZERO.
151026     03  L-DSCE-CODI-CLIF        PIC 9(06)      VALUE ZERO.
151026     03  L-DSCE-CODE-DEST        PIC 9(03)      VALUE ZERO.
151026     03  L-DSCE-ESITO            PIC X(01)      VALUE SPACE.
151026 COPY "F0SDEST.REC".
      *
       LINKAGE SECTION.
       01  L-OENT-CTRL.
020926     END-IF
           DISPLAY "CLIENTE: " F0SCLIF-RAGE-CLIF
           MOVE    F0SCLIF-CODE-LIST   TO  WL-CODE-LIST
151026*
151026*      Destinazione di consegna tra quelle attive del cliente
151026     MOVE    L-OENT-CODE-CLIE    TO  L-DSCE-CODE-CLIE
151026     MOVE    F0SCLIF-CODI-CLIF   TO  L-DSCE-CODI-CLIF
151026     CALL  "UDESTSC0"              USING L-DSCE-CTRL F0SDEST
151026                                       LWCOMAR
151026*
151026*      Agente proposto dal cliente o dal territorio
151026*      dell'indirizzo di consegna: confermato, non si chiede
151026     PERFORM RT1A-PROPONI-AGENTE
151026     IF  L-TRAG-PROPOSTO
151026       GO TO OENT-FIDO
151026     END-IF
      *
      *      Agente che ha portato l'ordine (0 = nessuno), validato
      *      sull'anagrafica agenti
             MOVE    -9                TO  DSTF-IOSR
             CALL  "URAGEN10"            USING F0SAGEN LWCOMAR
           END-IF
151026 OENT-FIDO.
      *
      *      Controllo fido alla presa d'ordine: con l'esposizione
      *      gia' oltre il limite l'ordine non parte senza la
           MOVE    F0SCLIF-RAGE-CLIF   TO  F0SORDI-RAGE-CLIE
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SORDI-CODI-CLIF
           MOVE    WL-CODE-AGEN        TO  F0SORDI-CODE-AGEN
151026     MOVE    L-DSCE-CODE-DEST    TO  F0SORDI-CODE-DEST
           SET     F0SORDI-ORIG-TERMINALE TO TRUE
           SET     F0SORDI-APERTO      TO  TRUE
      *
020926     END-IF
020926     MOVE    -9                  TO  DSTF-IOSR
020926     CALL  "URARTC10"              USING F0SARTC LWCOMAR
151026*    Unita' di vendita della riga: la quantita' si batte in
151026*    quella, l'ordine la tiene anche in unita' base
151026     MOVE    "V"                 TO  L-UNIM-FUNZ
151026     MOVE    "S"                 TO  L-UNIM-VIDEO
151026     MOVE    L-OENT-CODE-CLIE    TO  L-UNIM-CODE-CLIE
151026     MOVE    F0SORDR-CODE-ARTI   TO  L-UNIM-CODE-ARTI
151026     MOVE    SPACES              TO  L-UNIM-UNIT-MISU
151026     CALL  "UUNIMIS0"              USING L-UNIM-CTRL LWCOMAR
151026     IF  NOT L-UNIM-ESITO-OK
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    L-UNIM-UNIT-MISU    TO  F0SORDR-UNIT-VEND
151026     MOVE    L-UNIM-FATT-CONV    TO  F0SORDR-FATT-VEND
           DISPLAY "QUANTITA'                   : " WITH NO ADVANCING
151026     ACCEPT   WL-QTA-UNIM
151026     COMPUTE F0SORDR-QTA-ORDI = WL-QTA-UNIM * F0SORDR-FATT-VEND
151026*    Un kit si ordina sempre sui componenti della distinta,
151026*    anche se ha giacenza montata (UMONAVA0): rilascio
151026*    (UORDEVA0), annullo (RT8) e quadratura (UQUADRA0) cercano
151026*    l'impegno sui componenti
151026     PERFORM RT2K-CONTROLLA-KIT
151026     IF  WL-KIT EQUAL "S"
151026       PERFORM RT2L-RIGA-KIT
151026       EXIT PARAGRAPH
151026     END-IF
      *
      *    La giacenza si apre e si richiude ad ogni riga: l'impegno
      *    (UIMPEGN0) apre e chiude URMAGA10 per conto suo, quindi
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "ARTICOLO NON PRESENTE SUL DEPOSITO"
151026       MOVE  ZERO                TO  WL-QTA-DISP
151026       MOVE  "N"                 TO  L-PERS-MOTIVO
151026       PERFORM RT2Y-REGISTRA-PERSA
             EXIT PARAGRAPH
           END-IF
           COMPUTE WL-QTA-DISP =
020926*      copre tutto l'ordinato e l'arrivo merce (UENTMER0)
020926*      segnalera' al compratore i backorder che puo' coprire
020926       DISPLAY "ORDINARE COMUNQUE (RESIDUO IN BACKORDER) ?"
151026               " (S/N, R=RIDURRE AL DISPONIBILE) : "
151026               WITH NO ADVANCING
020926       ACCEPT   WL-RISP
151026*      Riga ridotta al disponibile o abbandonata: la domanda
151026*      non servita resta su F0SPERS come vendita persa
151026       IF  (WL-RISP EQUAL "R") OR (WL-RISP EQUAL "r")
151026         PERFORM RT2X-RIDUCI-RIGA
151026         IF  NOT L-PERS-RIDOTTA
151026           EXIT PARAGRAPH
151026         END-IF
151026       ELSE
020926       IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
151026         MOVE  "A"               TO  L-PERS-MOTIVO
151026         PERFORM RT2Y-REGISTRA-PERSA
             EXIT PARAGRAPH
020926       END-IF
020926       DISPLAY "DATA PROMESSA AL CLIENTE (AAAAMMGG,"
020926               " 0=NESSUNA) : " WITH NO ADVANCING
020926       ACCEPT   F0SORDR-DATA-PROM
151026       END-IF
           END-IF
      *    Prezzo dal listino del cliente quando in vigore, battuto
      *    a mano negli altri casi
             MOVE  0                   TO  L-RETN-VALO
           END-IF
           IF  L-RETN-VALO EQUAL 1
151026       PERFORM RT2W-PREZZO-SCAGLIONE
             MOVE  F0SLIST-PREZ-UNIT   TO  F0SORDR-PREZ-UNIT
             DISPLAY "PREZZO PROPOSTO DAL LISTINO " WL-CODE-LIST
           ELSE
           DISPLAY "PREZZO UNITARIO             : " WITH NO ADVANCING
           ACCEPT   F0SORDR-PREZ-UNIT
           END-IF
151026     PERFORM RT2U-PREZZO-UNITA
           MOVE    F0SMAGA-DESC-ARTI   TO  F0SORDR-DESC-ARTI
151026     COMPUTE F0SORDR-IMPO-RIGA ROUNDED =
151026                 WL-QTA-UNIM * F0SORDR-PREZ-UNIM
      *
      *      Impegno della merce ordinata
           MOVE    L-OENT-CODE-CLIE    TO  L-IMPE-CODE-CLIE
020926       MOVE  0                   TO  L-RETN-VALO
020926     END-IF
020926     IF  L-RETN-VALO EQUAL 1
151026       PERFORM RT2W-PREZZO-SCAGLIONE
020926       MOVE  F0SLIST-PREZ-UNIT   TO  F0SORDR-PREZ-UNIT
020926       DISPLAY "PREZZO PROPOSTO DAL LISTINO " WL-CODE-LIST
020926     ELSE
020926               ADVANCING
020926       ACCEPT   F0SORDR-PREZ-UNIT
020926     END-IF
151026     PERFORM RT2U-PREZZO-UNITA
020926     MOVE    WL-KIT-DESC         TO  F0SORDR-DESC-ARTI
151026     COMPUTE F0SORDR-IMPO-RIGA ROUNDED =
151026                 WL-QTA-UNIM * F0SORDR-PREZ-UNIM
020926*    Impegno sui componenti della distinta base
020926     MOVE    -3                  TO  DSTF-IOSR
020926     CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
020926     ADD     F0SORDR-IMPO-RIGA   TO  F0SORDI-IMPO-TOTA
020926     .
      ******************************************************************
151026*----------  PREZZO NELL'UNITA' TRATTATA: IL LISTINO E' PER UNITA'
151026*            BASE, QUELLO BATTUTO E' PER UNITA' TRATTATA; LA
151026*            RIGA LI TIENE ENTRAMBI
151026 RT2U-PREZZO-UNITA.
151026     IF  L-RETN-VALO EQUAL 1
151026       COMPUTE F0SORDR-PREZ-UNIM =
151026               F0SORDR-PREZ-UNIT * F0SORDR-FATT-VEND
151026     ELSE
151026       MOVE  F0SORDR-PREZ-UNIT   TO  F0SORDR-PREZ-UNIM
151026       COMPUTE F0SORDR-PREZ-UNIT ROUNDED =
151026               F0SORDR-PREZ-UNIM / F0SORDR-FATT-VEND
151026     END-IF
151026     .
      ******************************************************************
151026*----------  PREZZO DEL LISTINO SECONDO LA QUANTITA' ORDINATA
151026*            (UNITA' BASE): LO SCAGLIONE RAGGIUNTO SOSTITUISCE
151026*            IL PREZZO BASE DELLA RIGA DI LISTINO
151026 RT2W-PREZZO-SCAGLIONE.
151026     MOVE    F0SORDR-QTA-ORDI    TO  L-PSCA-QTA
151026     CALL  "UPRZSCA0"              USING L-PSCA-CTRL F0SLIST
151026                                         LWCOMAR
151026     IF  L-PSCA-NUMR-SCAG NOT EQUAL ZERO
151026       MOVE  L-PSCA-QTA-MINI     TO  WL-QTA-ED
151026       DISPLAY "PREZZO A SCAGLIONE - DA " WL-QTA-ED
151026     END-IF
151026     .
      ******************************************************************
151026*----------  RIGA RIDOTTA AL DISPONIBILE: LA QUANTITA' SI BATTE
151026*            NELL'UNITA' DI VENDITA DELLA RIGA; ZERO E' LA
151026*            RINUNCIA DEL CLIENTE, OLTRE IL DISPONIBILE LA RIGA
151026*            NON ENTRA E VA RIBATTUTA
151026 RT2X-RIDUCI-RIGA.
151026     MOVE    SPACE               TO  L-PERS-MOTIVO
151026     DISPLAY "QUANTITA' RIDOTTA (0 = IL CLIENTE RINUNCIA) : "
151026             WITH NO ADVANCING
151026     ACCEPT   WL-QTA-RIDO
151026     IF  WL-QTA-RIDO NOT GREATER ZERO
151026       MOVE  "A"                 TO  L-PERS-MOTIVO
151026       PERFORM RT2Y-REGISTRA-PERSA
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  WL-QTA-RIDO * F0SORDR-FATT-VEND GREATER WL-QTA-DISP
151026       DISPLAY "QUANTITA' OLTRE IL DISPONIBILE - RIGA NON"
151026               " REGISTRATA"
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    "R"                 TO  L-PERS-MOTIVO
151026     COMPUTE L-PERS-QTA-DATA = WL-QTA-RIDO * F0SORDR-FATT-VEND
151026     PERFORM RT2Y-REGISTRA-PERSA
151026     MOVE    L-PERS-QTA-DATA     TO  F0SORDR-QTA-ORDI
151026     MOVE    WL-QTA-RIDO         TO  WL-QTA-UNIM
151026     .
151026*----------  VENDITA PERSA DELLA RIGA CORRENTE SU F0SPERS, CON
151026*            IL CLIENTE DELL'ORDINE
151026 RT2Y-REGISTRA-PERSA.
151026     MOVE    L-OENT-CODE-CLIE    TO  L-PERS-CODE-CLIE
151026     MOVE    L-OENT-NUMR-INST    TO  L-PERS-NUMR-INST
151026     MOVE    F0SORDR-CODE-ARTI   TO  L-PERS-CODE-ARTI
151026     MOVE    F0SORDR-QTA-ORDI    TO  L-PERS-QTA-RICH
151026     MOVE    WL-QTA-DISP         TO  L-PERS-QTA-DISP
151026     MOVE    F0SORDI-CODI-CLIF   TO  L-PERS-CODI-CLIF
151026     MOVE    "O"                 TO  L-PERS-ORIG
151026     IF  NOT L-PERS-RIDOTTA
151026       MOVE  ZERO                TO  L-PERS-QTA-DATA
151026     END-IF
151026     CALL  "UPERREG0"              USING L-PERS-CTRL LWCOMAR
151026     .
      ******************************************************************
      *----------  ANNULLO DELL'ORDINE BLOCCATO DAL FIDO: PER OGNI
      *            RIGA GIA' DEPOSITATA SI RILASCIA L'IMPEGNO E LA
      *            RIGA VIENE RIMOSSA, COSI' IL NUMERO D'ORDINE PUO'
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
151026******************************************************************
151026*----------  AGENTE PROPOSTO DA "UTERRAG0": L'AGENTE DI
151026*            RIFERIMENTO DEL CLIENTE, ALTRIMENTI QUELLO DEL
151026*            TERRITORIO DELLA DESTINAZIONE O DELLA SEDE; SE
151026*            L'OPERATORE NON LO CONFERMA SI CHIEDE IL CODICE
151026 RT1A-PROPONI-AGENTE.
151026     MOVE    L-OENT-CODE-CLIE    TO  L-TRAG-CODE-CLIE
151026     MOVE    ZERO                TO  L-TRAG-DATA
151026     MOVE    F0SCLIF-CODE-AGEN   TO  L-TRAG-AGEN-CLIE
151026     MOVE    SPACES              TO  L-TRAG-CAP-DEST
151026                                     L-TRAG-PROV-DEST
151026     IF  L-DSCE-CODE-DEST NOT EQUAL ZERO
151026       MOVE  F0SDEST-CAP-DEST    TO  L-TRAG-CAP-DEST
151026       MOVE  F0SDEST-PROV-DEST   TO  L-TRAG-PROV-DEST
151026     END-IF
151026     MOVE    F0SCLIF-CAP-CLIF    TO  L-TRAG-CAP-CLIE
151026     MOVE    F0SCLIF-PROV-CLIF   TO  L-TRAG-PROV-CLIE
151026     CALL  "UTERRAG0"              USING L-TRAG-CTRL LWCOMAR
151026     IF  NOT L-TRAG-PROPOSTO
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  L-TRAG-DA-RIFERIMENTO
151026       DISPLAY "AGENTE DEL CLIENTE: " L-TRAG-CODE-AGEN " "
151026               L-TRAG-RAGE-AGEN
151026     ELSE
151026       DISPLAY "AGENTE DEL TERRITORIO " L-TRAG-CODE-TERR ": "
151026               L-TRAG-CODE-AGEN " " L-TRAG-RAGE-AGEN
151026     END-IF
151026     DISPLAY "CONFERMI L'AGENTE PROPOSTO ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   WL-RISP
151026     IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026       MOVE  L-TRAG-CODE-AGEN    TO  WL-CODE-AGEN
151026     ELSE
151026       MOVE  "N"                 TO  L-TRAG-ESITO
151026     END-IF
151026     .
      *(END)
