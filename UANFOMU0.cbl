       IDENTIFICATION DIVISION.
       PROGRAM-ID. UANFOMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELL'ANAGRAFICA FORNITORI (F0SANFO): CHIEDE
      *****   A VIDEO IL CODICE FORNITORE (ZERO PER UN NUOVO
      *****   FORNITORE, CHE PRENDE IL PRIMO CODICE LIBERO DELLA
      *****   DITTA), RAGIONE SOCIALE, INDIRIZZO, PAESE, DATI
      *****   FISCALI E COORDINATE BANCARIE, E DEPOSITA LA RIGA
      *****   TRAMITE "URANFO10" NEL CONTESTO DELLA DITTA CORRENTE,
      *****   COME GIA' FA "UFORNMU0" PER IL FORNITORE DELL'ARTICOLO.
      *****
      *****   LA PARTITA IVA E' QUELLA CON CUI L'IMPORT DELLE FATTURE
      *****   ELETTRONICHE RICEVUTE (UFATIMP0) RICONOSCE IL CEDENTE:
      *****   UNA PARTITA IVA GIA' ASSEGNATA A UN ALTRO FORNITORE
      *****   DELLA DITTA VIENE RIFIUTATA.
      *****
      *****   IL FORNITORE CHE E' UN'ALTRA DITTA DEL GRUPPO PORTA IL
      *****   CODICE DI QUELLA DITTA: LE SUE FATTURE ARRIVANO GIA'
      *****   REGISTRATE DALLA GENERAZIONE INTERCOMPANY (UINTGEN0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CODE-FORN                PIC 9(04)      VALUE ZERO.
       77  WL-PIVA-FORN                PIC X(16)      VALUE SPACES.
      *
      *    Copia del fornitore in manutenzione, salvata durante il
      *    controllo di unicita' della partita IVA.
       01  W-ANFO-SALVA                PIC X(400)     VALUE SPACES.
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-ANFO-CTRL.
           03  L-ANFO-CODE-CLIE        PIC 9(04).
           03  L-ANFO-ESITO            PIC X(01).
               88  L-ANFO-ESITO-OK                    VALUE "S".
       COPY "F0SANFO.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ANFO-CTRL F0SANFO LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ANFO-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "25"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UANFOMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SANFO"           TO  L-AZIO-NOME-FILE
           MOVE    L-ANFO-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "ANAGRAFICA FORNITORI  -  DITTA "
                   L-ANFO-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           INITIALIZE F0SANFO
           MOVE    L-ANFO-CODE-CLIE    TO  F0SANFO-CODE-CLIE
           DISPLAY "CODICE FORNITORE (0 = NUOVO): " WITH NO ADVANCING
           ACCEPT   WL-CODE-FORN
           IF  WL-CODE-FORN EQUAL ZERO
             MOVE  50                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URANFO10"            USING F0SANFO LWCOMAR
             DISPLAY "NUOVO FORNITORE - CODICE ASSEGNATO "
                     F0SANFO-CODE-FORN
             MOVE  "IT"                TO  F0SANFO-CODE-PAES
             SET   F0SANFO-NAZIONALE   TO  TRUE
             SET   F0SANFO-ATTIVO      TO  TRUE
             MOVE  LDATE-ACTL          TO  F0SANFO-DATA-INSE
           ELSE
             MOVE  WL-CODE-FORN        TO  F0SANFO-CODE-FORN
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URANFO10"            USING F0SANFO LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               DISPLAY "FORNITORE GIA' PRESENTE - RAGIONE SOCIALE "
                       F0SANFO-RAGE-FORN
             ELSE
               INITIALIZE F0SANFO
               MOVE  L-ANFO-CODE-CLIE  TO  F0SANFO-CODE-CLIE
               MOVE  WL-CODE-FORN      TO  F0SANFO-CODE-FORN
               MOVE  "IT"              TO  F0SANFO-CODE-PAES
               SET   F0SANFO-NAZIONALE TO  TRUE
               SET   F0SANFO-ATTIVO    TO  TRUE
               MOVE  LDATE-ACTL        TO  F0SANFO-DATA-INSE
             END-IF
           END-IF
           DISPLAY "RAGIONE SOCIALE             : " WITH NO ADVANCING
           ACCEPT   F0SANFO-RAGE-FORN
           DISPLAY "INDIRIZZO                   : " WITH NO ADVANCING
           ACCEPT   F0SANFO-INDR-FORN
           DISPLAY "CAP                         : " WITH NO ADVANCING
           ACCEPT   F0SANFO-CAP-FORN
           DISPLAY "COMUNE                      : " WITH NO ADVANCING
           ACCEPT   F0SANFO-COMU-FORN
           DISPLAY "PROVINCIA                   : " WITH NO ADVANCING
           ACCEPT   F0SANFO-PROV-FORN
           DISPLAY "CODICE PAESE ISO (IT/DE/..) : " WITH NO ADVANCING
           ACCEPT   F0SANFO-CODE-PAES
           DISPLAY "AREA (I=ITALIA U=UE E=EXTRA): " WITH NO ADVANCING
           ACCEPT   F0SANFO-AREA-FISC
           IF  NOT F0SANFO-NAZIONALE AND NOT F0SANFO-COMUNITARIO
               AND NOT F0SANFO-EXTRA-UE
             SET  F0SANFO-NAZIONALE    TO  TRUE
           END-IF
           DISPLAY "PARTITA IVA (SENZA PAESE)   : " WITH NO ADVANCING
           ACCEPT   F0SANFO-PIVA-FORN
           DISPLAY "CODICE FISCALE              : " WITH NO ADVANCING
           ACCEPT   F0SANFO-CFIS-FORN
           DISPLAY "CANALE ORDINI (C/E/P)       : " WITH NO ADVANCING
           ACCEPT   F0SANFO-CANALE
           IF  F0SANFO-CANALE NOT EQUAL "E" AND "P"
             MOVE  "C"                 TO  F0SANFO-CANALE
           END-IF
           DISPLAY "INDIRIZZO EMAIL/PEC         : " WITH NO ADVANCING
           ACCEPT   F0SANFO-INDI-MAIL
           DISPLAY "CONDIZIONE DI PAGAMENTO     : " WITH NO ADVANCING
           ACCEPT   F0SANFO-CODE-COND
           DISPLAY "IBAN (SENZA SPAZI)          : " WITH NO ADVANCING
           ACCEPT   F0SANFO-IBAN-FORN
           DISPLAY "BIC DELLA BANCA             : " WITH NO ADVANCING
           ACCEPT   F0SANFO-BIC-FORN
           DISPLAY "DITTA DEL GRUPPO (0=NESSUNA): " WITH NO ADVANCING
           ACCEPT   F0SANFO-DITT-INTC
           IF  F0SANFO-DITT-INTC EQUAL L-ANFO-CODE-CLIE
             DISPLAY "LA DITTA NON PUO' ESSERE FORNITORE DI SE STESSA"
             MOVE  ZERO                TO  F0SANFO-DITT-INTC
           END-IF
           DISPLAY "STATO (A=ATTIVO C=CESSATO)  : " WITH NO ADVANCING
           ACCEPT   F0SANFO-STAT-FORN
           IF  NOT F0SANFO-CESSATO
             SET  F0SANFO-ATTIVO       TO  TRUE
           END-IF
      *
      *      Una partita IVA identifica un solo fornitore della ditta
           IF  F0SANFO-PIVA-FORN NOT EQUAL SPACES
             MOVE  F0SANFO             TO  W-ANFO-SALVA
             MOVE  F0SANFO-CODE-FORN   TO  WL-CODE-FORN
             MOVE  F0SANFO-PIVA-FORN   TO  WL-PIVA-FORN
             MOVE  40                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URANFO10"            USING F0SANFO LWCOMAR
             IF  DSTF-IOSR EQUAL 1
                 AND F0SANFO-CODE-FORN NOT EQUAL WL-CODE-FORN
               DISPLAY "PARTITA IVA " WL-PIVA-FORN
                       " GIA' DEL FORNITORE " F0SANFO-CODE-FORN
               DISPLAY "OPERAZIONE ANNULLATA"
               GO TO CHIU-ANFO
             END-IF
             MOVE  W-ANFO-SALVA        TO  F0SANFO
           END-IF
      *
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-ANFO
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    "S"                 TO  L-ANFO-ESITO
           DISPLAY "FORNITORE REGISTRATO"
       CHIU-ANFO.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           EXIT PROGRAM.
      *(END)
