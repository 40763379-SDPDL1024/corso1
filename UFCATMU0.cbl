       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFCATMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DEL LISTINO FORNITORI PER ARTICOLO
      *****   (F0SFCAT): CHIEDE A VIDEO ARTICOLO E FORNITORE, MOSTRA
      *****   LA RIGA GIA' PRESENTE E PERMETTE DI REGISTRARLA O DI
      *****   CANCELLARLA. PER OGNI FORNITORE SI BATTONO PREZZO
      *****   D'ACQUISTO, TEMPO DI CONSEGNA, QUANTITA' MINIMA,
      *****   VALIDITA' DEL PREZZO E SEGNO DI PREFERITO; IL
      *****   PREFERITO E' UNO SOLO PER ARTICOLO: SEGNARNE UNO TOGLIE
      *****   IL SEGNO AGLI ALTRI FORNITORI DELLO STESSO ARTICOLO.
      *****   DEPOSITO TRAMITE "URFCAT10" NEL CONTESTO DELLA DITTA
      *****   CORRENTE, COME "UFORNMU0" PER IL FORNITORE UNICO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-IND-FORN                 PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-FORN                PIC S9(04) COMP VALUE ZERO.
       77  WL-PREZ-ED                  PIC ---.---.--9,9999 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999  VALUE 0.
       77  WL-SALVA-ARTI               PIC X(15)      VALUE SPACES.
       77  WL-SALVA-FORN               PIC 9(04)      VALUE ZERO.
      *
      *    Fornitori dello stesso articolo a cui togliere il segno di
      *    preferito, raccolti prima di riscrivere per non muovere
      *    la scansione.
       01  WL-TAB-FORN.
           03  WL-TAB-CODE-FORN        PIC 9(04)  OCCURS 50.
      *
       01  WL-FCAT-SALVA               PIC X(200)     VALUE SPACES.
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica,
      *    le cancellazioni chiedono anche quello di cancellazione.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-FCAT-CTRL.
           03  L-FCAT-CODE-CLIE        PIC 9(04).
           03  L-FCAT-ESITO            PIC X(01).
               88  L-FCAT-ESITO-OK                    VALUE "S".
       COPY "F0SFCAT.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-FCAT-CTRL F0SFCAT LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-FCAT-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "25"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UFCATMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SFCAT"           TO  L-AZIO-NOME-FILE
           MOVE    L-FCAT-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           INITIALIZE F0SFCAT
           MOVE    L-FCAT-CODE-CLIE    TO  F0SFCAT-CODE-CLIE
           DISPLAY "LISTINO FORNITORI PER ARTICOLO  -  DITTA "
                   L-FCAT-CODE-CLIE
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
           ACCEPT   F0SFCAT-CODE-ARTI
           DISPLAY "CODICE FORNITORE (NNNN)     : " WITH NO ADVANCING
           ACCEPT   F0SFCAT-CODE-FORN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT2-MOSTRA-RIGA
             DISPLAY "CANCELLARE LA RIGA ? (S/N) : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               MOVE  "C"               TO  L-AZIO-AZIONE
               CALL  "UAZIOCH0"          USING L-AZIO-CTRL LWCOMAR
               IF  NOT L-AZIO-CONSENTITA
                 GO TO CHIU-FCAT
               END-IF
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URFCAT10"          USING F0SFCAT LWCOMAR
               MOVE  "S"               TO  L-FCAT-ESITO
               DISPLAY "RIGA DI LISTINO CANCELLATA"
               GO TO CHIU-FCAT
             END-IF
           ELSE
             MOVE  F0SFCAT-CODE-ARTI   TO  WL-SALVA-ARTI
             MOVE  F0SFCAT-CODE-FORN   TO  WL-SALVA-FORN
             INITIALIZE F0SFCAT
             MOVE  L-FCAT-CODE-CLIE    TO  F0SFCAT-CODE-CLIE
             MOVE  WL-SALVA-ARTI       TO  F0SFCAT-CODE-ARTI
             MOVE  WL-SALVA-FORN       TO  F0SFCAT-CODE-FORN
           END-IF
           PERFORM RT3-DATI-RIGA
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-FCAT
           END-IF
           MOVE    LDATE-ACTL          TO  F0SFCAT-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SFCAT-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           IF  F0SFCAT-FORN-PREFERITO
             PERFORM RT4-UNICO-PREFERITO
           END-IF
           MOVE    "S"                 TO  L-FCAT-ESITO
           DISPLAY "RIGA DI LISTINO REGISTRATA"
       CHIU-FCAT.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
       RT2-MOSTRA-RIGA.
           DISPLAY "RIGA GIA' PRESENTE - " F0SFCAT-RAGE-FORN
           MOVE    F0SFCAT-PREZ-ACQU   TO  WL-PREZ-ED
           MOVE    F0SFCAT-QTA-MINIMA  TO  WL-QTA-ED
           DISPLAY "PREZZO " WL-PREZ-ED "  CONSEGNA GG "
                   F0SFCAT-GG-CONSEGNA "  MINIMO " WL-QTA-ED
           DISPLAY "VALIDO DAL " F0SFCAT-DATA-INIZ " AL "
                   F0SFCAT-DATA-FINE "  PREFERITO " F0SFCAT-PREFERITO
           .
      ******************************************************************
      *----------  DATI DELLA RIGA DI LISTINO
       RT3-DATI-RIGA.
           DISPLAY "RAGIONE SOCIALE FORNITORE   : " WITH NO ADVANCING
           ACCEPT   F0SFCAT-RAGE-FORN
           DISPLAY "PREZZO D'ACQUISTO UNITARIO  : " WITH NO ADVANCING
           ACCEPT   F0SFCAT-PREZ-ACQU
           DISPLAY "TEMPO DI CONSEGNA (GIORNI)  : " WITH NO ADVANCING
           ACCEPT   F0SFCAT-GG-CONSEGNA
           DISPLAY "QUANTITA' MINIMA D'ORDINE   : " WITH NO ADVANCING
           ACCEPT   F0SFCAT-QTA-MINIMA
           DISPLAY "VALIDO DAL (AAAAMMGG)       : " WITH NO ADVANCING
           ACCEPT   F0SFCAT-DATA-INIZ
           DISPLAY "VALIDO AL  (AAAAMMGG, 0=SEMPRE) : " WITH NO
                   ADVANCING
           ACCEPT   F0SFCAT-DATA-FINE
           DISPLAY "FORNITORE PREFERITO ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
             SET  F0SFCAT-FORN-PREFERITO TO TRUE
           ELSE
             MOVE SPACE                TO  F0SFCAT-PREFERITO
           END-IF
           .
      ******************************************************************
      *----------  UN SOLO PREFERITO PER ARTICOLO: RACCOGLIE GLI ALTRI
      *            FORNITORI PREFERITI E NE TOGLIE IL SEGNO
       RT4-UNICO-PREFERITO.
           MOVE    F0SFCAT             TO  WL-FCAT-SALVA
           MOVE    F0SFCAT-CODE-FORN   TO  WL-SALVA-FORN
           MOVE    ZERO                TO  WL-NUMR-FORN
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           PERFORM RT5-RACCOGLI-FORN
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT6-TOGLI-PREFERITO
               VARYING WL-IND-FORN FROM 1 BY 1
               UNTIL WL-IND-FORN GREATER WL-NUMR-FORN
           MOVE    WL-FCAT-SALVA       TO  F0SFCAT
           .
       RT5-RACCOGLI-FORN.
           IF  F0SFCAT-FORN-PREFERITO
               AND F0SFCAT-CODE-FORN NOT EQUAL WL-SALVA-FORN
               AND WL-NUMR-FORN LESS 50
             ADD  1                    TO  WL-NUMR-FORN
             MOVE F0SFCAT-CODE-FORN    TO  WL-TAB-CODE-FORN
                                            (WL-NUMR-FORN)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           .
       RT6-TOGLI-PREFERITO.
           MOVE    WL-FCAT-SALVA       TO  F0SFCAT
           MOVE    WL-TAB-CODE-FORN(WL-IND-FORN)
                                       TO  F0SFCAT-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  SPACE               TO  F0SFCAT-PREFERITO
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFCAT10"            USING F0SFCAT LWCOMAR
             DISPLAY "TOLTO IL PREFERITO AL FORNITORE "
                     F0SFCAT-CODE-FORN
           END-IF
           .
      *(END)
