       IDENTIFICATION DIVISION.
       PROGRAM-ID. URECLMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REGISTRO DEI RECLAMI CLIENTI (F0SRECL, TRAMITE
      *****   "URRECL10"). CON NUMERO ZERO REGISTRA UN RECLAMO NUOVO:
      *****   CLIENTE, DOCUMENTO DI VENDITA (F0SVEND), ARTICOLO CON
      *****   LOTTO E MATRICOLA SE IL RECLAMO RIGUARDA LA MERCE,
      *****   FORNITORE DAL LOTTO O DALL'ARTICOLO, CATEGORIA,
      *****   DESCRIZIONE E RESPONSABILE. QUANDO SULLO STESSO LOTTO SI
      *****   CONTANO WL-SOGLIA-REVI RECLAMI IL LOTTO VA IN REVISIONE
      *****   (F0SLOTT).
      *****   SU UN RECLAMO ESISTENTE:
      *****     S = STATO E RESPONSABILE;
      *****     R = CREA L'RMA (URMAENT0) SUL DOCUMENTO DEL RECLAMO;
      *****     N = NOTA DI CREDITO (URESOVE0) SU DOCUMENTO E RMA DEL
      *****         RECLAMO; UN RECLAMO DI PREZZO LA EMETTE SENZA RMA
      *****         COME RETTIFICA DI PREZZO;
      *****     C = CHIUDE IL RECLAMO CON LA NOTA DI RISOLUZIONE.
      *****   RMA E NOTA RESTANO SUL RECLAMO, SENZA RIBATTERE NULLA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-FUNZ                     PIC X(01)      VALUE SPACE.
       77  WL-STATO                    PIC X(01)      VALUE SPACE.
       77  WL-NUMR-RECL                PIC 9(06)      VALUE ZERO.
       77  WL-INDICE                   PIC S9(04) COMP VALUE ZERO.
       77  WL-LOTT-PROP                PIC X(10)      VALUE SPACES.
       77  WL-ARTI-REVI                PIC X(15)      VALUE SPACES.
       77  WL-LOTT-REVI                PIC X(10)      VALUE SPACES.
       77  WL-INST-REVI                PIC 9(04)      VALUE ZERO.
       77  WL-UTEN                     PIC X(08)      VALUE SPACES.
       77  WL-NOTA                     PIC X(60)      VALUE SPACES.
       77  WL-CONT-LOTT                PIC 9(03)      VALUE ZERO.
      *    Reclami sullo stesso lotto che lo mettono in revisione
       77  WL-SOGLIA-REVI              PIC 9(03)      VALUE 3.
      *
       COPY "F0SRECL.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SVEND.REC".
       COPY "F0SLOTT.REC".
       COPY "F0SFORA.REC".
       COPY "F0SRMAU.REC".
       COPY "F09.REC".
      *
      *    Autorizzazione di reso (URMAENT0) sul documento del reclamo
       01  L-RMAE-CTRL.
           03  L-RMAE-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-RMAE-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-RMAE-ESITO            PIC X(01)      VALUE SPACE.
               88  L-RMAE-ESITO-OK                    VALUE "S".
           03  L-RMAE-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
      *
      *    Nota di credito (URESOVE0) su documento e RMA del reclamo
       01  L-RESO-CTRL.
           03  L-RESO-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-RESO-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-RESO-ESITO            PIC X(01)      VALUE SPACE.
               88  L-RESO-ESITO-OK                    VALUE "S".
           03  L-RESO-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
           03  L-RESO-NUMR-RMA         PIC 9(06)      VALUE ZERO.
           03  L-RESO-RETT-PREZ        PIC X(01)      VALUE SPACE.
               88  L-RESO-RETTIFICA-PREZZO            VALUE "S".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-RECL-CTRL.
           03  L-RECL-CODE-CLIE        PIC 9(04).
           03  L-RECL-NUMR-INST        PIC 9(04).
           03  L-RECL-ESITO            PIC X(01).
               88  L-RECL-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-RECL-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-RECL-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "URECLMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SRECL"           TO  L-AZIO-NOME-FILE
           MOVE    L-RECL-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "REGISTRO RECLAMI CLIENTI  -  DITTA "
                   L-RECL-CODE-CLIE " DEPOSITO " L-RECL-NUMR-INST
           DISPLAY "NUMERO RECLAMO (0=NUOVO)    : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-RECL
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           IF  WL-NUMR-RECL EQUAL ZERO
             PERFORM RT1-NUOVO-RECLAMO
             GO TO CHIU-RECL
           END-IF
           INITIALIZE F0SRECL
           MOVE    L-RECL-CODE-CLIE    TO  F0SRECL-CODE-CLIE
           MOVE    WL-NUMR-RECL        TO  F0SRECL-NUMR-RECL
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "RECLAMO NON PRESENTE"
             GO TO CHIU-RECL
           END-IF
           PERFORM RT3-MOSTRA-RECLAMO
           IF  F0SRECL-RISOLTO
             DISPLAY "RECLAMO GIA' RISOLTO"
             GO TO CHIU-RECL
           END-IF
           DISPLAY "S=STATO/RESPONSABILE  R=CREA RMA  N=NOTA DI CREDITO"
           DISPLAY "C=CHIUDI RECLAMO  (INVIO = NESSUNA) : " WITH NO
                   ADVANCING
           ACCEPT   WL-FUNZ
           INSPECT WL-FUNZ CONVERTING "srnc" TO "SRNC"
           EVALUATE WL-FUNZ
             WHEN "S"
               PERFORM RT5-STATO-RESPONSABILE
             WHEN "R"
               PERFORM RT6-CREA-RMA
             WHEN "N"
               PERFORM RT7-NOTA-CREDITO
             WHEN "C"
               PERFORM RT8-CHIUDI-RECLAMO
           END-EVALUATE.
       CHIU-RECL.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR.
       FINE-RECL.
           EXIT PROGRAM.
      ******************************************************************
      *----------  RECLAMO NUOVO: CLIENTE, DOCUMENTO, MERCE, FORNITORE,
      *            CATEGORIA E RESPONSABILE; NUMERO DAL PRIMO LIBERO
      *            DELLA DITTA
       RT1-NUOVO-RECLAMO.
           INITIALIZE F0SRECL
           MOVE    L-RECL-CODE-CLIE    TO  F0SRECL-CODE-CLIE
           MOVE    L-RECL-NUMR-INST    TO  F0SRECL-NUMR-INST
           MOVE    LDATE-ACTL          TO  F0SRECL-DATA-RECL
           MOVE    L-IDENUTEN          TO  F0SRECL-IDEN-UTEN
           SET     F0SRECL-APERTO      TO  TRUE
      *
           INITIALIZE F0SCLIF
           MOVE    L-RECL-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   F0SCLIF-CODI-CLIF
           IF  F0SCLIF-CODI-CLIF EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "CLIENTE NON CENSITO IN ANAGRAFICA"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE " F0SCLIF-RAGE-CLIF
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SRECL-CODI-CLIF
           MOVE    F0SCLIF-RAGE-CLIF   TO  F0SRECL-RAGE-CLIE
      *
           PERFORM RT11-DOCUMENTO
           IF  L-RETN-VALO NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM RT12-MERCE
      *
           MOVE    SPACE               TO  F0SRECL-CATEGORIA
           PERFORM RT13-CATEGORIA UNTIL F0SRECL-CATE-VALIDA
           DISPLAY "DESCRIZIONE DEL RECLAMO     : " WITH NO ADVANCING
           ACCEPT   F0SRECL-DESC-RECL
           IF  F0SRECL-DESC-RECL EQUAL SPACES
             DISPLAY "DESCRIZIONE OBBLIGATORIA - RECLAMO NON REGISTRATO"
             EXIT PARAGRAPH
           END-IF
           MOVE    L-IDENUTEN          TO  F0SRECL-RESPONSABILE
           PERFORM RT14-RESPONSABILE
      *
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           MOVE    "S"                 TO  L-RECL-ESITO
           DISPLAY "RECLAMO REGISTRATO - N. " F0SRECL-NUMR-RECL
           IF  F0SRECL-CODE-LOTT NOT EQUAL SPACES
             PERFORM RT4-REVISIONE-LOTTO
           END-IF
           .
      ******************************************************************
      *----------  DOCUMENTO DI VENDITA RECLAMATO (0 = NESSUNO): DEVE
      *            ESISTERE, NON ESSERE UNA NOTA DI CREDITO ED ESSERE
      *            INTESTATO AL CLIENTE DEL RECLAMO
       RT11-DOCUMENTO.
           MOVE    1                   TO  L-RETN-VALO
           INITIALIZE F0SVEND
           DISPLAY "NUMERO DOCUMENTO (0=NESSUNO): " WITH NO ADVANCING
           ACCEPT   F0SVEND-NUMR-DOCU
           IF  F0SVEND-NUMR-DOCU EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    L-RECL-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    L-RECL-NUMR-INST    TO  F0SVEND-NUMR-INST
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    41                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "DOCUMENTO NON TROVATO - RECLAMO NON REGISTRATO"
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-DOC-NOTA-CRED
             DISPLAY "IL DOCUMENTO E' UNA NOTA DI CREDITO - RECLAMO "
                     "NON REGISTRATO"
             MOVE  ZERO                TO  L-RETN-VALO
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-CODI-CLIF NOT EQUAL ZERO
               AND F0SVEND-CODI-CLIF NOT EQUAL F0SRECL-CODI-CLIF
             DISPLAY "IL DOCUMENTO E' DI UN ALTRO CLIENTE - RECLAMO "
                     "NON REGISTRATO"
             MOVE  ZERO                TO  L-RETN-VALO
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SRECL-NUMR-DOCU
           MOVE    F0SVEND-DATA-DOCU   TO  F0SRECL-DATA-DOCU
           DISPLAY "DOCUMENTO DEL " F0SVEND-DATA-DOCU
           .
      ******************************************************************
      *----------  MERCE RECLAMATA: ARTICOLO (SPAZI = NESSUNO), LOTTO
      *            PROPOSTO DALLA RIGA DEL DOCUMENTO E CONTROLLATO SU
      *            F0SLOTT, MATRICOLA; IL FORNITORE VIENE DAL LOTTO O,
      *            IN MANCANZA, DALL'ANAGRAFICA FORNITORE DELL'ARTICOLO
       RT12-MERCE.
           DISPLAY "ARTICOLO (SPAZI=NESSUNO)    : " WITH NO ADVANCING
           ACCEPT   F0SRECL-CODE-ARTI
           IF  F0SRECL-CODE-ARTI EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  WL-LOTT-PROP
           IF  F0SRECL-NUMR-DOCU NOT EQUAL ZERO
               AND NOT F0SVEND-RIGHE-ESTERNE
             PERFORM RT121-CERCA-RIGA
                 VARYING WL-INDICE FROM 1 BY 1
                 UNTIL WL-INDICE GREATER F0SVEND-NUMR-RIGHE
           END-IF
           IF  WL-LOTT-PROP NOT EQUAL SPACES
             DISPLAY "LOTTO DEL DOCUMENTO " WL-LOTT-PROP
           END-IF
           DISPLAY "LOTTO (INVIO=PROPOSTO)      : " WITH NO ADVANCING
           ACCEPT   F0SRECL-CODE-LOTT
           IF  F0SRECL-CODE-LOTT EQUAL SPACES
             MOVE  WL-LOTT-PROP        TO  F0SRECL-CODE-LOTT
           END-IF
           IF  F0SRECL-CODE-LOTT NOT EQUAL SPACES
             INITIALIZE F0SLOTT
             MOVE  L-RECL-CODE-CLIE    TO  F0SLOTT-CODE-CLIE
             MOVE  L-RECL-NUMR-INST    TO  F0SLOTT-NUMR-INST
             MOVE  F0SRECL-CODE-ARTI   TO  F0SLOTT-CODE-ARTI
             MOVE  F0SRECL-CODE-LOTT   TO  F0SLOTT-CODE-LOTT
             MOVE  -3                  TO  DSTF-IOSR
             CALL  "URLOTT10"            USING F0SLOTT LWCOMAR
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URLOTT10"            USING F0SLOTT LWCOMAR
             MOVE  DSTF-IOSR           TO  L-RETN-VALO
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URLOTT10"            USING F0SLOTT LWCOMAR
             IF  L-RETN-VALO EQUAL 1
               MOVE  F0SLOTT-CODE-FORN TO  F0SRECL-CODE-FORN
             ELSE
               DISPLAY "LOTTO NON CENSITO - IGNORATO"
               MOVE  SPACES            TO  F0SRECL-CODE-LOTT
             END-IF
           END-IF
           DISPLAY "MATRICOLA (SPAZI=NESSUNA)   : " WITH NO ADVANCING
           ACCEPT   F0SRECL-NUMR-SERI
           IF  F0SRECL-CODE-FORN EQUAL ZERO
             INITIALIZE F0SFORA
             MOVE  L-RECL-CODE-CLIE    TO  F0SFORA-CODE-CLIE
             MOVE  F0SRECL-CODE-ARTI   TO  F0SFORA-CODE-ARTI
             MOVE  -3                  TO  DSTF-IOSR
             CALL  "URFORA10"            USING F0SFORA LWCOMAR
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFORA10"            USING F0SFORA LWCOMAR
             MOVE  DSTF-IOSR           TO  L-RETN-VALO
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URFORA10"            USING F0SFORA LWCOMAR
             IF  L-RETN-VALO EQUAL 1
               MOVE  F0SFORA-CODE-FORN TO  F0SRECL-CODE-FORN
             END-IF
           END-IF
           IF  F0SRECL-CODE-FORN NOT EQUAL ZERO
             DISPLAY "FORNITORE " F0SRECL-CODE-FORN
           END-IF
           .
       RT121-CERCA-RIGA.
           IF  F0SVEND-RIGA-CODE-ARTI(WL-INDICE) EQUAL
                                       F0SRECL-CODE-ARTI
               AND WL-LOTT-PROP EQUAL SPACES
             MOVE  F0SVEND-RIGA-CODE-LOTT(WL-INDICE)
                                       TO  WL-LOTT-PROP
           END-IF
           .
      ******************************************************************
      *----------  CATEGORIA DEL RECLAMO
       RT13-CATEGORIA.
           DISPLAY "CATEGORIA (R=RITARDO P=PREZZO Q=QUALITA'"
                   " M=MERCE ERRATA A=ALTRO) : " WITH NO ADVANCING
           ACCEPT   F0SRECL-CATEGORIA
           INSPECT F0SRECL-CATEGORIA CONVERTING "rpqma" TO "RPQMA"
           .
      ******************************************************************
      *----------  RESPONSABILE DEL RECLAMO (INVIO = INVARIATO): DEVE
      *            ESSERE UN OPERATORE CENSITO SU F09
       RT14-RESPONSABILE.
           DISPLAY "RESPONSABILE (INVIO=" F0SRECL-RESPONSABILE
                   ")     : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-UTEN
           ACCEPT   WL-UTEN
           IF  WL-UTEN EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F09
           MOVE    WL-UTEN             TO  F09-IDEN-UTEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           IF  L-RETN-VALO EQUAL 1
             MOVE  WL-UTEN             TO  F0SRECL-RESPONSABILE
           ELSE
             DISPLAY "OPERATORE NON CENSITO - RESPONSABILE INVARIATO"
           END-IF
           .
      ******************************************************************
      *----------  SITUAZIONE DEL RECLAMO
       RT3-MOSTRA-RECLAMO.
           DISPLAY "RECLAMO N. " F0SRECL-NUMR-RECL " DEL "
                   F0SRECL-DATA-RECL " - STATO " F0SRECL-STAT-RECL
                   " (A=APERTO L=IN LAVORAZIONE R=RISOLTO)"
           DISPLAY "CLIENTE " F0SRECL-CODI-CLIF " " F0SRECL-RAGE-CLIE
           DISPLAY "DOCUMENTO " F0SRECL-NUMR-DOCU " DEL "
                   F0SRECL-DATA-DOCU " CATEGORIA " F0SRECL-CATEGORIA
           IF  F0SRECL-CODE-ARTI NOT EQUAL SPACES
             DISPLAY "ARTICOLO " F0SRECL-CODE-ARTI " LOTTO "
                     F0SRECL-CODE-LOTT " MATRICOLA " F0SRECL-NUMR-SERI
           END-IF
           DISPLAY F0SRECL-DESC-RECL
           DISPLAY "RESPONSABILE " F0SRECL-RESPONSABILE
                   " FORNITORE " F0SRECL-CODE-FORN
                   " RMA " F0SRECL-NUMR-RMA
                   " NOTA DI CREDITO " F0SRECL-NUMR-NOTA
           IF  F0SRECL-RISOLTO
             DISPLAY "RISOLTO IL " F0SRECL-DATA-RISO " - "
                     F0SRECL-NOTA-RISO
           END-IF
           .
      ******************************************************************
      *----------  REVISIONE DEL LOTTO: CONTA I RECLAMI DELLA DITTA
      *            SULLO STESSO ARTICOLO E LOTTO; ALLA SOGLIA IL LOTTO
      *            VA IN REVISIONE CON LA DATA DELLA SEGNALAZIONE;
      *            LA SCANSIONE PASSA DAL RECORD DEL RECLAMO, GIA'
      *            REGISTRATO
       RT4-REVISIONE-LOTTO.
           MOVE    F0SRECL-NUMR-INST   TO  WL-INST-REVI
           MOVE    F0SRECL-CODE-ARTI   TO  WL-ARTI-REVI
           MOVE    F0SRECL-CODE-LOTT   TO  WL-LOTT-REVI
           MOVE    ZERO                TO  WL-CONT-LOTT
           INITIALIZE F0SRECL
           MOVE    L-RECL-CODE-CLIE    TO  F0SRECL-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           PERFORM RT41-CONTA-LOTTO UNTIL DSTF-IOSR NOT EQUAL 1
           IF  WL-CONT-LOTT LESS WL-SOGLIA-REVI
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SLOTT
           MOVE    L-RECL-CODE-CLIE    TO  F0SLOTT-CODE-CLIE
           MOVE    WL-INST-REVI        TO  F0SLOTT-NUMR-INST
           MOVE    WL-ARTI-REVI        TO  F0SLOTT-CODE-ARTI
           MOVE    WL-LOTT-REVI        TO  F0SLOTT-CODE-LOTT
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             IF  NOT F0SLOTT-IN-REVISIONE
               SET   F0SLOTT-IN-REVISIONE TO TRUE
               MOVE  LDATE-ACTL        TO  F0SLOTT-DATA-REVI
             END-IF
             MOVE  WL-CONT-LOTT        TO  F0SLOTT-NUMR-RECL
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URLOTT10"            USING F0SLOTT LWCOMAR
             DISPLAY "ATTENZIONE: " WL-CONT-LOTT " RECLAMI SUL LOTTO "
                     F0SLOTT-CODE-LOTT " - LOTTO IN REVISIONE"
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
           .
       RT41-CONTA-LOTTO.
           IF  F0SRECL-NUMR-INST EQUAL WL-INST-REVI
               AND F0SRECL-CODE-ARTI EQUAL WL-ARTI-REVI
               AND F0SRECL-CODE-LOTT EQUAL WL-LOTT-REVI
             ADD   1                   TO  WL-CONT-LOTT
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           .
      ******************************************************************
      *----------  STATO (APERTO / IN LAVORAZIONE) E RESPONSABILE; IL
      *            RISOLTO SI DA' SOLO CON LA CHIUSURA
       RT5-STATO-RESPONSABILE.
           DISPLAY "NUOVO STATO (A/L, INVIO=INVARIATO) : " WITH NO
                   ADVANCING
           MOVE    SPACE               TO  WL-STATO
           ACCEPT   WL-STATO
           INSPECT WL-STATO CONVERTING "al" TO "AL"
           IF  WL-STATO EQUAL "A" OR "L"
             MOVE  WL-STATO            TO  F0SRECL-STAT-RECL
           END-IF
           PERFORM RT14-RESPONSABILE
           PERFORM RT9-AGGIORNA-RECLAMO
           .
      ******************************************************************
      *----------  CREA L'RMA SUL DOCUMENTO DEL RECLAMO (URMAENT0)
       RT6-CREA-RMA.
           IF  F0SRECL-NUMR-DOCU EQUAL ZERO
             DISPLAY "RECLAMO SENZA DOCUMENTO - RMA NON CREABILE"
             EXIT PARAGRAPH
           END-IF
           IF  F0SRECL-NUMR-RMA NOT EQUAL ZERO
             DISPLAY "RMA GIA' CREATO - N. " F0SRECL-NUMR-RMA
             EXIT PARAGRAPH
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           MOVE    L-RECL-CODE-CLIE    TO  L-RMAE-CODE-CLIE
           MOVE    F0SRECL-NUMR-INST   TO  L-RMAE-NUMR-INST
           MOVE    F0SRECL-NUMR-DOCU   TO  L-RMAE-NUMR-DOCU
           CALL  "URMAENT0"              USING L-RMAE-CTRL F0SRMAU
                                               LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           IF  NOT L-RMAE-ESITO-OK
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SRMAU-NUMR-RMA    TO  F0SRECL-NUMR-RMA
           SET     F0SRECL-IN-LAVORAZIONE TO TRUE
           PERFORM RT9-AGGIORNA-RECLAMO
           .
      ******************************************************************
      *----------  NOTA DI CREDITO SUL DOCUMENTO DEL RECLAMO
      *            (URESOVE0): CONTRO L'RMA RICEVUTO, O COME RETTIFICA
      *            DI PREZZO SENZA RMA PER I RECLAMI DI PREZZO
       RT7-NOTA-CREDITO.
           IF  F0SRECL-NUMR-DOCU EQUAL ZERO
             DISPLAY "RECLAMO SENZA DOCUMENTO - NOTA NON EMETTIBILE"
             EXIT PARAGRAPH
           END-IF
           IF  F0SRECL-NUMR-NOTA NOT EQUAL ZERO
             DISPLAY "NOTA DI CREDITO GIA' EMESSA - N. "
                     F0SRECL-NUMR-NOTA
             EXIT PARAGRAPH
           END-IF
           IF  F0SRECL-NUMR-RMA EQUAL ZERO
               AND NOT F0SRECL-PREZZO
             DISPLAY "CREARE PRIMA L'RMA E REGISTRARNE IL RICEVIMENTO"
             EXIT PARAGRAPH
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           MOVE    L-RECL-CODE-CLIE    TO  L-RESO-CODE-CLIE
           MOVE    F0SRECL-NUMR-INST   TO  L-RESO-NUMR-INST
           MOVE    F0SRECL-NUMR-DOCU   TO  L-RESO-NUMR-DOCU
           MOVE    F0SRECL-NUMR-RMA    TO  L-RESO-NUMR-RMA
           MOVE    SPACE               TO  L-RESO-RETT-PREZ
           IF  F0SRECL-NUMR-RMA EQUAL ZERO
             SET   L-RESO-RETTIFICA-PREZZO TO TRUE
           END-IF
           CALL  "URESOVE0"              USING L-RESO-CTRL F0SVEND
                                               LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           IF  NOT L-RESO-ESITO-OK
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SRECL-NUMR-NOTA
           SET     F0SRECL-IN-LAVORAZIONE TO TRUE
           PERFORM RT9-AGGIORNA-RECLAMO
           .
      ******************************************************************
      *----------  CHIUSURA DEL RECLAMO: LA NOTA DI RISOLUZIONE E'
      *            OBBLIGATORIA, LA DATA E' QUELLA DEL GIORNO
       RT8-CHIUDI-RECLAMO.
           DISPLAY "NOTA DI RISOLUZIONE         : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-NOTA
           ACCEPT   WL-NOTA
           IF  WL-NOTA EQUAL SPACES
             DISPLAY "NOTA OBBLIGATORIA - RECLAMO NON CHIUSO"
             EXIT PARAGRAPH
           END-IF
           MOVE    WL-NOTA             TO  F0SRECL-NOTA-RISO
           MOVE    LDATE-ACTL          TO  F0SRECL-DATA-RISO
           SET     F0SRECL-RISOLTO     TO  TRUE
           PERFORM RT9-AGGIORNA-RECLAMO
           .
      ******************************************************************
      *----------  RISCRIVE IL RECLAMO
       RT9-AGGIORNA-RECLAMO.
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRECL10"              USING F0SRECL LWCOMAR
           MOVE    "S"                 TO  L-RECL-ESITO
           DISPLAY "RECLAMO AGGIORNATO - STATO " F0SRECL-STAT-RECL
           .
      *(END)
