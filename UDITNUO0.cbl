       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDITNUO0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   IMPIANTO DI UNA DITTA NUOVA DA UNA DITTA MODELLO: COPIA
      *****   NELLA DITTA NUOVA LE TABELLE DI CONFIGURAZIONE DEL
      *****   MODELLO - MODALITA' DI PAGAMENTO (F0STPAG), CONDIZIONI
      *****   DI PAGAMENTO (F0SCPAG), MAPPA CAUSALI/CONTI (F0SCMAP),
      *****   NUMERATORI (F0SNUMD) E LISTINI IN VIGORE (F0SLIST) -
      *****   E, SE LA DITTA NON ESISTE ANCORA, NE SCRIVE
      *****   L'ANAGRAFICA (FAN) DA QUELLA DEL MODELLO CON LA NUOVA
      *****   RAGIONE SOCIALE. I NUMERATORI RIPARTONO DA 1 SULL'ANNO
      *****   CHIESTO A VIDEO. DIDASCALIE (F0SCAPT) E GUIDA IN LINEA
      *****   (F0SHTOP) SONO UNICHE PER TUTTE LE DITTE E NON SI
      *****   COPIANO.
      *****   UNA DITTA CHE HA GIA' DOCUMENTI DI VENDITA NON SI
      *****   TOCCA; SENZA DOCUMENTI LE SUE TABELLE DI CONFIGURAZIONE
      *****   VENGONO SOSTITUITE DA QUELLE DEL MODELLO.
      *****   SU "DITNUOVA" ESCE LA LISTA DI CONTROLLO: COSA E' STATO
      *****   COPIATO, QUANTE RIGHE, E COSA VA ANCORA COMPLETATO A
      *****   MANO CON I DATI DELLA SEDE. IL TRAVASO PASSA DAL FILE DI
      *****   LAVORO DITNUOWK, UN ARCHIVIO ALLA VOLTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DITNUOWK-FILE        ASSIGN TO "DITNUOWK"
                                        ORGANIZATION SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-WRK.
           SELECT DITNUOVA-FILE        ASSIGN TO "DITNUOVA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-LIS.
       DATA DIVISION.
       FILE SECTION.
       FD  DITNUOWK-FILE.
       01  DITNUOWK-REC                PIC X(200).
       FD  DITNUOVA-FILE.
       01  DITNUOVA-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-WRK                 PIC X(02)      VALUE SPACES.
       77  WL-STAT-LIS                 PIC X(02)      VALUE SPACES.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  W-FINE-LAVORO               PIC X(01)      VALUE "N".
           88  W-FINE-LAVORO-SI                       VALUE "S".
       77  W-DITT-ESISTE               PIC X(01)      VALUE "N".
           88  W-DITT-ESISTE-SI                       VALUE "S".
       77  W-DITT-MODE                 PIC 9(04)      VALUE ZERO.
       77  W-DITT-NUOV                 PIC 9(04)      VALUE ZERO.
       77  W-DITT-SCAN                 PIC 9(04)      VALUE ZERO.
       77  W-ANNO-NUMR                 PIC 9(04)      VALUE ZERO.
       77  W-RAGE-NUOV                 PIC X(40)      VALUE SPACES.
       77  W-RAGE-MODE                 PIC X(40)      VALUE SPACES.
       77  W-NOME-FILE                 PIC X(08)      VALUE SPACES.
       77  W-NUMR-CANC                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-COPI                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-SALT                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-POS                  PIC 9(05)      VALUE ZERO.
       77  W-TOTA-COPI                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZZZ9    VALUE ZERO.
       77  W-SALT-ED                   PIC ZZZZZZ9    VALUE ZERO.
       77  W-IA                        PIC S9(04) COMP VALUE ZERO.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-ED                   PIC X(10)      VALUE SPACES.
       77  W-NOTA-FARE                 PIC X(60)      VALUE SPACES.
       01  W-FAN-MODE                  PIC X(300)     VALUE SPACES.
      *
      *----------  TABELLE COPIATE DAL MODELLO, CON LA DESCRIZIONE
      *            PER LA LISTA DI CONTROLLO
       01  C-ARCHIVI.
           03  FILLER                  PIC X(08)      VALUE "F0STPAG".
           03  FILLER                  PIC X(40)      VALUE
               "MODALITA' DI PAGAMENTO".
           03  FILLER                  PIC X(08)      VALUE "F0SCPAG".
           03  FILLER                  PIC X(40)      VALUE
               "CONDIZIONI DI PAGAMENTO".
           03  FILLER                  PIC X(08)      VALUE "F0SCMAP".
           03  FILLER                  PIC X(40)      VALUE
               "MAPPA CAUSALI/CONTI PRIMA NOTA".
           03  FILLER                  PIC X(08)      VALUE "F0SNUMD".
           03  FILLER                  PIC X(40)      VALUE
               "NUMERATORI DOCUMENTI, RIPARTONO DA 1".
           03  FILLER                  PIC X(08)      VALUE "F0SLIST".
           03  FILLER                  PIC X(40)      VALUE
               "LISTINI, SOLO I PREZZI IN VIGORE".
       01  C-ARCHIVI-R                 REDEFINES C-ARCHIVI.
           03  C-ARCHIVI-VOCE          OCCURS 5.
               05  C-ARCHIVI-NOME      PIC X(08).
               05  C-ARCHIVI-DESC      PIC X(40).
      *
       COPY "FAN.REC".
       COPY "F0SAUDI.REC".
       COPY "F0SVEND.REC".
       COPY "F0STPAG.REC".
       COPY "F0SCPAG.REC".
       COPY "F0SCMAP.REC".
       COPY "F0SNUMD.REC".
       COPY "F0SLIST.REC".
      *
       LINKAGE SECTION.
       01  L-DNUO-CTRL.
      *    Ditta corrente, proposta come modello
           03  L-DNUO-CODE-CLIE        PIC 9(04).
           03  L-DNUO-ESITO            PIC X(01).
               88  L-DNUO-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-DNUO-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-DNUO-ESITO
           DISPLAY "IMPIANTO NUOVA DITTA DA DITTA MODELLO"
           DISPLAY "DITTA MODELLO (0 = " L-DNUO-CODE-CLIE ")      : "
                   WITH NO ADVANCING
           ACCEPT   W-DITT-MODE
           IF  W-DITT-MODE EQUAL ZERO
             MOVE  L-DNUO-CODE-CLIE    TO  W-DITT-MODE
           END-IF
           DISPLAY "CODICE DELLA NUOVA DITTA      : " WITH NO ADVANCING
           ACCEPT   W-DITT-NUOV
           IF  W-DITT-NUOV EQUAL ZERO
               OR W-DITT-NUOV EQUAL W-DITT-MODE
             DISPLAY "CODICE DITTA NON VALIDO - OPERAZIONE ANNULLATA"
             GO TO EXIT-PRO
           END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           INITIALIZE FAN
           MOVE    W-DITT-MODE         TO  FAN-CODE-CLIE
           MOVE    "A"                 TO  FAN-TIPO-RECO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "DITTA MODELLO " W-DITT-MODE " NON CENSITA -"
                     " OPERAZIONE ANNULLATA"
             GO TO CHIU-FAN
           END-IF
           DISPLAY "MODELLO " W-DITT-MODE " " FAN-RAGE-CLIE
           MOVE    FAN                 TO  W-FAN-MODE
           MOVE    FAN-RAGE-CLIE       TO  W-RAGE-MODE
      *
           INITIALIZE FAN
           MOVE    W-DITT-NUOV         TO  FAN-CODE-CLIE
           MOVE    "A"                 TO  FAN-TIPO-RECO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-DITT-ESISTE
             MOVE  FAN-RAGE-CLIE       TO  W-RAGE-NUOV
             DISPLAY "DITTA " W-DITT-NUOV " GIA' CENSITA: "
                     FAN-RAGE-CLIE
           END-IF
      *      Una ditta che ha gia' lavorato non si reimposta
           PERFORM RT11-CERCA-DOCUMENTI
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "LA DITTA " W-DITT-NUOV " HA GIA' DOCUMENTI DI"
                     " VENDITA - IMPIANTO RIFIUTATO"
             GO TO CHIU-FAN
           END-IF
           IF  NOT W-DITT-ESISTE-SI
             DISPLAY "RAGIONE SOCIALE NUOVA DITTA   : "
                     WITH NO ADVANCING
             ACCEPT   W-RAGE-NUOV
             IF  W-RAGE-NUOV EQUAL SPACES
               DISPLAY "RAGIONE SOCIALE OBBLIGATORIA - OPERAZIONE"
                       " ANNULLATA"
               GO TO CHIU-FAN
             END-IF
           END-IF
           DISPLAY "ANNO DI NUMERAZIONE (0 = " LDATE-ACTL(1:4)
                   ")      : " WITH NO ADVANCING
           ACCEPT   W-ANNO-NUMR
           IF  W-ANNO-NUMR EQUAL ZERO
             MOVE  LDATE-ACTL(1:4)     TO  W-ANNO-NUMR
           END-IF
           IF  W-DITT-ESISTE-SI
             DISPLAY "LE TABELLE DI CONFIGURAZIONE DELLA DITTA "
                     W-DITT-NUOV " SARANNO SOSTITUITE"
           END-IF
           DISPLAY "CONFERMI L'IMPIANTO DELLA DITTA " W-DITT-NUOV
                   " ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "s"
             MOVE  "S"                 TO  WL-RISP
           END-IF
           IF  WL-RISP NOT EQUAL "S"
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-FAN
           END-IF
      *
      *      Anagrafica della ditta nuova dal modello: restano i
      *      parametri di gestione, si tolgono i dati della sede
           IF  NOT W-DITT-ESISTE-SI
             MOVE  W-FAN-MODE          TO  FAN
             MOVE  W-DITT-NUOV         TO  FAN-CODE-CLIE
             MOVE  W-RAGE-NUOV         TO  FAN-RAGE-CLIE
             MOVE  SPACES              TO  FAN-INDR-CLIE
                                           FAN-CITT-CLIE
                                           FAN-IBAN-DITT
                                           FAN-CUC-DITT
             MOVE  "N"                 TO  FAN-INDC-PROVA
             MOVE  ZERO                TO  FAN-DITT-ORIG
                                           FAN-DATA-PROVA
             MOVE  31                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URGDPR10"            USING FAN LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               DISPLAY "ANAGRAFICA DITTA NON SCRITTA - OPERAZIONE"
                       " ANNULLATA"
               GO TO CHIU-FAN
             END-IF
           END-IF
      *
           OPEN OUTPUT DITNUOVA-FILE
           PERFORM RT80-TESTATA-LISTA
           PERFORM RT60-APRI-ARCHIVI
           PERFORM RT2-ARCHIVIO
               VARYING W-IA FROM 1 BY 1
               UNTIL W-IA GREATER 5
           PERFORM RT69-CHIUDI-ARCHIVI
           PERFORM RT85-DA-COMPLETARE
           CLOSE DITNUOVA-FILE
           PERFORM RT9-REGISTRA-AUDIT
           MOVE    W-TOTA-COPI         TO  W-NUMR-ED
           DISPLAY "IMPIANTO CONCLUSO - RIGHE COPIATE " W-NUMR-ED
                   " - LISTA DI CONTROLLO SU DITNUOVA"
           MOVE    "S"                 TO  L-DNUO-ESITO.
       CHIU-FAN.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  LA DITTA NUOVA HA GIA' DOCUMENTI DI VENDITA ?
      *            DSTF-IOSR = 1 SE NE ESISTE ALMENO UNO
       RT11-CERCA-DOCUMENTI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           INITIALIZE F0SVEND
           MOVE    W-DITT-NUOV         TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    DSTF-IOSR           TO  W-IA
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    W-IA                TO  DSTF-IOSR
           .
      ******************************************************************
      *----------  UNA TABELLA: SI TOLGONO LE RIGHE GIA' PRESENTI
      *            NELLA DITTA NUOVA, POI SI COPIANO QUELLE DEL
      *            MODELLO. OGNI PASSO SCARICA PRIMA LE RIGHE SU
      *            DITNUOWK, PERCHE' CANCELLARE O SCRIVERE DURANTE LA
      *            SCANSIONE DELLO STESSO ARCHIVIO NE PERDEREBBE LA
      *            POSIZIONE
       RT2-ARCHIVIO.
           MOVE    C-ARCHIVI-NOME(W-IA) TO W-NOME-FILE
           MOVE    ZERO                TO  W-NUMR-CANC
                                           W-NUMR-COPI
                                           W-NUMR-SALT
           MOVE    W-DITT-NUOV         TO  W-DITT-SCAN
           PERFORM RT3-SCARICA
           OPEN INPUT DITNUOWK-FILE
           PERFORM RT41-LEGGI-LAVORO
           PERFORM RT4-CANCELLA
               UNTIL W-FINE-LAVORO-SI
           CLOSE DITNUOWK-FILE
      *
           MOVE    W-DITT-MODE         TO  W-DITT-SCAN
           PERFORM RT3-SCARICA
           OPEN INPUT DITNUOWK-FILE
           PERFORM RT41-LEGGI-LAVORO
           PERFORM RT5-CARICA
               UNTIL W-FINE-LAVORO-SI
           CLOSE DITNUOWK-FILE
           ADD     W-NUMR-COPI         TO  W-TOTA-COPI
           PERFORM RT81-RIGA-ARCHIVIO
           .
      ******************************************************************
      *----------  LE RIGHE DELLA DITTA W-DITT-SCAN SU DITNUOWK
       RT3-SCARICA.
           OPEN OUTPUT DITNUOWK-FILE
           PERFORM RT30-PRIMO
           PERFORM RT31-REGISTRA
               UNTIL DSTF-IOSR NOT EQUAL 1
           CLOSE DITNUOWK-FILE
           .
      ******************************************************************
       RT31-REGISTRA.
           PERFORM RT32-CORRENTE
           WRITE DITNUOWK-REC
           PERFORM RT33-SEGUENTE
           .
      ******************************************************************
       RT41-LEGGI-LAVORO.
           MOVE    "N"                 TO  W-FINE-LAVORO
           READ DITNUOWK-FILE
             AT END
               MOVE "S"                TO  W-FINE-LAVORO
           END-READ
           .
      ******************************************************************
       RT4-CANCELLA.
           PERFORM RT42-CANCELLA-RECORD
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-NUMR-CANC
           END-IF
           PERFORM RT41-LEGGI-LAVORO
           .
      ******************************************************************
      *----------  RT52 LASCIA DSTF-IOSR A ZERO PER LE RIGHE CHE NON
      *            VANNO COPIATE (PREZZI SCADUTI, SERIE GIA' APERTE
      *            SULL'ANNO)
       RT5-CARICA.
           PERFORM RT52-SCRIVI-RECORD
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-NUMR-COPI
           ELSE
             ADD   1                   TO  W-NUMR-SALT
           END-IF
           PERFORM RT41-LEGGI-LAVORO
           .
      ******************************************************************
      *----------  PRIMA RIGA DELLA DITTA W-DITT-SCAN
       RT30-PRIMO.
           MOVE    3                   TO  DSTF-IOSR
           EVALUATE W-IA
             WHEN 1
               INITIALIZE F0STPAG
               MOVE    W-DITT-SCAN     TO  F0STPAG-CODE-CLIE
               MOVE    19              TO  LREAD-FILE
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 2
               INITIALIZE F0SCPAG
               MOVE    W-DITT-SCAN     TO  F0SCPAG-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URCPAG10"          USING F0SCPAG LWCOMAR
             WHEN 3
               INITIALIZE F0SCMAP
               MOVE    W-DITT-SCAN     TO  F0SCMAP-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URCMAP10"          USING F0SCMAP LWCOMAR
             WHEN 4
               INITIALIZE F0SNUMD
               MOVE    W-DITT-SCAN     TO  F0SNUMD-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URNUMD10"          USING F0SNUMD LWCOMAR
             WHEN 5
               INITIALIZE F0SLIST
               MOVE    W-DITT-SCAN     TO  F0SLIST-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
       RT32-CORRENTE.
           MOVE    SPACES              TO  DITNUOWK-REC
           EVALUATE W-IA
             WHEN 1
               MOVE    F0STPAG         TO  DITNUOWK-REC
             WHEN 2
               MOVE    F0SCPAG         TO  DITNUOWK-REC
             WHEN 3
               MOVE    F0SCMAP         TO  DITNUOWK-REC
             WHEN 4
               MOVE    F0SNUMD         TO  DITNUOWK-REC
             WHEN 5
               MOVE    F0SLIST         TO  DITNUOWK-REC
           END-EVALUATE
           .
      ******************************************************************
       RT33-SEGUENTE.
           MOVE    3                   TO  DSTF-IOSR
           EVALUATE W-IA
             WHEN 1
               MOVE    9               TO  LREAD-FILE
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 2
               MOVE    11              TO  LREAD-FILE
               CALL  "URCPAG10"          USING F0SCPAG LWCOMAR
             WHEN 3
               MOVE    11              TO  LREAD-FILE
               CALL  "URCMAP10"          USING F0SCMAP LWCOMAR
             WHEN 4
               MOVE    11              TO  LREAD-FILE
               CALL  "URNUMD10"          USING F0SNUMD LWCOMAR
             WHEN 5
               MOVE    11              TO  LREAD-FILE
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
       RT42-CANCELLA-RECORD.
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           EVALUATE W-IA
             WHEN 1
               MOVE    DITNUOWK-REC    TO  F0STPAG
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 2
               MOVE    DITNUOWK-REC    TO  F0SCPAG
               CALL  "URCPAG10"          USING F0SCPAG LWCOMAR
             WHEN 3
               MOVE    DITNUOWK-REC    TO  F0SCMAP
               CALL  "URCMAP10"          USING F0SCMAP LWCOMAR
             WHEN 4
               MOVE    DITNUOWK-REC    TO  F0SNUMD
               CALL  "URNUMD10"          USING F0SNUMD LWCOMAR
             WHEN 5
               MOVE    DITNUOWK-REC    TO  F0SLIST
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
      *----------  LA RIGA DEL MODELLO PASSA ALLA DITTA NUOVA
       RT52-SCRIVI-RECORD.
           EVALUATE W-IA
             WHEN 1
               MOVE    DITNUOWK-REC    TO  F0STPAG
               MOVE    W-DITT-NUOV     TO  F0STPAG-CODE-CLIE
               IF  F0STPAG-CARTA-POS
                 ADD   1               TO  W-NUMR-POS
               END-IF
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 2
               MOVE    DITNUOWK-REC    TO  F0SCPAG
               MOVE    W-DITT-NUOV     TO  F0SCPAG-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URCPAG10"          USING F0SCPAG LWCOMAR
             WHEN 3
               MOVE    DITNUOWK-REC    TO  F0SCMAP
               MOVE    W-DITT-NUOV     TO  F0SCMAP-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URCMAP10"          USING F0SCMAP LWCOMAR
             WHEN 4
               MOVE    DITNUOWK-REC    TO  F0SNUMD
               MOVE    W-DITT-NUOV     TO  F0SNUMD-CODE-CLIE
               PERFORM RT53-NUMERATORE
             WHEN 5
               MOVE    DITNUOWK-REC    TO  F0SLIST
               MOVE    W-DITT-NUOV     TO  F0SLIST-CODE-CLIE
               PERFORM RT54-PREZZO
           END-EVALUATE
           .
      ******************************************************************
       RT60-APRI-ARCHIVI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCPAG10"              USING F0SCPAG LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           .
      ******************************************************************
       RT69-CHIUDI-ARCHIVI.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCPAG10"              USING F0SCPAG LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           .
      ******************************************************************
      *----------  NUMERATORE: LA SERIE RIPARTE DA ZERO SULL'ANNO
      *            CHIESTO; SE IL MODELLO HA LA STESSA SERIE SU PIU'
      *            ANNI SE NE APRE UNA SOLA
       RT53-NUMERATORE.
           MOVE    W-ANNO-NUMR         TO  F0SNUMD-ANNO
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  0                   TO  DSTF-IOSR
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  F0SNUMD-ULTI-NUMR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           .
      ******************************************************************
      *----------  LISTINO: I PREZZI GIA' SCADUTI RESTANO AL MODELLO
       RT54-PREZZO.
           IF  F0SLIST-DATA-FINE NOT EQUAL ZERO
               AND F0SLIST-DATA-FINE LESS LDATE-ACTL
             MOVE  0                   TO  DSTF-IOSR
             EXIT PARAGRAPH
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           .
      ******************************************************************
      *----------  LISTA DI CONTROLLO: INTESTAZIONE
       RT80-TESTATA-LISTA.
           MOVE    SPACES              TO  W-DATA-ED
           STRING  LDATE-ACTL(7:2)     DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   LDATE-ACTL(5:2)     DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   LDATE-ACTL(1:4)     DELIMITED BY SIZE
                                       INTO W-DATA-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "LISTA DI CONTROLLO IMPIANTO NUOVA DITTA DEL "
                                       DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT89-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "DITTA NUOVA"       TO  W-LINEA(1:11)
           MOVE    W-DITT-NUOV         TO  W-LINEA(14:4)
           MOVE    W-RAGE-NUOV         TO  W-LINEA(20:40)
           PERFORM RT89-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "DAL MODELLO"       TO  W-LINEA(1:11)
           MOVE    W-DITT-MODE         TO  W-LINEA(14:4)
           MOVE    W-RAGE-MODE         TO  W-LINEA(20:40)
           PERFORM RT89-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "NUMERAZIONE ANNO"  TO  W-LINEA(1:16)
           MOVE    W-ANNO-NUMR         TO  W-LINEA(20:4)
           PERFORM RT89-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM RT89-SCRIVI
           MOVE    "ESITO"             TO  W-LINEA(1:5)
           MOVE    "ARCHIVIO"          TO  W-LINEA(11:8)
           MOVE    "CONTENUTO"         TO  W-LINEA(21:9)
           MOVE    "  RIGHE"           TO  W-LINEA(63:7)
           MOVE    "ESCLUSE"           TO  W-LINEA(72:7)
           PERFORM RT89-SCRIVI
           IF  W-DITT-ESISTE-SI
             MOVE  SPACES              TO  W-LINEA
             MOVE  "INVARIATO"         TO  W-LINEA(1:9)
             MOVE  "FAN"               TO  W-LINEA(11:8)
             MOVE  "ANAGRAFICA DITTA GIA' PRESENTE"
                                       TO  W-LINEA(21:40)
             PERFORM RT89-SCRIVI
           ELSE
             MOVE  SPACES              TO  W-LINEA
             MOVE  "COPIATO"           TO  W-LINEA(1:9)
             MOVE  "FAN"               TO  W-LINEA(11:8)
             MOVE  "ANAGRAFICA DITTA, PARAMETRI DI GESTIONE"
                                       TO  W-LINEA(21:40)
             PERFORM RT89-SCRIVI
           END-IF
           .
      ******************************************************************
      *----------  LISTA DI CONTROLLO: UNA RIGA PER TABELLA; UNA
      *            TABELLA VUOTA SUL MODELLO VA CARICATA A MANO
       RT81-RIGA-ARCHIVIO.
           MOVE    SPACES              TO  W-LINEA
           IF  W-NUMR-COPI EQUAL ZERO
             MOVE  "DA FARE"           TO  W-LINEA(1:9)
             MOVE  "NESSUNA RIGA SUL MODELLO: INSERIRE A MANO"
                                       TO  W-LINEA(81:41)
           ELSE
             MOVE  "COPIATO"           TO  W-LINEA(1:9)
           END-IF
           MOVE    W-NOME-FILE         TO  W-LINEA(11:8)
           MOVE    C-ARCHIVI-DESC(W-IA) TO W-LINEA(21:40)
           MOVE    W-NUMR-COPI         TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(63:7)
           MOVE    W-NUMR-SALT         TO  W-SALT-ED
           MOVE    W-SALT-ED           TO  W-LINEA(72:7)
           PERFORM RT89-SCRIVI
           MOVE    W-NUMR-CANC         TO  W-SALT-ED
           DISPLAY W-NOME-FILE "  COPIATE " W-NUMR-ED
                   "  SOSTITUITE " W-SALT-ED
           .
      ******************************************************************
      *----------  LISTA DI CONTROLLO: COSA NON SI COPIA E COSA VA
      *            COMPLETATO CON I DATI DELLA SEDE
       RT85-DA-COMPLETARE.
           MOVE    SPACES              TO  W-LINEA
           MOVE    "COMUNE"            TO  W-LINEA(1:9)
           MOVE    "F0SCAPT"           TO  W-LINEA(11:8)
           MOVE    "DIDASCALIE DOCUMENTI PER LINGUA"
                                       TO  W-LINEA(21:40)
           MOVE    "UNICHE PER TUTTE LE DITTE, NESSUNA COPIA"
                                       TO  W-LINEA(81:41)
           PERFORM RT89-SCRIVI
           MOVE    "F0SHTOP"           TO  W-LINEA(11:8)
           MOVE    "ARGOMENTI DELLA GUIDA IN LINEA"
                                       TO  W-LINEA(21:40)
           PERFORM RT89-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM RT89-SCRIVI
           MOVE    "DA COMPLETARE CON I DATI DELLA SEDE"
                                       TO  W-LINEA
           PERFORM RT89-SCRIVI
           IF  NOT W-DITT-ESISTE-SI
             MOVE  "FAN"               TO  W-NOME-FILE
             MOVE  "INDIRIZZO E CITTA' DELLA DITTA"
                                       TO  W-LINEA
             PERFORM RT88-RIGA-DA-FARE
             MOVE  "IBAN E CODICE CUC PER I BONIFICI SEPA AI FORNITORI"
                                       TO  W-LINEA
             PERFORM RT88-RIGA-DA-FARE
             MOVE  "SOGLIA SCONTI, TIMEOUT E PUNTI FEDELTA' PRESI DAL"
                                       TO  W-LINEA
             PERFORM RT88-RIGA-DA-FARE
             MOVE  "  MODELLO: VERIFICARE"
                                       TO  W-LINEA
             PERFORM RT88-RIGA-DA-FARE
           END-IF
           MOVE    "F0SCMAP"           TO  W-NOME-FILE
           MOVE    "CONTI DELLA MAPPA: VERIFICARE SUL PIANO DEI CONTI"
                                       TO  W-LINEA
           PERFORM RT88-RIGA-DA-FARE
           MOVE    "F0SNUMD"           TO  W-NOME-FILE
           MOVE    "DEPOSITI DEI NUMERATORI: SONO QUELLI DEL MODELLO"
                                       TO  W-LINEA
           PERFORM RT88-RIGA-DA-FARE
           MOVE    "F0SLIST"           TO  W-NOME-FILE
           MOVE    "ARTICOLI DEI LISTINI: L'ANAGRAFICA NON SI COPIA"
                                       TO  W-LINEA
           PERFORM RT88-RIGA-DA-FARE
           IF  W-NUMR-POS GREATER ZERO
             MOVE  "F0STPAG"           TO  W-NOME-FILE
             MOVE  "MODALITA' CARTA SUL TERMINALE: TERMINALI DI CASSA"
                                       TO  W-LINEA
             PERFORM RT88-RIGA-DA-FARE
           END-IF
           .
      ******************************************************************
      *----------  RIGA "DA FARE": IL TESTO ARRIVA IN W-LINEA E VA
      *            SPOSTATO ALLA SUA COLONNA
       RT88-RIGA-DA-FARE.
           MOVE    W-LINEA             TO  W-NOTA-FARE
           MOVE    SPACES              TO  W-LINEA
           MOVE    "DA FARE"           TO  W-LINEA(1:9)
           MOVE    W-NOME-FILE         TO  W-LINEA(11:8)
           MOVE    W-NOTA-FARE         TO  W-LINEA(21:60)
           PERFORM RT89-SCRIVI
           .
      ******************************************************************
       RT89-SCRIVI.
           MOVE    W-LINEA             TO  DITNUOVA-REC
           WRITE   DITNUOVA-REC
           .
      ******************************************************************
      *----------  UNA RIGA SU F0SAUDI PER OGNI IMPIANTO, CON IL
      *            MODELLO E IL TOTALE DELLE RIGHE COPIATE
       RT9-REGISTRA-AUDIT.
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SAUDI-ORA
           MOVE    L-IDENUTEN          TO  F0SAUDI-IDEN-UTEN
           MOVE    "FAN"               TO  F0SAUDI-NOME-FILE
           MOVE    SPACES              TO  F0SAUDI-CHIAVE-REC
           MOVE    W-DITT-NUOV         TO  F0SAUDI-CHIAVE-REC
           MOVE    "IMPIANTO DA MODELLO" TO F0SAUDI-NOME-CAMPO
           MOVE    SPACES              TO  F0SAUDI-VALO-OLD
           STRING  "MODELLO "          DELIMITED BY SIZE
                   W-DITT-MODE         DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  "RIGHE COPIATE "    DELIMITED BY SIZE
                   W-TOTA-COPI         DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    6                   TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
      *(END)
