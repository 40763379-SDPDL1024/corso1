       IDENTIFICATION DIVISION.
       PROGRAM-ID. UWEBIMP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   IMPORT DEGLI ORDINI DEL NEGOZIO ONLINE: LEGGE IL FILE
      *****   "WEBORDI" DEPOSITATO DAL NEGOZIO E PER OGNI ORDINE
      *****   REGISTRA TESTATA (F0SORDI, TRAMITE "URORDI10") E RIGHE
      *****   (F0SORDR, TRAMITE "URORDR10") CON ORIGINE "W", COME
      *****   FA L'INSERIMENTO ORDINI (UORDENT0) A TERMINALE:
      *****
      *****   - L'ORDINE GIA' IMPORTATO (STESSO NUMERO D'ORDINE DEL
      *****     NEGOZIO SU UN ORDINE WEB DELLA DITTA) NON SI RIPETE
      *****   - IL CLIENTE E' RICONOSCIUTO SULL'ANAGRAFICA F0SCLIF
      *****     (TRAMITE "URCLIF10") PER PARTITA IVA, POI CODICE
      *****     FISCALE, POI INDIRIZZO EMAIL; NON TROVATO VIENE
      *****     CENSITO CON IL PRIMO CODICE LIBERO, IL LISTINO DEL
      *****     NEGOZIO E IL RECAPITO DOCUMENTI PER EMAIL. IL
      *****     CLIENTE BLOCCATO NON PUO' ORDINARE
      *****   - OGNI RIGA IMPEGNA LA MERCE SUL DEPOSITO DEL NEGOZIO
      *****     TRAMITE "UIMPEGN0"; LA RIGA SENZA DISPONIBILITA'
      *****     PIENA ENTRA COMUNQUE COME BACKORDER (IL CLIENTE HA
      *****     GIA' PAGATO SUL NEGOZIO) ED E' SEGNALATA
      *****   - IL PREZZO E' QUELLO DEL NEGOZIO; A ZERO SI PRENDE
      *****     QUELLO IN VIGORE SUL LISTINO DEL CLIENTE
      *****
      *****   L'ESITO DI OGNI ORDINE E DI OGNI RIGA SCARTATA O IN
      *****   BACKORDER VA SU "WEBESIT", DA RIMANDARE AL NEGOZIO:
      *****      1-20   NUMERO D'ORDINE DEL NEGOZIO
      *****     22-23   ESITO: OK = IMPORTATO, GI = GIA' IMPORTATO,
      *****             SC = ORDINE SCARTATO, RS = RIGA SCARTATA,
      *****             BO = RIGA IN BACKORDER, PZ = RIGA SENZA
      *****             PREZZO, REGISTRATA A ZERO
      *****     25-30   NOSTRO NUMERO D'ORDINE
      *****     32-     DESCRIZIONE
      *****
      *****   TRACCIATO WEBORDI (COLONNE FISSE, IMPORTI E QUANTITA'
      *****   SENZA VIRGOLA CON I DECIMALI IMPLICITI), UNA TESTATA
      *****   "T" SEGUITA DALLE SUE RIGHE "R":
      *****     T:  2-21 NUMERO D'ORDINE DEL NEGOZIO, 22-29 DATA,
      *****         30-69 NOMINATIVO, 70-109 INDIRIZZO, 110-114 CAP,
      *****         115-144 COMUNE, 145-146 PROVINCIA, 147-157
      *****         PARTITA IVA, 158-173 CODICE FISCALE, 174-213
      *****         EMAIL
      *****     R:  2-16 CODICE ARTICOLO, 17-26 QUANTITA' (7 INTERI,
      *****         3 DECIMALI), 27-39 PREZZO UNITARIO IVA ESCLUSA
      *****         (9 INTERI, 4 DECIMALI)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBORDI-FILE         ASSIGN TO "WEBORDI"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ORD.
           SELECT WEBESIT-FILE         ASSIGN TO "WEBESIT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ESI.
       DATA DIVISION.
       FILE SECTION.
       FD  WEBORDI-FILE.
       01  WEBORDI-REC.
           03  WOR-TIPO                PIC X(01).
               88  WOR-TESTATA                       VALUE "T".
               88  WOR-RIGA                          VALUE "R".
           03  WOR-DATI                PIC X(239).
           03  WOR-DATI-TESTA          REDEFINES WOR-DATI.
               05  WOR-RIFE            PIC X(20).
               05  WOR-DATA            PIC 9(08).
               05  WOR-RAGE            PIC X(40).
               05  WOR-INDR            PIC X(40).
               05  WOR-CAP             PIC X(05).
               05  WOR-COMU            PIC X(30).
               05  WOR-PROV            PIC X(02).
               05  WOR-PIVA            PIC X(11).
               05  WOR-CFIS            PIC X(16).
               05  WOR-MAIL            PIC X(40).
               05  FILLER              PIC X(27).
           03  WOR-DATI-RIGA           REDEFINES WOR-DATI.
               05  WOR-CODE-ARTI       PIC X(15).
               05  WOR-QTA             PIC 9(07)V999.
               05  WOR-PREZ            PIC 9(09)V9999.
               05  FILLER              PIC X(201).
       FD  WEBESIT-FILE.
       01  WEBESIT-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-ORD                 PIC X(02)      VALUE SPACES.
       77  WL-STAT-ESI                 PIC X(02)      VALUE SPACES.
       77  W-EOF                       PIC X(01)      VALUE "N".
           88  W-EOF-SI                               VALUE "S".
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-CODE-LIST                 PIC X(02)      VALUE SPACES.
       77  W-NUMR-LETTI                PIC 9(05)      VALUE ZERO.
       77  W-NUMR-IMPO                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SCAR                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-BACK                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-NUOVI                PIC 9(05)      VALUE ZERO.
       77  W-NUMR-RIGA                 PIC 9(02)      VALUE ZERO.
       77  W-QTA-DISP                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
      *
      *----------  ORDINE IN CORSO: "A" = APERTO, SI ACCOLGONO LE
      *            RIGHE; "X" = SCARTATO, LE SUE RIGHE SI IGNORANO
       77  W-ORDI-STATO                PIC X(01)      VALUE SPACE.
           88  W-ORDI-APERTO                          VALUE "A".
           88  W-ORDI-SCARTATO                        VALUE "X".
       77  W-RIFE                      PIC X(20)      VALUE SPACES.
       77  W-ESIT-CODE                 PIC X(02)      VALUE SPACES.
       77  W-MOTIVO                    PIC X(80)      VALUE SPACES.
       77  W-NUMR-ORDI                 PIC 9(06)      VALUE ZERO.
       77  W-DOPPIO                    PIC X(01)      VALUE "N".
           88  W-DOPPIO-SI                            VALUE "S".
      *
      *----------  RICONOSCIMENTO DEL CLIENTE: LIVELLO DELLA
      *            CORRISPONDENZA MIGLIORE (3 = PARTITA IVA, 2 =
      *            CODICE FISCALE, 1 = EMAIL) E CODICE TROVATO
       77  W-LIVE-TROV                 PIC 9(01)      VALUE ZERO.
       77  W-CLIF-TROV                 PIC 9(06)      VALUE ZERO.
       77  W-CLIF-MAX                  PIC 9(06)      VALUE ZERO.
       77  W-MAIL-CERCA                PIC X(40)      VALUE SPACES.
       77  W-MAIL-ANAG                 PIC X(40)      VALUE SPACES.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SORDI.REC".
       COPY "F0SORDR.REC".
       COPY "F0SLIST.REC".
      *
      *    Impegno della merce ordinata sul deposito.
       01  L-IMPE-CTRL.
           03  L-IMPE-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-IMPE-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-IMPE-CODE-ARTI        PIC X(15)      VALUE SPACES.
           03  L-IMPE-QTA              PIC S9(07)V999 COMP-3 VALUE 0.
           03  L-IMPE-ESITO            PIC X(01)      VALUE SPACE.
      *
       LINKAGE SECTION.
       01  L-WIMP-CTRL.
           03  L-WIMP-CODE-CLIE        PIC 9(04).
      *    Deposito che spedisce gli ordini del negozio
           03  L-WIMP-NUMR-INST        PIC 9(04).
      *    Listino dei clienti censiti dal negozio; SPAZI = "WB"
           03  L-WIMP-CODE-LIST        PIC X(02).
           03  L-WIMP-NUMR-IMPO        PIC 9(05).
           03  L-WIMP-ESITO            PIC X(01).
               88  L-WIMP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-WIMP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    ZERO                TO  L-WIMP-NUMR-IMPO
           MOVE    SPACE               TO  L-WIMP-ESITO
           MOVE    L-WIMP-CODE-LIST    TO  W-CODE-LIST
           IF  W-CODE-LIST EQUAL SPACES
             MOVE  "WB"                TO  W-CODE-LIST
           END-IF
           DISPLAY "IMPORT ORDINI NEGOZIO ONLINE  -  DITTA "
                   L-WIMP-CODE-CLIE " DEPOSITO " L-WIMP-NUMR-INST
           OPEN INPUT  WEBORDI-FILE
           IF  WL-STAT-ORD NOT EQUAL "00"
             DISPLAY "FILE WEBORDI NON TROVATO - NESSUN ORDINE"
                     " DA IMPORTARE"
             MOVE  "S"                 TO  L-WIMP-ESITO
             GO TO EXIT-PRO
           END-IF
           OPEN OUTPUT WEBESIT-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    SPACE               TO  W-ORDI-STATO
           PERFORM 1000-LEGGI-RIGA
           PERFORM 2000-TRATTA-RIGA
               UNTIL W-EOF-SI
           PERFORM 3900-CHIUDI-ORDINE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           CLOSE WEBORDI-FILE WEBESIT-FILE
           MOVE    W-NUMR-IMPO         TO  L-WIMP-NUMR-IMPO
           MOVE    "S"                 TO  L-WIMP-ESITO
           DISPLAY "ORDINI LETTI " W-NUMR-LETTI " - IMPORTATI "
                   W-NUMR-IMPO " - SCARTATI " W-NUMR-SCAR
           DISPLAY "RIGHE IN BACKORDER " W-NUMR-BACK
                   " - CLIENTI CENSITI " W-NUMR-NUOVI
                   " (VEDI WEBESIT)"
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-LEGGI-RIGA.
           READ WEBORDI-FILE
             AT END
               MOVE "S"                TO  W-EOF
           END-READ
           .
      ******************************************************************
      *----------  UNA TESTATA CHIUDE L'ORDINE PRECEDENTE E NE APRE
      *            UNO NUOVO; LE RIGHE VANNO ALL'ORDINE APERTO
       2000-TRATTA-RIGA.
           EVALUATE TRUE
             WHEN WOR-TESTATA
               PERFORM 3900-CHIUDI-ORDINE
               PERFORM 3000-NUOVO-ORDINE
             WHEN WOR-RIGA
               IF  W-ORDI-APERTO
                 PERFORM 4000-RIGA-ORDINE
               END-IF
           END-EVALUATE
           PERFORM 1000-LEGGI-RIGA
           .
      ******************************************************************
      *----------  TESTATA: DOPPIONI, CLIENTE E NUMERO D'ORDINE
       3000-NUOVO-ORDINE.
           ADD     1                   TO  W-NUMR-LETTI
           SET     W-ORDI-SCARTATO     TO  TRUE
           MOVE    WOR-RIFE            TO  W-RIFE
           MOVE    ZERO                TO  W-NUMR-ORDI W-NUMR-RIGA
           IF  W-RIFE EQUAL SPACES
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  "MANCA IL NUMERO D'ORDINE DEL NEGOZIO"
                                       TO  W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CERCA-DOPPIO
           IF  W-DOPPIO-SI
             MOVE  "GI"                TO  W-ESIT-CODE
             MOVE  "ORDINE GIA' IMPORTATO - NON RIPETUTO"
                                       TO  W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
           PERFORM 3200-CERCA-CLIENTE
           IF  W-LIVE-TROV EQUAL ZERO
             PERFORM 3300-CENSISCI-CLIENTE
           END-IF
           IF  F0SCLIF-BLOCCATO
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "CLIENTE " F0SCLIF-CODI-CLIF
                    " BLOCCATO - ORDINE NON CONSENTITO"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
      *
      *      Testata: prossimo numero d'ordine del deposito
           INITIALIZE F0SORDI
           MOVE    L-WIMP-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    L-WIMP-NUMR-INST    TO  F0SORDI-NUMR-INST
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    LDATE-ACTL          TO  F0SORDI-DATA-ORDI
           MOVE    F0SCLIF-RAGE-CLIF   TO  F0SORDI-RAGE-CLIE
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SORDI-CODI-CLIF
           MOVE    W-RIFE              TO  F0SORDI-WEB-RIFE
           SET     F0SORDI-ORIG-WEB    TO  TRUE
           SET     F0SORDI-APERTO      TO  TRUE
           MOVE    F0SORDI-NUMR-ORDI   TO  W-NUMR-ORDI
           SET     W-ORDI-APERTO       TO  TRUE
           .
      ******************************************************************
      *----------  UN ORDINE WEB DELLA DITTA CON LO STESSO NUMERO DEL
      *            NEGOZIO E' GIA' STATO IMPORTATO
       3100-CERCA-DOPPIO.
           MOVE    "N"                 TO  W-DOPPIO
           INITIALIZE F0SORDI
           MOVE    L-WIMP-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           PERFORM 3110-CONFRONTA-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1 OR W-DOPPIO-SI
           .
      ******************************************************************
       3110-CONFRONTA-ORDINE.
           IF  F0SORDI-ORIG-WEB AND F0SORDI-WEB-RIFE EQUAL W-RIFE
             SET   W-DOPPIO-SI         TO  TRUE
             MOVE  F0SORDI-NUMR-ORDI   TO  W-NUMR-ORDI
             EXIT PARAGRAPH
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
      *----------  CLIENTE GIA' CENSITO: VINCE LA PARTITA IVA, POI IL
      *            CODICE FISCALE, POI L'EMAIL (SENZA DISTINGUERE
      *            MAIUSCOLE E MINUSCOLE); LA SCANSIONE RICAVA ANCHE
      *            IL CODICE PIU' ALTO PER UN EVENTUALE CENSIMENTO
       3200-CERCA-CLIENTE.
           MOVE    ZERO                TO  W-LIVE-TROV W-CLIF-TROV
                                           W-CLIF-MAX
           MOVE    WOR-MAIL            TO  W-MAIL-CERCA
           INSPECT W-MAIL-CERCA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
               TO  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INITIALIZE F0SCLIF
           MOVE    L-WIMP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           PERFORM 3210-CONFRONTA-CLIENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  W-LIVE-TROV NOT EQUAL ZERO
             INITIALIZE F0SCLIF
             MOVE  L-WIMP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
             MOVE  W-CLIF-TROV         TO  F0SCLIF-CODI-CLIF
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
           END-IF
           .
      ******************************************************************
       3210-CONFRONTA-CLIENTE.
           IF  F0SCLIF-CODI-CLIF GREATER W-CLIF-MAX
             MOVE  F0SCLIF-CODI-CLIF   TO  W-CLIF-MAX
           END-IF
           IF  WOR-PIVA NOT EQUAL SPACES
               AND F0SCLIF-PIVA-CLIF EQUAL WOR-PIVA
               AND W-LIVE-TROV LESS 3
             MOVE  3                   TO  W-LIVE-TROV
             MOVE  F0SCLIF-CODI-CLIF   TO  W-CLIF-TROV
           END-IF
           IF  WOR-CFIS NOT EQUAL SPACES
               AND F0SCLIF-CFIS-CLIF EQUAL WOR-CFIS
               AND W-LIVE-TROV LESS 2
             MOVE  2                   TO  W-LIVE-TROV
             MOVE  F0SCLIF-CODI-CLIF   TO  W-CLIF-TROV
           END-IF
           IF  W-MAIL-CERCA NOT EQUAL SPACES
               AND W-LIVE-TROV LESS 1
             MOVE  F0SCLIF-INDI-MAIL   TO  W-MAIL-ANAG
             INSPECT W-MAIL-ANAG CONVERTING
                     "abcdefghijklmnopqrstuvwxyz"
                 TO  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             IF  W-MAIL-ANAG EQUAL W-MAIL-CERCA
               MOVE  1                 TO  W-LIVE-TROV
               MOVE  F0SCLIF-CODI-CLIF TO  W-CLIF-TROV
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
      ******************************************************************
      *----------  CLIENTE NUOVO: PRIMO CODICE LIBERO, DATI DEL
      *            NEGOZIO, LISTINO DEL NEGOZIO E DOCUMENTI PER EMAIL
       3300-CENSISCI-CLIENTE.
           INITIALIZE F0SCLIF
           MOVE    L-WIMP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           COMPUTE F0SCLIF-CODI-CLIF = W-CLIF-MAX + 1
           MOVE    WOR-RAGE            TO  F0SCLIF-RAGE-CLIF
           MOVE    WOR-INDR            TO  F0SCLIF-INDR-CLIF
           MOVE    WOR-CAP             TO  F0SCLIF-CAP-CLIF
           MOVE    WOR-COMU            TO  F0SCLIF-COMU-CLIF
           MOVE    WOR-PROV            TO  F0SCLIF-PROV-CLIF
           MOVE    WOR-PIVA            TO  F0SCLIF-PIVA-CLIF
           MOVE    WOR-CFIS            TO  F0SCLIF-CFIS-CLIF
           MOVE    W-CODE-LIST         TO  F0SCLIF-CODE-LIST
           MOVE    "N"                 TO  F0SCLIF-INDC-SPLIT
           MOVE    "N"                 TO  F0SCLIF-INDC-CAUZ
           MOVE    "IT"                TO  F0SCLIF-CODE-PAES
           MOVE    "I"                 TO  F0SCLIF-AREA-FISC
           IF  WOR-MAIL NOT EQUAL SPACES
             MOVE  "E"                 TO  F0SCLIF-CANALE
             MOVE  WOR-MAIL            TO  F0SCLIF-INDI-MAIL
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           ADD     1                   TO  W-NUMR-NUOVI
           DISPLAY "  CLIENTE CENSITO " F0SCLIF-CODI-CLIF " "
                   F0SCLIF-RAGE-CLIF
           .
      ******************************************************************
      *----------  RIGA: ARTICOLO SUL DEPOSITO, PREZZO, IMPEGNO E
      *            DEPOSITO DELLA RIGA; LA MANCANZA DI MERCE NON
      *            FERMA LA RIGA, CHE RESTA IN BACKORDER
       4000-RIGA-ORDINE.
           IF  W-NUMR-RIGA EQUAL 20
             MOVE  "RS"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " WOR-CODE-ARTI
                    " OLTRE LE 20 RIGHE DELL'ORDINE"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
           IF  WOR-QTA NOT NUMERIC OR WOR-QTA EQUAL ZERO
               OR WOR-PREZ NOT NUMERIC
             MOVE  "RS"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " WOR-CODE-ARTI
                    " QUANTITA' O PREZZO NON VALIDI"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
      *
      *    La giacenza si apre e si richiude ad ogni riga: l'impegno
      *    (UIMPEGN0) apre e chiude URMAGA10 per conto suo
           INITIALIZE F0SMAGA
           MOVE    L-WIMP-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-WIMP-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    WOR-CODE-ARTI       TO  F0SMAGA-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             MOVE  "RS"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " WOR-CODE-ARTI
                    " NON PRESENTE SUL DEPOSITO"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SORDR
           MOVE    L-WIMP-CODE-CLIE    TO  F0SORDR-CODE-CLIE
           MOVE    L-WIMP-NUMR-INST    TO  F0SORDR-NUMR-INST
           MOVE    W-NUMR-ORDI         TO  F0SORDR-NUMR-ORDI
           MOVE    WOR-CODE-ARTI       TO  F0SORDR-CODE-ARTI
           MOVE    F0SMAGA-DESC-ARTI   TO  F0SORDR-DESC-ARTI
           MOVE    WOR-QTA             TO  F0SORDR-QTA-ORDI
           MOVE    WOR-PREZ            TO  F0SORDR-PREZ-UNIT
           IF  F0SORDR-PREZ-UNIT EQUAL ZERO
             PERFORM 4100-PREZZO-LISTINO
           END-IF
           COMPUTE F0SORDR-IMPO-RIGA ROUNDED =
                       F0SORDR-QTA-ORDI * F0SORDR-PREZ-UNIT
           COMPUTE W-QTA-DISP = F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
           IF  W-QTA-DISP LESS F0SORDR-QTA-ORDI
             ADD   1                   TO  W-NUMR-BACK
             MOVE  "BO"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " WOR-CODE-ARTI
                    " DISPONIBILITA' INSUFFICIENTE - IN BACKORDER"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
           END-IF
      *
      *      Impegno della merce ordinata
           MOVE    L-WIMP-CODE-CLIE    TO  L-IMPE-CODE-CLIE
           MOVE    L-WIMP-NUMR-INST    TO  L-IMPE-NUMR-INST
           MOVE    F0SORDR-CODE-ARTI   TO  L-IMPE-CODE-ARTI
           MOVE    F0SORDR-QTA-ORDI    TO  L-IMPE-QTA
           CALL  "UIMPEGN0"              USING L-IMPE-CTRL LWCOMAR
      *
           ADD     1                   TO  W-NUMR-RIGA
           MOVE    W-NUMR-RIGA         TO  F0SORDR-NUMR-RIGA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           ADD     F0SORDR-IMPO-RIGA   TO  F0SORDI-IMPO-TOTA
           .
      ******************************************************************
      *----------  RIGA SENZA PREZZO DAL NEGOZIO: PREZZO IN VIGORE SUL
      *            LISTINO DEL CLIENTE (O DEL NEGOZIO)
       4100-PREZZO-LISTINO.
           INITIALIZE F0SLIST
           MOVE    L-WIMP-CODE-CLIE    TO  F0SLIST-CODE-CLIE
           MOVE    F0SCLIF-CODE-LIST   TO  F0SLIST-CODE-LIST
           IF  F0SLIST-CODE-LIST EQUAL SPACES
             MOVE  W-CODE-LIST         TO  F0SLIST-CODE-LIST
           END-IF
           MOVE    F0SORDR-CODE-ARTI   TO  F0SLIST-CODE-ARTI
           MOVE    40                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SLIST-PREZ-UNIT   TO  F0SORDR-PREZ-UNIT
           ELSE
             MOVE  "PZ"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " WOR-CODE-ARTI
                    " SENZA PREZZO - RIGA A ZERO DA VERIFICARE"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
           END-IF
           .
      ******************************************************************
      *----------  FINE ORDINE: LA TESTATA SI DEPOSITA SOLO SE HA
      *            ALMENO UNA RIGA
       3900-CHIUDI-ORDINE.
           IF  NOT W-ORDI-APERTO
             MOVE  SPACE               TO  W-ORDI-STATO
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACE               TO  W-ORDI-STATO
           IF  W-NUMR-RIGA EQUAL ZERO
             MOVE  ZERO                TO  W-NUMR-ORDI
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  "NESSUNA RIGA VALIDA - ORDINE NON REGISTRATO"
                                       TO  W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           ADD     1                   TO  W-NUMR-IMPO
           MOVE    F0SORDI-IMPO-TOTA   TO  W-IMPO-ED
           MOVE    "OK"                TO  W-ESIT-CODE
           MOVE    SPACES              TO  W-MOTIVO
           STRING "IMPORTATO - CLIENTE " F0SORDI-CODI-CLIF
                  " RIGHE " W-NUMR-RIGA " TOTALE " W-IMPO-ED
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
           PERFORM 8800-ESITO
           .
      ******************************************************************
      *----------  UNA RIGA DI ESITO PER IL NEGOZIO
       8800-ESITO.
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-RIFE              TO  W-LINEA(1:20)
           MOVE    W-ESIT-CODE         TO  W-LINEA(22:2)
           MOVE    W-NUMR-ORDI         TO  W-LINEA(25:6)
           MOVE    W-MOTIVO            TO  W-LINEA(32:80)
           MOVE    W-LINEA             TO  WEBESIT-REC
           WRITE   WEBESIT-REC
           .
      *(END)
