       IDENTIFICATION DIVISION.
       PROGRAM-ID. UARTCAM0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   CAMBIO DEL CODICE DI UN ARTICOLO (IL FORNITORE HA
      *****   RINUMERATO I SUOI PRODOTTI) O FUSIONE DI DUE ARTICOLI
      *****   DOPPI IN QUELLO CHE RESTA, SU TUTTI GLI ARCHIVI CHE
      *****   PORTANO IL CODICE ARTICOLO, SENZA PERDERE LA STORIA DI
      *****   MAGAZZINO:
      *****     - CODICE IN CHIAVE, IL RECORD SI RISCRIVE SOTTO LA
      *****       CHIAVE NUOVA: F0SARTI F0SMAGA F0SLOTT F0SLIST F0SFORA
      *****       F0SDIBA (RIGHE DEL KIT)
      *****     - CODICE FUORI CHIAVE, SI AGGIORNA SUL POSTO: F0SDIBA
      *****       (COMPONENTI) F0SVENR F0SORDR F0SPROP F0SARTC
      *****   SE IL CODICE NUOVO E' GIA' UN ARTICOLO E' UNA FUSIONE:
      *****   GIACENZE (F0SMAGA) E LOTTI (F0SLOTT) SI SOMMANO E IL
      *****   COSTO MEDIO SI RICALCOLA PESATO SULLE DUE GIACENZE;
      *****   ANAGRAFICA, LISTINI,
      *****   FORNITORE E DISTINTA DELL'ARTICOLO CHE RESTA VALGONO SU
      *****   QUELLI DEL DOPPIO, CHE SI TOLGONO.
      *****   I MOVIMENTI DI GIORNALE (F0SGIOR) SONO NELLA CATENA DI
      *****   IMPRONTE CON LA LORO CHIAVE E RESTANO SOTTO IL VECCHIO
      *****   CODICE: PER OGNI GIACENZA SPOSTATA SI REGISTRANO DUE
      *****   MOVIMENTI NUOVI, L'USCITA DAL VECCHIO CODICE E
      *****   L'ENTRATA NEL NUOVO AL COSTO DELLA GIACENZA, CON
      *****   RIFERIMENTO IL NUMERO DI CAMBIO.
      *****   OGNI RECORD TOCCATO VA SUL REGISTRO F0SCAAR ("URCAAR10")
      *****   CON LE IMMAGINI PRIMA E DOPO, E LA TESTATA DEL CAMBIO
      *****   TIENE L'ULTIMO ARCHIVIO COMPLETATO: SE IL LAVORO SI
      *****   INTERROMPE, AL RIAVVIO IL PROGRAMMA PROPONE LA RIPRESA,
      *****   RIMETTE A POSTO IL RECORD RIMASTO A META' E RIPARTE
      *****   DALL'ARCHIVIO SUCCESSIVO. A FINE LAVORO UNA RIGA PER
      *****   ARCHIVIO SU F0SAUDI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  W-CODE-DA                   PIC X(15)      VALUE SPACES.
       77  W-CODE-A                    PIC X(15)      VALUE SPACES.
       77  W-DESC-DA                   PIC X(30)      VALUE SPACES.
       77  W-DESC-A                    PIC X(30)      VALUE SPACES.
      *    Articolo da cambiare: unita' di misura e gestione a kit,
      *    a lotti e a matricola, che sulla fusione devono coincidere
       77  W-UNIT-DA                   PIC X(03)      VALUE SPACES.
       77  W-KIT-DA                    PIC X(01)      VALUE SPACE.
       77  W-LOTT-DA                   PIC X(01)      VALUE SPACE.
       77  W-MATR-DA                   PIC X(01)      VALUE SPACE.
       77  W-TIPO                      PIC X(01)      VALUE SPACE.
           88  W-FUSIONE                              VALUE "F".
       77  W-ESISTE                    PIC X(01)      VALUE SPACE.
           88  W-ESISTE-SI                            VALUE "S".
      *    M = record riscritto sotto la chiave nuova e tolto dalla
      *    vecchia, D = record tolto (vale quello dell'articolo che
      *    resta), U = codice aggiornato sul posto
       77  W-AZIONE                    PIC X(01)      VALUE SPACE.
       77  W-INDC-ARRI                 PIC X(01)      VALUE SPACE.
      *    S = l'articolo che resta ha gia' una distinta base
       77  W-DIBA-ARRIVO               PIC X(01)      VALUE SPACE.
       77  W-NUMR-CAMB                 PIC 9(06)      VALUE ZERO.
       77  W-NUMR-PROG                 PIC 9(06)      VALUE ZERO.
       77  W-NUMR-TOTALE               PIC 9(06)      VALUE ZERO.
       77  W-NUMR-RIPRESI              PIC 9(06)      VALUE ZERO.
       77  W-FASE                      PIC 9(02)      VALUE ZERO.
       77  W-FASE-INIZ                 PIC 9(02)      VALUE ZERO.
       77  W-NOME-FILE                 PIC X(08)      VALUE SPACES.
       77  W-NUMR-GIRO                 PIC S9(04) COMP VALUE ZERO.
       77  W-IK                        PIC S9(04) COMP VALUE ZERO.
       77  W-IX                        PIC S9(04) COMP VALUE ZERO.
      *
      *----------  QUANTITA' E COSTI DEL RECORD DEL DOPPIO, PER LA
      *            SOMMA SU QUELLO DELL'ARTICOLO CHE RESTA
       77  W-QTA-DA                    PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-IMPE-DA                   PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-SCOR-DA                   PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-COST-DA                   PIC S9(09)V9999 COMP-3 VALUE 0.
       77  W-PESO-DA                   PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-PESO-A                    PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-UBIC-DA                   PIC X(06)      VALUE SPACES.
       77  W-STAT-DA                   PIC X(01)      VALUE SPACE.
       77  W-DATA-DA                   PIC 9(08)      VALUE ZERO.
       77  W-SCAD-DA                   PIC 9(08)      VALUE ZERO.
      *
      *----------  CHIAVI E IMMAGINI DEL RECORD IN LAVORO: PRIMA,
      *            DEL RECORD D'ARRIVO GIA' PRESENTE, E DOPO
       01  W-CHIA                      PIC X(60)      VALUE SPACES.
       01  W-CHIA-PRIMA                PIC X(60)      VALUE SPACES.
       01  W-CHIA-DOPO                 PIC X(60)      VALUE SPACES.
       01  W-REC                       PIC X(200)     VALUE SPACES.
       01  W-IMMA-PRIMA                PIC X(200)     VALUE SPACES.
       01  W-IMMA-ARRIVO               PIC X(200)     VALUE SPACES.
       01  W-IMMA-DOPO                 PIC X(200)     VALUE SPACES.
      *
      *----------  ARCHIVI NELL'ORDINE IN CUI SI LAVORANO: IL NUMERO
      *            E' LA FASE REGISTRATA SULLA TESTATA DEL CAMBIO
       01  C-FASI-NOME.
           03  C-FASI-N01              PIC X(08)  VALUE "F0SARTI".
           03  C-FASI-N02              PIC X(08)  VALUE "F0SMAGA".
           03  C-FASI-N03              PIC X(08)  VALUE "F0SLOTT".
           03  C-FASI-N04              PIC X(08)  VALUE "F0SGIOR".
           03  C-FASI-N05              PIC X(08)  VALUE "F0SLIST".
           03  C-FASI-N06              PIC X(08)  VALUE "F0SFORA".
           03  C-FASI-N07              PIC X(08)  VALUE "F0SDIBA".
           03  C-FASI-N08              PIC X(08)  VALUE "F0SDIBA".
           03  C-FASI-N09              PIC X(08)  VALUE "F0SVENR".
           03  C-FASI-N10              PIC X(08)  VALUE "F0SORDR".
           03  C-FASI-N11              PIC X(08)  VALUE "F0SPROP".
           03  C-FASI-N12              PIC X(08)  VALUE "F0SARTC".
       01  C-FASI-NOME-R REDEFINES C-FASI-NOME.
           03  C-FASI-NOME-X           PIC X(08)  OCCURS 12 TIMES.
      *
      *----------  RECORD TOCCATI PER ARCHIVIO, DAL REGISTRO
       01  W-ARC-TAB.
           03  W-ARC-QUANTI            PIC S9(04) COMP VALUE ZERO.
           03  W-ARC-VOCE              OCCURS 12.
               05  W-ARC-NOME          PIC X(08).
               05  W-ARC-NUMR          PIC 9(06).
      *
      *----------  CHIAVI DEI RECORD DA TRATTARE IN UN GIRO
       01  W-CHI-TAB.
           03  W-CHI-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-CHI-VOCE              OCCURS 500 PIC X(60).
      *
       COPY "F0SCAAR.REC".
       COPY "F0SAUDI.REC".
       COPY "F0SARTI.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SLOTT.REC".
       COPY "F0SGIOR.REC".
       COPY "F0SLIST.REC".
       COPY "F0SFORA.REC".
       COPY "F0SDIBA.REC".
       COPY "F0SVENR.REC".
       COPY "F0SORDR.REC".
       COPY "F0SPROP.REC".
       COPY "F0SARTC.REC".
      *
       LINKAGE SECTION.
       01  L-CAAR-CTRL.
           03  L-CAAR-CODE-CLIE        PIC 9(04).
           03  L-CAAR-ESITO            PIC X(01).
               88  L-CAAR-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CAAR-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CAAR-ESITO
           DISPLAY "CAMBIO CODICE / FUSIONE ARTICOLI  -  DITTA "
                   L-CAAR-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           PERFORM RT0-CERCA-IN-CORSO
           IF  W-NUMR-CAMB NOT EQUAL ZERO
             PERFORM RT5-RIPRESA
           ELSE
             PERFORM RT1-NUOVO-CAMBIO
           END-IF.
       CHIU-CAAR.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN CAMBIO RIMASTO A META' SULLA DITTA VA RIPRESO
      *            PRIMA DI QUALUNQUE ALTRO
       RT0-CERCA-IN-CORSO.
           MOVE    ZERO                TO  W-NUMR-CAMB
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           PERFORM RT01-TESTATA
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
      ******************************************************************
       RT01-TESTATA.
           IF  F0SCAAR-NUMR-PROG EQUAL ZERO
               AND F0SCAAR-IN-CORSO
             MOVE  F0SCAAR-NUMR-CAMB   TO  W-NUMR-CAMB
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
      *----------  NUOVO CAMBIO: I DUE CODICI, I CONTROLLI, LA
      *            CONFERMA, POI IL LAVORO ARCHIVIO PER ARCHIVIO
       RT1-NUOVO-CAMBIO.
           DISPLAY "ARTICOLO DA CAMBIARE O DA FONDERE  : " WITH NO
                   ADVANCING
           ACCEPT   W-CODE-DA
           DISPLAY "CODICE NUOVO O ARTICOLO CHE RESTA  : " WITH NO
                   ADVANCING
           ACCEPT   W-CODE-A
           IF  W-CODE-DA EQUAL SPACES OR W-CODE-A EQUAL SPACES
               OR W-CODE-DA EQUAL W-CODE-A
             DISPLAY "SERVONO DUE CODICI ARTICOLO DIVERSI"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SARTI
           MOVE    L-CAAR-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    W-CODE-DA           TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ARTICOLO " W-CODE-DA " NON CENSITO IN ANAGRAFICA"
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SARTI-DESC-ARTI   TO  W-DESC-DA
           MOVE    F0SARTI-UNIT-MISU   TO  W-UNIT-DA
           MOVE    F0SARTI-INDC-KIT    TO  W-KIT-DA
           MOVE    F0SARTI-INDC-LOTT   TO  W-LOTT-DA
           MOVE    F0SARTI-INDC-MATR   TO  W-MATR-DA
           DISPLAY "ARTICOLO  " W-CODE-DA " " F0SARTI-DESC-ARTI
                   " " F0SARTI-UNIT-MISU
      *
           INITIALIZE F0SARTI
           MOVE    L-CAAR-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    W-CODE-A            TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "F"                 TO  W-TIPO
             MOVE  F0SARTI-DESC-ARTI   TO  W-DESC-A
             DISPLAY "RESTA     " W-CODE-A " " F0SARTI-DESC-ARTI
                     " " F0SARTI-UNIT-MISU
             PERFORM RT11-CONTROLLA-FUSIONE
             IF  W-ESISTE NOT EQUAL "S"
               EXIT PARAGRAPH
             END-IF
             DISPLAY "IL CODICE " W-CODE-A " ESISTE GIA': E' UNA "
                     "FUSIONE, GIACENZE E LOTTI SI SOMMANO"
             DISPLAY "CONFERMI LA FUSIONE DI " W-CODE-DA " IN "
                     W-CODE-A " ? (S/N) : " WITH NO ADVANCING
           ELSE
             MOVE  "R"                 TO  W-TIPO
             MOVE  W-DESC-DA           TO  W-DESC-A
             DISPLAY "CONFERMI IL CAMBIO DI CODICE DA " W-CODE-DA
                     " A " W-CODE-A " ? (S/N) : " WITH NO ADVANCING
           END-IF
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "s"
             MOVE "S"                  TO  WL-RISP
           END-IF
           IF  WL-RISP NOT EQUAL "S"
             DISPLAY "CAMBIO NON ESEGUITO"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "NON MOVIMENTARE GLI ARTICOLI (CASSE, ENTRATE MERCE,"
           DISPLAY "ORDINI) FINCHE' IL CAMBIO NON E' FINITO"
      *
      *    Testata sul registro prima di toccare qualunque archivio:
      *    se il lavoro si interrompe, al riavvio si riprende da qui
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           MOVE    F0SCAAR-NUMR-CAMB   TO  W-NUMR-CAMB
           MOVE    ZERO                TO  W-NUMR-PROG W-FASE
           PERFORM RT81-NUOVA-TESTATA
           PERFORM RT4-ESEGUI
           .
      ******************************************************************
      *----------  DUE ARTICOLI SI FONDONO SOLO SE LE LORO GIACENZE SI
      *            POSSONO SOMMARE: STESSA UNITA' DI MISURA, STESSA
      *            GESTIONE A KIT, A LOTTI E A MATRICOLA
       RT11-CONTROLLA-FUSIONE.
           MOVE    "N"                 TO  W-ESISTE
           IF  F0SARTI-UNIT-MISU NOT EQUAL W-UNIT-DA
             DISPLAY "UNITA' DI MISURA DIVERSE: LE GIACENZE NON SI "
                     "POSSONO SOMMARE"
             EXIT PARAGRAPH
           END-IF
           IF  F0SARTI-INDC-KIT NOT EQUAL W-KIT-DA
             DISPLAY "UNO DEI DUE ARTICOLI E' UN KIT: FUSIONE NON "
                     "POSSIBILE"
             EXIT PARAGRAPH
           END-IF
           IF  F0SARTI-INDC-LOTT NOT EQUAL W-LOTT-DA
             DISPLAY "UNO SOLO DEI DUE ARTICOLI E' GESTITO A LOTTI: "
                     "FUSIONE NON POSSIBILE"
             EXIT PARAGRAPH
           END-IF
           IF  F0SARTI-INDC-MATR NOT EQUAL W-MATR-DA
             DISPLAY "UNO SOLO DEI DUE ARTICOLI E' GESTITO A "
                     "MATRICOLA: FUSIONE NON POSSIBILE"
             EXIT PARAGRAPH
           END-IF
           MOVE    "S"                 TO  W-ESISTE
           .
      ******************************************************************
      *----------  RIPRESA DI UN CAMBIO RIMASTO A META': SI RIMETTE A
      *            POSTO IL RECORD IN CORSO E SI RIPARTE DALL'ARCHIVIO
      *            SUCCESSIVO ALL'ULTIMO COMPLETATO
       RT5-RIPRESA.
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    W-NUMR-CAMB         TO  F0SCAAR-NUMR-CAMB
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           MOVE    F0SCAAR-CODE-ARTI-DA
                                       TO  W-CODE-DA
           MOVE    F0SCAAR-CODE-ARTI-A TO  W-CODE-A
           MOVE    F0SCAAR-TIPO        TO  W-TIPO
           MOVE    F0SCAAR-FASE        TO  W-FASE
           DISPLAY "CAMBIO " W-NUMR-CAMB " DEL " F0SCAAR-DATA " DI "
                   F0SCAAR-IDEN-UTEN " RIMASTO A META'"
           IF  W-FUSIONE
             DISPLAY "FUSIONE DI " W-CODE-DA " IN " W-CODE-A
           ELSE
             DISPLAY "CAMBIO DI CODICE DA " W-CODE-DA " A " W-CODE-A
           END-IF
           DISPLAY "ARCHIVI COMPLETATI " W-FASE " DI 12"
           DISPLAY "RIPRENDO IL CAMBIO ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "s"
             MOVE "S"                  TO  WL-RISP
           END-IF
           IF  WL-RISP NOT EQUAL "S"
             DISPLAY "UN CAMBIO A META' VA RIPRESO PRIMA DI "
                     "INIZIARNE UN ALTRO"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SARTI
           MOVE    L-CAAR-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    W-CODE-DA           TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    F0SARTI-DESC-ARTI   TO  W-DESC-DA
           MOVE    W-CODE-A            TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    F0SARTI-DESC-ARTI   TO  W-DESC-A
           IF  W-DESC-DA EQUAL SPACES
             MOVE  W-DESC-A            TO  W-DESC-DA
           END-IF
      *
           MOVE    ZERO                TO  W-NUMR-PROG W-NUMR-RIPRESI
           PERFORM RT60-APRI-ARCHIVI
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    W-NUMR-CAMB         TO  F0SCAAR-NUMR-CAMB
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           PERFORM RT51-RIGA-REGISTRO
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT69-CHIUDI-ARCHIVI
           DISPLAY "RECORD RIMASTI A META' RIMESSI A POSTO: "
                   W-NUMR-RIPRESI
           PERFORM RT4-ESEGUI
           .
      ******************************************************************
       RT51-RIGA-REGISTRO.
           IF  F0SCAAR-NUMR-PROG GREATER W-NUMR-PROG
             MOVE  F0SCAAR-NUMR-PROG   TO  W-NUMR-PROG
           END-IF
           IF  F0SCAAR-NUMR-PROG NOT EQUAL ZERO
               AND F0SCAAR-RIGA-IN-CORSO
             PERFORM RT52-RIMETTI-A-POSTO
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
      *----------  RECORD LASCIATO A META': SE IL RECORD DI PRIMA C'E'
      *            ANCORA, L'ARRIVO TORNA COM'ERA E IL RECORD SI RIFA'
      *            CON LA RIPRESA DELL'ARCHIVIO; ALTRIMENTI LO
      *            SPOSTAMENTO ERA GIA' COMPLETO
       RT52-RIMETTI-A-POSTO.
           ADD     1                   TO  W-NUMR-RIPRESI
           MOVE    F0SCAAR-NOME-FILE   TO  W-NOME-FILE
           MOVE    F0SCAAR-CHIA-PRIMA  TO  W-CHIA
           PERFORM RT90-LEGGI
           IF  F0SCAAR-CHIA-DOPO EQUAL F0SCAAR-CHIA-PRIMA
             IF  W-ESISTE-SI
                 AND W-REC EQUAL F0SCAAR-IMMA-DOPO
               MOVE "E"                TO  F0SCAAR-ESITO
             ELSE
               MOVE "A"                TO  F0SCAAR-ESITO
             END-IF
           ELSE
             IF  W-ESISTE-SI
               IF  F0SCAAR-CHIA-DOPO NOT EQUAL SPACES
                 IF  F0SCAAR-ARRIVO-ESISTEVA
                   MOVE F0SCAAR-IMMA-ARRIVO
                                       TO  W-REC
                   PERFORM RT91-SCRIVI
                 ELSE
                   MOVE F0SCAAR-CHIA-DOPO
                                       TO  W-CHIA
                   PERFORM RT92-CANCELLA
                 END-IF
               END-IF
               MOVE "A"                TO  F0SCAAR-ESITO
             ELSE
               MOVE "E"                TO  F0SCAAR-ESITO
             END-IF
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
      *----------  ARCHIVI DALLA FASE SUCCESSIVA ALL'ULTIMA COMPLETATA
      *            FINO ALLA DODICESIMA, POI TESTATA COMPLETATA E
      *            TRACCIA SU F0SAUDI
       RT4-ESEGUI.
           MOVE    ZERO                TO  W-NUMR-TOTALE
           PERFORM RT60-APRI-ARCHIVI
           ADD     1  W-FASE           GIVING W-FASE-INIZ
           PERFORM RT40-FASE
               VARYING W-FASE FROM W-FASE-INIZ BY 1
               UNTIL W-FASE GREATER 12
           PERFORM RT69-CHIUDI-ARCHIVI
           MOVE    12                  TO  W-FASE
           PERFORM RT82-AGGIORNA-TESTATA
           MOVE    "C"                 TO  F0SCAAR-STAT
           MOVE    LDATE-ACTL          TO  F0SCAAR-DATA-FINE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           PERFORM RT7-TOTALI
           IF  W-FUSIONE
             DISPLAY "FUSIONE " W-NUMR-CAMB " COMPLETATA: " W-CODE-DA
                     " UNIFICATO IN " W-CODE-A
           ELSE
             DISPLAY "CAMBIO " W-NUMR-CAMB " COMPLETATO: " W-CODE-DA
                     " ORA E' " W-CODE-A
           END-IF
           MOVE    "S"                 TO  L-CAAR-ESITO
           .
      ******************************************************************
      *----------  UN ARCHIVIO: GIRI DI AL PIU' 500 RECORD FINCHE' NE
      *            RESTANO COL VECCHIO CODICE, POI LA FASE SI REGISTRA
      *            SULLA TESTATA COME PUNTO DI RIPRESA
       RT40-FASE.
           MOVE    C-FASI-NOME-X(W-FASE)
                                       TO  W-NOME-FILE
           DISPLAY "ARCHIVIO " W-FASE " DI 12  " W-NOME-FILE
           IF  W-FASE EQUAL 7
             PERFORM RT43-KIT-ARRIVO
           END-IF
           MOVE    1                   TO  W-NUMR-GIRO
           PERFORM RT41-GIRO
               UNTIL W-NUMR-GIRO EQUAL ZERO
           PERFORM RT82-AGGIORNA-TESTATA
           .
      ******************************************************************
       RT41-GIRO.
           MOVE    ZERO                TO  W-CHI-NUMR W-NUMR-GIRO
           PERFORM RT42-RACCOGLI
           PERFORM RT50-TRATTA
               VARYING W-IK FROM 1 BY 1
               UNTIL W-IK GREATER W-CHI-NUMR
           IF  W-CHI-NUMR LESS 500
             MOVE  ZERO                TO  W-NUMR-GIRO
           END-IF
           .
      ******************************************************************
      *----------  SE L'ARTICOLO CHE RESTA HA GIA' UNA DISTINTA BASE,
      *            LE RIGHE DEL DOPPIO NON SI MESCOLANO ALLE SUE
       RT43-KIT-ARRIVO.
           MOVE    "N"                 TO  W-DIBA-ARRIVO
           INITIALIZE F0SDIBA
           MOVE    L-CAAR-CODE-CLIE    TO  F0SDIBA-CODE-CLIE
           MOVE    W-CODE-A            TO  F0SDIBA-CODE-ARTI
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-DIBA-ARRIVO
           END-IF
           .
      ******************************************************************
      *----------  UN RECORD: RIGA "IN CORSO" SUL REGISTRO, RECORD
      *            SCRITTO SOTTO LA CHIAVE NUOVA E TOLTO DALLA VECCHIA
      *            (O AGGIORNATO SUL POSTO), RIGA "ESEGUITA"
       RT50-TRATTA.
           MOVE    W-CHI-VOCE(W-IK)    TO  W-CHIA W-CHIA-PRIMA
           PERFORM RT90-LEGGI
           IF  NOT W-ESISTE-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    W-REC               TO  W-IMMA-PRIMA
           MOVE    SPACES              TO  W-IMMA-ARRIVO
           MOVE    "N"                 TO  W-INDC-ARRI
           PERFORM RT93-NUOVO-CODICE
           EVALUATE TRUE
             WHEN W-CHIA-DOPO EQUAL W-CHIA-PRIMA
               MOVE  "U"               TO  W-AZIONE
             WHEN W-FASE EQUAL 7 AND W-DIBA-ARRIVO EQUAL "S"
               MOVE  "D"               TO  W-AZIONE
               MOVE  SPACES            TO  W-CHIA-DOPO W-IMMA-DOPO
             WHEN OTHER
               MOVE  "M"               TO  W-AZIONE
               MOVE  W-CHIA-DOPO       TO  W-CHIA
               PERFORM RT90-LEGGI
               IF  W-ESISTE-SI
                 MOVE "S"              TO  W-INDC-ARRI
                 MOVE W-REC            TO  W-IMMA-ARRIVO
                 PERFORM RT94-ARRIVO-ESISTENTE
               END-IF
           END-EVALUATE
           PERFORM RT83-RIGA-IN-CORSO
           IF  W-AZIONE NOT EQUAL "D"
             MOVE  W-IMMA-DOPO         TO  W-REC
             PERFORM RT91-SCRIVI
           END-IF
           IF  W-AZIONE NOT EQUAL "U"
             MOVE  W-CHIA-PRIMA        TO  W-CHIA
             PERFORM RT92-CANCELLA
           END-IF
           IF  W-FASE EQUAL 2
             PERFORM RT97-MOVIMENTI-CAMBIO
           END-IF
           PERFORM RT84-RIGA-ESEGUITA
           ADD     1                   TO  W-NUMR-GIRO W-NUMR-TOTALE
           .
      ******************************************************************
      *----------  LA CHIAVE NUOVA C'E' GIA' (FUSIONE): GIACENZE E
      *            LOTTI SI SOMMANO, NEGLI ALTRI ARCHIVI VALE IL
      *            RECORD DELL'ARTICOLO CHE RESTA
       RT94-ARRIVO-ESISTENTE.
           EVALUATE W-NOME-FILE
             WHEN "F0SMAGA"
               PERFORM RT95-SOMMA-GIACENZE
             WHEN "F0SLOTT"
               PERFORM RT96-SOMMA-LOTTI
             WHEN OTHER
               MOVE  "D"               TO  W-AZIONE
               MOVE  W-IMMA-ARRIVO     TO  W-IMMA-DOPO
           END-EVALUATE
           .
      ******************************************************************
      *----------  GIACENZA DEL DEPOSITO: QUANTITA' SOMMATE, COSTO
      *            MEDIO PESATO SULLE GIACENZE POSITIVE CON UN COSTO
       RT95-SOMMA-GIACENZE.
           MOVE    W-IMMA-PRIMA        TO  F0SMAGA
           MOVE    F0SMAGA-QTA-GIAC    TO  W-QTA-DA W-PESO-DA
           MOVE    F0SMAGA-QTA-IMPE    TO  W-IMPE-DA
           MOVE    F0SMAGA-QTA-SCOR    TO  W-SCOR-DA
           MOVE    F0SMAGA-COST-UNIT   TO  W-COST-DA
           MOVE    F0SMAGA-UBIC-ARTI   TO  W-UBIC-DA
           MOVE    W-IMMA-ARRIVO       TO  F0SMAGA
           MOVE    F0SMAGA-QTA-GIAC    TO  W-PESO-A
           IF  W-PESO-DA LESS ZERO OR W-COST-DA EQUAL ZERO
             MOVE  ZERO                TO  W-PESO-DA
           END-IF
           IF  W-PESO-A LESS ZERO OR F0SMAGA-COST-UNIT EQUAL ZERO
             MOVE  ZERO                TO  W-PESO-A
           END-IF
           IF  W-PESO-DA + W-PESO-A GREATER ZERO
             COMPUTE F0SMAGA-COST-UNIT ROUNDED =
                     (W-PESO-A * F0SMAGA-COST-UNIT
                    + W-PESO-DA * W-COST-DA)
                   / (W-PESO-A + W-PESO-DA)
           ELSE
             IF  F0SMAGA-COST-UNIT EQUAL ZERO
               MOVE W-COST-DA          TO  F0SMAGA-COST-UNIT
             END-IF
           END-IF
           ADD     W-QTA-DA            TO  F0SMAGA-QTA-GIAC
           ADD     W-IMPE-DA           TO  F0SMAGA-QTA-IMPE
           IF  F0SMAGA-QTA-SCOR EQUAL ZERO
             MOVE  W-SCOR-DA           TO  F0SMAGA-QTA-SCOR
           END-IF
           IF  F0SMAGA-UBIC-ARTI EQUAL SPACES
             MOVE  W-UBIC-DA           TO  F0SMAGA-UBIC-ARTI
           END-IF
           MOVE    F0SMAGA             TO  W-IMMA-DOPO
           .
      ******************************************************************
      *----------  STESSO LOTTO SUI DUE ARTICOLI: QUANTITA' SOMMATE,
      *            BLOCCATO SE LO ERA UNO DEI DUE, DATA DI CARICO LA
      *            PIU' VECCHIA
       RT96-SOMMA-LOTTI.
           MOVE    W-IMMA-PRIMA        TO  F0SLOTT
           MOVE    F0SLOTT-QTA-LOTT    TO  W-QTA-DA
           MOVE    F0SLOTT-STAT-LOTT   TO  W-STAT-DA
           MOVE    F0SLOTT-DATA-CARI   TO  W-DATA-DA
           MOVE    F0SLOTT-DATA-SCAD   TO  W-SCAD-DA
           MOVE    W-IMMA-ARRIVO       TO  F0SLOTT
           ADD     W-QTA-DA            TO  F0SLOTT-QTA-LOTT
           IF  W-STAT-DA EQUAL "B"
             MOVE  "B"                 TO  F0SLOTT-STAT-LOTT
           END-IF
           IF  F0SLOTT-DATA-SCAD EQUAL ZERO
             MOVE  W-SCAD-DA           TO  F0SLOTT-DATA-SCAD
           END-IF
           IF  W-DATA-DA NOT EQUAL ZERO
               AND (F0SLOTT-DATA-CARI EQUAL ZERO
                    OR W-DATA-DA LESS F0SLOTT-DATA-CARI)
             MOVE  W-DATA-DA           TO  F0SLOTT-DATA-CARI
           END-IF
           MOVE    F0SLOTT             TO  W-IMMA-DOPO
           .
      ******************************************************************
      *----------  GIACENZA SPOSTATA: USCITA DAL VECCHIO CODICE ED
      *            ENTRATA NEL NUOVO SUL GIORNALE, AL COSTO DELLA
      *            GIACENZA DEL VECCHIO CODICE (SULLA FUSIONE LA
      *            QUANTITA' PRIMA E' LA GIACENZA DELL'ARTICOLO CHE
      *            RESTA)
       RT97-MOVIMENTI-CAMBIO.
           MOVE    W-IMMA-PRIMA        TO  F0SMAGA
           MOVE    F0SMAGA-QTA-GIAC    TO  W-QTA-DA
           MOVE    F0SMAGA-COST-UNIT   TO  W-COST-DA
           MOVE    ZERO                TO  W-PESO-A
           IF  W-INDC-ARRI EQUAL "S"
             MOVE  W-IMMA-ARRIVO       TO  F0SMAGA
             MOVE  F0SMAGA-QTA-GIAC    TO  W-PESO-A
           END-IF
           MOVE    W-IMMA-PRIMA        TO  F0SMAGA
           INITIALIZE F0SGIOR
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SGIOR-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SGIOR-NUMR-INST
           MOVE    W-CODE-DA           TO  F0SGIOR-CODE-ARTI
           MOVE    W-QTA-DA            TO  F0SGIOR-QTA-PRIMA
           MOVE    ZERO                TO  F0SGIOR-QTA-DOPO
                                           F0SGIOR-COST-UNIT
           PERFORM RT98-SCRIVI-MOVIMENTO
           INITIALIZE F0SGIOR
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SGIOR-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SGIOR-NUMR-INST
           MOVE    W-CODE-A            TO  F0SGIOR-CODE-ARTI
           MOVE    W-PESO-A            TO  F0SGIOR-QTA-PRIMA
           ADD     W-QTA-DA  W-PESO-A  GIVING F0SGIOR-QTA-DOPO
           MOVE    W-COST-DA           TO  F0SGIOR-COST-UNIT
           PERFORM RT98-SCRIVI-MOVIMENTO
           .
      ******************************************************************
      *----------  MOVIMENTO NUOVO SUL GIORNALE: PRIMO PROGRESSIVO
      *            LIBERO DELL'ARTICOLO, PROGRESSIVO E IMPRONTA DELLA
      *            CATENA LI ASSEGNA IL DEPOSITO
       RT98-SCRIVI-MOVIMENTO.
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGIOR10"              USING F0SGIOR LWCOMAR
           MOVE    LDATE-ACTL          TO  F0SGIOR-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SGIOR-ORA
           MOVE    L-IDENUTEN          TO  F0SGIOR-IDEN-UTEN
           MOVE    "UARTCAM0"          TO  F0SGIOR-NOME-PROG
           MOVE    SPACES              TO  F0SGIOR-RIF-DOCU
           STRING  "CAMBIO "           DELIMITED BY SIZE
                   W-NUMR-CAMB         DELIMITED BY SIZE
                                       INTO F0SGIOR-RIF-DOCU
           MOVE    ZERO                TO  F0SGIOR-PROG-CATE
           MOVE    SPACES              TO  F0SGIOR-HASH
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGIOR10"              USING F0SGIOR LWCOMAR
           .
      ******************************************************************
      *----------  RACCOLTA DELLE CHIAVI DEI RECORD CHE PORTANO
      *            ANCORA IL VECCHIO CODICE, FINO A 500 PER GIRO
       RT42-RACCOGLI.
           EVALUATE W-FASE
             WHEN 1
               PERFORM RT3A-RACCOGLI-ARTICOLO
             WHEN 2
               PERFORM RT3B-RACCOGLI-GIACENZA
             WHEN 3
               PERFORM RT3C-RACCOGLI-LOTTO
             WHEN 4
      *          I movimenti restano sotto il vecchio codice: il
      *          passaggio lo registrano i movimenti di cambio
               CONTINUE
             WHEN 5
               PERFORM RT3E-RACCOGLI-LISTINO
             WHEN 6
               PERFORM RT3F-RACCOGLI-FORNITORE
             WHEN 7
               PERFORM RT3G-RACCOGLI-KIT
             WHEN 8
               PERFORM RT3H-RACCOGLI-COMPONENTE
             WHEN 9
               PERFORM RT3I-RACCOGLI-RIGA-DOCUMENTO
             WHEN 10
               PERFORM RT3J-RACCOGLI-RIGA-ORDINE
             WHEN 11
               PERFORM RT3K-RACCOGLI-PROPOSTA
             WHEN 12
               PERFORM RT3L-RACCOGLI-CODICE-CLIENTE
           END-EVALUATE
           .
      ******************************************************************
       RT3A-RACCOGLI-ARTICOLO.
           INITIALIZE F0SARTI
           MOVE    L-CAAR-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    W-CODE-DA           TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SARTI-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           .
      ******************************************************************
       RT3B-RACCOGLI-GIACENZA.
           INITIALIZE F0SMAGA
           MOVE    L-CAAR-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           PERFORM RT3B1-GIACENZA
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3B1-GIACENZA.
           IF  F0SMAGA-CODE-ARTI EQUAL W-CODE-DA
             MOVE  F0SMAGA-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           .
      ******************************************************************
       RT3C-RACCOGLI-LOTTO.
           INITIALIZE F0SLOTT
           MOVE    L-CAAR-CODE-CLIE    TO  F0SLOTT-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
           PERFORM RT3C1-LOTTO
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3C1-LOTTO.
           IF  F0SLOTT-CODE-ARTI EQUAL W-CODE-DA
             MOVE  F0SLOTT-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
           .
      ******************************************************************
       RT3E-RACCOGLI-LISTINO.
           INITIALIZE F0SLIST
           MOVE    L-CAAR-CODE-CLIE    TO  F0SLIST-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           PERFORM RT3E1-LISTINO
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3E1-LISTINO.
           IF  F0SLIST-CODE-ARTI EQUAL W-CODE-DA
             MOVE  F0SLIST-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           .
      ******************************************************************
       RT3F-RACCOGLI-FORNITORE.
           INITIALIZE F0SFORA
           MOVE    L-CAAR-CODE-CLIE    TO  F0SFORA-CODE-CLIE
           MOVE    W-CODE-DA           TO  F0SFORA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFORA10"              USING F0SFORA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SFORA-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           .
      ******************************************************************
       RT3G-RACCOGLI-KIT.
           INITIALIZE F0SDIBA
           MOVE    L-CAAR-CODE-CLIE    TO  F0SDIBA-CODE-CLIE
           MOVE    W-CODE-DA           TO  F0SDIBA-CODE-ARTI
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           PERFORM RT3G1-KIT
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3G1-KIT.
           MOVE    F0SDIBA-CHIAVE      TO  W-CHIA
           PERFORM RT39-AGGIUNGI-CHIAVE
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           .
      ******************************************************************
       RT3H-RACCOGLI-COMPONENTE.
           INITIALIZE F0SDIBA
           MOVE    L-CAAR-CODE-CLIE    TO  F0SDIBA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           PERFORM RT3H1-COMPONENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3H1-COMPONENTE.
           IF  F0SDIBA-CODE-COMP EQUAL W-CODE-DA
             MOVE  F0SDIBA-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           .
      ******************************************************************
       RT3I-RACCOGLI-RIGA-DOCUMENTO.
           INITIALIZE F0SVENR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SVENR-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           PERFORM RT3I1-RIGA-DOCUMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3I1-RIGA-DOCUMENTO.
           IF  F0SVENR-RIGA-CODE-ARTI EQUAL W-CODE-DA
             MOVE  F0SVENR-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
      ******************************************************************
       RT3J-RACCOGLI-RIGA-ORDINE.
           INITIALIZE F0SORDR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SORDR-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           PERFORM RT3J1-RIGA-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3J1-RIGA-ORDINE.
           IF  F0SORDR-CODE-ARTI EQUAL W-CODE-DA
             MOVE  F0SORDR-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           .
      ******************************************************************
       RT3K-RACCOGLI-PROPOSTA.
           INITIALIZE F0SPROP
           MOVE    L-CAAR-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           PERFORM RT3K1-PROPOSTA
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3K1-PROPOSTA.
           IF  F0SPROP-CODE-ARTI EQUAL W-CODE-DA
             MOVE  F0SPROP-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           .
      ******************************************************************
       RT3L-RACCOGLI-CODICE-CLIENTE.
           INITIALIZE F0SARTC
           MOVE    L-CAAR-CODE-CLIE    TO  F0SARTC-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           PERFORM RT3L1-CODICE-CLIENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-CHI-NUMR EQUAL 500
           .
      ******************************************************************
       RT3L1-CODICE-CLIENTE.
           IF  F0SARTC-CODE-ARTI EQUAL W-CODE-DA
             MOVE  F0SARTC-CHIAVE      TO  W-CHIA
             PERFORM RT39-AGGIUNGI-CHIAVE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           .
      ******************************************************************
      *----------  IMMAGINE DEL RECORD CON IL CODICE NUOVO E SUA
      *            CHIAVE (UGUALE A QUELLA DI PRIMA SE IL CODICE
      *            ARTICOLO NON E' IN CHIAVE)
       RT93-NUOVO-CODICE.
           EVALUATE W-FASE
             WHEN 1
               MOVE  W-IMMA-PRIMA      TO  F0SARTI
               MOVE  W-CODE-A          TO  F0SARTI-CODE-ARTI
               MOVE  F0SARTI           TO  W-IMMA-DOPO
               MOVE  F0SARTI-CHIAVE    TO  W-CHIA-DOPO
             WHEN 2
               MOVE  W-IMMA-PRIMA      TO  F0SMAGA
               MOVE  W-CODE-A          TO  F0SMAGA-CODE-ARTI
               MOVE  F0SMAGA           TO  W-IMMA-DOPO
               MOVE  F0SMAGA-CHIAVE    TO  W-CHIA-DOPO
             WHEN 3
               MOVE  W-IMMA-PRIMA      TO  F0SLOTT
               MOVE  W-CODE-A          TO  F0SLOTT-CODE-ARTI
               MOVE  F0SLOTT           TO  W-IMMA-DOPO
               MOVE  F0SLOTT-CHIAVE    TO  W-CHIA-DOPO
             WHEN 5
               MOVE  W-IMMA-PRIMA      TO  F0SLIST
               MOVE  W-CODE-A          TO  F0SLIST-CODE-ARTI
               MOVE  F0SLIST           TO  W-IMMA-DOPO
               MOVE  F0SLIST-CHIAVE    TO  W-CHIA-DOPO
             WHEN 6
               MOVE  W-IMMA-PRIMA      TO  F0SFORA
               MOVE  W-CODE-A          TO  F0SFORA-CODE-ARTI
               MOVE  F0SFORA           TO  W-IMMA-DOPO
               MOVE  F0SFORA-CHIAVE    TO  W-CHIA-DOPO
             WHEN 7
               MOVE  W-IMMA-PRIMA      TO  F0SDIBA
               MOVE  W-CODE-A          TO  F0SDIBA-CODE-ARTI
               MOVE  F0SDIBA           TO  W-IMMA-DOPO
               MOVE  F0SDIBA-CHIAVE    TO  W-CHIA-DOPO
             WHEN 8
               MOVE  W-IMMA-PRIMA      TO  F0SDIBA
               MOVE  W-CODE-A          TO  F0SDIBA-CODE-COMP
               MOVE  F0SDIBA           TO  W-IMMA-DOPO
               MOVE  F0SDIBA-CHIAVE    TO  W-CHIA-DOPO
             WHEN 9
               MOVE  W-IMMA-PRIMA      TO  F0SVENR
               MOVE  W-CODE-A          TO  F0SVENR-RIGA-CODE-ARTI
               MOVE  F0SVENR           TO  W-IMMA-DOPO
               MOVE  F0SVENR-CHIAVE    TO  W-CHIA-DOPO
             WHEN 10
               MOVE  W-IMMA-PRIMA      TO  F0SORDR
               MOVE  W-CODE-A          TO  F0SORDR-CODE-ARTI
               MOVE  F0SORDR           TO  W-IMMA-DOPO
               MOVE  F0SORDR-CHIAVE    TO  W-CHIA-DOPO
             WHEN 11
               MOVE  W-IMMA-PRIMA      TO  F0SPROP
               MOVE  W-CODE-A          TO  F0SPROP-CODE-ARTI
               MOVE  F0SPROP           TO  W-IMMA-DOPO
               MOVE  F0SPROP-CHIAVE    TO  W-CHIA-DOPO
             WHEN 12
               MOVE  W-IMMA-PRIMA      TO  F0SARTC
               MOVE  W-CODE-A          TO  F0SARTC-CODE-ARTI
               MOVE  F0SARTC           TO  W-IMMA-DOPO
               MOVE  F0SARTC-CHIAVE    TO  W-CHIA-DOPO
           END-EVALUATE
           .
      ******************************************************************
      *----------  LETTURA PER CHIAVE (W-CHIA) DELL'ARCHIVIO
      *            W-NOME-FILE: RECORD IN W-REC, W-ESISTE = S/N
       RT90-LEGGI.
           MOVE    SPACES              TO  W-REC
           MOVE    0                   TO  DSTF-IOSR
           EVALUATE W-NOME-FILE
             WHEN "F0SARTI"
               MOVE  W-CHIA            TO  F0SARTI-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URARTI10"          USING F0SARTI LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SARTI          TO  W-REC
               END-IF
             WHEN "F0SMAGA"
               MOVE  W-CHIA            TO  F0SMAGA-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URMAGA10"          USING F0SMAGA LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SMAGA          TO  W-REC
               END-IF
             WHEN "F0SLOTT"
               MOVE  W-CHIA            TO  F0SLOTT-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URLOTT10"          USING F0SLOTT LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SLOTT          TO  W-REC
               END-IF
             WHEN "F0SLIST"
               MOVE  W-CHIA            TO  F0SLIST-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SLIST          TO  W-REC
               END-IF
             WHEN "F0SFORA"
               MOVE  W-CHIA            TO  F0SFORA-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URFORA10"          USING F0SFORA LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SFORA          TO  W-REC
               END-IF
             WHEN "F0SDIBA"
               MOVE  W-CHIA            TO  F0SDIBA-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URDIBA10"          USING F0SDIBA LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SDIBA          TO  W-REC
               END-IF
             WHEN "F0SVENR"
               MOVE  W-CHIA            TO  F0SVENR-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URVENR10"          USING F0SVENR LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SVENR          TO  W-REC
               END-IF
             WHEN "F0SORDR"
               MOVE  W-CHIA            TO  F0SORDR-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URORDR10"          USING F0SORDR LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SORDR          TO  W-REC
               END-IF
             WHEN "F0SPROP"
               MOVE  W-CHIA            TO  F0SPROP-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URPROP10"          USING F0SPROP LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SPROP          TO  W-REC
               END-IF
             WHEN "F0SARTC"
               MOVE  W-CHIA            TO  F0SARTC-CHIAVE
               MOVE  1                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URARTC10"          USING F0SARTC LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE F0SARTC          TO  W-REC
               END-IF
           END-EVALUATE
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           .
      ******************************************************************
      *----------  DEPOSITO/AGGIORNAMENTO DEL RECORD W-REC
      *            NELL'ARCHIVIO W-NOME-FILE
       RT91-SCRIVI.
           EVALUATE W-NOME-FILE
             WHEN "F0SARTI"
               MOVE  W-REC             TO  F0SARTI
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URARTI10"          USING F0SARTI LWCOMAR
             WHEN "F0SMAGA"
               MOVE  W-REC             TO  F0SMAGA
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URMAGA10"          USING F0SMAGA LWCOMAR
             WHEN "F0SLOTT"
               MOVE  W-REC             TO  F0SLOTT
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URLOTT10"          USING F0SLOTT LWCOMAR
             WHEN "F0SLIST"
               MOVE  W-REC             TO  F0SLIST
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
             WHEN "F0SFORA"
               MOVE  W-REC             TO  F0SFORA
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URFORA10"          USING F0SFORA LWCOMAR
             WHEN "F0SDIBA"
               MOVE  W-REC             TO  F0SDIBA
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URDIBA10"          USING F0SDIBA LWCOMAR
             WHEN "F0SVENR"
               MOVE  W-REC             TO  F0SVENR
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URVENR10"          USING F0SVENR LWCOMAR
             WHEN "F0SORDR"
               MOVE  W-REC             TO  F0SORDR
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URORDR10"          USING F0SORDR LWCOMAR
             WHEN "F0SPROP"
               MOVE  W-REC             TO  F0SPROP
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URPROP10"          USING F0SPROP LWCOMAR
             WHEN "F0SARTC"
               MOVE  W-REC             TO  F0SARTC
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URARTC10"          USING F0SARTC LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
      *----------  CANCELLAZIONE PER CHIAVE (W-CHIA) DALL'ARCHIVIO
      *            W-NOME-FILE (SOLO ARCHIVI CON L'ARTICOLO IN CHIAVE)
       RT92-CANCELLA.
           EVALUATE W-NOME-FILE
             WHEN "F0SARTI"
               MOVE  W-CHIA            TO  F0SARTI-CHIAVE
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URARTI10"          USING F0SARTI LWCOMAR
             WHEN "F0SMAGA"
               MOVE  W-CHIA            TO  F0SMAGA-CHIAVE
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URMAGA10"          USING F0SMAGA LWCOMAR
             WHEN "F0SLOTT"
               MOVE  W-CHIA            TO  F0SLOTT-CHIAVE
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URLOTT10"          USING F0SLOTT LWCOMAR
             WHEN "F0SLIST"
               MOVE  W-CHIA            TO  F0SLIST-CHIAVE
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
             WHEN "F0SFORA"
               MOVE  W-CHIA            TO  F0SFORA-CHIAVE
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URFORA10"          USING F0SFORA LWCOMAR
             WHEN "F0SDIBA"
               MOVE  W-CHIA            TO  F0SDIBA-CHIAVE
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URDIBA10"          USING F0SDIBA LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
      *----------  ARCHIVI APERTI UNA VOLTA PER TUTTO IL CAMBIO
      *            (ANAGRAFICA ARTICOLI E REGISTRO GIA' APERTI)
       RT60-APRI-ARCHIVI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URGIOR10"              USING F0SGIOR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFORA10"              USING F0SFORA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           .
      ******************************************************************
       RT69-CHIUDI-ARCHIVI.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URGIOR10"              USING F0SGIOR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFORA10"              USING F0SFORA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           .
      ******************************************************************
       RT39-AGGIUNGI-CHIAVE.
           ADD     1                   TO  W-CHI-NUMR
           MOVE    W-CHIA              TO  W-CHI-VOCE(W-CHI-NUMR)
           .
      ******************************************************************
       RT81-NUOVA-TESTATA.
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    W-NUMR-CAMB         TO  F0SCAAR-NUMR-CAMB
           MOVE    ZERO                TO  F0SCAAR-NUMR-PROG
           MOVE    W-CODE-DA           TO  F0SCAAR-CODE-ARTI-DA
           MOVE    W-CODE-A            TO  F0SCAAR-CODE-ARTI-A
           MOVE    W-TIPO              TO  F0SCAAR-TIPO
           MOVE    LDATE-ACTL          TO  F0SCAAR-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SCAAR-ORA
           MOVE    L-IDENUTEN          TO  F0SCAAR-IDEN-UTEN
           MOVE    "I"                 TO  F0SCAAR-STAT
           MOVE    ZERO                TO  F0SCAAR-FASE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
      *----------  PUNTO DI RIPRESA: ULTIMO ARCHIVIO COMPLETATO E
      *            RIGHE SCRITTE FIN QUI
       RT82-AGGIORNA-TESTATA.
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    W-NUMR-CAMB         TO  F0SCAAR-NUMR-CAMB
           MOVE    ZERO                TO  F0SCAAR-NUMR-PROG
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           MOVE    W-FASE              TO  F0SCAAR-FASE
           MOVE    W-NUMR-PROG         TO  F0SCAAR-NUMR-RIGHE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
      *----------  RIGA DEL REGISTRO SCRITTA PRIMA DI TOCCARE
      *            L'ARCHIVIO, CON TUTTO QUELLO CHE SERVE A RIMETTERE
      *            A POSTO IL RECORD SE IL LAVORO SI INTERROMPE QUI
       RT83-RIGA-IN-CORSO.
           ADD     1                   TO  W-NUMR-PROG
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    W-NUMR-CAMB         TO  F0SCAAR-NUMR-CAMB
           MOVE    W-NUMR-PROG         TO  F0SCAAR-NUMR-PROG
           MOVE    W-NOME-FILE         TO  F0SCAAR-NOME-FILE
           MOVE    "P"                 TO  F0SCAAR-ESITO
           MOVE    W-INDC-ARRI         TO  F0SCAAR-INDC-ARRI
           MOVE    W-CHIA-PRIMA        TO  F0SCAAR-CHIA-PRIMA
           MOVE    W-CHIA-DOPO         TO  F0SCAAR-CHIA-DOPO
           MOVE    W-IMMA-PRIMA        TO  F0SCAAR-IMMA-PRIMA
           MOVE    W-IMMA-ARRIVO       TO  F0SCAAR-IMMA-ARRIVO
           MOVE    W-IMMA-DOPO         TO  F0SCAAR-IMMA-DOPO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
       RT84-RIGA-ESEGUITA.
           MOVE    "E"                 TO  F0SCAAR-ESITO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
      *----------  TOTALI PER ARCHIVIO DAL REGISTRO (ANCHE DELLE
      *            PARTI FATTE PRIMA DI UNA RIPRESA), A VIDEO E SU
      *            F0SAUDI
       RT7-TOTALI.
           MOVE    ZERO                TO  W-ARC-QUANTI
           INITIALIZE F0SCAAR
           MOVE    L-CAAR-CODE-CLIE    TO  F0SCAAR-CODE-CLIE
           MOVE    W-NUMR-CAMB         TO  F0SCAAR-NUMR-CAMB
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           PERFORM RT71-CONTA-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT73-AUDIT-ARCHIVIO
               VARYING W-IX FROM 1 BY 1
               UNTIL W-IX GREATER W-ARC-QUANTI
      *      Giornale di magazzino: storia sotto il vecchio codice,
      *      passaggio nei movimenti di cambio
           MOVE    "F0SGIOR"           TO  F0SAUDI-NOME-FILE
           MOVE    "CODE-ARTI"         TO  F0SAUDI-NOME-CAMPO
           MOVE    W-CODE-DA           TO  F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  W-CODE-A            DELIMITED BY SPACE
                   " - MOVIMENTI DI CAMBIO"
                                       DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           PERFORM RT9-REGISTRA-AUDIT
           MOVE    "F0SARTI"           TO  F0SAUDI-NOME-FILE
           IF  W-FUSIONE
             MOVE  "FUSIONE ARTICOLO"  TO  F0SAUDI-NOME-CAMPO
           ELSE
             MOVE  "CAMBIO CODICE ART." TO F0SAUDI-NOME-CAMPO
           END-IF
           MOVE    SPACES              TO  F0SAUDI-VALO-OLD
           STRING  W-CODE-DA           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-DESC-DA           DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  W-CODE-A            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-DESC-A            DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           PERFORM RT9-REGISTRA-AUDIT
           .
      ******************************************************************
       RT71-CONTA-RIGA.
           IF  F0SCAAR-NUMR-PROG NOT EQUAL ZERO
               AND F0SCAAR-RIGA-ESEGUITA
             MOVE  1                   TO  W-IX
             PERFORM RT72-PROSSIMO-ARCHIVIO
                 UNTIL W-IX GREATER W-ARC-QUANTI
                    OR W-ARC-NOME(W-IX) EQUAL F0SCAAR-NOME-FILE
             IF  W-IX GREATER W-ARC-QUANTI
               ADD  1                  TO  W-ARC-QUANTI
               MOVE F0SCAAR-NOME-FILE  TO  W-ARC-NOME(W-IX)
               MOVE ZERO               TO  W-ARC-NUMR(W-IX)
             END-IF
             ADD   1                   TO  W-ARC-NUMR(W-IX)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAAR10"              USING F0SCAAR LWCOMAR
           .
      ******************************************************************
       RT72-PROSSIMO-ARCHIVIO.
           ADD     1                   TO  W-IX
           .
      ******************************************************************
       RT73-AUDIT-ARCHIVIO.
           DISPLAY W-ARC-NOME(W-IX) "  RECORD " W-ARC-NUMR(W-IX)
           MOVE    W-ARC-NOME(W-IX)    TO  F0SAUDI-NOME-FILE
           MOVE    "CODE-ARTI"         TO  F0SAUDI-NOME-CAMPO
           MOVE    W-CODE-DA           TO  F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  W-CODE-A            DELIMITED BY SIZE
                   " - RECORD "        DELIMITED BY SIZE
                   W-ARC-NUMR(W-IX)    DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           PERFORM RT9-REGISTRA-AUDIT
           .
      ******************************************************************
      *----------  LA CHIAVE SU F0SAUDI E' IL NUMERO DI CAMBIO, CHE
      *            RIMANDA AL REGISTRO F0SCAAR
       RT9-REGISTRA-AUDIT.
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SAUDI-ORA
           MOVE    L-IDENUTEN          TO  F0SAUDI-IDEN-UTEN
           MOVE    SPACES              TO  F0SAUDI-CHIAVE-REC
           STRING  L-CAAR-CODE-CLIE    DELIMITED BY SIZE
                   "/CAMBIO "          DELIMITED BY SIZE
                   W-NUMR-CAMB         DELIMITED BY SIZE
                                       INTO F0SAUDI-CHIAVE-REC
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    6                   TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
      *(END)
