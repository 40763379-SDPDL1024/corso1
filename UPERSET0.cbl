       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPERSET0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RAPPORTO SETTIMANALE DELLE VENDITE PERSE: RACCOGLIE DA
      *****   F0SPERS (TRAMITE "URPERS10") LE RICHIESTE NON SERVITE
      *****   PER MANCANZA DI MERCE NEI SETTE GIORNI CHE FINISCONO
      *****   ALLA DATA DATA (ZERO = OGGI DA TERMINALE, IERI NELLA
      *****   CATENA NOTTURNA), LE SOMMA PER ARTICOLO SU TUTTI I
      *****   DEPOSITI E LE STAMPA SU "PERSESET" RAGGRUPPATE PER
      *****   FORNITORE DELL'ARTICOLO (F0SFORA): NUMERO DI EVENTI,
      *****   CLIENTI CHE HANNO RINUNCIATO, RIGHE RIDOTTE, ARTICOLO
      *****   SENZA GIACENZA E QUANTITA' PERSA, CON IL TOTALE PER
      *****   FORNITORE. E' LA LISTA DA PORTARE AL COMPRATORE; LA
      *****   STESSA DOMANDA PERSA ENTRA NEL RICALCOLO DEI PUNTI DI
      *****   RIORDINO (URIORDC0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSESET-FILE        ASSIGN TO "PERSESET"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSESET-FILE.
       01  PERSESET-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-INIZ                 PIC 9(08)      VALUE ZERO.
       77  W-DATA-FINE                 PIC 9(08)      VALUE ZERO.
       77  W-IND                       PIC S9(04)     COMP VALUE 0.
       77  W-IND2                      PIC S9(04)     COMP VALUE 0.
       77  W-IND-MINI                  PIC S9(04)     COMP VALUE 0.
       77  W-IND-TROV                  PIC S9(04)     COMP VALUE 0.
       77  W-NUMR-EVEN                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-SALT                 PIC 9(07)      VALUE ZERO.
       77  W-FORN-CORR                 PIC 9(04)      VALUE ZERO.
       77  W-PRIMO                     PIC X(01)      VALUE "S".
           88  W-PRIMO-SI                             VALUE "S".
       77  W-TOT-FORN-QTA              PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-TOT-FORN-EVEN             PIC 9(07)      VALUE ZERO.
       77  W-TOT-GENE-QTA              PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-NUMR-FORN                 PIC 9(05)      VALUE ZERO.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZZZ9    VALUE ZERO.
       77  W-ARTI-ED                   PIC ZZZ9       VALUE ZERO.
      *
      *----------  VENDITE PERSE PER ARTICOLO NELLA SETTIMANA; LA
      *            CHIAVE DI ORDINAMENTO E' FORNITORE + ARTICOLO
       01  W-ART-TAB.
           03  W-ART-NUMR              PIC S9(04)     COMP VALUE 0.
           03  W-ART-VOCE              OCCURS 500 TIMES.
               05  W-ART-ORDINE.
                   07  W-ART-CODE-FORN PIC 9(04).
                   07  W-ART-CODE-ARTI PIC X(15).
               05  W-ART-RAGE-FORN     PIC X(40).
               05  W-ART-DESC-ARTI     PIC X(30).
               05  W-ART-NUMR-EVEN     PIC 9(05).
               05  W-ART-NUMR-RINU     PIC 9(05).
               05  W-ART-NUMR-RIDO     PIC 9(05).
               05  W-ART-NUMR-NDEP     PIC 9(05).
               05  W-ART-QTA-PERSA     PIC S9(09)V999 COMP-3.
       01  W-ART-APPOGGIO.
           03  FILLER                  PIC X(19).
           03  FILLER                  PIC X(40).
           03  FILLER                  PIC X(30).
           03  FILLER                  PIC 9(05).
           03  FILLER                  PIC 9(05).
           03  FILLER                  PIC 9(05).
           03  FILLER                  PIC 9(05).
           03  FILLER                  PIC S9(09)V999 COMP-3.
      *
       COPY "F0SPERS.REC".
       COPY "F0SFORA.REC".
       COPY "F0SARTI.REC".
      *
       LINKAGE SECTION.
       01  L-PSET-CTRL.
           03  L-PSET-CODE-CLIE        PIC 9(04).
      *    Ultimo giorno della settimana (ZERO = data di default)
           03  L-PSET-DATA-FINE        PIC 9(08).
      *    "B" = catena notturna, "M" = menu
           03  L-PSET-ORIG             PIC X(01).
           03  L-PSET-NUMR-ARTI        PIC 9(05).
           03  L-PSET-ESITO            PIC X(01).
               88  L-PSET-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PSET-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-PSET-ESITO
           MOVE    ZERO                TO  L-PSET-NUMR-ARTI
           DISPLAY "VENDITE PERSE DELLA SETTIMANA  -  DITTA "
                   L-PSET-CODE-CLIE
           PERFORM 1000-SETTIMANA
           MOVE    ZERO                TO  W-ART-NUMR W-NUMR-EVEN
                                           W-NUMR-SALT W-NUMR-FORN
                                           W-TOT-GENE-QTA
           OPEN OUTPUT PERSESET-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "VENDITE PERSE PER MANCANZA DI MERCE DAL "
                                       DELIMITED BY SIZE
                   W-DATA-INIZ         DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   W-DATA-FINE         DELIMITED BY SIZE
                   " - DITTA "         DELIMITED BY SIZE
                   L-PSET-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           PERFORM 2000-RACCOGLI
           PERFORM 3000-FORNITORI
           PERFORM 4000-ORDINA
           PERFORM 5000-STAMPA
           CLOSE   PERSESET-FILE
           MOVE    W-ART-NUMR          TO  L-PSET-NUMR-ARTI
           MOVE    "S"                 TO  L-PSET-ESITO
           DISPLAY "RAPPORTO PRODOTTO SU PERSESET - VENDITE PERSE "
                   W-NUMR-EVEN " ARTICOLI " W-ART-NUMR
           EXIT PROGRAM.
      ******************************************************************
      *----------  SETTIMANA DEL RAPPORTO: SETTE GIORNI FINO ALLA DATA
      *            DATA; DA TERMINALE SI CHIEDE, NELLA CATENA
      *            NOTTURNA LA GIORNATA DI OGGI NON E' ANCORA CHIUSA
       1000-SETTIMANA.
           MOVE    L-PSET-DATA-FINE    TO  W-DATA-FINE
           IF  L-PSET-ORIG NOT EQUAL "B" AND W-DATA-FINE EQUAL ZERO
             DISPLAY "ULTIMO GIORNO DELLA SETTIMANA (AAAAMMGG, "
                     "0 = OGGI) : " WITH NO ADVANCING
             ACCEPT   W-DATA-FINE
           END-IF
           IF  W-DATA-FINE EQUAL ZERO
             IF  L-PSET-ORIG EQUAL "B"
               COMPUTE W-DATA-FINE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE(LDATE-ACTL) - 1)
             ELSE
               MOVE LDATE-ACTL         TO  W-DATA-FINE
             END-IF
           END-IF
           COMPUTE W-DATA-INIZ = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(W-DATA-FINE) - 6)
           .
      ******************************************************************
      *----------  VENDITE PERSE DELLA DITTA NELLA SETTIMANA, SOMMATE
      *            PER ARTICOLO
       2000-RACCOGLI.
           INITIALIZE F0SPERS
           MOVE    L-PSET-CODE-CLIE    TO  F0SPERS-CODE-CLIE
           MOVE    W-DATA-INIZ         TO  F0SPERS-DATA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPERS10"              USING F0SPERS LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPERS10"              USING F0SPERS LWCOMAR
           PERFORM 2100-UNA-PERSA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPERS10"              USING F0SPERS LWCOMAR
           .
       2100-UNA-PERSA.
      *      Archivio in ordine di data: oltre la settimana si esce
           IF  F0SPERS-DATA GREATER W-DATA-FINE
             MOVE  0                   TO  DSTF-IOSR
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-EVEN
           MOVE    0                   TO  W-IND-TROV
           PERFORM 2110-CONFRONTA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-ART-NUMR
                  OR W-IND-TROV NOT EQUAL ZERO
           IF  W-IND-TROV EQUAL ZERO
             IF  W-ART-NUMR NOT LESS 500
               ADD  1                  TO  W-NUMR-SALT
               PERFORM 2900-PROSSIMA
               EXIT PARAGRAPH
             END-IF
             ADD  1                    TO  W-ART-NUMR
             MOVE W-ART-NUMR           TO  W-IND-TROV
             MOVE ZERO                 TO  W-ART-CODE-FORN(W-IND-TROV)
                                           W-ART-NUMR-EVEN(W-IND-TROV)
                                           W-ART-NUMR-RINU(W-IND-TROV)
                                           W-ART-NUMR-RIDO(W-IND-TROV)
                                           W-ART-NUMR-NDEP(W-IND-TROV)
                                           W-ART-QTA-PERSA(W-IND-TROV)
             MOVE F0SPERS-CODE-ARTI    TO  W-ART-CODE-ARTI(W-IND-TROV)
             MOVE SPACES               TO  W-ART-RAGE-FORN(W-IND-TROV)
                                           W-ART-DESC-ARTI(W-IND-TROV)
           END-IF
           ADD     1                   TO  W-ART-NUMR-EVEN(W-IND-TROV)
           EVALUATE TRUE
             WHEN F0SPERS-RINUNCIA
               ADD  1                  TO  W-ART-NUMR-RINU(W-IND-TROV)
             WHEN F0SPERS-RIDOTTA
               ADD  1                  TO  W-ART-NUMR-RIDO(W-IND-TROV)
             WHEN F0SPERS-NON-A-DEPOSITO
               ADD  1                  TO  W-ART-NUMR-NDEP(W-IND-TROV)
           END-EVALUATE
           ADD     F0SPERS-QTA-PERSA   TO  W-ART-QTA-PERSA(W-IND-TROV)
           PERFORM 2900-PROSSIMA
           .
       2110-CONFRONTA.
           IF  W-ART-CODE-ARTI(W-IND) EQUAL F0SPERS-CODE-ARTI
             MOVE  W-IND               TO  W-IND-TROV
           END-IF
           .
       2900-PROSSIMA.
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPERS10"              USING F0SPERS LWCOMAR
           .
      ******************************************************************
      *----------  FORNITORE (F0SFORA) E DESCRIZIONE (F0SARTI) DI OGNI
      *            ARTICOLO; SENZA FORNITORE CENSITO L'ARTICOLO VA IN
      *            FONDO, SOTTO IL FORNITORE 9999
       3000-FORNITORI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFORA10"              USING F0SFORA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           PERFORM 3100-UN-ARTICOLO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-ART-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFORA10"              USING F0SFORA LWCOMAR
           .
       3100-UN-ARTICOLO.
           MOVE    L-PSET-CODE-CLIE    TO  F0SFORA-CODE-CLIE
           MOVE    W-ART-CODE-ARTI(W-IND) TO  F0SFORA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFORA10"              USING F0SFORA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SFORA-CODE-FORN   TO  W-ART-CODE-FORN(W-IND)
             MOVE  F0SFORA-RAGE-FORN   TO  W-ART-RAGE-FORN(W-IND)
           ELSE
             MOVE  9999                TO  W-ART-CODE-FORN(W-IND)
             MOVE  "FORNITORE NON CENSITO"
                                       TO  W-ART-RAGE-FORN(W-IND)
           END-IF
           MOVE    L-PSET-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    W-ART-CODE-ARTI(W-IND) TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SARTI-DESC-ARTI   TO  W-ART-DESC-ARTI(W-IND)
           END-IF
           .
      ******************************************************************
      *----------  ORDINA LA TABELLA PER FORNITORE E ARTICOLO
      *            (SELEZIONE DEL MINIMO)
       4000-ORDINA.
           PERFORM 4100-ORDINA-PASSO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND NOT LESS W-ART-NUMR
           .
       4100-ORDINA-PASSO.
           MOVE    W-IND               TO  W-IND-MINI
           PERFORM 4200-TROVA-MINIMO
               VARYING W-IND2 FROM W-IND BY 1
               UNTIL W-IND2 GREATER W-ART-NUMR
           IF  W-IND-MINI NOT EQUAL W-IND
             MOVE W-ART-VOCE(W-IND)      TO  W-ART-APPOGGIO
             MOVE W-ART-VOCE(W-IND-MINI) TO  W-ART-VOCE(W-IND)
             MOVE W-ART-APPOGGIO         TO  W-ART-VOCE(W-IND-MINI)
           END-IF
           .
       4200-TROVA-MINIMO.
           IF  W-ART-ORDINE(W-IND2) LESS W-ART-ORDINE(W-IND-MINI)
             MOVE W-IND2               TO  W-IND-MINI
           END-IF
           .
      ******************************************************************
      *----------  STAMPA PER FORNITORE, CON IL TOTALE DI OGNI
      *            FORNITORE E IL TOTALE GENERALE
       5000-STAMPA.
           IF  W-ART-NUMR EQUAL ZERO
             MOVE  "NESSUNA VENDITA PERSA NELLA SETTIMANA"
                                       TO  W-LINEA
             PERFORM 8900-SCRIVI
             EXIT PARAGRAPH
           END-IF
           MOVE    "S"                 TO  W-PRIMO
           PERFORM 5100-RIGA-ARTICOLO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-ART-NUMR
           PERFORM 5300-TOTALE-FORNITORE
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-TOT-GENE-QTA      TO  W-QTA-ED
           MOVE    W-NUMR-EVEN         TO  W-NUMR-ED
           MOVE    W-ART-NUMR          TO  W-ARTI-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE SETTIMANA: FORNITORI " DELIMITED BY SIZE
                   W-NUMR-FORN         DELIMITED BY SIZE
                   "  ARTICOLI "       DELIMITED BY SIZE
                   W-ARTI-ED           DELIMITED BY SIZE
                   "  VENDITE PERSE "  DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "  QUANTITA' PERSA " DELIMITED BY SIZE
                   W-QTA-ED            DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           IF  W-NUMR-SALT GREATER ZERO
             MOVE  W-NUMR-SALT         TO  W-NUMR-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "ATTENZIONE: TABELLA ARTICOLI PIENA, "
                                       DELIMITED BY SIZE
                    W-NUMR-ED          DELIMITED BY SIZE
                    " VENDITE PERSE OLTRE I 500 ARTICOLI NON RIPORTATE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 8900-SCRIVI
           END-IF
           .
       5100-RIGA-ARTICOLO.
           IF  W-PRIMO-SI
               OR W-ART-CODE-FORN(W-IND) NOT EQUAL W-FORN-CORR
             IF  NOT W-PRIMO-SI
               PERFORM 5300-TOTALE-FORNITORE
             END-IF
             MOVE  "N"                 TO  W-PRIMO
             PERFORM 5200-TESTA-FORNITORE
           END-IF
           MOVE    W-ART-QTA-PERSA(W-IND) TO  W-QTA-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-ART-CODE-ARTI(W-IND) TO  W-LINEA(3:15)
           MOVE    W-ART-DESC-ARTI(W-IND) TO  W-LINEA(19:30)
           MOVE    W-ART-NUMR-EVEN(W-IND) TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(51:7)
           MOVE    W-ART-NUMR-RINU(W-IND) TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(60:7)
           MOVE    W-ART-NUMR-RIDO(W-IND) TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(69:7)
           MOVE    W-ART-NUMR-NDEP(W-IND) TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(78:7)
           MOVE    W-QTA-ED            TO  W-LINEA(87:15)
           PERFORM 8900-SCRIVI
           ADD     W-ART-QTA-PERSA(W-IND) TO  W-TOT-FORN-QTA
                                              W-TOT-GENE-QTA
           ADD     W-ART-NUMR-EVEN(W-IND) TO  W-TOT-FORN-EVEN
           .
       5200-TESTA-FORNITORE.
           MOVE    W-ART-CODE-FORN(W-IND) TO  W-FORN-CORR
           MOVE    ZERO                TO  W-TOT-FORN-QTA
                                           W-TOT-FORN-EVEN
           ADD     1                   TO  W-NUMR-FORN
           MOVE    SPACES              TO  W-LINEA
           STRING  "FORNITORE "        DELIMITED BY SIZE
                   W-FORN-CORR         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-ART-RAGE-FORN(W-IND) DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "ARTICOLO"          TO  W-LINEA(3:8)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(19:11)
           MOVE    "EVENTI"            TO  W-LINEA(52:6)
           MOVE    "RINUNCE"           TO  W-LINEA(60:7)
           MOVE    "RIDOTTE"           TO  W-LINEA(69:7)
           MOVE    "NON DEP"           TO  W-LINEA(78:7)
           MOVE    "QUANTITA' PERSA"   TO  W-LINEA(87:15)
           PERFORM 8900-SCRIVI
           .
       5300-TOTALE-FORNITORE.
           MOVE    W-TOT-FORN-QTA      TO  W-QTA-ED
           MOVE    W-TOT-FORN-EVEN     TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TOTALE FORNITORE"  TO  W-LINEA(19:16)
           MOVE    W-NUMR-ED           TO  W-LINEA(51:7)
           MOVE    W-QTA-ED            TO  W-LINEA(87:15)
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  PERSESET-REC
           WRITE   PERSESET-REC
           .
      *(END)
