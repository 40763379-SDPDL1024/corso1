       IDENTIFICATION DIVISION.
       PROGRAM-ID. UGIRPIA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   PIANIFICAZIONE GIORNALIERA DEI GIRI DI CONSEGNA DEL
      *****   DEPOSITO, SUL FILE "GIRI": RACCOGLIE I DDT EMESSI NEL
      *****   GIORNO DEL GIRO E GLI ORDINI APERTI DEI CLIENTI SERVITI
      *****   IN QUEL GIORNO DELLA SETTIMANA, ASSEGNA OGNI CONSEGNA
      *****   ALLA SUA ZONA (F0SZONA: QUELLA INDICATA SU CLIENTE O
      *****   DESTINAZIONE, ALTRIMENTI QUELLA DEL CAP PER INTERVALLO
      *****   O PER PROVINCIA RISOLTA SU F0SCAP) E QUINDI
      *****   ALL'AUTOMEZZO CHE SERVE LA ZONA (F0SVEIC).
      *****   PER OGNI AUTOMEZZO STAMPA IL FOGLIO DI CARICO IN ORDINE
      *****   INVERSO DI SCARICO (SI CARICA PER PRIMA L'ULTIMA
      *****   CONSEGNA) E IL RIEPILOGO DEL GIRO PER L'AUTISTA, CON IL
      *****   CONTROLLO DI PESO LORDO E COLLI CONTRO LA CAPACITA'
      *****   DEL MEZZO. LE CONSEGNE SENZA ZONA O SENZA AUTOMEZZO
      *****   ESCONO IN CODA, DA ASSEGNARE A MANO.
      *****   IL PESO DEGLI ORDINI NON ANCORA SPEDITI E' STIMATO DAL
      *****   PESO NETTO DEGLI ARTICOLI (F0SARTI) SUL RESIDUO; I COLLI
      *****   SI CONOSCONO SOLO DAL DDT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GIRI-FILE            ASSIGN TO "GIRI"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-GIR.
       DATA DIVISION.
       FILE SECTION.
       FD  GIRI-FILE.
       01  GIRI-REC                    PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-GIR                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-DATA-GIRO                 PIC 9(08)   VALUE ZERO.
       77  W-GIOR-GIRO                 PIC S9(04) COMP VALUE ZERO.
       77  W-SERIALE                   PIC S9(09) COMP-3 VALUE ZERO.
       77  W-SETTIMANE                 PIC S9(09) COMP-3 VALUE ZERO.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04) COMP VALUE ZERO.
       77  W-IND-ZONA                  PIC S9(04) COMP VALUE ZERO.
       77  W-IND-VEIC                  PIC S9(04) COMP VALUE ZERO.
       77  W-ESITO-SCAN                PIC S9(04) COMP VALUE ZERO.
       77  W-TAB-PIENA                 PIC X(01)   VALUE "N".
           88  W-TAB-PIENA-SI                      VALUE "S".
       77  W-NUMR-DDT                  PIC 9(04)   VALUE ZERO.
       77  W-NUMR-ORDI                 PIC 9(04)   VALUE ZERO.
       77  W-PESO-ED                   PIC Z.ZZZ.ZZ9,99 VALUE 0.
       77  W-PESO-ED2                  PIC Z.ZZZ.ZZ9,99 VALUE 0.
       77  W-NUMR-ED                   PIC ZZZ9        VALUE 0.
       77  W-NUMR-ED2                  PIC ZZZ9        VALUE 0.
      *
      *----------  DATI DELLA CONSEGNA IN ESAME
       77  W-CUR-CODI-CLIF             PIC 9(06)   VALUE ZERO.
       77  W-CUR-CODE-DEST             PIC 9(03)   VALUE ZERO.
       77  W-CUR-ZONA-MAN              PIC X(04)   VALUE SPACES.
       77  W-CUR-GIOR-MAN              PIC 9(01)   VALUE ZERO.
       77  W-CUR-GIOR                  PIC 9(01)   VALUE ZERO.
       77  W-CUR-CAP                   PIC X(05)   VALUE SPACES.
       77  W-CUR-PROV                  PIC X(02)   VALUE SPACES.
       77  W-CUR-PESO                  PIC S9(07)V99 COMP-3 VALUE 0.
       77  W-ANA-RAGE                  PIC X(40)   VALUE SPACES.
       77  W-ANA-INDR                  PIC X(40)   VALUE SPACES.
       77  W-ANA-CAP                   PIC X(05)   VALUE SPACES.
       77  W-ANA-COMU                  PIC X(30)   VALUE SPACES.
       77  W-ANA-PROV                  PIC X(02)   VALUE SPACES.
       77  W-ANA-ORAR                  PIC X(30)   VALUE SPACES.
      *
      *----------  GIRO IN STAMPA
       77  W-GIRO-INIZ                 PIC S9(04) COMP VALUE ZERO.
       77  W-GIRO-FINE                 PIC S9(04) COMP VALUE ZERO.
       77  W-GIRO-VEIC                 PIC X(04)   VALUE SPACES.
       77  W-GIRO-PESO                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-GIRO-COLLI                PIC 9(06)   VALUE ZERO.
       77  W-NUMR-CARI                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SCAR                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-GIRI                 PIC 9(04)   VALUE ZERO.
       77  W-ECCEDENZA                 PIC S9(09)V99 COMP-3 VALUE 0.
      *
       01  C-TABLGIOR.
           03  FILLER                  PIC X(09)   VALUE "LUNEDI'  ".
           03  FILLER                  PIC X(09)   VALUE "MARTEDI' ".
           03  FILLER                  PIC X(09)   VALUE "MERCOLEDI".
           03  FILLER                  PIC X(09)   VALUE "GIOVEDI' ".
           03  FILLER                  PIC X(09)   VALUE "VENERDI' ".
           03  FILLER                  PIC X(09)   VALUE "SABATO   ".
           03  FILLER                  PIC X(09)   VALUE "DOMENICA ".
       01  C-TABLGIOR-R REDEFINES C-TABLGIOR.
           03  C-TABL-GIOR-X           PIC X(09)   OCCURS 7.
      *
      *----------  ZONE DELLA DITTA, CARICATE ALL'INIZIO
       01  W-ZON-TAB.
           03  W-ZON-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-ZON-VOCE              OCCURS 100.
               05  W-ZON-CODE          PIC X(04).
               05  W-ZON-TIPO          PIC X(01).
               05  W-ZON-CAP-DA        PIC X(05).
               05  W-ZON-CAP-A         PIC X(05).
               05  W-ZON-PROV          PIC X(02).
               05  W-ZON-GIOR          PIC 9(01).
               05  W-ZON-VEIC          PIC X(04).
               05  W-ZON-SEQU          PIC 9(03).
      *
      *----------  AUTOMEZZI ATTIVI DELLA DITTA
       01  W-VEI-TAB.
           03  W-VEI-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-VEI-VOCE              OCCURS 30.
               05  W-VEI-CODE          PIC X(04).
               05  W-VEI-DESC          PIC X(30).
               05  W-VEI-TARGA         PIC X(10).
               05  W-VEI-AUTISTA       PIC X(30).
               05  W-VEI-PORT          PIC S9(07)V99 COMP-3.
               05  W-VEI-MAXC          PIC 9(04).
      *
      *----------  CONSEGNE DEL GIORNO, ORDINATE PER AUTOMEZZO, ORDINE
      *            DELLA ZONA NEL GIRO E CAP; SENZA AUTOMEZZO IN CODA
      *            (HIGH-VALUES). UNA VOCE IN PIU' FA DA SENTINELLA.
       01  W-FER-TAB.
           03  W-FER-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-FER-VOCE              OCCURS 501.
               05  W-FER-CHIAVE.
                   07  W-FER-VEIC      PIC X(04).
                   07  W-FER-SEQU      PIC 9(03).
                   07  W-FER-CAP       PIC X(05).
               05  W-FER-ZONA          PIC X(04).
               05  W-FER-TIPO          PIC X(03).
               05  W-FER-NUMR-DOCU     PIC 9(06).
               05  W-FER-RAGE          PIC X(30).
               05  W-FER-INDR          PIC X(40).
               05  W-FER-COMU          PIC X(30).
               05  W-FER-PROV          PIC X(02).
               05  W-FER-ORAR          PIC X(30).
               05  W-FER-PESO          PIC S9(07)V99 COMP-3.
               05  W-FER-COLLI         PIC 9(04).
       01  W-FER-SWAP                  PIC X(166).
      *
       COPY "F0SVEND.REC".
       COPY "F0SORDI.REC".
       COPY "F0SORDR.REC".
       COPY "F0SARTI.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SDEST.REC".
       COPY "F0SZONA.REC".
       COPY "F0SVEIC.REC".
       COPY "F0SCAP.REC".
      *
       LINKAGE SECTION.
       01  L-GIRI-CTRL.
           03  L-GIRI-CODE-CLIE        PIC 9(04).
           03  L-GIRI-NUMR-INST        PIC 9(04).
           03  L-GIRI-NUMR-FERM        PIC 9(04).
           03  L-GIRI-ESITO            PIC X(01).
               88  L-GIRI-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-GIRI-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-GIRI-ESITO
           MOVE    ZERO                TO  L-GIRI-NUMR-FERM
           DISPLAY "PIANIFICAZIONE GIRI DI CONSEGNA  -  DITTA "
                   L-GIRI-CODE-CLIE " DEPOSITO " L-GIRI-NUMR-INST
           DISPLAY "DATA DEL GIRO (AAAAMMGG, 0=OGGI) : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-GIRO
           IF  W-DATA-GIRO EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-GIRO
           END-IF
           PERFORM 1000-INIZIO
           IF  W-ZON-NUMR EQUAL ZERO
             DISPLAY "NESSUNA ZONA DI CONSEGNA CENSITA - TUTTE LE"
                     " CONSEGNE RESTANO DA ASSEGNARE"
           END-IF
           PERFORM 2000-DDT-DEL-GIORNO
           PERFORM 3000-ORDINI-APERTI
           PERFORM 1900-CHIUDI-ARCHIVI
           IF  W-FER-NUMR EQUAL ZERO
             DISPLAY "NESSUNA CONSEGNA DA PIANIFICARE PER IL "
                     W-DATA-GIRO
             GO TO EXIT-PRO
           END-IF
           PERFORM 4000-ORDINA-CONSEGNE
           OPEN OUTPUT GIRI-FILE
           MOVE    ZERO                TO  W-NUMR-GIRI
           MOVE    1                   TO  W-IND
           PERFORM 5000-GIRO
               UNTIL W-IND GREATER W-FER-NUMR
           CLOSE GIRI-FILE
           MOVE    W-FER-NUMR          TO  L-GIRI-NUMR-FERM
           MOVE    "S"                 TO  L-GIRI-ESITO
           DISPLAY "GIRI DEL " W-DATA-GIRO " SU GIRI - DDT "
                   W-NUMR-DDT " ORDINI " W-NUMR-ORDI
                   " AUTOMEZZI " W-NUMR-GIRI
           IF  W-TAB-PIENA-SI
             DISPLAY "ATTENZIONE: PIU' DI 500 CONSEGNE, LE ECCEDENTI"
                     " NON SONO PIANIFICATE"
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  GIORNO DELLA SETTIMANA DEL GIRO (STESSA TECNICA DI
      *            UGGSET10: SERIALE DELLA DATA, RESTO MOD 7), ZONE E
      *            AUTOMEZZI IN TABELLA, APERTURA DEGLI ARCHIVI LETTI
      *            DURANTE LA RACCOLTA
       1000-INIZIO.
           MOVE    ZERO                TO  W-FER-NUMR W-ZON-NUMR
                                           W-VEI-NUMR W-NUMR-DDT
                                           W-NUMR-ORDI
           MOVE    "N"                 TO  W-TAB-PIENA
           COMPUTE W-SERIALE = FUNCTION INTEGER-OF-DATE(W-DATA-GIRO)
           DIVIDE  W-SERIALE BY 7      GIVING W-SETTIMANE
                                       REMAINDER W-GIOR-GIRO
           IF  W-GIOR-GIRO EQUAL ZERO
             MOVE  7                   TO  W-GIOR-GIRO
           END-IF
      *
           INITIALIZE F0SVEIC
           MOVE    L-GIRI-CODE-CLIE    TO  F0SVEIC-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           PERFORM 1100-CARICA-VEICOLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
      *
           INITIALIZE F0SZONA
           MOVE    L-GIRI-CODE-CLIE    TO  F0SZONA-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           PERFORM 1200-CARICA-ZONA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           .
      ******************************************************************
       1100-CARICA-VEICOLO.
           IF  F0SVEIC-ATTIVO AND W-VEI-NUMR LESS 30
             ADD   1                   TO  W-VEI-NUMR
             MOVE  F0SVEIC-CODE-VEIC   TO  W-VEI-CODE(W-VEI-NUMR)
             MOVE  F0SVEIC-DESC-VEIC   TO  W-VEI-DESC(W-VEI-NUMR)
             MOVE  F0SVEIC-TARGA       TO  W-VEI-TARGA(W-VEI-NUMR)
             MOVE  F0SVEIC-AUTISTA     TO  W-VEI-AUTISTA(W-VEI-NUMR)
             MOVE  F0SVEIC-PORT-KG     TO  W-VEI-PORT(W-VEI-NUMR)
             MOVE  F0SVEIC-MAX-COLLI   TO  W-VEI-MAXC(W-VEI-NUMR)
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           .
      ******************************************************************
       1200-CARICA-ZONA.
           IF  W-ZON-NUMR LESS 100
             ADD   1                   TO  W-ZON-NUMR
             MOVE  F0SZONA-CODE-ZONA   TO  W-ZON-CODE(W-ZON-NUMR)
             MOVE  F0SZONA-TIPO-ZONA   TO  W-ZON-TIPO(W-ZON-NUMR)
             MOVE  F0SZONA-CAP-DA      TO  W-ZON-CAP-DA(W-ZON-NUMR)
             MOVE  F0SZONA-CAP-A       TO  W-ZON-CAP-A(W-ZON-NUMR)
             MOVE  F0SZONA-SIGL-PROV   TO  W-ZON-PROV(W-ZON-NUMR)
             MOVE  F0SZONA-GIOR-CONS   TO  W-ZON-GIOR(W-ZON-NUMR)
             MOVE  F0SZONA-CODE-VEIC   TO  W-ZON-VEIC(W-ZON-NUMR)
             MOVE  F0SZONA-SEQU-GIRO   TO  W-ZON-SEQU(W-ZON-NUMR)
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           .
      ******************************************************************
       1900-CHIUDI-ARCHIVI.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
      ******************************************************************
      *----------  DDT DEL DEPOSITO EMESSI NEL GIORNO DEL GIRO: LA
      *            MERCE E' PRONTA, PESO LORDO E COLLI SONO SUL DDT
       2000-DDT-DEL-GIORNO.
           INITIALIZE F0SVEND
           MOVE    L-GIRI-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 2100-DDT
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
       2100-DDT.
           IF  F0SVEND-DOC-DDT
               AND F0SVEND-NUMR-INST EQUAL L-GIRI-NUMR-INST
               AND F0SVEND-DATA-DOCU EQUAL W-DATA-GIRO
             MOVE  F0SVEND-CODI-CLIF   TO  W-CUR-CODI-CLIF
             MOVE  F0SVEND-CODE-DEST   TO  W-CUR-CODE-DEST
             PERFORM 2500-ANAGRAFICA
      *      L'indirizzo di consegna e' quello stampato sul DDT
             MOVE  F0SVEND-RAGE-CLIE   TO  W-ANA-RAGE
             IF  F0SVEND-CODE-DEST NOT EQUAL ZERO
               MOVE  F0SVEND-DEST-INDR TO  W-ANA-INDR
               MOVE  F0SVEND-DEST-CAP  TO  W-ANA-CAP
               MOVE  F0SVEND-DEST-COMU TO  W-ANA-COMU
               MOVE  F0SVEND-DEST-PROV TO  W-ANA-PROV
             ELSE
               MOVE  F0SVEND-INDR-CLIE TO  W-ANA-INDR
               MOVE  F0SVEND-CAP-CLIE  TO  W-ANA-CAP
               MOVE  F0SVEND-CITT-CLIE TO  W-ANA-COMU
               MOVE  F0SVEND-PROV-CLIE TO  W-ANA-PROV
             END-IF
             PERFORM 2600-ZONA
             PERFORM 2800-ACCODA-FERMATA
             IF  NOT W-TAB-PIENA-SI
               MOVE  "DDT"             TO  W-FER-TIPO(W-FER-NUMR)
               MOVE  F0SVEND-NUMR-DOCU TO  W-FER-NUMR-DOCU(W-FER-NUMR)
               MOVE  F0SVEND-PESO-LORDO
                                       TO  W-FER-PESO(W-FER-NUMR)
               MOVE  F0SVEND-NUMR-COLLI
                                       TO  W-FER-COLLI(W-FER-NUMR)
               ADD   1                 TO  W-NUMR-DDT
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
      *----------  ORDINI APERTI DEL DEPOSITO I CUI CLIENTI (O
      *            DESTINAZIONI) SONO SERVITI NEL GIORNO DEL GIRO
       3000-ORDINI-APERTI.
           INITIALIZE F0SORDI
           MOVE    L-GIRI-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           PERFORM 3100-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
       3100-ORDINE.
           IF  F0SORDI-APERTO
               AND F0SORDI-NUMR-INST EQUAL L-GIRI-NUMR-INST
               AND F0SORDI-CODI-CLIF NOT EQUAL ZERO
             MOVE  F0SORDI-CODI-CLIF   TO  W-CUR-CODI-CLIF
             MOVE  F0SORDI-CODE-DEST   TO  W-CUR-CODE-DEST
             PERFORM 2500-ANAGRAFICA
             PERFORM 2600-ZONA
             IF  W-CUR-GIOR EQUAL ZERO
                 OR W-CUR-GIOR EQUAL W-GIOR-GIRO
               PERFORM 3200-PESO-ORDINE
               PERFORM 2800-ACCODA-FERMATA
               IF  NOT W-TAB-PIENA-SI
                 MOVE  "ORD"           TO  W-FER-TIPO(W-FER-NUMR)
                 MOVE  F0SORDI-NUMR-ORDI
                                       TO  W-FER-NUMR-DOCU(W-FER-NUMR)
                 MOVE  W-CUR-PESO      TO  W-FER-PESO(W-FER-NUMR)
                 MOVE  ZERO            TO  W-FER-COLLI(W-FER-NUMR)
                 ADD   1               TO  W-NUMR-ORDI
               END-IF
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
      *----------  PESO STIMATO DELL'ORDINE: RESIDUO DA EVADERE DI
      *            OGNI RIGA PER IL PESO NETTO DELL'ARTICOLO
       3200-PESO-ORDINE.
           MOVE    ZERO                TO  W-CUR-PESO
           MOVE    F0SORDI-CODE-CLIE   TO  F0SORDR-CODE-CLIE
           MOVE    F0SORDI-NUMR-INST   TO  F0SORDR-NUMR-INST
           MOVE    F0SORDI-NUMR-ORDI   TO  F0SORDR-NUMR-ORDI
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESITO-SCAN
           PERFORM 3300-PESO-RIGA
               UNTIL W-ESITO-SCAN NOT EQUAL 1
           .
      ******************************************************************
       3300-PESO-RIGA.
           IF  F0SORDR-QTA-EVAS LESS F0SORDR-QTA-ORDI
             MOVE  F0SORDR-CODE-CLIE   TO  F0SARTI-CODE-CLIE
             MOVE  F0SORDR-CODE-ARTI   TO  F0SARTI-CODE-ARTI
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URARTI10"            USING F0SARTI LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               COMPUTE W-CUR-PESO ROUNDED = W-CUR-PESO +
                       (F0SORDR-QTA-ORDI - F0SORDR-QTA-EVAS)
                       * F0SARTI-PESO-NETT
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESITO-SCAN
           .
      ******************************************************************
      *----------  CLIENTE E DESTINAZIONE DELLA CONSEGNA: ZONA E
      *            GIORNO INDICATI A MANO (LA DESTINAZIONE PREVALE SUL
      *            CLIENTE) E INDIRIZZO DI CONSEGNA
       2500-ANAGRAFICA.
           MOVE    SPACES              TO  W-CUR-ZONA-MAN W-ANA-RAGE
                                           W-ANA-INDR W-ANA-CAP
                                           W-ANA-COMU W-ANA-PROV
                                           W-ANA-ORAR
           MOVE    ZERO                TO  W-CUR-GIOR-MAN
           INITIALIZE F0SCLIF
           MOVE    L-GIRI-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    W-CUR-CODI-CLIF     TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCLIF-RAGE-CLIF   TO  W-ANA-RAGE
             MOVE  F0SCLIF-INDR-CLIF   TO  W-ANA-INDR
             MOVE  F0SCLIF-CAP-CLIF    TO  W-ANA-CAP
             MOVE  F0SCLIF-COMU-CLIF   TO  W-ANA-COMU
             MOVE  F0SCLIF-PROV-CLIF   TO  W-ANA-PROV
             MOVE  F0SCLIF-CODE-ZONA   TO  W-CUR-ZONA-MAN
             MOVE  F0SCLIF-GIOR-CONS   TO  W-CUR-GIOR-MAN
           END-IF
           IF  W-CUR-CODE-DEST EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SDEST
           MOVE    L-GIRI-CODE-CLIE    TO  F0SDEST-CODE-CLIE
           MOVE    W-CUR-CODI-CLIF     TO  F0SDEST-CODI-CLIF
           MOVE    W-CUR-CODE-DEST     TO  F0SDEST-CODE-DEST
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SDEST-INDR-DEST   TO  W-ANA-INDR
             MOVE  F0SDEST-CAP-DEST    TO  W-ANA-CAP
             MOVE  F0SDEST-COMU-DEST   TO  W-ANA-COMU
             MOVE  F0SDEST-PROV-DEST   TO  W-ANA-PROV
             MOVE  F0SDEST-ORAR-DEST   TO  W-ANA-ORAR
             MOVE  F0SDEST-CODE-ZONA   TO  W-CUR-ZONA-MAN
             MOVE  F0SDEST-GIOR-CONS   TO  W-CUR-GIOR-MAN
           END-IF
           .
      ******************************************************************
      *----------  ZONA DELLA CONSEGNA: QUELLA INDICATA A MANO, OPPURE
      *            LA PRIMA ZONA PER CAP CHE COMPRENDE IL CAP DI
      *            CONSEGNA, OPPURE LA ZONA DELLA PROVINCIA DEL CAP
      *            (RISOLTA SU F0SCAP, IN MANCANZA QUELLA
      *            DELL'INDIRIZZO). GIORNO DI CONSEGNA: QUELLO A MANO,
      *            ALTRIMENTI QUELLO DELLA ZONA.
       2600-ZONA.
           MOVE    ZERO                TO  W-IND-ZONA
           MOVE    W-ANA-CAP           TO  W-CUR-CAP
           MOVE    W-ANA-PROV          TO  W-CUR-PROV
           IF  W-CUR-ZONA-MAN NOT EQUAL SPACES
             PERFORM 2610-ZONA-PER-CODICE
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-ZON-NUMR
           END-IF
           IF  W-IND-ZONA EQUAL ZERO AND W-CUR-CAP NOT EQUAL SPACES
             PERFORM 2620-ZONA-PER-CAP
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-ZON-NUMR
           END-IF
           IF  W-IND-ZONA EQUAL ZERO
             IF  W-CUR-CAP IS NUMERIC
               MOVE  W-CUR-CAP         TO  F0SCAP-CAP
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URCAP010"          USING F0SCAP LWCOMAR
               IF  DSTF-IOSR EQUAL 1
                 MOVE  F0SCAP-SIGL-PROV TO W-CUR-PROV
               END-IF
             END-IF
             PERFORM 2630-ZONA-PER-PROVINCIA
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-ZON-NUMR
           END-IF
           MOVE    W-CUR-GIOR-MAN      TO  W-CUR-GIOR
           IF  W-CUR-GIOR EQUAL ZERO AND W-IND-ZONA NOT EQUAL ZERO
             MOVE  W-ZON-GIOR(W-IND-ZONA) TO W-CUR-GIOR
           END-IF
           .
      ******************************************************************
       2610-ZONA-PER-CODICE.
           IF  W-IND-ZONA EQUAL ZERO
               AND W-ZON-CODE(W-IND) EQUAL W-CUR-ZONA-MAN
             MOVE  W-IND               TO  W-IND-ZONA
           END-IF
           .
      ******************************************************************
       2620-ZONA-PER-CAP.
           IF  W-IND-ZONA EQUAL ZERO
               AND W-ZON-TIPO(W-IND) EQUAL "C"
               AND W-CUR-CAP NOT LESS W-ZON-CAP-DA(W-IND)
               AND W-CUR-CAP NOT GREATER W-ZON-CAP-A(W-IND)
             MOVE  W-IND               TO  W-IND-ZONA
           END-IF
           .
      ******************************************************************
       2630-ZONA-PER-PROVINCIA.
           IF  W-IND-ZONA EQUAL ZERO
               AND W-ZON-TIPO(W-IND) EQUAL "P"
               AND W-CUR-PROV NOT EQUAL SPACES
               AND W-ZON-PROV(W-IND) EQUAL W-CUR-PROV
             MOVE  W-IND               TO  W-IND-ZONA
           END-IF
           .
      ******************************************************************
      *----------  UNA CONSEGNA IN TABELLA, CON L'AUTOMEZZO DELLA SUA
      *            ZONA; SENZA ZONA O CON L'AUTOMEZZO FERMO/NON
      *            CENSITO VA IN CODA DA ASSEGNARE A MANO
       2800-ACCODA-FERMATA.
           IF  W-FER-NUMR NOT LESS 500
             SET   W-TAB-PIENA-SI      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-FER-NUMR
           MOVE    HIGH-VALUES         TO  W-FER-VEIC(W-FER-NUMR)
           MOVE    999                 TO  W-FER-SEQU(W-FER-NUMR)
           MOVE    SPACES              TO  W-FER-ZONA(W-FER-NUMR)
           IF  W-IND-ZONA NOT EQUAL ZERO
             MOVE  W-ZON-CODE(W-IND-ZONA)
                                       TO  W-FER-ZONA(W-FER-NUMR)
             MOVE  W-ZON-SEQU(W-IND-ZONA)
                                       TO  W-FER-SEQU(W-FER-NUMR)
             MOVE  ZERO                TO  W-IND-VEIC
             PERFORM 2810-CERCA-VEICOLO
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-VEI-NUMR
             IF  W-IND-VEIC NOT EQUAL ZERO
               MOVE  W-VEI-CODE(W-IND-VEIC)
                                       TO  W-FER-VEIC(W-FER-NUMR)
             END-IF
           END-IF
           MOVE    W-ANA-CAP           TO  W-FER-CAP(W-FER-NUMR)
           MOVE    W-ANA-RAGE          TO  W-FER-RAGE(W-FER-NUMR)
           MOVE    W-ANA-INDR          TO  W-FER-INDR(W-FER-NUMR)
           MOVE    W-ANA-COMU          TO  W-FER-COMU(W-FER-NUMR)
           MOVE    W-ANA-PROV          TO  W-FER-PROV(W-FER-NUMR)
           MOVE    W-ANA-ORAR          TO  W-FER-ORAR(W-FER-NUMR)
           .
      ******************************************************************
       2810-CERCA-VEICOLO.
           IF  W-IND-VEIC EQUAL ZERO
               AND W-VEI-CODE(W-IND) EQUAL W-ZON-VEIC(W-IND-ZONA)
             MOVE  W-IND               TO  W-IND-VEIC
           END-IF
           .
      ******************************************************************
      *----------  ORDINA LE CONSEGNE PER AUTOMEZZO, ORDINE DELLA ZONA
      *            NEL GIRO E CAP: E' L'ORDINE DI SCARICO
       4000-ORDINA-CONSEGNE.
           PERFORM 4100-PASSATA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND NOT LESS W-FER-NUMR
           .
       4100-PASSATA.
           PERFORM 4200-CONFRONTA
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-FER-NUMR - W-IND
           .
       4200-CONFRONTA.
           IF  W-FER-CHIAVE(W-IND2) GREATER W-FER-CHIAVE(W-IND2 + 1)
             MOVE  W-FER-VOCE(W-IND2)  TO  W-FER-SWAP
             MOVE  W-FER-VOCE(W-IND2 + 1)
                                       TO  W-FER-VOCE(W-IND2)
             MOVE  W-FER-SWAP          TO  W-FER-VOCE(W-IND2 + 1)
           END-IF
           .
      ******************************************************************
      *----------  UN GIRO (LE CONSEGNE DELLO STESSO AUTOMEZZO, DA
      *            W-IND IN AVANTI): TOTALI, FOGLIO DI CARICO E
      *            RIEPILOGO PER L'AUTISTA
       5000-GIRO.
           MOVE    W-IND               TO  W-GIRO-INIZ
           MOVE    W-FER-VEIC(W-IND)   TO  W-GIRO-VEIC
           MOVE    ZERO                TO  W-GIRO-PESO W-GIRO-COLLI
           MOVE    SPACES              TO  W-FER-VEIC(W-FER-NUMR + 1)
           PERFORM 5100-SOMMA-FERMATA
               VARYING W-IND2 FROM W-GIRO-INIZ BY 1
               UNTIL W-FER-VEIC(W-IND2) NOT EQUAL W-GIRO-VEIC
           COMPUTE W-GIRO-FINE = W-IND2 - 1
           ADD     1                   TO  W-NUMR-GIRI
           MOVE    ZERO                TO  W-IND-VEIC
           IF  W-GIRO-VEIC NOT EQUAL HIGH-VALUES
             PERFORM 5110-VEICOLO-GIRO
                 VARYING W-IND2 FROM 1 BY 1
                 UNTIL W-IND2 GREATER W-VEI-NUMR
           END-IF
           PERFORM 5200-TESTATA-CARICO
           PERFORM 5300-RIGA-CARICO
               VARYING W-IND2 FROM W-GIRO-FINE BY -1
               UNTIL W-IND2 LESS W-GIRO-INIZ
           PERFORM 5400-RIEPILOGO-GIRO
           COMPUTE W-IND = W-GIRO-FINE + 1
           .
      ******************************************************************
       5100-SOMMA-FERMATA.
           ADD     W-FER-PESO(W-IND2)  TO  W-GIRO-PESO
           ADD     W-FER-COLLI(W-IND2) TO  W-GIRO-COLLI
           .
       5110-VEICOLO-GIRO.
           IF  W-VEI-CODE(W-IND2) EQUAL W-GIRO-VEIC
             MOVE  W-IND2              TO  W-IND-VEIC
           END-IF
           .
      ******************************************************************
      *----------  TESTATA DEL FOGLIO DI CARICO
       5200-TESTATA-CARICO.
           MOVE    SPACES              TO  W-LINEA
           IF  W-IND-VEIC EQUAL ZERO
             STRING "CONSEGNE SENZA ZONA O SENZA AUTOMEZZO - DA"
                                       DELIMITED BY SIZE
                    " ASSEGNARE A MANO - GIRO DEL "
                                       DELIMITED BY SIZE
                    W-DATA-GIRO        DELIMITED BY SIZE
                                       INTO W-LINEA
           ELSE
             STRING "FOGLIO DI CARICO - AUTOMEZZO "
                                       DELIMITED BY SIZE
                    W-GIRO-VEIC        DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    W-VEI-DESC(W-IND-VEIC) DELIMITED BY SIZE
                    " TARGA "          DELIMITED BY SIZE
                    W-VEI-TARGA(W-IND-VEIC) DELIMITED BY SIZE
                    " - GIRO DEL "     DELIMITED BY SIZE
                    W-DATA-GIRO        DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    C-TABL-GIOR-X(W-GIOR-GIRO) DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           WRITE GIRI-REC              FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           IF  W-IND-VEIC NOT EQUAL ZERO
             STRING "AUTISTA "         DELIMITED BY SIZE
                    W-VEI-AUTISTA(W-IND-VEIC) DELIMITED BY SIZE
                    "  - SI CARICA PER PRIMA L'ULTIMA CONSEGNA"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           WRITE GIRI-REC              FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "CAR. SCAR. TIPO NUMERO CLIENTE"
                                       DELIMITED BY SIZE
                   "                        ZONA COMUNE"
                                       DELIMITED BY SIZE
                   "                          PESO KG COLLI"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE GIRI-REC              FROM  W-LINEA
           .
      ******************************************************************
      *----------  UNA RIGA DEL FOGLIO DI CARICO (ORDINE INVERSO DI
      *            SCARICO); "ORD" = ORDINE APERTO, PESO STIMATO
       5300-RIGA-CARICO.
           COMPUTE W-NUMR-CARI = W-GIRO-FINE - W-IND2 + 1
           COMPUTE W-NUMR-SCAR = W-IND2 - W-GIRO-INIZ + 1
           MOVE    W-NUMR-CARI         TO  W-NUMR-ED
           MOVE    W-NUMR-SCAR         TO  W-NUMR-ED2
           MOVE    W-FER-PESO(W-IND2)  TO  W-PESO-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-NUMR-ED           TO  W-LINEA(1:4)
           MOVE    W-NUMR-ED2          TO  W-LINEA(6:4)
           MOVE    W-FER-TIPO(W-IND2)  TO  W-LINEA(12:3)
           MOVE    W-FER-NUMR-DOCU(W-IND2) TO W-LINEA(17:6)
           MOVE    W-FER-RAGE(W-IND2)  TO  W-LINEA(24:30)
           MOVE    W-FER-ZONA(W-IND2)  TO  W-LINEA(55:4)
           MOVE    W-FER-COMU(W-IND2)  TO  W-LINEA(60:30)
           MOVE    W-PESO-ED           TO  W-LINEA(91:12)
           MOVE    W-FER-COLLI(W-IND2) TO  W-LINEA(104:4)
           WRITE GIRI-REC              FROM  W-LINEA
           .
      ******************************************************************
      *----------  RIEPILOGO DEL GIRO PER L'AUTISTA: CONSEGNE IN
      *            ORDINE DI SCARICO CON INDIRIZZO E ORARIO, TOTALI E
      *            CONTROLLO DELLA CAPACITA' DEL MEZZO
       5400-RIEPILOGO-GIRO.
           MOVE    SPACES              TO  W-LINEA
           WRITE GIRI-REC              FROM  W-LINEA
           MOVE    "RIEPILOGO DEL GIRO - CONSEGNE IN ORDINE DI SCARICO"
                                       TO  W-LINEA
           WRITE GIRI-REC              FROM  W-LINEA
           PERFORM 5410-RIGA-RIEPILOGO
               VARYING W-IND2 FROM W-GIRO-INIZ BY 1
               UNTIL W-IND2 GREATER W-GIRO-FINE
           COMPUTE W-NUMR-SCAR = W-GIRO-FINE - W-GIRO-INIZ + 1
           MOVE    W-NUMR-SCAR         TO  W-NUMR-ED
           MOVE    W-GIRO-PESO         TO  W-PESO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE CONSEGNE "  DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "  PESO KG "        DELIMITED BY SIZE
                   W-PESO-ED           DELIMITED BY SIZE
                   "  COLLI "          DELIMITED BY SIZE
                   W-GIRO-COLLI        DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE GIRI-REC              FROM  W-LINEA
           IF  W-IND-VEIC NOT EQUAL ZERO
             PERFORM 5420-CAPACITA
           END-IF
           MOVE    ALL "-"             TO  W-LINEA
           WRITE GIRI-REC              FROM  W-LINEA
           .
      ******************************************************************
       5410-RIGA-RIEPILOGO.
           COMPUTE W-NUMR-SCAR = W-IND2 - W-GIRO-INIZ + 1
           MOVE    W-NUMR-SCAR         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  W-NUMR-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-FER-RAGE(W-IND2)  DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-FER-INDR(W-IND2)  DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-FER-CAP(W-IND2)   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-FER-COMU(W-IND2)(1:20) DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   W-FER-PROV(W-IND2)  DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE GIRI-REC              FROM  W-LINEA
           IF  W-FER-ORAR(W-IND2) NOT EQUAL SPACES
             MOVE  SPACES              TO  W-LINEA
             STRING "     ORARIO "     DELIMITED BY SIZE
                    W-FER-ORAR(W-IND2) DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE GIRI-REC            FROM  W-LINEA
           END-IF
           .
      ******************************************************************
      *----------  PESO LORDO E COLLI CONTRO LA CAPACITA' DEL MEZZO
      *            (ZERO = NESSUN LIMITE)
       5420-CAPACITA.
           IF  W-VEI-PORT(W-IND-VEIC) NOT EQUAL ZERO
             MOVE  W-VEI-PORT(W-IND-VEIC) TO W-PESO-ED
             MOVE  SPACES              TO  W-LINEA
             IF  W-GIRO-PESO GREATER W-VEI-PORT(W-IND-VEIC)
               COMPUTE W-ECCEDENZA =
                       W-GIRO-PESO - W-VEI-PORT(W-IND-VEIC)
               MOVE  W-ECCEDENZA       TO  W-PESO-ED2
               STRING "*** PORTATA SUPERATA: PORTATA KG "
                                       DELIMITED BY SIZE
                      W-PESO-ED        DELIMITED BY SIZE
                      " ECCEDENZA KG " DELIMITED BY SIZE
                      W-PESO-ED2       DELIMITED BY SIZE
                      " - SPOSTARE CONSEGNE SU UN ALTRO MEZZO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             ELSE
               STRING "PORTATA KG "    DELIMITED BY SIZE
                      W-PESO-ED        DELIMITED BY SIZE
                      " - CARICO NEI LIMITI"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             END-IF
             WRITE GIRI-REC            FROM  W-LINEA
           END-IF
           IF  W-VEI-MAXC(W-IND-VEIC) NOT EQUAL ZERO
             MOVE  W-VEI-MAXC(W-IND-VEIC) TO W-NUMR-ED
             MOVE  SPACES              TO  W-LINEA
             IF  W-GIRO-COLLI GREATER W-VEI-MAXC(W-IND-VEIC)
               STRING "*** COLLI OLTRE IL MASSIMO DEL MEZZO ("
                                       DELIMITED BY SIZE
                      W-NUMR-ED        DELIMITED BY SIZE
                      ")"              DELIMITED BY SIZE
                                       INTO W-LINEA
             ELSE
               STRING "COLLI MAX "     DELIMITED BY SIZE
                      W-NUMR-ED        DELIMITED BY SIZE
                      " - COLLI NEI LIMITI"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             END-IF
             WRITE GIRI-REC            FROM  W-LINEA
           END-IF
           .
      *(END)
