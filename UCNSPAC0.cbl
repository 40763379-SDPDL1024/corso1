       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCNSPAC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   PACCHETTO DI VERSAMENTO IN CONSERVAZIONE: RACCOGLIE I
      *****   FILE AFFIDATI (F0SCNSF, TRAMITE "URCNSF10") DELLA DITTA
      *****   E QUELLI A DITTA ZERO (TRACCIATI SDI DI PIU' DITTE)
      *****   PRODOTTI NEL PERIODO E NON ANCORA VERSATI (A RICHIESTA
      *****   ANCHE I RESPINTI DAL CONSERVATORE, DA RIVERSARE).
      *****   - SCRIVE L'INDICE DEL PACCHETTO "CPnnnnnn" (XML): UN
      *****     ELEMENTO File PER FILE CON METADATI E IMPRONTA
      *****     SHA-256, UN ELEMENTO Documento PER OGNI DOCUMENTO
      *****     FISCALE CONTENUTO (F0SCNSD, TRAMITE "URCNSD10");
      *****   - CALCOLA L'IMPRONTA DELL'INDICE ("UIMPRON0");
      *****   - SEGNA I FILE "IN PACCHETTO" E REGISTRA IL PACCHETTO
      *****     SU F0SCNSP ("URCNSP10") NELLO STATO "PREPARATO";
      *****   - STAMPA SU "CNSPACC" LA DISTINTA DI CONSEGNA AL
      *****     CONSERVATORE (INDICE E COPIE "CNnnnnnn" DA CONSEGNARE).
      *****   LA CONSEGNA E LE RICEVUTE SI REGISTRANO CON UCNSRIC0.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    L'indice ha il nome del pacchetto, come le copie conservate
           SELECT INDICE-FILE          ASSIGN TO WL-NOME-INDI
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-IND.
           SELECT CNSPACC-FILE         ASSIGN TO "CNSPACC"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-DIS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICE-FILE.
       01  INDICE-REC                  PIC X(400).
       FD  CNSPACC-FILE.
       01  CNSPACC-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-IND                 PIC X(02)   VALUE SPACES.
       77  WL-STAT-DIS                 PIC X(02)   VALUE SPACES.
       77  WL-NOME-INDI                PIC X(12)   VALUE SPACES.
       77  W-DATA-DA                   PIC 9(08)   VALUE ZERO.
       77  W-DATA-AL                   PIC 9(08)   VALUE ZERO.
       77  W-RESPINTI                  PIC X(01)   VALUE "N".
           88  W-RESPINTI-SI                       VALUE "S".
       77  W-CONFERMA                  PIC X(01)   VALUE "N".
           88  W-CONFERMA-SI                       VALUE "S".
       77  W-NUMR-FILE                 PIC 9(05)   VALUE ZERO.
       77  W-FILE-SALTATI              PIC 9(05)   VALUE ZERO.
       77  W-NUMR-DOCU                 PIC 9(06)   VALUE ZERO.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-TROVATO                   PIC S9(04) COMP VALUE ZERO.
       77  W-MIN-DATA                  PIC 9(08)   VALUE ZERO.
       77  W-MAX-DATA                  PIC 9(08)   VALUE ZERO.
       77  W-TOTA-BYTE                 PIC 9(12)   VALUE ZERO.
      *    Costruzione delle righe dell'indice
       77  W-LINEA                     PIC X(400)  VALUE SPACES.
       77  W-PUNT                      PIC S9(04) COMP VALUE ZERO.
       77  W-LUNG                      PIC S9(04) COMP VALUE ZERO.
       77  W-POS                       PIC S9(04) COMP VALUE ZERO.
       77  W-ATTR-NOME                 PIC X(12)   VALUE SPACES.
       77  W-PEZZO                     PIC X(60)   VALUE SPACES.
       77  W-CARATTERE                 PIC X(01)   VALUE SPACE.
       77  W-NUMR-ED                   PIC Z(11)9  VALUE ZERO.
       77  W-IMPO-SEGNO                PIC X(01)   VALUE SPACE.
       01  W-IMPO-ASSO                 PIC 9(11)V99 VALUE ZERO.
       01  W-IMPO-ASSO-R               REDEFINES W-IMPO-ASSO.
           03  W-IMPO-INTE             PIC 9(11).
           03  W-IMPO-DECI             PIC 9(02).
      *    Distinta di consegna
       77  W-RIGA                      PIC X(132)  VALUE SPACES.
       77  W-BYTE-ED                   PIC ZZZ.ZZZ.ZZZ.ZZ9 VALUE ZERO.
      *
      *    File del pacchetto, in ordine di numero
       01  W-TAB-FILE.
           03  W-TF-FILE               OCCURS 2000.
               05  W-TF-NUMR-FILE      PIC 9(06).
               05  W-TF-CODE-CLIE      PIC 9(04).
               05  W-TF-TIPO-FILE      PIC X(02).
               05  W-TF-NOME-ORIG      PIC X(08).
               05  W-TF-NOME-ARCH      PIC X(12).
               05  W-TF-NOME-PROG      PIC X(08).
               05  W-TF-DATA-PROD      PIC 9(08).
               05  W-TF-ORA-PROD       PIC X(06).
               05  W-TF-ANNO           PIC 9(04).
               05  W-TF-MESE           PIC 9(02).
               05  W-TF-NUMR-DOCU      PIC 9(05).
               05  W-TF-NUMR-RIGHE     PIC 9(06).
               05  W-TF-NUMR-BYTE      PIC 9(12).
               05  W-TF-IMPRONTA       PIC X(64).
      *
       COPY "F0SCNSF.REC".
       COPY "F0SCNSD.REC".
       COPY "F0SCNSP.REC".
       COPY "LIMPRON.WRK".
      *
       LINKAGE SECTION.
       01  L-CNSP-CTRL.
           03  L-CNSP-CODE-CLIE        PIC 9(04).
           03  L-CNSP-ESITO            PIC X(01).
               88  L-CNSP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-CNSP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-CNSP-ESITO
           MOVE    ZERO                TO  W-NUMR-FILE W-FILE-SALTATI
                                           W-NUMR-DOCU W-TOTA-BYTE
                                           W-MIN-DATA W-MAX-DATA
           DISPLAY "PACCHETTO DI VERSAMENTO IN CONSERVAZIONE  -  DITTA "
                   L-CNSP-CODE-CLIE
           DISPLAY "FILE PRODOTTI DAL (AAAAMMGG, 0 = TUTTI) : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-DA
           DISPLAY "FILE PRODOTTI AL  (AAAAMMGG, 0 = OGGI)  : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-AL
           IF  W-DATA-AL EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-AL
           END-IF
           IF  W-DATA-AL LESS W-DATA-DA
             DISPLAY "PERIODO NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "RIVERSARE ANCHE I FILE RESPINTI (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   W-RESPINTI
      *
           PERFORM 1000-RACCOGLI-FILE
           IF  W-NUMR-FILE EQUAL ZERO
             DISPLAY "NESSUN FILE DA VERSARE NEL PERIODO"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "FILE DA VERSARE: " W-NUMR-FILE
                   "  PRODOTTI DAL " W-MIN-DATA " AL " W-MAX-DATA
           IF  W-FILE-SALTATI GREATER ZERO
             DISPLAY "ALTRI " W-FILE-SALTATI
                     " FILE OLTRE IL MASSIMO: ANDRANNO NEL PROSSIMO"
           END-IF
           DISPLAY "CONFERMI LA PREPARAZIONE DEL PACCHETTO (S/N) : "
                   WITH NO ADVANCING
           ACCEPT   W-CONFERMA
           IF  NOT W-CONFERMA-SI
             GO TO EXIT-PRO
           END-IF
      *
      *      Numero del pacchetto e nome dell'indice
           INITIALIZE F0SCNSP
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           MOVE    SPACES              TO  F0SCNSP-NOME-INDI
           STRING  "CP"                DELIMITED BY SIZE
                   F0SCNSP-NUMR-PACC   DELIMITED BY SIZE
                                       INTO F0SCNSP-NOME-INDI
           MOVE    F0SCNSP-NOME-INDI   TO  WL-NOME-INDI
      *
           SET     L-IMPR-INIZIO       TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
           OPEN OUTPUT INDICE-FILE
           PERFORM 2000-TESTA-INDICE
           PERFORM 2100-ELEMENTO-FILE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-FILE
           PERFORM 3000-DOCUMENTI
           PERFORM 2900-CODA-INDICE
           CLOSE INDICE-FILE
           SET     L-IMPR-FINE         TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
      *
      *      Pacchetto registrato, file segnati nel pacchetto
           MOVE    L-CNSP-CODE-CLIE    TO  F0SCNSP-CODE-CLIE
           MOVE    W-MIN-DATA          TO  F0SCNSP-DATA-DA
           MOVE    W-MAX-DATA          TO  F0SCNSP-DATA-AL
           MOVE    LDATE-ACTL          TO  F0SCNSP-DATA-CREA
           MOVE    L-IDENUTEN          TO  F0SCNSP-IDEN-UTEN
           MOVE    W-NUMR-FILE         TO  F0SCNSP-NUMR-FILE
           MOVE    W-NUMR-DOCU         TO  F0SCNSP-NUMR-DOCU
           MOVE    L-IMPR-HASH         TO  F0SCNSP-IMPRONTA
           SET     F0SCNSP-PREPARATO   TO  TRUE
           MOVE    ZERO                TO  F0SCNSP-DATA-VERS
                                           F0SCNSP-DATA-ESITO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           PERFORM 4000-SEGNA-FILE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-FILE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
      *
           PERFORM 5000-DISTINTA
           MOVE    "S"                 TO  L-CNSP-ESITO
           DISPLAY "PACCHETTO " F0SCNSP-NUMR-PACC " PREPARATO - INDICE "
                   F0SCNSP-NOME-INDI
           DISPLAY "FILE " W-NUMR-FILE "  DOCUMENTI " W-NUMR-DOCU
           DISPLAY "IMPRONTA INDICE " F0SCNSP-IMPRONTA
           DISPLAY "DISTINTA DI CONSEGNA SU CNSPACC".
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  FILE DA VERSARE: DITTA (O DITTA ZERO), PERIODO DI
      *            PRODUZIONE, NON ANCORA VERSATI O RESPINTI
       1000-RACCOGLI-FILE.
           INITIALIZE F0SCNSF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           PERFORM 1100-FILE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           .
       1100-FILE.
           IF  (F0SCNSF-CODE-CLIE EQUAL L-CNSP-CODE-CLIE
                OR F0SCNSF-CODE-CLIE EQUAL ZERO)
               AND F0SCNSF-DATA-PROD NOT LESS W-DATA-DA
               AND F0SCNSF-DATA-PROD NOT GREATER W-DATA-AL
               AND (F0SCNSF-DA-VERSARE
                    OR (F0SCNSF-RESPINTO AND W-RESPINTI-SI))
             IF  W-NUMR-FILE NOT LESS 2000
               ADD 1                   TO  W-FILE-SALTATI
             ELSE
               PERFORM 1110-ACCODA-FILE
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           .
       1110-ACCODA-FILE.
           ADD     1                   TO  W-NUMR-FILE
           MOVE    F0SCNSF-NUMR-FILE   TO  W-TF-NUMR-FILE(W-NUMR-FILE)
           MOVE    F0SCNSF-CODE-CLIE   TO  W-TF-CODE-CLIE(W-NUMR-FILE)
           MOVE    F0SCNSF-TIPO-FILE   TO  W-TF-TIPO-FILE(W-NUMR-FILE)
           MOVE    F0SCNSF-NOME-ORIG   TO  W-TF-NOME-ORIG(W-NUMR-FILE)
           MOVE    F0SCNSF-NOME-ARCH   TO  W-TF-NOME-ARCH(W-NUMR-FILE)
           MOVE    F0SCNSF-NOME-PROG   TO  W-TF-NOME-PROG(W-NUMR-FILE)
           MOVE    F0SCNSF-DATA-PROD   TO  W-TF-DATA-PROD(W-NUMR-FILE)
           MOVE    F0SCNSF-ORA-PROD    TO  W-TF-ORA-PROD(W-NUMR-FILE)
           MOVE    F0SCNSF-ANNO        TO  W-TF-ANNO(W-NUMR-FILE)
           MOVE    F0SCNSF-MESE        TO  W-TF-MESE(W-NUMR-FILE)
           MOVE    F0SCNSF-NUMR-DOCU   TO  W-TF-NUMR-DOCU(W-NUMR-FILE)
           MOVE    F0SCNSF-NUMR-RIGHE  TO  W-TF-NUMR-RIGHE(W-NUMR-FILE)
           MOVE    F0SCNSF-NUMR-BYTE   TO  W-TF-NUMR-BYTE(W-NUMR-FILE)
           MOVE    F0SCNSF-IMPRONTA    TO  W-TF-IMPRONTA(W-NUMR-FILE)
           ADD     F0SCNSF-NUMR-BYTE   TO  W-TOTA-BYTE
           IF  W-MIN-DATA EQUAL ZERO
               OR F0SCNSF-DATA-PROD LESS W-MIN-DATA
             MOVE  F0SCNSF-DATA-PROD   TO  W-MIN-DATA
           END-IF
           IF  F0SCNSF-DATA-PROD GREATER W-MAX-DATA
             MOVE  F0SCNSF-DATA-PROD   TO  W-MAX-DATA
           END-IF
           .
      ******************************************************************
      *----------  INDICE: INTESTAZIONE, FILE, CHIUSURA
       2000-TESTA-INDICE.
           MOVE    '<?xml version="1.0" encoding="UTF-8"?>'
                                       TO  W-LINEA
           PERFORM 9000-SCRIVI-INDICE
           MOVE    SPACES              TO  W-LINEA
           MOVE    1                   TO  W-PUNT
           STRING  "<IndiceConservazione"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           MOVE    "pacchetto"         TO  W-ATTR-NOME
           MOVE    F0SCNSP-NUMR-PACC   TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "ditta"             TO  W-ATTR-NOME
           MOVE    L-CNSP-CODE-CLIE    TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           STRING  ">"                 DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           PERFORM 9000-SCRIVI-INDICE
      *
           MOVE    SPACES              TO  W-LINEA
           MOVE    3                   TO  W-PUNT
           STRING  "<Creazione"        DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           MOVE    "data"              TO  W-ATTR-NOME
           MOVE    LDATE-ACTL          TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "utente"            TO  W-ATTR-NOME
           MOVE    L-IDENUTEN          TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           STRING  "/>"                DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           PERFORM 9000-SCRIVI-INDICE
      *
           MOVE    SPACES              TO  W-LINEA
           MOVE    3                   TO  W-PUNT
           STRING  "<Periodo"          DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           MOVE    "dal"               TO  W-ATTR-NOME
           MOVE    W-MIN-DATA          TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "al"                TO  W-ATTR-NOME
           MOVE    W-MAX-DATA          TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "file"              TO  W-ATTR-NOME
           MOVE    W-NUMR-FILE         TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           STRING  "/>"                DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           PERFORM 9000-SCRIVI-INDICE
           MOVE    "  <FileConservati>"
                                       TO  W-LINEA
           PERFORM 9000-SCRIVI-INDICE
           .
       2100-ELEMENTO-FILE.
           MOVE    SPACES              TO  W-LINEA
           MOVE    5                   TO  W-PUNT
           STRING  "<File"             DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           MOVE    "nome"              TO  W-ATTR-NOME
           MOVE    W-TF-NOME-ARCH(W-IND)  TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "tipo"              TO  W-ATTR-NOME
           MOVE    W-TF-TIPO-FILE(W-IND)  TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "ditta"             TO  W-ATTR-NOME
           MOVE    W-TF-CODE-CLIE(W-IND)  TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "origine"           TO  W-ATTR-NOME
           MOVE    W-TF-NOME-ORIG(W-IND)  TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "programma"         TO  W-ATTR-NOME
           MOVE    W-TF-NOME-PROG(W-IND)  TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "prodotto"          TO  W-ATTR-NOME
           MOVE    SPACES              TO  W-PEZZO
           STRING  W-TF-DATA-PROD(W-IND)  W-TF-ORA-PROD(W-IND)
                                       DELIMITED BY SIZE INTO W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "anno"              TO  W-ATTR-NOME
           MOVE    W-TF-ANNO(W-IND)    TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           IF  W-TF-MESE(W-IND) GREATER ZERO
             MOVE  "mese"              TO  W-ATTR-NOME
             MOVE  W-TF-MESE(W-IND)    TO  W-PEZZO
             PERFORM 9100-ATTRIBUTO
           END-IF
           MOVE    "documenti"         TO  W-ATTR-NOME
           MOVE    W-TF-NUMR-DOCU(W-IND)  TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "righe"             TO  W-ATTR-NOME
           MOVE    W-TF-NUMR-RIGHE(W-IND) TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "byte"              TO  W-ATTR-NOME
           MOVE    W-TF-NUMR-BYTE(W-IND)  TO  W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "algoritmo"         TO  W-ATTR-NOME
           MOVE    "SHA-256"           TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "impronta"          TO  W-ATTR-NOME
           MOVE    W-TF-IMPRONTA(W-IND)   TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           STRING  "/>"                DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           PERFORM 9000-SCRIVI-INDICE
           .
       2900-CODA-INDICE.
           MOVE    "</IndiceConservazione>"
                                       TO  W-LINEA
           PERFORM 9000-SCRIVI-INDICE
           .
      ******************************************************************
      *----------  DOCUMENTI DEI FILE DEL PACCHETTO, CON IL NOME DELLA
      *            COPIA CONSERVATA CHE LI CONTIENE
       3000-DOCUMENTI.
           MOVE    "  </FileConservati>"
                                       TO  W-LINEA
           PERFORM 9000-SCRIVI-INDICE
           MOVE    "  <Documenti>"     TO  W-LINEA
           PERFORM 9000-SCRIVI-INDICE
           INITIALIZE F0SCNSD
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           PERFORM 3100-DOCUMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           MOVE    "  </Documenti>"    TO  W-LINEA
           PERFORM 9000-SCRIVI-INDICE
           .
       3100-DOCUMENTO.
      *      Il file del documento e' nel pacchetto?
           MOVE    ZERO                TO  W-TROVATO
           PERFORM 3110-CERCA-FILE
               VARYING W-POS FROM 1 BY 1
               UNTIL W-POS GREATER W-NUMR-FILE
                  OR W-TROVATO GREATER ZERO
           IF  W-TROVATO GREATER ZERO
             PERFORM 3200-ELEMENTO-DOCUMENTO
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           .
       3110-CERCA-FILE.
           IF  W-TF-NUMR-FILE(W-POS) EQUAL F0SCNSD-NUMR-FILE
             MOVE  W-POS               TO  W-TROVATO
           END-IF
           .
       3200-ELEMENTO-DOCUMENTO.
           ADD     1                   TO  W-NUMR-DOCU
           MOVE    SPACES              TO  W-LINEA
           MOVE    5                   TO  W-PUNT
           STRING  "<Documento"        DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           MOVE    "file"              TO  W-ATTR-NOME
           MOVE    W-TF-NOME-ARCH(W-TROVATO)  TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "ditta"             TO  W-ATTR-NOME
           MOVE    F0SCNSD-CODE-CLIE   TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "tipo"              TO  W-ATTR-NOME
           MOVE    F0SCNSD-TIPO-DOCU   TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "anno"              TO  W-ATTR-NOME
           MOVE    F0SCNSD-ANNO        TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "riferimento"       TO  W-ATTR-NOME
           MOVE    F0SCNSD-RIFE-DOCU   TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           MOVE    "data"              TO  W-ATTR-NOME
           MOVE    F0SCNSD-DATA-DOCU   TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
      *      Importo con il punto decimale, come nei tracciati XML
           MOVE    SPACE               TO  W-IMPO-SEGNO
           IF  F0SCNSD-IMPORTO LESS ZERO
             MOVE  "-"                 TO  W-IMPO-SEGNO
             COMPUTE W-IMPO-ASSO = F0SCNSD-IMPORTO * -1
           ELSE
             MOVE  F0SCNSD-IMPORTO     TO  W-IMPO-ASSO
           END-IF
           MOVE    W-IMPO-INTE         TO  W-NUMR-ED
           MOVE    "importo"           TO  W-ATTR-NOME
           MOVE    SPACES              TO  W-PEZZO
           MOVE    1                   TO  W-POS
           PERFORM 3210-SALTA-SPAZIO
               UNTIL W-NUMR-ED(W-POS:1) NOT EQUAL SPACE
           STRING  W-IMPO-SEGNO        DELIMITED BY SPACE
                   W-NUMR-ED(W-POS:)   DELIMITED BY SIZE
                   "."                 DELIMITED BY SIZE
                   W-IMPO-DECI         DELIMITED BY SIZE
                                       INTO W-PEZZO
           PERFORM 9100-ATTRIBUTO
           IF  F0SCNSD-SDI-PROG NOT EQUAL SPACES
             MOVE  "sdi"               TO  W-ATTR-NOME
             MOVE  F0SCNSD-SDI-PROG    TO  W-PEZZO
             PERFORM 9100-ATTRIBUTO
           END-IF
           MOVE    "descrizione"       TO  W-ATTR-NOME
           MOVE    F0SCNSD-DESC        TO  W-PEZZO
           PERFORM 9100-ATTRIBUTO
           STRING  "/>"                DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           PERFORM 9000-SCRIVI-INDICE
           .
       3210-SALTA-SPAZIO.
           ADD     1                   TO  W-POS
           .
      ******************************************************************
      *----------  FILE SEGNATI NEL PACCHETTO; UN RIVERSAMENTO
      *            CANCELLA LA RICEVUTA PRECEDENTE
       4000-SEGNA-FILE.
           INITIALIZE F0SCNSF
           MOVE    W-TF-NUMR-FILE(W-IND)  TO  F0SCNSF-NUMR-FILE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCNSP-NUMR-PACC   TO  F0SCNSF-NUMR-PACC
             SET   F0SCNSF-IN-PACCHETTO TO TRUE
             MOVE  SPACES              TO  F0SCNSF-RICE-IDEN
                                           F0SCNSF-RICE-NOTA
             MOVE  ZERO                TO  F0SCNSF-RICE-DATA
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCNSF10"            USING F0SCNSF LWCOMAR
           END-IF
           .
      ******************************************************************
      *----------  DISTINTA DI CONSEGNA AL CONSERVATORE
       5000-DISTINTA.
           OPEN OUTPUT CNSPACC-FILE
           MOVE    SPACES              TO  W-RIGA
           STRING  "DISTINTA DI CONSEGNA IN CONSERVAZIONE - PACCHETTO "
                   F0SCNSP-NUMR-PACC   "  DITTA " L-CNSP-CODE-CLIE
                   "  DEL " LDATE-ACTL DELIMITED BY SIZE INTO W-RIGA
           PERFORM 5900-SCRIVI-RIGA
           MOVE    SPACES              TO  W-RIGA
           STRING  "INDICE " F0SCNSP-NOME-INDI "  IMPRONTA SHA-256 "
                   F0SCNSP-IMPRONTA    DELIMITED BY SIZE INTO W-RIGA
           PERFORM 5900-SCRIVI-RIGA
           MOVE    SPACES              TO  W-RIGA
           PERFORM 5900-SCRIVI-RIGA
           MOVE    "COPIA        TP ORIGINE  PRODOTTO DITTA DOCUM"
                                       TO  W-RIGA
           MOVE    "           BYTE IMPRONTA SHA-256"
                                       TO  W-RIGA(46:32)
           PERFORM 5900-SCRIVI-RIGA
           PERFORM 5100-RIGA-FILE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-FILE
           MOVE    SPACES              TO  W-RIGA
           PERFORM 5900-SCRIVI-RIGA
           MOVE    W-TOTA-BYTE         TO  W-BYTE-ED
           MOVE    SPACES              TO  W-RIGA
           STRING  "TOTALE FILE " W-NUMR-FILE "  DOCUMENTI " W-NUMR-DOCU
                   "  BYTE " W-BYTE-ED DELIMITED BY SIZE INTO W-RIGA
           PERFORM 5900-SCRIVI-RIGA
           CLOSE CNSPACC-FILE
           .
       5100-RIGA-FILE.
           MOVE    SPACES              TO  W-RIGA
           MOVE    W-TF-NOME-ARCH(W-IND)  TO  W-RIGA(1:12)
           MOVE    W-TF-TIPO-FILE(W-IND)  TO  W-RIGA(14:2)
           MOVE    W-TF-NOME-ORIG(W-IND)  TO  W-RIGA(17:8)
           MOVE    W-TF-DATA-PROD(W-IND)  TO  W-RIGA(26:8)
           MOVE    W-TF-CODE-CLIE(W-IND)  TO  W-RIGA(35:4)
           MOVE    W-TF-NUMR-DOCU(W-IND)  TO  W-RIGA(40:5)
           MOVE    W-TF-NUMR-BYTE(W-IND)  TO  W-BYTE-ED
           MOVE    W-BYTE-ED           TO  W-RIGA(46:15)
           MOVE    W-TF-IMPRONTA(W-IND)   TO  W-RIGA(62:64)
           PERFORM 5900-SCRIVI-RIGA
           .
       5900-SCRIVI-RIGA.
           MOVE    W-RIGA              TO  CNSPACC-REC
           WRITE   CNSPACC-REC
           .
      ******************************************************************
      *----------  UNA RIGA DELL'INDICE: SCRITTA E AGGIUNTA
      *            ALL'IMPRONTA COME STA SU DISCO (SENZA SPAZI FINALI,
      *            CON IL FINE RIGA)
       9000-SCRIVI-INDICE.
           MOVE    W-LINEA             TO  INDICE-REC
           WRITE   INDICE-REC
           MOVE    400                 TO  W-LUNG
           PERFORM 9010-ACCORCIA
               UNTIL W-LUNG EQUAL ZERO
                  OR W-LINEA(W-LUNG:1) NOT EQUAL SPACE
           MOVE    SPACES              TO  L-IMPR-BUFF
           IF  W-LUNG GREATER ZERO
             MOVE  W-LINEA(1:W-LUNG)   TO  L-IMPR-BUFF(1:W-LUNG)
           END-IF
           MOVE    X"0A"               TO  L-IMPR-BUFF(W-LUNG + 1:1)
           COMPUTE L-IMPR-LUNG = W-LUNG + 1
           SET     L-IMPR-AGGIUNGI     TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
           .
       9010-ACCORCIA.
           SUBTRACT 1                  FROM W-LUNG
           .
      ******************************************************************
      *----------  ACCODA ALLA RIGA  nome="valore"  CON IL VALORE
      *            SENZA SPAZI AI LATI E I CARATTERI RISERVATI XML
      *            SOSTITUITI
       9100-ATTRIBUTO.
           IF  W-PEZZO EQUAL SPACES
             MOVE  "-"                 TO  W-PEZZO
           END-IF
           MOVE    1                   TO  W-POS
           PERFORM 3210-SALTA-SPAZIO
               UNTIL W-POS GREATER 60
                  OR W-PEZZO(W-POS:1) NOT EQUAL SPACE
           MOVE    60                  TO  W-LUNG
           PERFORM 9010-ACCORCIA
               UNTIL W-LUNG EQUAL ZERO
                  OR W-PEZZO(W-LUNG:1) NOT EQUAL SPACE
           STRING  " "                 DELIMITED BY SIZE
                   W-ATTR-NOME         DELIMITED BY SPACE
                   '="'                DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           PERFORM 9110-CARATTERE
               UNTIL W-POS GREATER W-LUNG
           STRING  '"'                 DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           .
       9110-CARATTERE.
           MOVE    W-PEZZO(W-POS:1)    TO  W-CARATTERE
           EVALUATE W-CARATTERE
             WHEN "&"
               STRING "&amp;"          DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
             WHEN "<"
               STRING "&lt;"           DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
             WHEN ">"
               STRING "&gt;"           DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
             WHEN '"'
               STRING "&quot;"         DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
             WHEN OTHER
               STRING W-CARATTERE      DELIMITED BY SIZE
                                       INTO W-LINEA WITH POINTER W-PUNT
           END-EVALUATE
           ADD     1                   TO  W-POS
           .
      *(END)
