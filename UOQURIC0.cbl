       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOQURIC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RICHIAMI DEGLI ORDINI QUADRO CLIENTE (F0SOQUA/F0SOQUR):
      *****   OGNI RICHIAMO DIVENTA UN NORMALE ORDINE F0SORDI/F0SORDR
      *****   (ORIGINE "Q", CON IL NUMERO DEL QUADRO) CHE SEGUE IL
      *****   PRELIEVO E IL DDT COME GLI ALTRI, CON L'IMPEGNO DELLA
      *****   MERCE TRAMITE "UIMPEGN0"; IL RICHIAMATO SI SOMMA SULLE
      *****   RIGHE DEL QUADRO E IL RESIDUO SCENDE.
      *****
      *****   MODO "M" (A TERMINALE): UN QUADRO, QUANTITA' BATTUTE
      *****   RIGA PER RIGA CON IL RESIDUO IN CHIARO; UNA QUANTITA'
      *****   OLTRE IL RESIDUO VA CONFERMATA, ALTRIMENTI SI RIDUCE
      *****   AL RESIDUO.
      *****
      *****   MODO "P" (PASSO BATCH): TUTTI I QUADRI APERTI DELLA
      *****   DITTA CON IL RICHIAMO PROGRAMMATO SCADUTO ALLA DATA
      *****   (ZERO = OGGI): PER RIGA LA QUANTITA' PER RICHIAMO,
      *****   LIMITATA AL RESIDUO; LA DATA DEL PROSSIMO RICHIAMO
      *****   AVANZA DELLA CADENZA DEL QUADRO. I CLIENTI BLOCCATI
      *****   SONO SALTATI (IL RICHIAMO RESTA IN ATTESA); I QUADRI
      *****   OLTRE LA VALIDITA' PASSANO A SCADUTI, QUELLI CON IL
      *****   RESIDUO ESAURITO A CHIUSI. LA STAMPA VA SU "OQUARIC".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OQUARIC-FILE         ASSIGN TO "OQUARIC"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-RIC.
       DATA DIVISION.
       FILE SECTION.
       FD  OQUARIC-FILE.
       01  OQUARIC-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-RIC                 PIC X(02)      VALUE SPACES.
       77  W-RISP                      PIC X(01)      VALUE SPACE.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-RIF                  PIC 9(08)      VALUE ZERO.
       77  W-DATA-CONS                 PIC 9(08)      VALUE ZERO.
       77  W-NUMR-RIGA                 PIC 9(02)      VALUE ZERO.
       77  W-RIGHE-DA                  PIC 9(02)      VALUE ZERO.
       77  W-QTA-DA                    PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-QTA-RESI                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-NUMR-SALT                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SCAD                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-CHIU                 PIC 9(05)      VALUE ZERO.
       77  W-IMPO-GENE                 PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-QTA-ED2                   PIC ---.---.--9,999 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZ9      VALUE ZERO.
       77  W-IR                        PIC S9(04) COMP VALUE ZERO.
       77  W-IQ                        PIC S9(04) COMP VALUE ZERO.
       77  W-BLOCCATO                  PIC X(01)      VALUE "N".
           88  W-BLOCCATO-SI                          VALUE "S".
       77  W-ESAURITO                  PIC X(01)      VALUE "N".
           88  W-ESAURITO-SI                          VALUE "S".
      *
      *----------  QUADRI DA TRATTARE NEL PASSO BATCH: LA SELEZIONE
      *            PRECEDE GLI AGGIORNAMENTI PER NON DISTURBARE LA
      *            SCANSIONE DI F0SOQUA
       01  W-QUA-TAB.
           03  W-QUA-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-QUA-VOCE              OCCURS 1000.
               05  W-QUA-NUMR-INST     PIC 9(04).
               05  W-QUA-NUMR-QUAD     PIC 9(06).
      *
      *----------  RIGHE DEL QUADRO IN LAVORAZIONE, CON LA QUANTITA'
      *            DA RICHIAMARE IN QUESTO ORDINE
       01  W-RIG-TAB.
           03  W-RIG-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-RIG-VOCE              OCCURS 20.
               05  W-RIG-NUMR-RIGA     PIC 9(02).
               05  W-RIG-CODE-ARTI     PIC X(15).
               05  W-RIG-DESC-ARTI     PIC X(30).
               05  W-RIG-QTA-CONC      PIC S9(07)V999 COMP-3.
               05  W-RIG-QTA-RICH      PIC S9(07)V999 COMP-3.
               05  W-RIG-QTA-PIAN      PIC S9(07)V999 COMP-3.
               05  W-RIG-PREZ-UNIT     PIC S9(09)V9999 COMP-3.
               05  W-RIG-QTA-DA        PIC S9(07)V999 COMP-3.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SOQUA.REC".
       COPY "F0SOQUR.REC".
       COPY "F0SORDI.REC".
       COPY "F0SORDR.REC".
      *
      *    Impegno della merce sulle righe del richiamo.
       01  L-IMPE-CTRL.
           03  L-IMPE-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-IMPE-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-IMPE-CODE-ARTI        PIC X(15)      VALUE SPACES.
           03  L-IMPE-QTA              PIC S9(07)V999 COMP-3 VALUE 0.
           03  L-IMPE-ESITO            PIC X(01)      VALUE SPACE.
      *
       LINKAGE SECTION.
       01  L-ORIC-CTRL.
           03  L-ORIC-CODE-CLIE        PIC 9(04).
           03  L-ORIC-NUMR-INST        PIC 9(04).
           03  L-ORIC-MODO             PIC X(01).
               88  L-ORIC-MANUALE                     VALUE "M".
               88  L-ORIC-PROGRAMMATO                 VALUE "P".
      *    Data di riferimento dei richiami programmati; ZERO = oggi
           03  L-ORIC-DATA             PIC 9(08).
           03  L-ORIC-NUMR-GENE        PIC 9(05).
           03  L-ORIC-ESITO            PIC X(01).
               88  L-ORIC-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ORIC-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-ORIC-ESITO
           MOVE    ZERO                TO  L-ORIC-NUMR-GENE
           MOVE    L-ORIC-DATA         TO  W-DATA-RIF
           IF  W-DATA-RIF EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-RIF
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           IF  L-ORIC-PROGRAMMATO
             PERFORM 2000-RICHIAMI-PROGRAMMATI
           ELSE
             PERFORM 1000-RICHIAMO-MANUALE
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           .
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  RICHIAMO MANUALE DI UN QUADRO: QUANTITA' BATTUTE
      *            RIGA PER RIGA CONTRO IL RESIDUO
       1000-RICHIAMO-MANUALE.
           DISPLAY "RICHIAMO ORDINE QUADRO  -  DITTA " L-ORIC-CODE-CLIE
                   " DEPOSITO " L-ORIC-NUMR-INST
           INITIALIZE F0SOQUA
           MOVE    L-ORIC-CODE-CLIE    TO  F0SOQUA-CODE-CLIE
           MOVE    L-ORIC-NUMR-INST    TO  F0SOQUA-NUMR-INST
           DISPLAY "NUMERO QUADRO               : " WITH NO ADVANCING
           ACCEPT   F0SOQUA-NUMR-QUAD
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "QUADRO NON TROVATO"
             EXIT PARAGRAPH
           END-IF
           IF  NOT F0SOQUA-APERTO
             DISPLAY "QUADRO CHIUSO O SCADUTO (STATO "
                     F0SOQUA-STAT-QUAD ") - RICHIAMO NON CONSENTITO"
             EXIT PARAGRAPH
           END-IF
           IF  W-DATA-RIF GREATER F0SOQUA-DATA-FINE
             DISPLAY "QUADRO SCADUTO IL " F0SOQUA-DATA-FINE
                     " - RICHIAMO NON CONSENTITO"
             EXIT PARAGRAPH
           END-IF
           IF  W-DATA-RIF LESS F0SOQUA-DATA-INIZ
             DISPLAY "QUADRO VALIDO DAL " F0SOQUA-DATA-INIZ
                     " - RICHIAMO NON ANCORA CONSENTITO"
             EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CONTROLLA-CLIENTE
           IF  W-BLOCCATO-SI
             DISPLAY "CLIENTE BLOCCATO (MOTIVO " F0SCLIF-MOTI-BLOC
                     " DAL " F0SCLIF-DATA-BLOC ") - RICHIAMO NON"
                     " CONSENTITO"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE: " F0SOQUA-RAGE-CLIE
           DISPLAY "RIFERIMENTO: " F0SOQUA-RIFE-CLIE
                   "   VALIDO FINO AL " F0SOQUA-DATA-FINE
           PERFORM 5100-CARICA-RIGHE
           DISPLAY "DATA DI CONSEGNA (AAAAMMGG, 0 = OGGI) : "
                   WITH NO ADVANCING
           ACCEPT   W-DATA-CONS
           IF  W-DATA-CONS EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-CONS
           END-IF
           MOVE    ZERO                TO  W-RIGHE-DA
           PERFORM 1100-QTA-RIGA
               VARYING W-IR FROM 1 BY 1
               UNTIL W-IR GREATER W-RIG-NUMR
           IF  W-RIGHE-DA EQUAL ZERO
             DISPLAY "NESSUNA QUANTITA' DA RICHIAMARE - RICHIAMO"
                     " ANNULLATO"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMARE IL RICHIAMO ? (S/N) : "
                   WITH NO ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             DISPLAY "RICHIAMO ANNULLATO"
             EXIT PARAGRAPH
           END-IF
           PERFORM 6000-GENERA-ORDINE
           PERFORM 6500-AGGIORNA-QUADRO
           MOVE    1                   TO  L-ORIC-NUMR-GENE
           MOVE    "S"                 TO  L-ORIC-ESITO
           MOVE    F0SORDI-IMPO-TOTA   TO  W-IMPO-ED
           DISPLAY "RICHIAMO GENERATO - ORDINE N. " F0SORDI-NUMR-ORDI
                   " TOTALE " W-IMPO-ED
           IF  F0SOQUA-CHIUSO
             DISPLAY "RESIDUO ESAURITO - QUADRO CHIUSO"
           END-IF
           .
      ******************************************************************
      *----------  QUANTITA' DI UNA RIGA: IL RESIDUO E' MOSTRATO, UNA
      *            QUANTITA' OLTRE IL RESIDUO VA CONFERMATA
       1100-QTA-RIGA.
           COMPUTE W-QTA-RESI = W-RIG-QTA-CONC(W-IR) -
                                W-RIG-QTA-RICH(W-IR)
           MOVE    W-QTA-RESI          TO  W-QTA-ED
           DISPLAY W-RIG-NUMR-RIGA(W-IR) " " W-RIG-CODE-ARTI(W-IR)
                   " " W-RIG-DESC-ARTI(W-IR) " RESIDUO " W-QTA-ED
           DISPLAY "QUANTITA' DA RICHIAMARE (0 = NESSUNA) : "
                   WITH NO ADVANCING
           ACCEPT   W-QTA-DA
           IF  W-QTA-DA LESS ZERO
             MOVE  ZERO                TO  W-QTA-DA
           END-IF
           IF  W-QTA-DA GREATER W-QTA-RESI
             DISPLAY "ATTENZIONE: QUANTITA' OLTRE IL RESIDUO DEL"
                     " QUADRO (RESIDUO " W-QTA-ED ")"
             DISPLAY "CONFERMARE COMUNQUE ? (S/N) : "
                     WITH NO ADVANCING
             ACCEPT   W-RISP
             IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
               IF  W-QTA-RESI GREATER ZERO
                 MOVE W-QTA-RESI       TO  W-QTA-DA
               ELSE
                 MOVE ZERO             TO  W-QTA-DA
               END-IF
               MOVE W-QTA-DA           TO  W-QTA-ED2
               DISPLAY "QUANTITA' RIDOTTA A " W-QTA-ED2
             END-IF
           END-IF
           MOVE    W-QTA-DA            TO  W-RIG-QTA-DA(W-IR)
           IF  W-QTA-DA GREATER ZERO
             ADD   1                   TO  W-RIGHE-DA
           END-IF
           .
      ******************************************************************
      *----------  RICHIAMI PROGRAMMATI DEL PASSO BATCH: SELEZIONE
      *            DEI QUADRI APERTI DELLA DITTA CON IL RICHIAMO
      *            SCADUTO O CON LA VALIDITA' TERMINATA
       2000-RICHIAMI-PROGRAMMATI.
           DISPLAY "RICHIAMI PROGRAMMATI ORDINI QUADRO  -  DITTA "
                   L-ORIC-CODE-CLIE " AL " W-DATA-RIF
           OPEN OUTPUT OQUARIC-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "RICHIAMI PROGRAMMATI ORDINI QUADRO AL "
                                       DELIMITED BY SIZE
                   W-DATA-RIF          DELIMITED BY SIZE
                   " - DITTA "         DELIMITED BY SIZE
                   L-ORIC-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "DEP. QUADRO CLIENTE"
                                       TO  W-LINEA(1:19)
           MOVE    "ORDINE RG"         TO  W-LINEA(51:9)
           MOVE    "IMPORTO"           TO  W-LINEA(68:7)
           MOVE    "ESITO"             TO  W-LINEA(77:5)
           PERFORM 8900-SCRIVI
      *
           MOVE    ZERO                TO  W-QUA-NUMR W-NUMR-SALT
                                           W-NUMR-SCAD W-NUMR-CHIU
                                           W-IMPO-GENE
           INITIALIZE F0SOQUA
           MOVE    L-ORIC-CODE-CLIE    TO  F0SOQUA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           PERFORM 2100-SELEZIONA
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM 2200-QUADRO
               VARYING W-IQ FROM 1 BY 1
               UNTIL W-IQ GREATER W-QUA-NUMR
      *
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    L-ORIC-NUMR-GENE    TO  W-NUMR-ED
           MOVE    W-IMPO-GENE         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "RICHIAMI GENERATI: " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   TOTALE "        DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-NUMR-SALT         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "SALTATI (CLIENTE BLOCCATO): " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-NUMR-SCAD         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "QUADRI SCADUTI: "  DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    W-NUMR-CHIU         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "QUADRI CHIUSI PER RESIDUO ESAURITO: "
                                       DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           CLOSE   OQUARIC-FILE
           MOVE    "S"                 TO  L-ORIC-ESITO
           DISPLAY "RICHIAMI GENERATI " L-ORIC-NUMR-GENE
                   " - SALTATI " W-NUMR-SALT " - SCADUTI " W-NUMR-SCAD
                   " (VEDI OQUARIC)"
           .
      ******************************************************************
       2100-SELEZIONA.
           IF  F0SOQUA-APERTO
               AND (W-DATA-RIF GREATER F0SOQUA-DATA-FINE
                    OR (F0SOQUA-FREQ-GG NOT EQUAL ZERO
                        AND F0SOQUA-DATA-PROS NOT GREATER W-DATA-RIF))
             IF  W-QUA-NUMR EQUAL 1000
               DISPLAY "OLTRE 1000 QUADRI DA TRATTARE - I SUCCESSIVI"
                       " AL PROSSIMO PASSO"
             ELSE
               ADD   1                 TO  W-QUA-NUMR
               MOVE  F0SOQUA-NUMR-INST TO  W-QUA-NUMR-INST(W-QUA-NUMR)
               MOVE  F0SOQUA-NUMR-QUAD TO  W-QUA-NUMR-QUAD(W-QUA-NUMR)
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           .
      ******************************************************************
      *----------  UN QUADRO SELEZIONATO: SCADUTO, SALTATO PER
      *            CLIENTE BLOCCATO, OPPURE RICHIAMO GENERATO CON LE
      *            QUANTITA' PER RICHIAMO LIMITATE AL RESIDUO
       2200-QUADRO.
           INITIALIZE F0SOQUA
           MOVE    L-ORIC-CODE-CLIE    TO  F0SOQUA-CODE-CLIE
           MOVE    W-QUA-NUMR-INST(W-IQ) TO F0SOQUA-NUMR-INST
           MOVE    W-QUA-NUMR-QUAD(W-IQ) TO F0SOQUA-NUMR-QUAD
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM 8000-RIGA-QUADRO
      *    Oltre la validita' non si richiama piu': il quadro passa
      *    a scaduto con il residuo che gli resta
           IF  W-DATA-RIF GREATER F0SOQUA-DATA-FINE
             SET   F0SOQUA-SCADUTO     TO  TRUE
             MOVE  F0SOQUA-DATA-FINE   TO  F0SOQUA-DATA-CHIU
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "UROQUA10"            USING F0SOQUA LWCOMAR
             ADD   1                   TO  W-NUMR-SCAD
             MOVE  "QUADRO SCADUTO"    TO  W-LINEA(77:14)
             PERFORM 8900-SCRIVI
             EXIT PARAGRAPH
           END-IF
      *    Cliente bloccato: il richiamo resta in attesa e partira'
      *    al primo passo dopo lo sblocco
           PERFORM 5000-CONTROLLA-CLIENTE
           IF  W-BLOCCATO-SI
             ADD   1                   TO  W-NUMR-SALT
             MOVE  "CLIENTE BLOCCATO - RICHIAMO SALTATO"
                                       TO  W-LINEA(77:35)
             PERFORM 8900-SCRIVI
             EXIT PARAGRAPH
           END-IF
      *    Consegna alla data programmata; un richiamo rimasto
      *    indietro si consegna alla data del passo
           MOVE    F0SOQUA-DATA-PROS   TO  W-DATA-CONS
           IF  W-DATA-CONS LESS W-DATA-RIF
             MOVE  W-DATA-RIF          TO  W-DATA-CONS
           END-IF
           PERFORM 5100-CARICA-RIGHE
           MOVE    ZERO                TO  W-RIGHE-DA
           PERFORM 2300-QTA-PROGRAMMATA
               VARYING W-IR FROM 1 BY 1
               UNTIL W-IR GREATER W-RIG-NUMR
           PERFORM 2400-AVANZA-DATA
               UNTIL F0SOQUA-DATA-PROS GREATER W-DATA-RIF
           IF  W-RIGHE-DA GREATER ZERO
             PERFORM 6000-GENERA-ORDINE
             ADD   1                   TO  L-ORIC-NUMR-GENE
             ADD   F0SORDI-IMPO-TOTA   TO  W-IMPO-GENE
             MOVE  F0SORDI-NUMR-ORDI   TO  W-LINEA(51:6)
             MOVE  W-RIGHE-DA          TO  W-LINEA(58:2)
             MOVE  F0SORDI-IMPO-TOTA   TO  W-IMPO-ED
             MOVE  W-IMPO-ED           TO  W-LINEA(61:14)
             MOVE  "RICHIAMO GENERATO" TO  W-LINEA(77:17)
           ELSE
             MOVE  "NESSUNA QUANTITA' DA RICHIAMARE"
                                       TO  W-LINEA(77:31)
           END-IF
           PERFORM 6500-AGGIORNA-QUADRO
           IF  F0SOQUA-CHIUSO
             ADD   1                   TO  W-NUMR-CHIU
             MOVE  "RESIDUO ESAURITO - QUADRO CHIUSO"
                                       TO  W-LINEA(95:32)
           END-IF
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       2300-QTA-PROGRAMMATA.
           COMPUTE W-QTA-RESI = W-RIG-QTA-CONC(W-IR) -
                                W-RIG-QTA-RICH(W-IR)
           MOVE    W-RIG-QTA-PIAN(W-IR) TO W-QTA-DA
           IF  W-QTA-DA GREATER W-QTA-RESI
             MOVE  W-QTA-RESI          TO  W-QTA-DA
           END-IF
           IF  W-QTA-DA LESS ZERO
             MOVE  ZERO                TO  W-QTA-DA
           END-IF
           MOVE    W-QTA-DA            TO  W-RIG-QTA-DA(W-IR)
           IF  W-QTA-DA GREATER ZERO
             ADD   1                   TO  W-RIGHE-DA
           END-IF
           .
      ******************************************************************
      *----------  PROSSIMO RICHIAMO: AVANZA DELLA CADENZA DEL QUADRO
      *            FINO A SUPERARE LA DATA DEL PASSO (UN PASSO
      *            SALTATO NON GENERA RICHIAMI DOPPI)
       2400-AVANZA-DATA.
           COMPUTE F0SOQUA-DATA-PROS = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(F0SOQUA-DATA-PROS)
                        + F0SOQUA-FREQ-GG)
           .
      ******************************************************************
      *----------  CLIENTE DEL QUADRO BLOCCATO IN ANAGRAFICA ?
       5000-CONTROLLA-CLIENTE.
           MOVE    "N"                 TO  W-BLOCCATO
           MOVE    F0SOQUA-CODE-CLIE   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SOQUA-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR EQUAL 1 AND F0SCLIF-BLOCCATO
             MOVE  "S"                 TO  W-BLOCCATO
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
      ******************************************************************
      *----------  RIGHE DEL QUADRO IN TABELLA (AL MASSIMO 20, COME
      *            SULL'INSERIMENTO)
       5100-CARICA-RIGHE.
           MOVE    ZERO                TO  W-RIG-NUMR
           INITIALIZE F0SOQUR
           MOVE    F0SOQUA-CODE-CLIE   TO  F0SOQUR-CODE-CLIE
           MOVE    F0SOQUA-NUMR-INST   TO  F0SOQUR-NUMR-INST
           MOVE    F0SOQUA-NUMR-QUAD   TO  F0SOQUR-NUMR-QUAD
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           PERFORM 5110-CARICA-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
      ******************************************************************
       5110-CARICA-RIGA.
           IF  W-RIG-NUMR LESS 20
             ADD   1                   TO  W-RIG-NUMR
             MOVE  F0SOQUR-NUMR-RIGA   TO  W-RIG-NUMR-RIGA(W-RIG-NUMR)
             MOVE  F0SOQUR-CODE-ARTI   TO  W-RIG-CODE-ARTI(W-RIG-NUMR)
             MOVE  F0SOQUR-DESC-ARTI   TO  W-RIG-DESC-ARTI(W-RIG-NUMR)
             MOVE  F0SOQUR-QTA-CONC    TO  W-RIG-QTA-CONC(W-RIG-NUMR)
             MOVE  F0SOQUR-QTA-RICH    TO  W-RIG-QTA-RICH(W-RIG-NUMR)
             MOVE  F0SOQUR-QTA-PIAN    TO  W-RIG-QTA-PIAN(W-RIG-NUMR)
             MOVE  F0SOQUR-PREZ-UNIT   TO  W-RIG-PREZ-UNIT(W-RIG-NUMR)
             MOVE  ZERO                TO  W-RIG-QTA-DA(W-RIG-NUMR)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           .
      ******************************************************************
      *----------  ORDINE DEL RICHIAMO: TESTATA DAL QUADRO (ORIGINE
      *            "Q"), RIGHE AL PREZZO CONCORDATO CON LA MERCE
      *            IMPEGNATA; IL RICHIAMATO SI SOMMA SULLE RIGHE DEL
      *            QUADRO
       6000-GENERA-ORDINE.
           INITIALIZE F0SORDI
           MOVE    F0SOQUA-CODE-CLIE   TO  F0SORDI-CODE-CLIE
           MOVE    F0SOQUA-NUMR-INST   TO  F0SORDI-NUMR-INST
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    LDATE-ACTL          TO  F0SORDI-DATA-ORDI
           MOVE    F0SOQUA-RAGE-CLIE   TO  F0SORDI-RAGE-CLIE
           MOVE    F0SOQUA-CODI-CLIF   TO  F0SORDI-CODI-CLIF
           MOVE    F0SOQUA-CODE-AGEN   TO  F0SORDI-CODE-AGEN
           MOVE    F0SOQUA-NUMR-QUAD   TO  F0SORDI-NUMR-QUAD
           SET     F0SORDI-ORIG-QUADRO TO  TRUE
           SET     F0SORDI-APERTO      TO  TRUE
           MOVE    ZERO                TO  W-NUMR-RIGA
           PERFORM 6100-RIGA-ORDINE
               VARYING W-IR FROM 1 BY 1
               UNTIL W-IR GREATER W-RIG-NUMR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
      *----------  UNA RIGA D'ORDINE DEL RICHIAMO; UNA DISPONIBILITA'
      *            INSUFFICIENTE NON FERMA IL RICHIAMO: IL RESIDUO
      *            RESTA IN BACKORDER COME SULLE ALTRE RIGHE
       6100-RIGA-ORDINE.
           IF  W-RIG-QTA-DA(W-IR) NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SORDR
           MOVE    F0SORDI-CODE-CLIE   TO  F0SORDR-CODE-CLIE
           MOVE    F0SORDI-NUMR-INST   TO  F0SORDR-NUMR-INST
           MOVE    F0SORDI-NUMR-ORDI   TO  F0SORDR-NUMR-ORDI
           MOVE    W-RIG-CODE-ARTI(W-IR) TO F0SORDR-CODE-ARTI
           MOVE    W-RIG-DESC-ARTI(W-IR) TO F0SORDR-DESC-ARTI
           MOVE    W-RIG-QTA-DA(W-IR)  TO  F0SORDR-QTA-ORDI
           MOVE    W-RIG-PREZ-UNIT(W-IR) TO F0SORDR-PREZ-UNIT
           COMPUTE F0SORDR-IMPO-RIGA ROUNDED =
                       F0SORDR-QTA-ORDI * F0SORDR-PREZ-UNIT
           MOVE    W-DATA-CONS         TO  F0SORDR-DATA-PROM
      *
           MOVE    F0SORDR-CODE-CLIE   TO  L-IMPE-CODE-CLIE
           MOVE    F0SORDR-NUMR-INST   TO  L-IMPE-NUMR-INST
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
      *
           INITIALIZE F0SOQUR
           MOVE    F0SOQUA-CODE-CLIE   TO  F0SOQUR-CODE-CLIE
           MOVE    F0SOQUA-NUMR-INST   TO  F0SOQUR-NUMR-INST
           MOVE    F0SOQUA-NUMR-QUAD   TO  F0SOQUR-NUMR-QUAD
           MOVE    W-RIG-NUMR-RIGA(W-IR) TO F0SOQUR-NUMR-RIGA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             ADD   W-RIG-QTA-DA(W-IR)  TO  F0SOQUR-QTA-RICH
             MOVE  LDATE-ACTL          TO  F0SOQUR-DATA-ULTI
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "UROQUR10"            USING F0SOQUR LWCOMAR
           END-IF
           ADD     W-RIG-QTA-DA(W-IR)  TO  W-RIG-QTA-RICH(W-IR)
           .
      ******************************************************************
      *----------  TESTATA DEL QUADRO DOPO IL RICHIAMO: CONTATORE,
      *            ULTIMO RICHIAMO E CHIUSURA SE IL RESIDUO E'
      *            ESAURITO SU TUTTE LE RIGHE
       6500-AGGIORNA-QUADRO.
           IF  W-RIGHE-DA GREATER ZERO
             ADD   1                   TO  F0SOQUA-NUMR-RICH
             MOVE  LDATE-ACTL          TO  F0SOQUA-DATA-ULTI
           END-IF
           MOVE    "S"                 TO  W-ESAURITO
           PERFORM 6510-CONTROLLA-RESIDUO
               VARYING W-IR FROM 1 BY 1
               UNTIL W-IR GREATER W-RIG-NUMR
           IF  W-ESAURITO-SI AND W-RIG-NUMR GREATER ZERO
             SET   F0SOQUA-CHIUSO      TO  TRUE
             MOVE  LDATE-ACTL          TO  F0SOQUA-DATA-CHIU
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           .
      ******************************************************************
       6510-CONTROLLA-RESIDUO.
           IF  W-RIG-QTA-CONC(W-IR) GREATER W-RIG-QTA-RICH(W-IR)
             MOVE  "N"                 TO  W-ESAURITO
           END-IF
           .
      ******************************************************************
      *----------  INTESTAZIONE DELLA RIGA DI STAMPA DEL QUADRO
       8000-RIGA-QUADRO.
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SOQUA-NUMR-INST   TO  W-LINEA(1:4)
           MOVE    F0SOQUA-NUMR-QUAD   TO  W-LINEA(6:6)
           MOVE    F0SOQUA-CODI-CLIF   TO  W-LINEA(13:6)
           MOVE    F0SOQUA-RAGE-CLIE   TO  W-LINEA(20:30)
           .
      ******************************************************************
       8900-SCRIVI.
           WRITE   OQUARIC-REC         FROM W-LINEA
           .
      *(END)
