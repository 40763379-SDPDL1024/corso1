       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCATVER0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   VERIFICA DELLE CATENE DI IMPRONTE, SUL FILE "CATVER".
      *****   SI PERCORRE OGNI CATENA NELL'ORDINE DEI PROGRESSIVI E
      *****   PER OGNI RECORD SI RICALCOLA L'IMPRONTA ("UCATENA0")
      *****   DA QUELLA DEL RECORD PRECEDENTE:
      *****   - AUDIT F0SAUDI (TRAMITE "URAUDI10");
      *****   - LOG LICENZE: ARCHIVIO DELLA PULIZIA "LOGARCH", SE
      *****     C'E', E POI IL FILE VIVO F0SLOG, COME UNA CATENA SOLA;
      *****   - GIORNALE DI MAGAZZINO F0SGIOR, UNA CATENA PER DITTA
      *****     (TRAMITE "URGIOR10"), RIORDINATO PER PROGRESSIVO.
      *****   SI SEGNALA IL PUNTO ESATTO IN CUI LA CATENA SI ROMPE:
      *****   RECORD ALTERATO (IMPRONTA CHE NON TORNA), RECORD
      *****   RIMOSSI (SALTO DI PROGRESSIVO), RECORD INSERITI
      *****   (PROGRESSIVO FUORI SEQUENZA O RECORD SENZA IMPRONTA DOPO
      *****   L'AVVIO DELLA CATENA), RECORD DIVERSO DALL'ANCORA
      *****   STAMPATA DALLA CHIUSURA GIORNALIERA, CODA DELLA CATENA
      *****   DIVERSA DALLO STATO SU F0SCATE. I RECORD SCRITTI PRIMA
      *****   DELL'AVVIO DELLA CATENA SI CONTANO A PARTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATVER-FILE          ASSIGN TO "CATVER"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
           SELECT LOGARCH-FILE         ASSIGN TO "LOGARCH"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-LOG.
           SELECT LOGVIVO-FILE         ASSIGN TO "F0SLOG"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-LOG.
           SELECT SORTGIOR-FILE        ASSIGN TO "SORTGIOR".
       DATA DIVISION.
       FILE SECTION.
       FD  CATVER-FILE.
       01  CATVER-REC                  PIC X(132).
       FD  LOGARCH-FILE.
       01  LOGARCH-REC                 PIC X(80).
       FD  LOGVIVO-FILE.
       01  LOGVIVO-REC                 PIC X(80).
      *    Movimenti di una ditta riordinati per progressivo di
      *    catena; quelli senza catena in fondo
       SD  SORTGIOR-FILE.
       01  SORTGIOR-REC.
           03  SG-FUORI                PIC 9(01).
           03  SG-PROG                 PIC 9(09).
           03  SG-RECORD               PIC X(200).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)   VALUE SPACES.
       77  WL-STAT-LOG                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-FINE-LOG                  PIC X(01)   VALUE "N".
           88  W-LOG-FINITO                        VALUE "S".
       77  W-FINE-SORT                 PIC X(01)   VALUE "N".
           88  W-SORT-FINITO                       VALUE "S".
       77  W-IND-CATE                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-CATE                 PIC S9(04) COMP VALUE ZERO.
       77  W-IND-GIOR                  PIC S9(04) COMP VALUE ZERO.
       77  W-IND-STATO                 PIC S9(04) COMP VALUE ZERO.
       77  W-IND-ANCO                  PIC S9(04) COMP VALUE ZERO.
       77  W-ANCO-A                    PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZZZZZ9      VALUE 0.
       77  W-NUMR-ED2                  PIC ZZZZZZZZ9      VALUE 0.
       77  W-TOTA-ANOM                 PIC 9(07)   VALUE ZERO.
       77  W-TOTA-CATE                 PIC 9(05)   VALUE ZERO.
      *
      *    Stati e ancore di tutte le catene, da F0SCATE (in ordine
      *    di chiave: archivio, ditta, stato corrente poi ancore per
      *    data)
       01  W-CATENE.
           03  W-CATE-VOCE             OCCURS 2000 TIMES.
               05  W-CATE-FILE         PIC X(08).
               05  W-CATE-DITT         PIC 9(04).
               05  W-CATE-DATA         PIC 9(08).
               05  W-CATE-RECO         PIC 9(09).
               05  W-CATE-HASH         PIC X(64).
      *
      *    Catena in verifica
       01  W-CATENA.
           03  W-CORR-FILE             PIC X(08).
           03  W-CORR-DITT             PIC 9(04).
           03  W-AVVIATA               PIC X(01).
               88  W-CATENA-AVVIATA                VALUE "S".
           03  W-ATTESO                PIC 9(09).
           03  W-HASH-PREC             PIC X(64).
           03  W-ULTI-PROG             PIC 9(09).
           03  W-ULTI-HASH             PIC X(64).
           03  W-DATA-PRIMO            PIC 9(08).
           03  W-NUMR-LETTI            PIC 9(09).
           03  W-NUMR-CATENATI         PIC 9(09).
           03  W-NUMR-PRIMA            PIC 9(09).
           03  W-NUMR-ANOM             PIC 9(07).
      *
      *    Record in esame, nel formato comune della verifica
       01  W-RECORD.
           03  W-REC-PROG              PIC 9(09).
           03  W-REC-HASH              PIC X(64).
           03  W-REC-DATA              PIC 9(08).
           03  W-REC-RIFE              PIC X(50).
           03  W-REC-IMMAGINE          PIC X(300).
       77  W-MESSAGGIO                 PIC X(60)   VALUE SPACES.
      *
       COPY "F0SAUDI.REC".
       COPY "F0SLOG.REC".
       COPY "F0SGIOR.REC".
       COPY "F0SCATE.REC".
       COPY "LCATENA.WRK".
      *
       LINKAGE SECTION.
       01  L-CATV-CTRL.
           03  L-CATV-NUMR-ANOM        PIC 9(07).
           03  L-CATV-ESITO            PIC X(01).
               88  L-CATV-INTEGRE                     VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-CATV-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    "N"                 TO  L-CATV-ESITO
           MOVE    ZERO                TO  W-TOTA-ANOM W-TOTA-CATE
           DISPLAY "VERIFICA DELLE CATENE DI IMPRONTE"
           OPEN OUTPUT CATVER-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "VERIFICA DELLE CATENE DI IMPRONTE DEL "
                                       DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   " ORE "             DELIMITED BY SIZE
                   LDATEHORA(9:6)      DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CATVER-REC            FROM  W-LINEA
           PERFORM 1000-CARICA-CATENE
           PERFORM 2000-VERIFICA-AUDIT
           PERFORM 3000-VERIFICA-LOG
           PERFORM 4000-VERIFICA-GIORNALE
               VARYING W-IND-GIOR FROM 1 BY 1
               UNTIL W-IND-GIOR > W-NUMR-CATE
      *
           MOVE    SPACES              TO  W-LINEA
           WRITE CATVER-REC            FROM  W-LINEA
           MOVE    W-TOTA-CATE         TO  W-NUMR-ED
           MOVE    W-TOTA-ANOM         TO  W-NUMR-ED2
           MOVE    SPACES              TO  W-LINEA
           STRING  "CATENE VERIFICATE: " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   ANOMALIE: "     DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CATVER-REC            FROM  W-LINEA
           CLOSE CATVER-FILE
           MOVE    W-TOTA-ANOM         TO  L-CATV-NUMR-ANOM
           IF  W-TOTA-ANOM EQUAL ZERO
             MOVE  "S"                 TO  L-CATV-ESITO
             DISPLAY "CATENE INTEGRE - DETTAGLIO SU CATVER"
           ELSE
             DISPLAY "ATTENZIONE: " W-TOTA-ANOM
                     " ANOMALIE SULLE CATENE - DETTAGLIO SU CATVER"
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  STATI E ANCORE DI TUTTE LE CATENE IN TABELLA
       1000-CARICA-CATENE.
           MOVE    ZERO                TO  W-NUMR-CATE
           INITIALIZE F0SCATE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCATE10"             USING F0SCATE LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCATE10"             USING F0SCATE LWCOMAR
           PERFORM 1100-CATENA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCATE10"             USING F0SCATE LWCOMAR
           .
       1100-CATENA.
           IF  W-NUMR-CATE LESS 2000
             ADD   1                   TO  W-NUMR-CATE
             MOVE  F0SCATE-NOME-FILE   TO  W-CATE-FILE(W-NUMR-CATE)
             MOVE  F0SCATE-CODE-CLIE   TO  W-CATE-DITT(W-NUMR-CATE)
             MOVE  F0SCATE-DATA-ANCO   TO  W-CATE-DATA(W-NUMR-CATE)
             MOVE  F0SCATE-NUMR-RECO   TO  W-CATE-RECO(W-NUMR-CATE)
             MOVE  F0SCATE-HASH        TO  W-CATE-HASH(W-NUMR-CATE)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCATE10"             USING F0SCATE LWCOMAR
           .
      ******************************************************************
      *----------  CATENA DELL'AUDIT F0SAUDI
       2000-VERIFICA-AUDIT.
           MOVE    "F0SAUDI"           TO  W-CORR-FILE
           MOVE    ZERO                TO  W-CORR-DITT
           PERFORM 6000-INIZIO-CATENA
           INITIALIZE F0SAUDI
           MOVE    -1                  TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           MOVE    1                   TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           PERFORM 2100-RIGA-AUDIT
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           PERFORM 8000-FINE-CATENA
           .
       2100-RIGA-AUDIT.
           MOVE    SPACES              TO  W-RECORD
           IF  F0SAUDI-HASH EQUAL SPACES
             MOVE  ZERO                TO  W-REC-PROG
           ELSE
             MOVE  F0SAUDI-PROG-CATE   TO  W-REC-PROG
           END-IF
           MOVE    F0SAUDI-HASH        TO  W-REC-HASH
           MOVE    F0SAUDI-DATA        TO  W-REC-DATA
           STRING  F0SAUDI-DATA        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SAUDI-ORA         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SAUDI-IDEN-UTEN   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SAUDI-NOME-FILE   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SAUDI-CHIAVE-REC(1:12) DELIMITED BY SIZE
                                       INTO W-REC-RIFE
           MOVE    F0SAUDI             TO  W-REC-IMMAGINE
           PERFORM 7000-RECORD
           MOVE    1                   TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           .
      ******************************************************************
      *----------  CATENA DEL LOG LICENZE: ARCHIVIO DELLA PULIZIA
      *            (UPURGE00) E FILE VIVO, IN QUEST'ORDINE
       3000-VERIFICA-LOG.
           MOVE    "F0SLOG"            TO  W-CORR-FILE
           MOVE    ZERO                TO  W-CORR-DITT
           PERFORM 6000-INIZIO-CATENA
           OPEN INPUT LOGARCH-FILE
           IF  WL-STAT-LOG EQUAL "00"
             MOVE  "N"                 TO  W-FINE-LOG
             PERFORM 3100-LEGGI-ARCHIVIO
             PERFORM 3200-EVENTO-ARCHIVIO
                 UNTIL W-LOG-FINITO
             CLOSE LOGARCH-FILE
           END-IF
           OPEN INPUT LOGVIVO-FILE
           IF  WL-STAT-LOG EQUAL "00"
             MOVE  "N"                 TO  W-FINE-LOG
             PERFORM 3300-LEGGI-VIVO
             PERFORM 3400-EVENTO-VIVO
                 UNTIL W-LOG-FINITO
             CLOSE LOGVIVO-FILE
           END-IF
           PERFORM 8000-FINE-CATENA
           .
       3100-LEGGI-ARCHIVIO.
           READ LOGARCH-FILE
             AT END
               MOVE "S"                TO  W-FINE-LOG
           END-READ
           .
       3200-EVENTO-ARCHIVIO.
           MOVE    LOGARCH-REC         TO  F0SLOG
           PERFORM 3500-EVENTO
           PERFORM 3100-LEGGI-ARCHIVIO
           .
       3300-LEGGI-VIVO.
           READ LOGVIVO-FILE
             AT END
               MOVE "S"                TO  W-FINE-LOG
           END-READ
           .
       3400-EVENTO-VIVO.
           MOVE    LOGVIVO-REC         TO  F0SLOG
           PERFORM 3500-EVENTO
           PERFORM 3300-LEGGI-VIVO
           .
       3500-EVENTO.
           MOVE    SPACES              TO  W-RECORD
           IF  F0SLOG-HASH EQUAL SPACES
             MOVE  ZERO                TO  W-REC-PROG
           ELSE
             MOVE  F0SLOG-PROG-CATE    TO  W-REC-PROG
           END-IF
           MOVE    F0SLOG-HASH         TO  W-REC-HASH
           MOVE    F0SLOG-DATA         TO  W-REC-DATA
           STRING  F0SLOG-DATA         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SLOG-ORA          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SLOG-IDEN-UTEN    DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SLOG-EVENTO       DELIMITED BY SIZE
                   " INST. "           DELIMITED BY SIZE
                   F0SLOG-NUMR-INST    DELIMITED BY SIZE
                                       INTO W-REC-RIFE
           MOVE    F0SLOG              TO  W-REC-IMMAGINE
           PERFORM 7000-RECORD
           .
      ******************************************************************
      *----------  CATENA DEL GIORNALE DI MAGAZZINO DI UNA DITTA (UNA
      *            PER STATO CORRENTE "F0SGIOR" IN TABELLA)
       4000-VERIFICA-GIORNALE.
           IF  W-CATE-FILE(W-IND-GIOR) NOT EQUAL "F0SGIOR"
               OR W-CATE-DATA(W-IND-GIOR) NOT EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    "F0SGIOR"           TO  W-CORR-FILE
           MOVE    W-CATE-DITT(W-IND-GIOR) TO W-CORR-DITT
           PERFORM 6000-INIZIO-CATENA
           SORT SORTGIOR-FILE
               ON ASCENDING KEY SG-FUORI SG-PROG
               INPUT PROCEDURE IS 4100-RILASCIA
               OUTPUT PROCEDURE IS 4300-RESTITUISCI
           PERFORM 8000-FINE-CATENA
           .
       4100-RILASCIA.
           INITIALIZE F0SGIOR
           MOVE    W-CORR-DITT         TO  F0SGIOR-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URGIOR10"             USING F0SGIOR LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URGIOR10"             USING F0SGIOR LWCOMAR
           PERFORM 4200-MOVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URGIOR10"             USING F0SGIOR LWCOMAR
           .
       4200-MOVIMENTO.
           IF  F0SGIOR-PROG-CATE EQUAL ZERO
             MOVE  1                   TO  SG-FUORI
           ELSE
             MOVE  0                   TO  SG-FUORI
           END-IF
           MOVE    F0SGIOR-PROG-CATE   TO  SG-PROG
           MOVE    F0SGIOR             TO  SG-RECORD
           RELEASE SORTGIOR-REC
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URGIOR10"             USING F0SGIOR LWCOMAR
           .
       4300-RESTITUISCI.
           MOVE    "N"                 TO  W-FINE-SORT
           PERFORM 4400-RITORNA
           PERFORM 4500-MOVIMENTO-ORDINATO
               UNTIL W-SORT-FINITO
           .
       4400-RITORNA.
           RETURN SORTGIOR-FILE
             AT END
               MOVE "S"                TO  W-FINE-SORT
           END-RETURN
           .
       4500-MOVIMENTO-ORDINATO.
           MOVE    SG-RECORD           TO  F0SGIOR
           MOVE    SPACES              TO  W-RECORD
           MOVE    F0SGIOR-PROG-CATE   TO  W-REC-PROG
           MOVE    F0SGIOR-HASH        TO  W-REC-HASH
           MOVE    F0SGIOR-DATA        TO  W-REC-DATA
           STRING  F0SGIOR-NUMR-INST   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SGIOR-CODE-ARTI   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SGIOR-PROG-MOVI   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SGIOR-DATA        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SGIOR-NOME-PROG   DELIMITED BY SIZE
                                       INTO W-REC-RIFE
           MOVE    F0SGIOR             TO  W-REC-IMMAGINE
           PERFORM 7000-RECORD
           PERFORM 4400-RITORNA
           .
      ******************************************************************
      *----------  INIZIO DI UNA CATENA: CONTATORI, STATO CORRENTE E
      *            ANCORE IN TABELLA
       6000-INIZIO-CATENA.
           ADD     1                   TO  W-TOTA-CATE
           MOVE    "N"                 TO  W-AVVIATA
           MOVE    ZERO                TO  W-ATTESO W-ULTI-PROG
                                           W-DATA-PRIMO W-NUMR-LETTI
                                           W-NUMR-CATENATI W-NUMR-PRIMA
                                           W-NUMR-ANOM
           MOVE    SPACES              TO  W-HASH-PREC W-ULTI-HASH
           MOVE    ZERO                TO  W-IND-STATO W-IND-ANCO
                                           W-ANCO-A
           PERFORM 6100-CERCA-CATENA
               VARYING W-IND-CATE FROM 1 BY 1
               UNTIL W-IND-CATE > W-NUMR-CATE
           IF  W-IND-STATO NOT EQUAL ZERO
             COMPUTE W-IND-ANCO = W-IND-STATO + 1
           END-IF
           MOVE    SPACES              TO  W-LINEA
           WRITE CATVER-REC            FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "CATENA "           DELIMITED BY SIZE
                   W-CORR-FILE         DELIMITED BY SIZE
                   " DITTA "           DELIMITED BY SIZE
                   W-CORR-DITT         DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CATVER-REC            FROM  W-LINEA
           .
       6100-CERCA-CATENA.
           IF  W-CATE-FILE(W-IND-CATE) EQUAL W-CORR-FILE
               AND W-CATE-DITT(W-IND-CATE) EQUAL W-CORR-DITT
             IF  W-CATE-DATA(W-IND-CATE) EQUAL ZERO
               MOVE  W-IND-CATE        TO  W-IND-STATO
             ELSE
               MOVE  W-IND-CATE        TO  W-ANCO-A
             END-IF
           END-IF
           .
      ******************************************************************
      *----------  UN RECORD DELLA CATENA, NELL'ORDINE DEI PROGRESSIVI
       7000-RECORD.
           ADD     1                   TO  W-NUMR-LETTI
           IF  W-REC-HASH EQUAL SPACES
             PERFORM 7100-FUORI-CATENA
             EXIT PARAGRAPH
           END-IF
           IF  NOT W-CATENA-AVVIATA
             MOVE  "S"                 TO  W-AVVIATA
             MOVE  W-REC-DATA          TO  W-DATA-PRIMO
             IF  W-REC-PROG EQUAL 1
               MOVE  ALL "0"         TO  W-HASH-PREC
               MOVE  1                 TO  W-ATTESO
             ELSE
      *          Senza i record precedenti il primo non si ricalcola
               MOVE  "LA CATENA INIZIA DA QUESTO PROGRESSIVO: MANCANO I"
                                       TO  W-MESSAGGIO
               MOVE  " PRECEDENTI"     TO  W-MESSAGGIO(50:11)
               PERFORM 7900-ANOMALIA
               MOVE  W-REC-PROG        TO  W-ATTESO
               PERFORM 7500-ANCORE
               PERFORM 7600-AVANZA
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF  W-REC-PROG LESS W-ATTESO
             MOVE  "PROGRESSIVO GIA' VISTO: RECORD INSERITO O DUPLICATO"
                                       TO  W-MESSAGGIO
             PERFORM 7900-ANOMALIA
           END-IF
           IF  W-REC-PROG GREATER W-ATTESO
             MOVE  W-ATTESO            TO  W-NUMR-ED
             MOVE  SPACES              TO  W-MESSAGGIO
             STRING "RECORD RIMOSSI: MANCANO I PROGRESSIVI DA "
                                       DELIMITED BY SIZE
                    W-NUMR-ED          DELIMITED BY SIZE
                                       INTO W-MESSAGGIO
             PERFORM 7900-ANOMALIA
           END-IF
           MOVE    "V"                 TO  L-CATE-FUNZ
           MOVE    W-CORR-FILE         TO  L-CATE-NOME-FILE
           MOVE    W-CORR-DITT         TO  L-CATE-CODE-CLIE
           MOVE    W-REC-IMMAGINE      TO  L-CATE-RECORD
           MOVE    W-HASH-PREC         TO  L-CATE-HASH-PREC
           CALL "UCATENA0"             USING L-CATE-CTRL
           IF  L-CATE-HASH NOT EQUAL W-REC-HASH
             MOVE  "RECORD ALTERATO O CATENA SPEZZATA: L'IMPRONTA NON"
                                       TO  W-MESSAGGIO
             MOVE  " TORNA"            TO  W-MESSAGGIO(50:6)
             PERFORM 7900-ANOMALIA
           END-IF
           PERFORM 7500-ANCORE
           PERFORM 7600-AVANZA
           .
      *----------  RECORD SENZA IMPRONTA: PRIMA DELL'AVVIO DELLA
      *            CATENA SI CONTA, DOPO E' UN INSERIMENTO
       7100-FUORI-CATENA.
           IF  NOT W-CATENA-AVVIATA
               OR (W-CORR-FILE EQUAL "F0SGIOR"
                   AND W-REC-DATA LESS W-DATA-PRIMO)
             ADD   1                   TO  W-NUMR-PRIMA
           ELSE
             MOVE  "RECORD SENZA IMPRONTA DOPO L'AVVIO DELLA CATENA:"
                                       TO  W-MESSAGGIO
             MOVE  " INSERITO"         TO  W-MESSAGGIO(49:9)
             PERFORM 7900-ANOMALIA
           END-IF
           .
      *----------  CONFRONTO CON LE ANCORE STAMPATE: LE ANCORE SONO IN
      *            ORDINE DI DATA, QUINDI DI PROGRESSIVO
       7500-ANCORE.
           IF  W-IND-ANCO EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           PERFORM 7510-SALTA-ANCORA
               UNTIL W-IND-ANCO > W-ANCO-A
                  OR W-CATE-RECO(W-IND-ANCO) NOT LESS W-REC-PROG
           IF  W-IND-ANCO NOT GREATER W-ANCO-A
             IF  W-CATE-RECO(W-IND-ANCO) EQUAL W-REC-PROG
                 AND W-CATE-HASH(W-IND-ANCO) NOT EQUAL W-REC-HASH
               MOVE  SPACES            TO  W-MESSAGGIO
               STRING "IMPRONTA DIVERSA DALL'ANCORA DEL "
                                       DELIMITED BY SIZE
                      W-CATE-DATA(W-IND-ANCO) DELIMITED BY SIZE
                                       INTO W-MESSAGGIO
               PERFORM 7900-ANOMALIA
             END-IF
           END-IF
           .
       7510-SALTA-ANCORA.
           ADD     1                   TO  W-IND-ANCO
           .
       7600-AVANZA.
           MOVE    W-REC-HASH          TO  W-HASH-PREC
           MOVE    W-REC-HASH          TO  W-ULTI-HASH
           MOVE    W-REC-PROG          TO  W-ULTI-PROG
           COMPUTE W-ATTESO = W-REC-PROG + 1
           ADD     1                   TO  W-NUMR-CATENATI
           .
      *----------  RIGA DI ANOMALIA: PROGRESSIVO, MOTIVO E RECORD
       7900-ANOMALIA.
           ADD     1                   TO  W-NUMR-ANOM W-TOTA-ANOM
           MOVE    W-REC-PROG          TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "  PROG. "          DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-MESSAGGIO         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-REC-RIFE          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CATVER-REC            FROM  W-LINEA
           MOVE    SPACES              TO  W-MESSAGGIO
           .
      ******************************************************************
      *----------  FINE DELLA CATENA: LA CODA DEVE ESSERE LO STATO
      *            CORRENTE SU F0SCATE; POI IL RIEPILOGO
       8000-FINE-CATENA.
           MOVE    W-ULTI-PROG         TO  W-REC-PROG
           MOVE    SPACES              TO  W-REC-RIFE
           IF  W-IND-STATO NOT EQUAL ZERO
             IF  W-ULTI-PROG LESS W-CATE-RECO(W-IND-STATO)
               MOVE  W-CATE-RECO(W-IND-STATO) TO W-NUMR-ED2
               MOVE  SPACES            TO  W-MESSAGGIO
               STRING "RECORD RIMOSSI IN CODA: CATENA FINO A "
                                       DELIMITED BY SIZE
                      W-NUMR-ED2       DELIMITED BY SIZE
                                       INTO W-MESSAGGIO
               PERFORM 7900-ANOMALIA
             END-IF
             IF  W-ULTI-PROG GREATER W-CATE-RECO(W-IND-STATO)
               MOVE  "RECORD OLTRE LO STATO DELLA CATENA: AGGIUNTI"
                                       TO  W-MESSAGGIO
               MOVE  " FUORI PROCEDURA" TO W-MESSAGGIO(45:16)
               PERFORM 7900-ANOMALIA
             END-IF
             IF  W-ULTI-PROG EQUAL W-CATE-RECO(W-IND-STATO)
                 AND W-ULTI-HASH NOT EQUAL W-CATE-HASH(W-IND-STATO)
               MOVE  "ULTIMO RECORD DIVERSO DALLO STATO DELLA CATENA"
                                       TO  W-MESSAGGIO
               PERFORM 7900-ANOMALIA
             END-IF
           ELSE
             IF  W-CATENA-AVVIATA
               MOVE  "STATO DELLA CATENA ASSENTE SU F0SCATE"
                                       TO  W-MESSAGGIO
               PERFORM 7900-ANOMALIA
             END-IF
           END-IF
           MOVE    W-NUMR-LETTI        TO  W-NUMR-ED
           MOVE    W-NUMR-CATENATI     TO  W-NUMR-ED2
           MOVE    SPACES              TO  W-LINEA
           STRING  "  LETTI "          DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "  NELLA CATENA "   DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-NUMR-PRIMA        TO  W-NUMR-ED
           MOVE    W-NUMR-ANOM         TO  W-NUMR-ED2
           MOVE    "  PRIMA DELLA CATENA "
                                       TO  W-LINEA(50:21)
           MOVE    W-NUMR-ED           TO  W-LINEA(71:9)
           MOVE    "  ANOMALIE "       TO  W-LINEA(80:11)
           MOVE    W-NUMR-ED2          TO  W-LINEA(91:9)
           IF  W-NUMR-ANOM EQUAL ZERO
             MOVE  "  - INTEGRA"       TO  W-LINEA(100:11)
           ELSE
             MOVE  "  - ALTERATA"      TO  W-LINEA(100:12)
           END-IF
           WRITE CATVER-REC            FROM  W-LINEA
           .
      *(END)
