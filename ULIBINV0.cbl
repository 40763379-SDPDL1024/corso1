       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULIBINV0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   LIBRO INVENTARI DI FINE ANNO: PER L'ANNO CHIESTO A VIDEO
      *****   VALORIZZA LA GIACENZA AL 31/12 DI OGNI ARTICOLO DEL
      *****   DEPOSITO CORRENTE (F0SMAGA, TRAMITE "URMAGA10") CON TRE
      *****   CRITERI AFFIANCATI:
      *****
      *****   - COSTO MEDIO PONDERATO, COME LA VALORIZZAZIONE DI
      *****     MAGAZZINO (UVALMAG0)
      *****   - FIFO: LA GIACENZA E' FATTA DEGLI ULTIMI CARICHI, DAL
      *****     PIU' RECENTE ALL'INDIETRO, POI DEGLI STRATI FIFO
      *****     DELL'ANNO PRIMA
      *****   - LIFO A SCATTI ANNUALI: RESTANO GLI STRATI DELL'ANNO
      *****     PRIMA; L'INCREMENTO DI GIACENZA FORMA UNO STRATO
      *****     NUOVO AL COSTO MEDIO DEI CARICHI DELL'ANNO, IL
      *****     DECREMENTO CONSUMA GLI STRATI PIU' RECENTI
      *****
      *****   GIACENZE E CARICHI SI RICOSTRUISCONO DAL GIORNALE DI
      *****   MAGAZZINO (F0SGIOR, TRAMITE "URGIOR10") CON IL COSTO
      *****   DELL'ENTRATA MERCE PIU' I COSTI ACCESSORI RIPARTITI
      *****   SUL RICEVIMENTO (F0SPROP, TRAMITE "URPROP10"). GLI
      *****   STRATI DI CHIUSURA VANNO SU F0SSTRA (TRAMITE
      *****   "URSTRA10") E SONO LA BASE DELL'ANNO
      *****   DOPO; IL PRIMO ANNO PARTE DALLA GIACENZA D'APERTURA AL
      *****   COSTO MEDIO. LA QUANTITA' NON COPERTA DAI CARICHI E'
      *****   VALORIZZATA AL COSTO MEDIO.
      *****
      *****   RILANCIATO SULLO STESSO ANNO RICALCOLA E RISCRIVE GLI
      *****   STRATI; CON L'ANNO CHIUSO CONTABILMENTE (UPERCTL0) GLI
      *****   STRATI MEMORIZZATI NON SI TOCCANO E SI STAMPANO. IL
      *****   LIBRO (SU LIBINVE) E' PER GRUPPO MERCEOLOGICO, CON I
      *****   TOTALI DI GRUPPO E GENERALI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBINVE-FILE         ASSIGN TO "LIBINVE"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-LIB.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBINVE-FILE.
       01  LIBINVE-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-LIB                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-ANNO-PREC                 PIC 9(04)   VALUE ZERO.
       77  W-DATA-FINE                 PIC 9(08)   VALUE ZERO.
       77  W-DATA-FINE-PREC            PIC 9(08)   VALUE ZERO.
       77  W-SOLO-STAMPA               PIC X(01)   VALUE "N".
           88  W-SOLO-STAMPA-SI                    VALUE "S".
       77  W-OLTRE-FINE                PIC X(01)   VALUE "N".
       77  W-OLTRE-INIZ                PIC X(01)   VALUE "N".
       77  W-FINE-CANC                 PIC X(01)   VALUE "N".
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND-ART                   PIC S9(04)  COMP VALUE 0.
       77  W-IND-GRUP                  PIC S9(04)  COMP VALUE 0.
       77  W-GRUP-TROV                 PIC S9(04)  COMP VALUE 0.
       77  W-PROG                      PIC 9(03)   VALUE ZERO.
       77  W-NUMR-ARTI                 PIC 9(05)   VALUE 0.
       77  W-NUMR-NEGA                 PIC 9(05)   VALUE 0.
       77  W-NUMR-SENZA-COST           PIC 9(05)   VALUE 0.
       77  W-NUMR-RINV                 PIC 9(05)   VALUE 0.
      *
      *----------  QUANTITA' E VALORI DELL'ARTICOLO IN ESAME
       77  W-QTA-FINE                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-QTA-INIZ                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-QTA-MOVI                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-COST-CARI                 PIC S9(09)V9999 COMP-3 VALUE 0.
       77  W-QTA-PREC                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-RESTO                     PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-CAR-QTA-TOT               PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-CAR-VALO-TOT              PIC S9(13)V9999 COMP-3 VALUE 0.
       77  W-VALO-MEDI                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-VALO-FIFO                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-VALO-LIFO                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-VALO-STRA                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-VALO-ACCO                 PIC S9(13)V9999 COMP-3 VALUE 0.
      *
      *----------  STRATO IN LAVORAZIONE
       77  W-STR-ANNO                  PIC 9(04)   VALUE ZERO.
       77  W-STR-QTA                   PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-STR-COST                  PIC S9(09)V9999 COMP-3 VALUE 0.
      *
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-MEDI-ED                   PIC ---.---.---.--9,99 VALUE 0.
       77  W-FIFO-ED                   PIC ---.---.---.--9,99 VALUE 0.
       77  W-LIFO-ED                   PIC ---.---.---.--9,99 VALUE 0.
      *
      *----------  CARICHI DELL'ANNO DAL GIORNALE, IN SEQUENZA (OLTRE
      *            LA CAPIENZA SI ACCORPANO NELL'ULTIMA VOCE)
       01  W-CAR-TAB.
           03  W-CAR-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-CAR-VOCE              OCCURS 500.
               05  W-CAR-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-CAR-COST          PIC S9(09)V9999 COMP-3 VALUE 0.
      *
      *----------  STRATI DELL'ANNO PRIMA (PRF FIFO, PRL LIFO), STRATI
      *            NUOVI (NWF FIFO, NWL LIFO) E APPOGGIO DEL FIFO, CHE
      *            SI COSTRUISCE DAL PIU' RECENTE; TUTTI DAL PIU'
      *            VECCHIO AL PIU' NUOVO COME SU F0SSTRA
       01  W-PRF-TAB.
           03  W-PRF-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-PRF-VOCE              OCCURS 200.
               05  W-PRF-ANNO          PIC 9(04)   VALUE ZERO.
               05  W-PRF-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-PRF-COST          PIC S9(09)V9999 COMP-3 VALUE 0.
       01  W-PRL-TAB.
           03  W-PRL-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-PRL-VOCE              OCCURS 200.
               05  W-PRL-ANNO          PIC 9(04)   VALUE ZERO.
               05  W-PRL-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-PRL-COST          PIC S9(09)V9999 COMP-3 VALUE 0.
       01  W-NWF-TAB.
           03  W-NWF-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-NWF-VOCE              OCCURS 200.
               05  W-NWF-ANNO          PIC 9(04)   VALUE ZERO.
               05  W-NWF-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-NWF-COST          PIC S9(09)V9999 COMP-3 VALUE 0.
       01  W-NWL-TAB.
           03  W-NWL-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-NWL-VOCE              OCCURS 200.
               05  W-NWL-ANNO          PIC 9(04)   VALUE ZERO.
               05  W-NWL-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-NWL-COST          PIC S9(09)V9999 COMP-3 VALUE 0.
       01  W-TMP-TAB.
           03  W-TMP-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-TMP-VOCE              OCCURS 200.
               05  W-TMP-ANNO          PIC 9(04)   VALUE ZERO.
               05  W-TMP-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-TMP-COST          PIC S9(09)V9999 COMP-3 VALUE 0.
      *
      *----------  ARTICOLI VALORIZZATI, PER LA STAMPA PER GRUPPO
       01  W-ART-TAB.
           03  W-ART-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-ART-VOCE              OCCURS 5000.
               05  W-ART-CODE          PIC X(15)   VALUE SPACES.
               05  W-ART-DESC          PIC X(30)   VALUE SPACES.
               05  W-ART-GRUP          PIC X(03)   VALUE SPACES.
               05  W-ART-UNIT-MISU     PIC X(03)   VALUE SPACES.
               05  W-ART-NOTA          PIC X(01)   VALUE SPACE.
               05  W-ART-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-ART-MEDI          PIC S9(13)V99 COMP-3 VALUE 0.
               05  W-ART-FIFO          PIC S9(13)V99 COMP-3 VALUE 0.
               05  W-ART-LIFO          PIC S9(13)V99 COMP-3 VALUE 0.
      *
      *----------  TOTALI PER GRUPPO MERCEOLOGICO E GENERALI
       01  W-GRUP-TAB.
           03  W-GRUP-NUMR             PIC S9(04)  COMP VALUE 0.
           03  W-GRUP-VOCE             OCCURS 50 TIMES.
               05  W-GRUP-CODE         PIC X(03)   VALUE SPACES.
               05  W-GRUP-MEDI         PIC S9(13)V99 COMP-3 VALUE 0.
               05  W-GRUP-FIFO         PIC S9(13)V99 COMP-3 VALUE 0.
               05  W-GRUP-LIFO         PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-MEDI                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-FIFO                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-LIFO                 PIC S9(13)V99 COMP-3 VALUE 0.
      *
      *    Blocco contabile di periodo sulla data di chiusura.
       01  W-PCTL-CTRL.
           03  W-PCTL-CODE-CLIE        PIC 9(04)    VALUE ZERO.
           03  W-PCTL-DATA             PIC 9(08)    VALUE ZERO.
           03  W-PCTL-OPERAZIONE       PIC X(20)    VALUE SPACES.
           03  W-PCTL-ESITO            PIC X(01)    VALUE SPACE.
      *
       COPY "F0SMAGA.REC".
       COPY "F0SGIOR.REC".
       COPY "F0SSTRA.REC".
       COPY "F0SPROP.REC".
      *
       LINKAGE SECTION.
       01  L-LINV-CTRL.
           03  L-LINV-CODE-CLIE        PIC 9(04).
           03  L-LINV-NUMR-INST        PIC 9(04).
           03  L-LINV-NUMR-ARTI        PIC 9(05).
           03  L-LINV-ESITO            PIC X(01).
               88  L-LINV-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-LINV-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    ZERO                TO  L-LINV-NUMR-ARTI
           MOVE    SPACE               TO  L-LINV-ESITO
           DISPLAY "LIBRO INVENTARI  -  DITTA " L-LINV-CODE-CLIE
                   "  DEPOSITO " L-LINV-NUMR-INST
           DISPLAY "ANNO (AAAA)                 : " WITH NO ADVANCING
           ACCEPT   W-ANNO
           IF  W-ANNO EQUAL ZERO
             DISPLAY "ANNO NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           COMPUTE W-ANNO-PREC = W-ANNO - 1
           COMPUTE W-DATA-FINE = W-ANNO * 10000 + 1231
           COMPUTE W-DATA-FINE-PREC = W-ANNO-PREC * 10000 + 1231
      *      Sull'anno chiuso gli strati gia' memorizzati restano
      *      quelli stampati in definitivo
           MOVE    L-LINV-CODE-CLIE    TO  W-PCTL-CODE-CLIE
           MOVE    W-DATA-FINE         TO  W-PCTL-DATA
           MOVE    "LIBRO INVENTARI"   TO  W-PCTL-OPERAZIONE
           MOVE    SPACE               TO  W-PCTL-ESITO
           CALL  "UPERCTL0"              USING W-PCTL-CTRL LWCOMAR
           IF  W-PCTL-ESITO EQUAL "B"
             SET   W-SOLO-STAMPA-SI    TO  TRUE
             DISPLAY "ANNO CHIUSO - STRATI MEMORIZZATI, SOLO STAMPA"
           END-IF
           OPEN OUTPUT LIBINVE-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URGIOR10"              USING F0SGIOR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSTRA10"              USING F0SSTRA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           PERFORM 1000-SCANDISCI-GIACENZE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URSTRA10"              USING F0SSTRA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URGIOR10"              USING F0SGIOR LWCOMAR
           PERFORM 4000-STAMPA-LIBRO
           CLOSE LIBINVE-FILE
           MOVE    W-NUMR-ARTI         TO  L-LINV-NUMR-ARTI
           MOVE    "S"                 TO  L-LINV-ESITO
           DISPLAY "LIBRO INVENTARI SU LIBINVE - ARTICOLI "
                   W-NUMR-ARTI
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-SCANDISCI-GIACENZE.
           INITIALIZE F0SMAGA
           MOVE    L-LINV-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-LINV-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URMAGA10"             USING F0SMAGA LWCOMAR
           MOVE    20                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URMAGA10"             USING F0SMAGA LWCOMAR
           PERFORM 2000-ARTICOLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URMAGA10"             USING F0SMAGA LWCOMAR
           .
      ******************************************************************
      *----------  UN ARTICOLO: QUANTITA' DAL GIORNALE, STRATI FIFO E
      *            LIFO DI CHIUSURA, VALORI DEI TRE CRITERI
       2000-ARTICOLO.
           PERFORM 2100-QUANTITA
           MOVE    ZERO                TO  W-NWF-NUMR W-NWL-NUMR
           IF  W-SOLO-STAMPA-SI
             PERFORM 2500-STRATI-ANNO
      *        Anno chiuso mai elaborato: si calcola senza memorizzare
             IF  W-NWF-NUMR EQUAL ZERO AND W-NWL-NUMR EQUAL ZERO
                 AND W-QTA-FINE GREATER ZERO
               PERFORM 2200-STRATI-PRECEDENTI
               PERFORM 2300-FIFO
               PERFORM 2400-LIFO
             END-IF
           ELSE
             PERFORM 2200-STRATI-PRECEDENTI
             PERFORM 2300-FIFO
             PERFORM 2400-LIFO
             PERFORM 2600-SCRIVI-STRATI
           END-IF
           PERFORM 2700-REGISTRA-ARTICOLO
           MOVE    10                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URMAGA10"             USING F0SMAGA LWCOMAR
           .
      ******************************************************************
      *----------  GIACENZA D'APERTURA E DI CHIUSURA DELL'ANNO E
      *            CARICHI CON COSTO DELL'ANNO, DAI MOVIMENTI IN
      *            SEQUENZA; SENZA MOVIMENTI VALE LA GIACENZA ATTUALE
       2100-QUANTITA.
           MOVE    F0SMAGA-QTA-GIAC    TO  W-QTA-FINE W-QTA-INIZ
           MOVE    "N"                 TO  W-OLTRE-FINE W-OLTRE-INIZ
           MOVE    ZERO                TO  W-CAR-NUMR W-CAR-QTA-TOT
                                           W-CAR-VALO-TOT
           INITIALIZE F0SGIOR
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SGIOR-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SGIOR-NUMR-INST
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SGIOR-CODE-ARTI
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URGIOR10"             USING F0SGIOR LWCOMAR
           PERFORM 2110-MOVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       2110-MOVIMENTO.
      *      Il primo movimento oltre la data porta nella quantita'
      *      prima la giacenza a quella data
           IF  F0SGIOR-DATA NOT GREATER W-DATA-FINE
             MOVE  F0SGIOR-QTA-DOPO    TO  W-QTA-FINE
           ELSE
             IF  W-OLTRE-FINE EQUAL "N"
               MOVE "S"                TO  W-OLTRE-FINE
               MOVE F0SGIOR-QTA-PRIMA  TO  W-QTA-FINE
             END-IF
           END-IF
           IF  F0SGIOR-DATA NOT GREATER W-DATA-FINE-PREC
             MOVE  F0SGIOR-QTA-DOPO    TO  W-QTA-INIZ
           ELSE
             IF  W-OLTRE-INIZ EQUAL "N"
               MOVE "S"                TO  W-OLTRE-INIZ
               MOVE F0SGIOR-QTA-PRIMA  TO  W-QTA-INIZ
             END-IF
           END-IF
           IF  F0SGIOR-DATA GREATER W-DATA-FINE-PREC
               AND F0SGIOR-DATA NOT GREATER W-DATA-FINE
               AND F0SGIOR-COST-UNIT GREATER ZERO
               AND F0SGIOR-QTA-DOPO GREATER F0SGIOR-QTA-PRIMA
             COMPUTE W-QTA-MOVI = F0SGIOR-QTA-DOPO - F0SGIOR-QTA-PRIMA
             PERFORM 2120-CARICO
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URGIOR10"             USING F0SGIOR LWCOMAR
           .
      *      Al costo del carico si sommano i costi accessori
      *      ripartiti sulla riga di ricevimento dell'entrata merce
       2120-CARICO.
           MOVE    F0SGIOR-COST-UNIT   TO  W-COST-CARI
           IF  F0SGIOR-NOME-PROG EQUAL "UENTMER0"
             INITIALIZE F0SPROP
             MOVE  F0SGIOR-CODE-CLIE   TO  F0SPROP-CODE-CLIE
             MOVE  F0SGIOR-RIF-DOCU(1:6) TO  F0SPROP-NUMR-PROP
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL "URPROP10"           USING F0SPROP LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               ADD F0SPROP-COST-ACCE   TO  W-COST-CARI
             END-IF
           END-IF
           ADD     W-QTA-MOVI          TO  W-CAR-QTA-TOT
           COMPUTE W-CAR-VALO-TOT = W-CAR-VALO-TOT
                                  + W-QTA-MOVI * W-COST-CARI
           IF  W-CAR-NUMR LESS 500
             ADD   1                   TO  W-CAR-NUMR
             MOVE  W-QTA-MOVI          TO  W-CAR-QTA(W-CAR-NUMR)
             MOVE  W-COST-CARI         TO  W-CAR-COST(W-CAR-NUMR)
           ELSE
             COMPUTE W-VALO-ACCO = W-CAR-QTA(500) * W-CAR-COST(500)
                                 + W-QTA-MOVI * W-COST-CARI
             ADD   W-QTA-MOVI          TO  W-CAR-QTA(500)
             COMPUTE W-CAR-COST(500) ROUNDED =
                                 W-VALO-ACCO / W-CAR-QTA(500)
           END-IF
           .
      ******************************************************************
      *----------  STRATI DI CHIUSURA DELL'ANNO PRIMA; IN MANCANZA
      *            (PRIMO ANNO) LA GIACENZA D'APERTURA AL COSTO MEDIO
      *            E' L'UNICO STRATO DI ENTRAMBI I CRITERI
       2200-STRATI-PRECEDENTI.
           MOVE    ZERO                TO  W-PRF-NUMR W-PRL-NUMR
           INITIALIZE F0SSTRA
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SSTRA-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SSTRA-NUMR-INST
           MOVE    W-ANNO-PREC         TO  F0SSTRA-ANNO
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SSTRA-CODE-ARTI
           SET     F0SSTRA-FIFO        TO  TRUE
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           PERFORM 2210-STRATO-FIFO-PREC
               UNTIL DSTF-IOSR NOT EQUAL 1
           INITIALIZE F0SSTRA
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SSTRA-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SSTRA-NUMR-INST
           MOVE    W-ANNO-PREC         TO  F0SSTRA-ANNO
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SSTRA-CODE-ARTI
           SET     F0SSTRA-LIFO        TO  TRUE
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           PERFORM 2220-STRATO-LIFO-PREC
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  W-PRF-NUMR EQUAL ZERO AND W-PRL-NUMR EQUAL ZERO
               AND W-QTA-INIZ GREATER ZERO
             MOVE  1                   TO  W-PRF-NUMR W-PRL-NUMR
             MOVE  W-ANNO-PREC         TO  W-PRF-ANNO(1) W-PRL-ANNO(1)
             MOVE  W-QTA-INIZ          TO  W-PRF-QTA(1) W-PRL-QTA(1)
             MOVE  F0SMAGA-COST-UNIT   TO  W-PRF-COST(1) W-PRL-COST(1)
           END-IF
           .
       2210-STRATO-FIFO-PREC.
           IF  W-PRF-NUMR LESS 200
             ADD   1                   TO  W-PRF-NUMR
             MOVE  F0SSTRA-ANNO-STRA   TO  W-PRF-ANNO(W-PRF-NUMR)
             MOVE  F0SSTRA-QTA-STRA    TO  W-PRF-QTA(W-PRF-NUMR)
             MOVE  F0SSTRA-COST-UNIT   TO  W-PRF-COST(W-PRF-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           .
       2220-STRATO-LIFO-PREC.
           IF  W-PRL-NUMR LESS 200
             ADD   1                   TO  W-PRL-NUMR
             MOVE  F0SSTRA-ANNO-STRA   TO  W-PRL-ANNO(W-PRL-NUMR)
             MOVE  F0SSTRA-QTA-STRA    TO  W-PRL-QTA(W-PRL-NUMR)
             MOVE  F0SSTRA-COST-UNIT   TO  W-PRL-COST(W-PRL-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           .
      ******************************************************************
      *----------  FIFO: LA GIACENZA DI CHIUSURA E' COPERTA DAI CARICHI
      *            DELL'ANNO DAL PIU' RECENTE, POI DAGLI STRATI FIFO
      *            DELL'ANNO PRIMA DAL PIU' RECENTE; IL RESTO AL COSTO
      *            MEDIO
       2300-FIFO.
           MOVE    ZERO                TO  W-TMP-NUMR W-NWF-NUMR
           MOVE    ZERO                TO  W-RESTO
           IF  W-QTA-FINE GREATER ZERO
             MOVE  W-QTA-FINE          TO  W-RESTO
           END-IF
           PERFORM 2310-DA-CARICO
               VARYING W-IND FROM W-CAR-NUMR BY -1
               UNTIL W-IND LESS 1
                  OR W-RESTO NOT GREATER ZERO
           PERFORM 2320-DA-STRATO-PREC
               VARYING W-IND FROM W-PRF-NUMR BY -1
               UNTIL W-IND LESS 1
                  OR W-RESTO NOT GREATER ZERO
           IF  W-RESTO GREATER ZERO
             MOVE  W-ANNO              TO  W-STR-ANNO
             MOVE  W-RESTO             TO  W-STR-QTA
             MOVE  F0SMAGA-COST-UNIT   TO  W-STR-COST
             PERFORM 3900-PRENDI-STRATO
           END-IF
           PERFORM 2330-RIBALTA
               VARYING W-IND FROM W-TMP-NUMR BY -1
               UNTIL W-IND LESS 1
           .
       2310-DA-CARICO.
           MOVE    W-ANNO              TO  W-STR-ANNO
           MOVE    W-CAR-QTA(W-IND)    TO  W-STR-QTA
           MOVE    W-CAR-COST(W-IND)   TO  W-STR-COST
           PERFORM 3900-PRENDI-STRATO
           .
       2320-DA-STRATO-PREC.
           MOVE    W-PRF-ANNO(W-IND)   TO  W-STR-ANNO
           MOVE    W-PRF-QTA(W-IND)    TO  W-STR-QTA
           MOVE    W-PRF-COST(W-IND)   TO  W-STR-COST
           PERFORM 3900-PRENDI-STRATO
           .
       2330-RIBALTA.
           ADD     1                   TO  W-NWF-NUMR
           MOVE    W-TMP-VOCE(W-IND)   TO  W-NWF-VOCE(W-NWF-NUMR)
           .
      ******************************************************************
      *----------  LIFO A SCATTI ANNUALI: GLI STRATI DELL'ANNO PRIMA
      *            COPRONO LA GIACENZA DAL PIU' VECCHIO (IL DECREMENTO
      *            CONSUMA I PIU' RECENTI); L'INCREMENTO E' LO STRATO
      *            DELL'ANNO AL COSTO MEDIO DEI CARICHI DELL'ANNO
       2400-LIFO.
           MOVE    ZERO                TO  W-NWL-NUMR
           MOVE    ZERO                TO  W-RESTO
           IF  W-QTA-FINE GREATER ZERO
             MOVE  W-QTA-FINE          TO  W-RESTO
           END-IF
           PERFORM 2410-DA-STRATO-PREC
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-PRL-NUMR
                  OR W-RESTO NOT GREATER ZERO
           IF  W-RESTO GREATER ZERO
             MOVE  W-ANNO              TO  W-STR-ANNO
             MOVE  W-RESTO             TO  W-STR-QTA
             IF  W-CAR-QTA-TOT GREATER ZERO
               COMPUTE W-STR-COST ROUNDED =
                                 W-CAR-VALO-TOT / W-CAR-QTA-TOT
             ELSE
               MOVE F0SMAGA-COST-UNIT  TO  W-STR-COST
             END-IF
             PERFORM 2420-AGGIUNGI-LIFO
           END-IF
           .
       2410-DA-STRATO-PREC.
           MOVE    W-PRL-ANNO(W-IND)   TO  W-STR-ANNO
           MOVE    W-PRL-QTA(W-IND)    TO  W-STR-QTA
           MOVE    W-PRL-COST(W-IND)   TO  W-STR-COST
           IF  W-STR-QTA GREATER W-RESTO
             MOVE  W-RESTO             TO  W-STR-QTA
           END-IF
           IF  W-STR-QTA GREATER ZERO
             PERFORM 2420-AGGIUNGI-LIFO
           END-IF
           .
       2420-AGGIUNGI-LIFO.
           IF  W-NWL-NUMR LESS 200
             ADD   1                   TO  W-NWL-NUMR
             MOVE  W-STR-ANNO          TO  W-NWL-ANNO(W-NWL-NUMR)
             MOVE  W-STR-QTA           TO  W-NWL-QTA(W-NWL-NUMR)
             MOVE  W-STR-COST          TO  W-NWL-COST(W-NWL-NUMR)
           ELSE
             COMPUTE W-VALO-ACCO = W-NWL-QTA(200) * W-NWL-COST(200)
                                 + W-STR-QTA * W-STR-COST
             ADD   W-STR-QTA           TO  W-NWL-QTA(200)
             COMPUTE W-NWL-COST(200) ROUNDED =
                                 W-VALO-ACCO / W-NWL-QTA(200)
           END-IF
           SUBTRACT W-STR-QTA          FROM W-RESTO
           .
      ******************************************************************
      *----------  STRATI GIA' MEMORIZZATI DELL'ANNO (ANNO CHIUSO)
       2500-STRATI-ANNO.
           INITIALIZE F0SSTRA
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SSTRA-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SSTRA-NUMR-INST
           MOVE    W-ANNO              TO  F0SSTRA-ANNO
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SSTRA-CODE-ARTI
           SET     F0SSTRA-FIFO        TO  TRUE
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           PERFORM 2510-STRATO-FIFO
               UNTIL DSTF-IOSR NOT EQUAL 1
           INITIALIZE F0SSTRA
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SSTRA-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SSTRA-NUMR-INST
           MOVE    W-ANNO              TO  F0SSTRA-ANNO
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SSTRA-CODE-ARTI
           SET     F0SSTRA-LIFO        TO  TRUE
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           PERFORM 2520-STRATO-LIFO
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       2510-STRATO-FIFO.
           IF  W-NWF-NUMR LESS 200
             ADD   1                   TO  W-NWF-NUMR
             MOVE  F0SSTRA-ANNO-STRA   TO  W-NWF-ANNO(W-NWF-NUMR)
             MOVE  F0SSTRA-QTA-STRA    TO  W-NWF-QTA(W-NWF-NUMR)
             MOVE  F0SSTRA-COST-UNIT   TO  W-NWF-COST(W-NWF-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           .
       2520-STRATO-LIFO.
           IF  W-NWL-NUMR LESS 200
             ADD   1                   TO  W-NWL-NUMR
             MOVE  F0SSTRA-ANNO-STRA   TO  W-NWL-ANNO(W-NWL-NUMR)
             MOVE  F0SSTRA-QTA-STRA    TO  W-NWL-QTA(W-NWL-NUMR)
             MOVE  F0SSTRA-COST-UNIT   TO  W-NWL-COST(W-NWL-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           .
      ******************************************************************
      *----------  MEMORIZZA GLI STRATI DI CHIUSURA DELL'ANNO E TOGLIE
      *            QUELLI DI UN CALCOLO PRECEDENTE OLTRE IL NUMERO
      *            ATTUALE
       2600-SCRIVI-STRATI.
           PERFORM 2610-SCRIVI-FIFO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NWF-NUMR
           COMPUTE W-PROG = W-NWF-NUMR + 1
           MOVE    "F"                 TO  F0SSTRA-TIPO-VALO
           MOVE    "N"                 TO  W-FINE-CANC
           PERFORM 2630-CANCELLA-RESIDUO
               UNTIL W-FINE-CANC EQUAL "S"
           PERFORM 2620-SCRIVI-LIFO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NWL-NUMR
           COMPUTE W-PROG = W-NWL-NUMR + 1
           MOVE    "L"                 TO  F0SSTRA-TIPO-VALO
           MOVE    "N"                 TO  W-FINE-CANC
           PERFORM 2630-CANCELLA-RESIDUO
               UNTIL W-FINE-CANC EQUAL "S"
           .
       2610-SCRIVI-FIFO.
           PERFORM 2640-CHIAVE-STRATO
           SET     F0SSTRA-FIFO        TO  TRUE
           MOVE    W-IND               TO  F0SSTRA-PROG-STRA
           MOVE    W-NWF-ANNO(W-IND)   TO  F0SSTRA-ANNO-STRA
           MOVE    W-NWF-QTA(W-IND)    TO  F0SSTRA-QTA-STRA
           MOVE    W-NWF-COST(W-IND)   TO  F0SSTRA-COST-UNIT
           COMPUTE F0SSTRA-VALO-STRA ROUNDED =
                   W-NWF-QTA(W-IND) * W-NWF-COST(W-IND)
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           .
       2620-SCRIVI-LIFO.
           PERFORM 2640-CHIAVE-STRATO
           SET     F0SSTRA-LIFO        TO  TRUE
           MOVE    W-IND               TO  F0SSTRA-PROG-STRA
           MOVE    W-NWL-ANNO(W-IND)   TO  F0SSTRA-ANNO-STRA
           MOVE    W-NWL-QTA(W-IND)    TO  F0SSTRA-QTA-STRA
           MOVE    W-NWL-COST(W-IND)   TO  F0SSTRA-COST-UNIT
           COMPUTE F0SSTRA-VALO-STRA ROUNDED =
                   W-NWL-QTA(W-IND) * W-NWL-COST(W-IND)
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           .
       2630-CANCELLA-RESIDUO.
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SSTRA-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SSTRA-NUMR-INST
           MOVE    W-ANNO              TO  F0SSTRA-ANNO
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SSTRA-CODE-ARTI
           MOVE    W-PROG              TO  F0SSTRA-PROG-STRA
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSTRA10"             USING F0SSTRA LWCOMAR
           IF  DSTF-IOSR EQUAL 1 AND W-PROG LESS 999
             ADD   1                   TO  W-PROG
           ELSE
             MOVE  "S"                 TO  W-FINE-CANC
           END-IF
           .
       2640-CHIAVE-STRATO.
           INITIALIZE F0SSTRA
           MOVE    F0SMAGA-CODE-CLIE   TO  F0SSTRA-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  F0SSTRA-NUMR-INST
           MOVE    W-ANNO              TO  F0SSTRA-ANNO
           MOVE    F0SMAGA-CODE-ARTI   TO  F0SSTRA-CODE-ARTI
           MOVE    LDATE-ACTL          TO  F0SSTRA-DATA-INSE
           .
      ******************************************************************
      *----------  VALORI DEI TRE CRITERI E ARTICOLO NELLA TABELLA DI
      *            STAMPA; A GIACENZA NULLA L'ARTICOLO NON VA NEL LIBRO
       2700-REGISTRA-ARTICOLO.
           IF  W-QTA-FINE EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  W-VALO-MEDI W-VALO-FIFO
                                           W-VALO-LIFO
           IF  W-QTA-FINE GREATER ZERO
             COMPUTE W-VALO-MEDI ROUNDED =
                     W-QTA-FINE * F0SMAGA-COST-UNIT
             PERFORM 2710-VALORE-FIFO
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NWF-NUMR
             PERFORM 2720-VALORE-LIFO
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NWL-NUMR
           END-IF
           IF  W-ART-NUMR NOT LESS 5000
             ADD   1                   TO  W-NUMR-RINV
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-ARTI
           ADD     1                   TO  W-ART-NUMR
           MOVE    F0SMAGA-CODE-ARTI   TO  W-ART-CODE(W-ART-NUMR)
           MOVE    F0SMAGA-DESC-ARTI   TO  W-ART-DESC(W-ART-NUMR)
           MOVE    F0SMAGA-GRUP-ARTI   TO  W-ART-GRUP(W-ART-NUMR)
           MOVE    F0SMAGA-UNIT-MISU   TO  W-ART-UNIT-MISU(W-ART-NUMR)
           MOVE    W-QTA-FINE          TO  W-ART-QTA(W-ART-NUMR)
           MOVE    W-VALO-MEDI         TO  W-ART-MEDI(W-ART-NUMR)
           MOVE    W-VALO-FIFO         TO  W-ART-FIFO(W-ART-NUMR)
           MOVE    W-VALO-LIFO         TO  W-ART-LIFO(W-ART-NUMR)
           MOVE    SPACE               TO  W-ART-NOTA(W-ART-NUMR)
           IF  W-QTA-FINE LESS ZERO
             MOVE  "N"                 TO  W-ART-NOTA(W-ART-NUMR)
             ADD   1                   TO  W-NUMR-NEGA
           ELSE
             IF  F0SMAGA-COST-UNIT EQUAL ZERO
                 AND W-CAR-NUMR EQUAL ZERO
               MOVE "C"                TO  W-ART-NOTA(W-ART-NUMR)
               ADD  1                  TO  W-NUMR-SENZA-COST
             END-IF
           END-IF
           PERFORM 2730-ACCUMULA-GRUPPO
           .
       2710-VALORE-FIFO.
           COMPUTE W-VALO-STRA ROUNDED =
                   W-NWF-QTA(W-IND) * W-NWF-COST(W-IND)
           ADD     W-VALO-STRA         TO  W-VALO-FIFO
           .
       2720-VALORE-LIFO.
           COMPUTE W-VALO-STRA ROUNDED =
                   W-NWL-QTA(W-IND) * W-NWL-COST(W-IND)
           ADD     W-VALO-STRA         TO  W-VALO-LIFO
           .
       2730-ACCUMULA-GRUPPO.
           MOVE    ZERO                TO  W-GRUP-TROV
           PERFORM 2740-CERCA-GRUPPO
               VARYING W-IND-GRUP FROM 1 BY 1
               UNTIL W-IND-GRUP GREATER W-GRUP-NUMR
           IF  W-GRUP-TROV EQUAL ZERO
               AND W-GRUP-NUMR LESS 50
             ADD   1                   TO  W-GRUP-NUMR
             MOVE  W-GRUP-NUMR         TO  W-GRUP-TROV
             MOVE  F0SMAGA-GRUP-ARTI   TO  W-GRUP-CODE(W-GRUP-TROV)
           END-IF
      *      Oltre i 50 gruppi l'articolo finisce nell'ultimo
           IF  W-GRUP-TROV EQUAL ZERO
             MOVE  50                  TO  W-GRUP-TROV
             MOVE  W-GRUP-CODE(50)     TO  W-ART-GRUP(W-ART-NUMR)
           END-IF
           ADD     W-VALO-MEDI         TO  W-GRUP-MEDI(W-GRUP-TROV)
                                           W-TOTA-MEDI
           ADD     W-VALO-FIFO         TO  W-GRUP-FIFO(W-GRUP-TROV)
                                           W-TOTA-FIFO
           ADD     W-VALO-LIFO         TO  W-GRUP-LIFO(W-GRUP-TROV)
                                           W-TOTA-LIFO
           .
       2740-CERCA-GRUPPO.
           IF  W-GRUP-CODE(W-IND-GRUP) EQUAL F0SMAGA-GRUP-ARTI
             MOVE  W-IND-GRUP          TO  W-GRUP-TROV
             MOVE  W-GRUP-NUMR         TO  W-IND-GRUP
           END-IF
           .
      ******************************************************************
      *----------  PRENDE DALLO STRATO IN LAVORAZIONE AL PIU' IL RESTO
      *            DA COPRIRE (APPOGGIO DEL FIFO, DAL PIU' RECENTE)
       3900-PRENDI-STRATO.
           IF  W-STR-QTA GREATER W-RESTO
             MOVE  W-RESTO             TO  W-STR-QTA
           END-IF
           IF  W-STR-QTA NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-TMP-NUMR LESS 200
             ADD   1                   TO  W-TMP-NUMR
             MOVE  W-STR-ANNO          TO  W-TMP-ANNO(W-TMP-NUMR)
             MOVE  W-STR-QTA           TO  W-TMP-QTA(W-TMP-NUMR)
             MOVE  W-STR-COST          TO  W-TMP-COST(W-TMP-NUMR)
           ELSE
             COMPUTE W-VALO-ACCO = W-TMP-QTA(200) * W-TMP-COST(200)
                                 + W-STR-QTA * W-STR-COST
             ADD   W-STR-QTA           TO  W-TMP-QTA(200)
             MOVE  W-STR-ANNO          TO  W-TMP-ANNO(200)
             COMPUTE W-TMP-COST(200) ROUNDED =
                                 W-VALO-ACCO / W-TMP-QTA(200)
           END-IF
           SUBTRACT W-STR-QTA          FROM W-RESTO
           .
      ******************************************************************
      *----------  STAMPA DEL LIBRO PER GRUPPO MERCEOLOGICO
       4000-STAMPA-LIBRO.
           MOVE SPACES                 TO  W-LINEA
           STRING "LIBRO INVENTARI AL 31/12/" DELIMITED BY SIZE
               W-ANNO                  DELIMITED BY SIZE
               " - DITTA "             DELIMITED BY SIZE
               L-LINV-CODE-CLIE        DELIMITED BY SIZE
               " DEPOSITO "            DELIMITED BY SIZE
               L-LINV-NUMR-INST        DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBINVE-REC           FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           STRING "ARTICOLO        DESCRIZIONE                    "
                                       DELIMITED BY SIZE
               "UM        QUANTITA'      COSTO MEDIO"
                                       DELIMITED BY SIZE
               "              FIFO              LIFO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBINVE-REC           FROM  W-LINEA
           PERFORM 4100-GRUPPO
               VARYING W-IND-GRUP FROM 1 BY 1
               UNTIL W-IND-GRUP GREATER W-GRUP-NUMR
           MOVE SPACES                 TO  W-LINEA
           WRITE LIBINVE-REC           FROM  W-LINEA
           MOVE    W-TOTA-MEDI         TO  W-MEDI-ED
           MOVE    W-TOTA-FIFO         TO  W-FIFO-ED
           MOVE    W-TOTA-LIFO         TO  W-LIFO-ED
           MOVE SPACES                 TO  W-LINEA
           MOVE "TOTALE GENERALE"      TO  W-LINEA(1:20)
           STRING W-MEDI-ED            DELIMITED BY SIZE
               W-FIFO-ED               DELIMITED BY SIZE
               W-LIFO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA(67:)
           WRITE LIBINVE-REC           FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           STRING "ARTICOLI: "         DELIMITED BY SIZE
               W-NUMR-ARTI             DELIMITED BY SIZE
               "  GIACENZA NEGATIVA (N): " DELIMITED BY SIZE
               W-NUMR-NEGA             DELIMITED BY SIZE
               "  SENZA COSTO (C): "   DELIMITED BY SIZE
               W-NUMR-SENZA-COST       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBINVE-REC           FROM  W-LINEA
           IF  W-NUMR-RINV GREATER ZERO
             MOVE SPACES               TO  W-LINEA
             STRING "ARTICOLI OLTRE LA CAPIENZA, NON STAMPATI: "
                                       DELIMITED BY SIZE
                 W-NUMR-RINV           DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE LIBINVE-REC         FROM  W-LINEA
           END-IF
           .
       4100-GRUPPO.
           MOVE SPACES                 TO  W-LINEA
           WRITE LIBINVE-REC           FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           IF  W-GRUP-CODE(W-IND-GRUP) EQUAL SPACES
             MOVE "GRUPPO NON CLASSIFICATO" TO W-LINEA
           ELSE
             STRING "GRUPPO "          DELIMITED BY SIZE
                 W-GRUP-CODE(W-IND-GRUP) DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           WRITE LIBINVE-REC           FROM  W-LINEA
           PERFORM 4200-RIGA-ARTICOLO
               VARYING W-IND-ART FROM 1 BY 1
               UNTIL W-IND-ART GREATER W-ART-NUMR
           MOVE    W-GRUP-MEDI(W-IND-GRUP) TO  W-MEDI-ED
           MOVE    W-GRUP-FIFO(W-IND-GRUP) TO  W-FIFO-ED
           MOVE    W-GRUP-LIFO(W-IND-GRUP) TO  W-LIFO-ED
           MOVE SPACES                 TO  W-LINEA
           STRING "TOTALE GRUPPO "     DELIMITED BY SIZE
               W-GRUP-CODE(W-IND-GRUP) DELIMITED BY SIZE
                                       INTO W-LINEA
           STRING W-MEDI-ED            DELIMITED BY SIZE
               W-FIFO-ED               DELIMITED BY SIZE
               W-LIFO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA(67:)
           WRITE LIBINVE-REC           FROM  W-LINEA
           .
       4200-RIGA-ARTICOLO.
           IF  W-ART-GRUP(W-IND-ART) NOT EQUAL
                                       W-GRUP-CODE(W-IND-GRUP)
             EXIT PARAGRAPH
           END-IF
           MOVE    W-ART-QTA(W-IND-ART)  TO  W-QTA-ED
           MOVE    W-ART-MEDI(W-IND-ART) TO  W-MEDI-ED
           MOVE    W-ART-FIFO(W-IND-ART) TO  W-FIFO-ED
           MOVE    W-ART-LIFO(W-IND-ART) TO  W-LIFO-ED
           MOVE SPACES                 TO  W-LINEA
           STRING W-ART-CODE(W-IND-ART) DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-ART-DESC(W-IND-ART)   DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-ART-UNIT-MISU(W-IND-ART) DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-QTA-ED                DELIMITED BY SIZE
               W-MEDI-ED               DELIMITED BY SIZE
               W-FIFO-ED               DELIMITED BY SIZE
               W-LIFO-ED               DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-ART-NOTA(W-IND-ART)   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBINVE-REC           FROM  W-LINEA
           .
      *(END)
