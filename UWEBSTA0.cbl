       IDENTIFICATION DIVISION.
       PROGRAM-ID. UWEBSTA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RITORNO DELLO STATO DEGLI ORDINI AL NEGOZIO ONLINE:
      *****   SCANDISCE GLI ORDINI DELLA DITTA (F0SORDI, TRAMITE
      *****   "URORDI10") E PER QUELLI CON ORIGINE "W" RICAVA LO
      *****   STATO CORRENTE DALL'ORDINE E DALLE SUE RIGHE (F0SORDR,
      *****   TRAMITE "URORDR10"):
      *****     R = RICEVUTO       ORDINE APERTO, NULLA IN PRELIEVO
      *****     P = IN PREPARAZIONE RIGHE IN PRELIEVO, PRELEVATE O
      *****                        GIA' EVASE IN PARTE
      *****     E = EVASO          DOCUMENTO DI VENDITA EMESSO
      *****     S = SPEDITO        VETTORE E NUMERO DI SPEDIZIONE
      *****                        REGISTRATI (UWEBTRA0)
      *****     A = ANNULLATO      ORDINE CHIUSO SENZA DOCUMENTO
      *****   SOLO GLI ORDINI IL CUI STATO E' CAMBIATO DALL'ULTIMO
      *****   INVIO VANNO SU "WEBSTAT"; L'ORDINE RICORDA LO STATO
      *****   MANDATO (F0SORDI-WEB-STAT).
      *****   UNA DITTA DI PROVA (UPROVCH0) NON MANDA NULLA.
      *****
      *****   TRACCIATO WEBSTAT (COLONNE FISSE):
      *****      1-20   NUMERO D'ORDINE DEL NEGOZIO
      *****     22      STATO
      *****     24-29   NOSTRO NUMERO D'ORDINE
      *****     31-36   NUMERO DEL DOCUMENTO DI VENDITA
      *****     38-57   VETTORE
      *****     59-88   NUMERO DI SPEDIZIONE
      *****     90-97   DATA DELL'INVIO (AAAAMMGG)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBSTAT-FILE         ASSIGN TO "WEBSTAT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-STA.
       DATA DIVISION.
       FILE SECTION.
       FD  WEBSTAT-FILE.
       01  WEBSTAT-REC.
           03  WST-RIFE                PIC X(20).
           03  FILLER                  PIC X(01).
           03  WST-STAT                PIC X(01).
           03  FILLER                  PIC X(01).
           03  WST-NUMR-ORDI           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  WST-NUMR-DOCU           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  WST-VETT                PIC X(20).
           03  FILLER                  PIC X(01).
           03  WST-TRAC                PIC X(30).
           03  FILLER                  PIC X(01).
           03  WST-DATA                PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-STA                 PIC X(02)      VALUE SPACES.
       77  W-NUMR-WEB                  PIC 9(05)      VALUE ZERO.
       77  W-NUMR-INVI                 PIC 9(05)      VALUE ZERO.
       77  W-STAT-NUOVO                PIC X(01)      VALUE SPACE.
       77  W-IN-LAVORO                 PIC X(01)      VALUE "N".
           88  W-IN-LAVORO-SI                         VALUE "S".
      *
       COPY "F0SORDI.REC".
       COPY "F0SORDR.REC".
       COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-WSTA-CTRL.
           03  L-WSTA-CODE-CLIE        PIC 9(04).
           03  L-WSTA-NUMR-INVI        PIC 9(05).
           03  L-WSTA-ESITO            PIC X(01).
               88  L-WSTA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-WSTA-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-WSTA-ESITO
           MOVE    ZERO                TO  W-NUMR-WEB W-NUMR-INVI
           DISPLAY "STATO ORDINI AL NEGOZIO ONLINE  -  DITTA "
                   L-WSTA-CODE-CLIE
           MOVE    L-WSTA-CODE-CLIE    TO  L-PRVC-CODE-CLIE
           CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
           IF  L-PRVC-PROVA
             DISPLAY "DITTA DI PROVA - STATO ORDINI NON INVIATO"
             EXIT PROGRAM
           END-IF
           OPEN OUTPUT WEBSTAT-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           INITIALIZE F0SORDI
           MOVE    L-WSTA-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           PERFORM 2000-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           CLOSE WEBSTAT-FILE
           MOVE    W-NUMR-INVI         TO  L-WSTA-NUMR-INVI
           MOVE    "S"                 TO  L-WSTA-ESITO
           DISPLAY "ORDINI WEB " W-NUMR-WEB " - STATI INVIATI SU"
                   " WEBSTAT " W-NUMR-INVI
           EXIT PROGRAM.
      ******************************************************************
       2000-ORDINE.
           IF  F0SORDI-ORIG-WEB
             ADD   1                   TO  W-NUMR-WEB
             PERFORM 2100-STATO-ORDINE
             IF  W-STAT-NUOVO NOT EQUAL F0SORDI-WEB-STAT
               PERFORM 2300-INVIA-STATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
      *----------  STATO CORRENTE: LA SPEDIZIONE PREVALE SULL'EVASIONE,
      *            L'EVASIONE SULLA PREPARAZIONE
       2100-STATO-ORDINE.
           EVALUATE TRUE
             WHEN F0SORDI-WEB-TRAC NOT EQUAL SPACES
               MOVE  "S"               TO  W-STAT-NUOVO
             WHEN F0SORDI-NUMR-DOCU-VEND NOT EQUAL ZERO
               MOVE  "E"               TO  W-STAT-NUOVO
             WHEN F0SORDI-CHIUSO
               MOVE  "A"               TO  W-STAT-NUOVO
             WHEN OTHER
               PERFORM 2200-RIGHE-IN-LAVORO
               IF  W-IN-LAVORO-SI
                 MOVE  "P"             TO  W-STAT-NUOVO
               ELSE
                 MOVE  "R"             TO  W-STAT-NUOVO
               END-IF
           END-EVALUATE
           .
      ******************************************************************
      *----------  UNA RIGA MANDATA IN PRELIEVO O GIA' EVASA IN PARTE
      *            METTE L'ORDINE IN PREPARAZIONE
       2200-RIGHE-IN-LAVORO.
           MOVE    "N"                 TO  W-IN-LAVORO
           INITIALIZE F0SORDR
           MOVE    F0SORDI-CODE-CLIE   TO  F0SORDR-CODE-CLIE
           MOVE    F0SORDI-NUMR-INST   TO  F0SORDR-NUMR-INST
           MOVE    F0SORDI-NUMR-ORDI   TO  F0SORDR-NUMR-ORDI
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           PERFORM 2210-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1 OR W-IN-LAVORO-SI
           .
      ******************************************************************
       2210-RIGA.
           IF  F0SORDR-STAT-PICK NOT EQUAL SPACE
               OR F0SORDR-QTA-EVAS GREATER ZERO
             SET   W-IN-LAVORO-SI      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           .
      ******************************************************************
      *----------  STATO CAMBIATO: RIGA PER IL NEGOZIO E STATO
      *            RICORDATO SULL'ORDINE
       2300-INVIA-STATO.
           MOVE    SPACES              TO  WEBSTAT-REC
           MOVE    F0SORDI-WEB-RIFE    TO  WST-RIFE
           MOVE    W-STAT-NUOVO        TO  WST-STAT
           MOVE    F0SORDI-NUMR-ORDI   TO  WST-NUMR-ORDI
           MOVE    F0SORDI-NUMR-DOCU-VEND TO WST-NUMR-DOCU
           MOVE    F0SORDI-WEB-VETT    TO  WST-VETT
           MOVE    F0SORDI-WEB-TRAC    TO  WST-TRAC
           MOVE    LDATE-ACTL          TO  WST-DATA
           WRITE   WEBSTAT-REC
           ADD     1                   TO  W-NUMR-INVI
           MOVE    W-STAT-NUOVO        TO  F0SORDI-WEB-STAT
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      *(END)
