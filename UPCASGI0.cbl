       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPCASGI0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   LIBRO GIORNALIERO DI PICCOLA CASSA DELLA DITTA SU
      *****   "PCASGIOR": SALDO INIZIALE (TUTTI I MOVIMENTI DEI GIORNI
      *****   PRECEDENTI), MOVIMENTI DEL GIORNO CON CAUSALE, DOCUMENTO
      *****   GIUSTIFICATIVO E SALDO PROGRESSIVO, TOTALI ENTRATE E
      *****   USCITE, SALDO FINALE. IL SALDO FINALE SI CONFRONTA CON
      *****   IL CONTANTE CONTATO: LA DIFFERENZA, A CONFERMA
      *****   DELL'OPERATORE, SI REGISTRA (UPCASRE0) COME RETTIFICA
      *****   SULLA CAUSALE SOPR (ECCEDENZA IN ENTRATA, AMMANCO IN
      *****   USCITA), COSI' IL LIBRO RIPARTE DAL CONTANTE VERO E LA
      *****   DIFFERENZA ARRIVA IN PRIMA NOTA (UPRIMNO0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCASGIOR-FILE        ASSIGN TO "PCASGIOR"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  PCASGIOR-FILE.
       01  PCASGIOR-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-RIF                  PIC 9(08)      VALUE ZERO.
       77  W-RISP                      PIC X(01)      VALUE SPACE.
       77  W-NUMR-MOVI                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZ9      VALUE ZERO.
      *
      *----------  SALDI E TOTALI DELLA GIORNATA
       77  W-SALDO-INIZ                PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-TOT-ENTR                  PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-TOT-USCI                  PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-SALDO                     PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-CONTATO                   PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-DIFF                      PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-SALDO-ED                  PIC ---.---.---.--9,99 VALUE 0.
      *
       COPY "F0SPCAS.REC".
       COPY "LPCASRE.WRK".
      *
       LINKAGE SECTION.
       01  L-PCGI-CTRL.
           03  L-PCGI-CODE-CLIE        PIC 9(04).
      *    Giornata da stampare (ZERO = si chiede a video)
           03  L-PCGI-DATA             PIC 9(08).
           03  L-PCGI-NUMR-MOVI        PIC 9(05).
           03  L-PCGI-ESITO            PIC X(01).
               88  L-PCGI-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PCGI-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-PCGI-ESITO
           MOVE    ZERO                TO  L-PCGI-NUMR-MOVI
           DISPLAY "LIBRO DI PICCOLA CASSA  -  DITTA " L-PCGI-CODE-CLIE
           PERFORM 1000-PARAMETRI
           MOVE    ZERO                TO  W-NUMR-MOVI W-SALDO-INIZ
                                           W-TOT-ENTR W-TOT-USCI
           OPEN OUTPUT PCASGIOR-FILE
           PERFORM 2000-TESTATA
           PERFORM 3000-MOVIMENTI
           PERFORM 5000-SALDI
           CLOSE   PCASGIOR-FILE
           MOVE    W-NUMR-MOVI         TO  L-PCGI-NUMR-MOVI
           MOVE    "S"                 TO  L-PCGI-ESITO
           DISPLAY "LIBRO DEL " W-DATA-RIF " STAMPATO SU PCASGIOR -"
                   " MOVIMENTI " W-NUMR-MOVI
           IF  W-DIFF NOT EQUAL ZERO
             PERFORM 6000-RETTIFICA
           END-IF.
       0000-EXIT.
           EXIT PROGRAM.
      ******************************************************************
      *----------  GIORNATA E CONTANTE CONTATO A FINE GIORNATA
       1000-PARAMETRI.
           IF  L-PCGI-DATA EQUAL ZERO
             DISPLAY "GIORNATA (AAAAMMGG, 0 = OGGI)    : " WITH NO
                     ADVANCING
             ACCEPT   L-PCGI-DATA
           END-IF
           MOVE    L-PCGI-DATA         TO  W-DATA-RIF
           IF  W-DATA-RIF EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-RIF
           END-IF
           DISPLAY "CONTANTE CONTATO IN PICCOLA CASSA : " WITH NO
                   ADVANCING
           ACCEPT   W-CONTATO
           .
      ******************************************************************
       2000-TESTATA.
           MOVE    SPACES              TO  W-LINEA
           STRING  "LIBRO DI PICCOLA CASSA - DITTA " DELIMITED BY SIZE
                   L-PCGI-CODE-CLIE    DELIMITED BY SIZE
                   " - GIORNATA DEL "  DELIMITED BY SIZE
                   W-DATA-RIF          DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "PROG"              TO  W-LINEA(1:4)
           MOVE    "O"                 TO  W-LINEA(6:1)
           MOVE    "T"                 TO  W-LINEA(8:1)
           MOVE    "CAUS"              TO  W-LINEA(10:4)
           MOVE    "DESCRIZIONE"       TO  W-LINEA(16:11)
           MOVE    "DOCUMENTO"         TO  W-LINEA(48:9)
           MOVE    "ENTRATE"           TO  W-LINEA(84:7)
           MOVE    "USCITE"            TO  W-LINEA(100:6)
           MOVE    "SALDO"             TO  W-LINEA(122:5)
           PERFORM 8900-SCRIVI
           MOVE    ALL "-"             TO  W-LINEA(1:126)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  MOVIMENTI DELLA DITTA IN ORDINE DI DATA: QUELLI DEI
      *            GIORNI PRECEDENTI FORMANO IL SALDO INIZIALE, QUELLI
      *            DEL GIORNO SI STAMPANO, IL PRIMO DEL GIORNO DOPO
      *            CHIUDE LA SCANSIONE
       3000-MOVIMENTI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           INITIALIZE F0SPCAS
           MOVE    L-PCGI-CODE-CLIE    TO  F0SPCAS-CODE-CLIE
           MOVE    ZERO                TO  F0SPCAS-DATA
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           PERFORM 3100-UN-MOVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           MOVE    W-SALDO-INIZ        TO  W-SALDO
           ADD     W-TOT-ENTR          TO  W-SALDO
           SUBTRACT W-TOT-USCI         FROM W-SALDO
           .
       3100-UN-MOVIMENTO.
           IF  F0SPCAS-DATA GREATER W-DATA-RIF
             MOVE  0                   TO  DSTF-IOSR
             EXIT PARAGRAPH
           END-IF
           IF  F0SPCAS-DATA LESS W-DATA-RIF
             IF  F0SPCAS-ENTRATA
               ADD   F0SPCAS-IMPO      TO  W-SALDO-INIZ
             ELSE
               SUBTRACT F0SPCAS-IMPO   FROM W-SALDO-INIZ
             END-IF
           ELSE
             IF  W-NUMR-MOVI EQUAL ZERO
               PERFORM 3150-RIGA-SALDO-INIZ
             END-IF
             PERFORM 3200-STAMPA-MOVIMENTO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           .
       3150-RIGA-SALDO-INIZ.
           MOVE    W-SALDO-INIZ        TO  W-SALDO
           MOVE    W-SALDO             TO  W-SALDO-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    "SALDO INIZIALE"    TO  W-LINEA(16:14)
           MOVE    W-SALDO-ED          TO  W-LINEA(109:18)
           PERFORM 8900-SCRIVI
           .
       3200-STAMPA-MOVIMENTO.
           ADD     1                   TO  W-NUMR-MOVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SPCAS-NUMR-PROG   TO  W-LINEA(1:4)
           MOVE    F0SPCAS-ORIG        TO  W-LINEA(6:1)
           MOVE    F0SPCAS-TIPO-MOVI   TO  W-LINEA(8:1)
           MOVE    F0SPCAS-CODE-CAUS   TO  W-LINEA(10:4)
           MOVE    F0SPCAS-DESC        TO  W-LINEA(16:30)
           IF  F0SPCAS-DA-CASSETTO
             STRING "CASSETTO "        DELIMITED BY SIZE
                 F0SPCAS-CASM-NUMR-INST DELIMITED BY SIZE
                 "/"                   DELIMITED BY SIZE
                 F0SPCAS-CASM-NUMR-PROG DELIMITED BY SIZE
                                       INTO W-LINEA(48:26)
           ELSE
             MOVE  F0SPCAS-DOCU-TIPO   TO  W-LINEA(48:2)
             MOVE  F0SPCAS-DOCU-NUMR   TO  W-LINEA(51:15)
             IF  F0SPCAS-DOCU-DATA NOT EQUAL ZERO
               MOVE F0SPCAS-DOCU-DATA  TO  W-LINEA(67:8)
             END-IF
           END-IF
           MOVE    F0SPCAS-IMPO        TO  W-IMPO-ED
           IF  F0SPCAS-ENTRATA
             ADD   F0SPCAS-IMPO        TO  W-TOT-ENTR W-SALDO
             MOVE  W-IMPO-ED           TO  W-LINEA(77:14)
           ELSE
             ADD   F0SPCAS-IMPO        TO  W-TOT-USCI
             SUBTRACT F0SPCAS-IMPO     FROM W-SALDO
             MOVE  W-IMPO-ED           TO  W-LINEA(92:14)
           END-IF
           MOVE    W-SALDO             TO  W-SALDO-ED
           MOVE    W-SALDO-ED          TO  W-LINEA(109:18)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  SALDI DELLA GIORNATA E CONFRONTO CON IL CONTANTE
      *            CONTATO
       5000-SALDI.
           MOVE    SPACES              TO  W-LINEA
           MOVE    ALL "-"             TO  W-LINEA(1:126)
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "SALDO INIZIALE"    TO  W-LINEA(16:14)
           MOVE    W-SALDO-INIZ        TO  W-SALDO-ED
           MOVE    W-SALDO-ED          TO  W-LINEA(109:18)
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-NUMR-MOVI         TO  W-NUMR-ED
           STRING  "TOTALI DEL GIORNO - MOVIMENTI " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA(16:40)
           MOVE    W-TOT-ENTR          TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(77:14)
           MOVE    W-TOT-USCI          TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(92:14)
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "SALDO FINALE DA LIBRO" TO W-LINEA(16:21)
           MOVE    W-SALDO             TO  W-SALDO-ED
           MOVE    W-SALDO-ED          TO  W-LINEA(109:18)
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "CONTANTE CONTATO"  TO  W-LINEA(16:16)
           MOVE    W-CONTATO           TO  W-SALDO-ED
           MOVE    W-SALDO-ED          TO  W-LINEA(109:18)
           PERFORM 8900-SCRIVI
           SUBTRACT W-SALDO            FROM W-CONTATO GIVING W-DIFF
           MOVE    SPACES              TO  W-LINEA
           IF  W-DIFF EQUAL ZERO
             MOVE  "CASSA QUADRATA"    TO  W-LINEA(16:14)
           ELSE
             IF  W-DIFF GREATER ZERO
               MOVE "ECCEDENZA DI CASSA" TO W-LINEA(16:18)
             ELSE
               MOVE "AMMANCO DI CASSA" TO  W-LINEA(16:16)
             END-IF
             MOVE  W-DIFF              TO  W-SALDO-ED
             MOVE  W-SALDO-ED          TO  W-LINEA(109:18)
           END-IF
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  DIFFERENZA DI CONTEGGIO REGISTRATA, A CONFERMA,
      *            COME RETTIFICA SULLA CAUSALE SOPR
       6000-RETTIFICA.
           MOVE    W-DIFF              TO  W-SALDO-ED
           DISPLAY "DIFFERENZA CONTANTE CONTATO/LIBRO: " W-SALDO-ED
           DISPLAY "REGISTRI LA RETTIFICA NEL LIBRO ? (S/N) : " WITH
                   NO ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             DISPLAY "RETTIFICA NON REGISTRATA"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE L-PCRE-CTRL
           MOVE    L-PCGI-CODE-CLIE    TO  L-PCRE-CODE-CLIE
           MOVE    W-DATA-RIF          TO  L-PCRE-DATA
           MOVE    "SOPR"              TO  L-PCRE-CODE-CAUS
           MOVE    "D"                 TO  L-PCRE-ORIG
           IF  W-DIFF GREATER ZERO
             MOVE  "E"                 TO  L-PCRE-TIPO-MOVI
             MOVE  W-DIFF              TO  L-PCRE-IMPO
             MOVE  "ECCEDENZA DA CONTEGGIO CASSA" TO L-PCRE-DESC
           ELSE
             MOVE  "U"                 TO  L-PCRE-TIPO-MOVI
             COMPUTE L-PCRE-IMPO = 0 - W-DIFF
             MOVE  "AMMANCO DA CONTEGGIO CASSA" TO L-PCRE-DESC
           END-IF
           CALL  "UPCASRE0"              USING L-PCRE-CTRL LWCOMAR
           IF  L-PCRE-ESITO-OK
             DISPLAY "RETTIFICA REGISTRATA - PROGR. " L-PCRE-NUMR-PROG
           END-IF
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  PCASGIOR-REC
           WRITE   PCASGIOR-REC
           .
      *(END)
