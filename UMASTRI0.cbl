       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMASTRI0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MASTRINI DELLA CONTABILITA' GENERALE SUL FILE
      *****   "MASTRINI": PER UN CONTO (O PER TUTTI I CONTI
      *****   MOVIMENTATI NELL'ANNO, SE LASCIATO A SPAZI) IL SALDO
      *****   D'APERTURA - LE RIGHE DELL'ANNO ANTERIORI AL PERIODO -
      *****   POI LE RIGHE DEL PERIODO (F0SMOVC, TRAMITE "URMOVC10")
      *****   IN ORDINE DI REGISTRAZIONE CON IL SALDO PROGRESSIVO, E
      *****   IL SALDO FINALE. I CONTI DEI MOVIMENTI CHE NON SONO NEL
      *****   PIANO DEI CONTI (F0SPCON) SI ELENCANO IN CODA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTRINI-FILE        ASSIGN TO "MASTRINI"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-MAS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTRINI-FILE.
       01  MASTRINI-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-MAS                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-DATA-DA                   PIC 9(08)   VALUE ZERO.
       77  W-DATA-AL                   PIC 9(08)   VALUE ZERO.
       77  W-FILT-CONTO                PIC X(08)   VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND-CONTO                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-NUMR-RIGHE                PIC 9(05)          VALUE 0.
       77  W-SALDO                     PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-PERI-DARE                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-PERI-AVERE                PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC -.---.---.---.--9,99 VALUE 0.
      *
      *----------  CONTI DA STAMPARE: DEL PIANO E TROVATI SOLO NEI
      *            MOVIMENTI DELL'ANNO (FUORI PIANO)
       01  W-TAB-CONTI.
           03  W-CON-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-CON-VOCE              OCCURS 500.
               05  W-CON-CONTO         PIC X(08).
               05  W-CON-DESC          PIC X(30).
               05  W-CON-MOVI          PIC X(01).
                   88  W-CON-MOVIMENTATO              VALUE "S".
      *
       COPY "F0SPCON.REC".
       COPY "F0SMOVC.REC".
      *
       LINKAGE SECTION.
       01  L-MAST-CTRL.
           03  L-MAST-CODE-CLIE        PIC 9(04).
           03  L-MAST-ESITO            PIC X(01).
               88  L-MAST-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-MAST-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-MAST-ESITO
           MOVE    ZERO                TO  W-CON-NUMR W-NUMR-SALTATE
           DISPLAY "MASTRINI  -  DITTA " L-MAST-CODE-CLIE
           DISPLAY "ANNO (AAAA, 0 = ANNO IN CORSO) : " WITH NO
                   ADVANCING
           ACCEPT   W-ANNO
           IF  W-ANNO EQUAL ZERO
             MOVE  LDATE-ACTL(1:4)     TO  W-ANNO
           END-IF
           DISPLAY "DAL (AAAAMMGG, 0 = INIZIO ANNO) : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-DA
           IF  W-DATA-DA EQUAL ZERO
             COMPUTE W-DATA-DA = W-ANNO * 10000 + 0101
           END-IF
           DISPLAY "AL  (AAAAMMGG, 0 = FINE ANNO)   : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-AL
           IF  W-DATA-AL EQUAL ZERO
             COMPUTE W-DATA-AL = W-ANNO * 10000 + 1231
           END-IF
           IF  W-DATA-DA(1:4) NOT EQUAL W-ANNO
               OR W-DATA-AL(1:4) NOT EQUAL W-ANNO
               OR W-DATA-AL LESS W-DATA-DA
             DISPLAY "PERIODO NON VALIDO O FUORI DALL'ANNO"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "CONTO (VUOTO = TUTTI I CONTI)  : " WITH NO
                   ADVANCING
           MOVE    SPACES              TO  W-FILT-CONTO
           ACCEPT   W-FILT-CONTO
           PERFORM 1000-CARICA-PIANO
           PERFORM 1500-CONTI-MOVIMENTATI
      *
           OPEN OUTPUT MASTRINI-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "MASTRINI  -  DITTA " DELIMITED BY SIZE
                   L-MAST-CODE-CLIE    DELIMITED BY SIZE
                   "  -  DAL "         DELIMITED BY SIZE
                   W-DATA-DA           DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   W-DATA-AL           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   MASTRINI-REC        FROM  W-LINEA
           PERFORM 3000-MASTRINO
               VARYING W-IND-CONTO FROM 1 BY 1
               UNTIL W-IND-CONTO GREATER W-CON-NUMR
           IF  W-NUMR-SALTATE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "CONTI OLTRE LA CAPIENZA, NON ELENCATI: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATE     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE MASTRINI-REC        FROM  W-LINEA
           END-IF
           CLOSE MASTRINI-FILE
           MOVE    "S"                 TO  L-MAST-ESITO
           DISPLAY "MASTRINI SU MASTRINI".
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-CARICA-PIANO.
           INITIALIZE F0SPCON
           MOVE    L-MAST-CODE-CLIE    TO  F0SPCON-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           PERFORM 1100-CONTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           .
       1100-CONTO.
           IF  W-FILT-CONTO EQUAL SPACES
               OR W-FILT-CONTO EQUAL F0SPCON-CODE-CONTO
             IF  W-CON-NUMR LESS 500
               ADD   1                 TO  W-CON-NUMR
               MOVE  F0SPCON-CODE-CONTO TO W-CON-CONTO(W-CON-NUMR)
               MOVE  F0SPCON-DESC-CONTO TO W-CON-DESC(W-CON-NUMR)
               MOVE  "N"               TO  W-CON-MOVI(W-CON-NUMR)
             ELSE
               ADD   1                 TO  W-NUMR-SALTATE
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           .
      ******************************************************************
      *----------  CONTI CON MOVIMENTI NELL'ANNO: SEGNATI NELLA
      *            TABELLA, AGGIUNTI SE FUORI PIANO
       1500-CONTI-MOVIMENTATI.
           INITIALIZE F0SMOVC
           MOVE    L-MAST-CODE-CLIE    TO  F0SMOVC-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           PERFORM 1510-MOVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       1510-MOVIMENTO.
           IF  F0SMOVC-ANNO EQUAL W-ANNO
               AND F0SMOVC-DATA-REGI NOT GREATER W-DATA-AL
               AND (W-FILT-CONTO EQUAL SPACES
                    OR W-FILT-CONTO EQUAL F0SMOVC-CODE-CONTO)
             PERFORM 1520-CERCA-CONTO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       1520-CERCA-CONTO.
           MOVE    ZERO                TO  W-IND-CONTO
           PERFORM 1530-CONFRONTA-CONTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-CON-NUMR
                  OR W-IND-CONTO NOT EQUAL ZERO
           IF  W-IND-CONTO EQUAL ZERO
             IF  W-CON-NUMR NOT LESS 500
               ADD   1                 TO  W-NUMR-SALTATE
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-CON-NUMR
             MOVE  W-CON-NUMR          TO  W-IND-CONTO
             MOVE  F0SMOVC-CODE-CONTO  TO  W-CON-CONTO(W-IND-CONTO)
             MOVE  "NON NEL PIANO DEI CONTI"
                                       TO  W-CON-DESC(W-IND-CONTO)
           END-IF
           MOVE    "S"                 TO  W-CON-MOVI(W-IND-CONTO)
           .
       1530-CONFRONTA-CONTO.
           IF  W-CON-CONTO(W-IND) EQUAL F0SMOVC-CODE-CONTO
             MOVE  W-IND               TO  W-IND-CONTO
           END-IF
           .
      ******************************************************************
      *----------  MASTRINO DI UN CONTO MOVIMENTATO: APERTURA, RIGHE
      *            DEL PERIODO CON IL SALDO PROGRESSIVO, CHIUSURA
       3000-MASTRINO.
           IF  NOT W-CON-MOVIMENTATO(W-IND-CONTO)
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  W-SALDO W-PERI-DARE
                                           W-PERI-AVERE W-NUMR-RIGHE
           MOVE    SPACES              TO  W-LINEA
           WRITE   MASTRINI-REC        FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "CONTO "            DELIMITED BY SIZE
                   W-CON-CONTO(W-IND-CONTO) DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-CON-DESC(W-IND-CONTO)  DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   MASTRINI-REC        FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           MOVE    "DATA     REG./RG DESCRIZIONE" TO W-LINEA(1:28)
           MOVE    "RIFERIMENTO"       TO  W-LINEA(51:11)
           MOVE    "DARE"              TO  W-LINEA(82:4)
           MOVE    "AVERE"             TO  W-LINEA(101:5)
           MOVE    "SALDO"             TO  W-LINEA(121:5)
           WRITE   MASTRINI-REC        FROM  W-LINEA
      *      Primo passaggio: saldo d'apertura
           PERFORM 3100-APRI-SCANSIONE
           PERFORM 3200-APERTURA
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM 3900-CHIUDI-SCANSIONE
           MOVE    SPACES              TO  W-LINEA
           MOVE    "SALDO D'APERTURA"  TO  W-LINEA(18:16)
           MOVE    W-SALDO             TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(106:20)
           WRITE   MASTRINI-REC        FROM  W-LINEA
      *      Secondo passaggio: righe del periodo
           PERFORM 3100-APRI-SCANSIONE
           PERFORM 3300-RIGA-PERIODO
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM 3900-CHIUDI-SCANSIONE
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TOTALI E SALDO FINALE" TO W-LINEA(18:21)
           MOVE    W-PERI-DARE         TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(66:20)
           MOVE    W-PERI-AVERE        TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(86:20)
           MOVE    W-SALDO             TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(106:20)
           WRITE   MASTRINI-REC        FROM  W-LINEA
           .
       3100-APRI-SCANSIONE.
           INITIALIZE F0SMOVC
           MOVE    L-MAST-CODE-CLIE    TO  F0SMOVC-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       3800-PROSSIMA-RIGA.
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       3900-CHIUDI-SCANSIONE.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       3200-APERTURA.
           IF  F0SMOVC-ANNO EQUAL W-ANNO
               AND F0SMOVC-DATA-REGI LESS W-DATA-DA
               AND F0SMOVC-CODE-CONTO EQUAL W-CON-CONTO(W-IND-CONTO)
             ADD   F0SMOVC-IMPO-DARE   TO  W-SALDO
             SUBTRACT F0SMOVC-IMPO-AVERE FROM W-SALDO
           END-IF
           PERFORM 3800-PROSSIMA-RIGA
           .
       3300-RIGA-PERIODO.
           IF  F0SMOVC-ANNO NOT EQUAL W-ANNO
               OR F0SMOVC-DATA-REGI LESS W-DATA-DA
               OR F0SMOVC-DATA-REGI GREATER W-DATA-AL
               OR F0SMOVC-CODE-CONTO NOT EQUAL W-CON-CONTO(W-IND-CONTO)
             PERFORM 3800-PROSSIMA-RIGA
             EXIT PARAGRAPH
           END-IF
           ADD     F0SMOVC-IMPO-DARE   TO  W-SALDO W-PERI-DARE
           SUBTRACT F0SMOVC-IMPO-AVERE FROM W-SALDO
           ADD     F0SMOVC-IMPO-AVERE  TO  W-PERI-AVERE
           ADD     1                   TO  W-NUMR-RIGHE
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SMOVC-DATA-REGI   TO  W-LINEA(1:8)
           MOVE    F0SMOVC-NUMR-REGI   TO  W-LINEA(10:6)
           MOVE    "/"                 TO  W-LINEA(16:1)
           MOVE    F0SMOVC-NUMR-RIGA   TO  W-LINEA(17:2)
           MOVE    F0SMOVC-DESC        TO  W-LINEA(20:30)
           MOVE    F0SMOVC-RIFE        TO  W-LINEA(51:15)
           IF  F0SMOVC-IMPO-DARE NOT EQUAL ZERO
             MOVE  F0SMOVC-IMPO-DARE   TO  W-IMPO-ED
             MOVE  W-IMPO-ED           TO  W-LINEA(66:20)
           END-IF
           IF  F0SMOVC-IMPO-AVERE NOT EQUAL ZERO
             MOVE  F0SMOVC-IMPO-AVERE  TO  W-IMPO-ED
             MOVE  W-IMPO-ED           TO  W-LINEA(86:20)
           END-IF
           MOVE    W-SALDO             TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(106:20)
           WRITE   MASTRINI-REC        FROM  W-LINEA
           PERFORM 3800-PROSSIMA-RIGA
           .
      *(END)
