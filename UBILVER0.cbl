       IDENTIFICATION DIVISION.
       PROGRAM-ID. UBILVER0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   BILANCIO DI VERIFICA MENSILE DELLA CONTABILITA'
      *****   GENERALE SUL FILE "BILVER": PER OGNI CONTO DEL PIANO
      *****   DEI CONTI (F0SPCON) I MOVIMENTI DARE/AVERE DEL MESE,
      *****   I PROGRESSIVI DALL'INIZIO DELL'ANNO A FINE MESE E IL
      *****   SALDO, RAGGRUPPATI PER NATURA (ATTIVITA', PASSIVITA',
      *****   COSTI, RICAVI) CON I SUBTOTALI. I MOVIMENTI (F0SMOVC)
      *****   SU CONTI ASSENTI DAL PIANO (CAUSALI NON MAPPATE NELLA
      *****   PRIMA NOTA) FINISCONO IN UN GRUPPO A PARTE, DA
      *****   SISTEMARE. IN CODA I TOTALI GENERALI: DARE E AVERE
      *****   DEVONO TORNARE UGUALI, E IL RISULTATO DI PERIODO
      *****   (RICAVI MENO COSTI).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILVER-FILE          ASSIGN TO "BILVER"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-BIL.
       DATA DIVISION.
       FILE SECTION.
       FD  BILVER-FILE.
       01  BILVER-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-BIL                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-MESE                      PIC 9(02)   VALUE ZERO.
       77  W-ANNO-MESE                 PIC 9(06)   VALUE ZERO.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND-CONTO                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-TIPO-STAMPA               PIC X(01)   VALUE SPACE.
       77  W-DESC-GRUPPO               PIC X(30)   VALUE SPACES.
       77  W-SALDO                     PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-SUBT-MESE-DARE            PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-SUBT-MESE-AVERE           PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-SUBT-PROG-DARE            PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-SUBT-PROG-AVERE           PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-MESE-DARE            PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-MESE-AVERE           PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-PROG-DARE            PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-PROG-AVERE           PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-COSTI                PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-TOTA-RICAVI               PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC -.---.---.---.--9,99 VALUE 0.
      *
      *----------  CONTI DEL PIANO E CONTI TROVATI SOLO NEI MOVIMENTI
      *            (NATURA A SPAZI), TOTALI DEL MESE E PROGRESSIVI
       01  W-TAB-CONTI.
           03  W-CON-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-CON-VOCE              OCCURS 500.
               05  W-CON-CONTO         PIC X(08).
               05  W-CON-DESC          PIC X(30).
               05  W-CON-TIPO          PIC X(01).
               05  W-CON-MESE-DARE     PIC S9(13)V99 COMP-3.
               05  W-CON-MESE-AVERE    PIC S9(13)V99 COMP-3.
               05  W-CON-PROG-DARE     PIC S9(13)V99 COMP-3.
               05  W-CON-PROG-AVERE    PIC S9(13)V99 COMP-3.
      *
       COPY "F0SPCON.REC".
       COPY "F0SMOVC.REC".
      *
       LINKAGE SECTION.
       01  L-BILV-CTRL.
           03  L-BILV-CODE-CLIE        PIC 9(04).
           03  L-BILV-ESITO            PIC X(01).
               88  L-BILV-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-BILV-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-BILV-ESITO
           MOVE    ZERO                TO  W-CON-NUMR W-NUMR-SALTATE
           DISPLAY "BILANCIO DI VERIFICA  -  DITTA " L-BILV-CODE-CLIE
           DISPLAY "ANNO (AAAA, 0 = ANNO IN CORSO) : " WITH NO
                   ADVANCING
           ACCEPT   W-ANNO
           IF  W-ANNO EQUAL ZERO
             MOVE  LDATE-ACTL(1:4)     TO  W-ANNO
           END-IF
           DISPLAY "MESE (MM, 0 = MESE IN CORSO)   : " WITH NO
                   ADVANCING
           ACCEPT   W-MESE
           IF  W-MESE EQUAL ZERO
             MOVE  LDATE-ACTL(5:2)     TO  W-MESE
           END-IF
           IF  W-MESE GREATER 12
             DISPLAY "MESE NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           COMPUTE W-ANNO-MESE = W-ANNO * 100 + W-MESE
           PERFORM 1000-CARICA-PIANO
           PERFORM 2000-SCANDISCI-MOVIMENTI
      *
           OPEN OUTPUT BILVER-FILE
           PERFORM 5000-INTESTAZIONE
           MOVE    "A"                 TO  W-TIPO-STAMPA
           MOVE    "ATTIVITA'"         TO  W-DESC-GRUPPO
           PERFORM 5100-GRUPPO
           MOVE    "P"                 TO  W-TIPO-STAMPA
           MOVE    "PASSIVITA'"        TO  W-DESC-GRUPPO
           PERFORM 5100-GRUPPO
           MOVE    "C"                 TO  W-TIPO-STAMPA
           MOVE    "COSTI"             TO  W-DESC-GRUPPO
           PERFORM 5100-GRUPPO
           MOVE    "R"                 TO  W-TIPO-STAMPA
           MOVE    "RICAVI"            TO  W-DESC-GRUPPO
           PERFORM 5100-GRUPPO
           MOVE    SPACE               TO  W-TIPO-STAMPA
           MOVE    "CONTI NON NEL PIANO DEI CONTI" TO W-DESC-GRUPPO
           PERFORM 5100-GRUPPO
           PERFORM 6000-TOTALI
           CLOSE BILVER-FILE
           MOVE    "S"                 TO  L-BILV-ESITO
           DISPLAY "BILANCIO DI VERIFICA SU BILVER".
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-CARICA-PIANO.
           INITIALIZE F0SPCON
           MOVE    L-BILV-CODE-CLIE    TO  F0SPCON-CODE-CLIE
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
           IF  W-CON-NUMR LESS 500
             ADD   1                   TO  W-CON-NUMR
             MOVE  F0SPCON-CODE-CONTO  TO  W-CON-CONTO(W-CON-NUMR)
             MOVE  F0SPCON-DESC-CONTO  TO  W-CON-DESC(W-CON-NUMR)
             MOVE  F0SPCON-TIPO-CONTO  TO  W-CON-TIPO(W-CON-NUMR)
             MOVE  ZERO                TO  W-CON-MESE-DARE(W-CON-NUMR)
                                           W-CON-MESE-AVERE(W-CON-NUMR)
                                           W-CON-PROG-DARE(W-CON-NUMR)
                                           W-CON-PROG-AVERE(W-CON-NUMR)
           ELSE
             ADD   1                   TO  W-NUMR-SALTATE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           .
      ******************************************************************
      *----------  MOVIMENTI DELL'ANNO FINO A FINE MESE: PROGRESSIVI,
      *            E QUELLI DEL MESE ANCHE NEI TOTALI DEL MESE
       2000-SCANDISCI-MOVIMENTI.
           INITIALIZE F0SMOVC
           MOVE    L-BILV-CODE-CLIE    TO  F0SMOVC-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           PERFORM 2100-MOVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       2100-MOVIMENTO.
           IF  F0SMOVC-ANNO EQUAL W-ANNO
               AND F0SMOVC-DATA-REGI(1:6) NOT GREATER W-ANNO-MESE
             PERFORM 2200-CERCA-CONTO
             IF  W-IND-CONTO NOT EQUAL ZERO
               ADD   F0SMOVC-IMPO-DARE TO  W-CON-PROG-DARE(W-IND-CONTO)
               ADD   F0SMOVC-IMPO-AVERE
                                       TO  W-CON-PROG-AVERE(W-IND-CONTO)
               IF  F0SMOVC-DATA-REGI(1:6) EQUAL W-ANNO-MESE
                 ADD   F0SMOVC-IMPO-DARE
                                       TO  W-CON-MESE-DARE(W-IND-CONTO)
                 ADD   F0SMOVC-IMPO-AVERE
                                       TO  W-CON-MESE-AVERE(W-IND-CONTO)
               END-IF
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
      *----------  CONTO DEL MOVIMENTO NELLA TABELLA, AGGIUNTO SENZA
      *            NATURA SE NON E' NEL PIANO; ZERO SE LA TABELLA E'
      *            PIENA
       2200-CERCA-CONTO.
           MOVE    ZERO                TO  W-IND-CONTO
           PERFORM 2210-CONFRONTA-CONTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-CON-NUMR
                  OR W-IND-CONTO NOT EQUAL ZERO
           IF  W-IND-CONTO NOT EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-CON-NUMR NOT LESS 500
             ADD   1                   TO  W-NUMR-SALTATE
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-CON-NUMR
           MOVE    W-CON-NUMR          TO  W-IND-CONTO
           MOVE    F0SMOVC-CODE-CONTO  TO  W-CON-CONTO(W-IND-CONTO)
           MOVE    "NON NEL PIANO DEI CONTI"
                                       TO  W-CON-DESC(W-IND-CONTO)
           MOVE    SPACE               TO  W-CON-TIPO(W-IND-CONTO)
           MOVE    ZERO                TO  W-CON-MESE-DARE(W-IND-CONTO)
                                           W-CON-MESE-AVERE(W-IND-CONTO)
                                           W-CON-PROG-DARE(W-IND-CONTO)
                                           W-CON-PROG-AVERE(W-IND-CONTO)
           .
       2210-CONFRONTA-CONTO.
           IF  W-CON-CONTO(W-IND) EQUAL F0SMOVC-CODE-CONTO
             MOVE  W-IND               TO  W-IND-CONTO
           END-IF
           .
      ******************************************************************
       5000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "BILANCIO DI VERIFICA  -  DITTA " DELIMITED BY SIZE
                   L-BILV-CODE-CLIE    DELIMITED BY SIZE
                   "  -  MESE "        DELIMITED BY SIZE
                   W-MESE              DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   W-ANNO              DELIMITED BY SIZE
                   "  (PROGRESSIVI DA INIZIO ANNO A FINE MESE)"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   BILVER-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           MOVE    "CONTO    DESCRIZIONE"  TO  W-LINEA(1:20)
           MOVE    "DARE MESE"         TO  W-LINEA(42:9)
           MOVE    "AVERE MESE"        TO  W-LINEA(61:10)
           MOVE    "DARE PROGR."       TO  W-LINEA(80:11)
           MOVE    "AVERE PROGR."      TO  W-LINEA(99:12)
           MOVE    "SALDO"             TO  W-LINEA(126:5)
           WRITE   BILVER-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  I CONTI DI UNA NATURA (W-TIPO-STAMPA) CON IL
      *            SUBTOTALE; UN GRUPPO SENZA CONTI MOVIMENTATI NON
      *            SI STAMPA
       5100-GRUPPO.
           MOVE    ZERO                TO  W-SUBT-MESE-DARE
                                           W-SUBT-MESE-AVERE
                                           W-SUBT-PROG-DARE
                                           W-SUBT-PROG-AVERE
           MOVE    ZERO                TO  W-IND-CONTO
           PERFORM 5110-CONTA-CONTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-CON-NUMR
           IF  W-IND-CONTO EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-LINEA
           WRITE   BILVER-REC          FROM  W-LINEA
           MOVE    W-DESC-GRUPPO       TO  W-LINEA
           WRITE   BILVER-REC          FROM  W-LINEA
           PERFORM 5200-RIGA-CONTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-CON-NUMR
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TOTALE"            TO  W-LINEA(10:6)
           MOVE    W-DESC-GRUPPO       TO  W-LINEA(17:14)
           MOVE    W-SUBT-MESE-DARE    TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(31:20)
           MOVE    W-SUBT-MESE-AVERE   TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(51:20)
           MOVE    W-SUBT-PROG-DARE    TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(71:20)
           MOVE    W-SUBT-PROG-AVERE   TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(91:20)
           COMPUTE W-SALDO = W-SUBT-PROG-DARE - W-SUBT-PROG-AVERE
           MOVE    W-SALDO             TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(111:20)
           WRITE   BILVER-REC          FROM  W-LINEA
           IF  W-TIPO-STAMPA EQUAL "C"
             MOVE  W-SALDO             TO  W-TOTA-COSTI
           END-IF
           IF  W-TIPO-STAMPA EQUAL "R"
             COMPUTE W-TOTA-RICAVI = 0 - W-SALDO
           END-IF
           .
       5110-CONTA-CONTO.
           IF  W-CON-TIPO(W-IND) EQUAL W-TIPO-STAMPA
               AND (W-CON-PROG-DARE(W-IND) NOT EQUAL ZERO
                    OR W-CON-PROG-AVERE(W-IND) NOT EQUAL ZERO)
             MOVE  W-IND               TO  W-IND-CONTO
           END-IF
           .
       5200-RIGA-CONTO.
           IF  W-CON-TIPO(W-IND) NOT EQUAL W-TIPO-STAMPA
             EXIT PARAGRAPH
           END-IF
           IF  W-CON-PROG-DARE(W-IND) EQUAL ZERO
               AND W-CON-PROG-AVERE(W-IND) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-CON-CONTO(W-IND)  TO  W-LINEA(1:8)
           MOVE    W-CON-DESC(W-IND)(1:21) TO W-LINEA(10:21)
           MOVE    W-CON-MESE-DARE(W-IND)  TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(31:20)
           MOVE    W-CON-MESE-AVERE(W-IND) TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(51:20)
           MOVE    W-CON-PROG-DARE(W-IND)  TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(71:20)
           MOVE    W-CON-PROG-AVERE(W-IND) TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(91:20)
           COMPUTE W-SALDO = W-CON-PROG-DARE(W-IND)
                           - W-CON-PROG-AVERE(W-IND)
           MOVE    W-SALDO             TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(111:20)
           IF  W-SALDO GREATER ZERO
             MOVE  "D"                 TO  W-LINEA(131:1)
           END-IF
           IF  W-SALDO LESS ZERO
             MOVE  "A"                 TO  W-LINEA(131:1)
           END-IF
           WRITE   BILVER-REC          FROM  W-LINEA
           ADD     W-CON-MESE-DARE(W-IND)  TO  W-SUBT-MESE-DARE
                                               W-TOTA-MESE-DARE
           ADD     W-CON-MESE-AVERE(W-IND) TO  W-SUBT-MESE-AVERE
                                               W-TOTA-MESE-AVERE
           ADD     W-CON-PROG-DARE(W-IND)  TO  W-SUBT-PROG-DARE
                                               W-TOTA-PROG-DARE
           ADD     W-CON-PROG-AVERE(W-IND) TO  W-SUBT-PROG-AVERE
                                               W-TOTA-PROG-AVERE
           .
      ******************************************************************
       6000-TOTALI.
           MOVE    SPACES              TO  W-LINEA
           WRITE   BILVER-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TOTALI GENERALI"   TO  W-LINEA(1:15)
           MOVE    W-TOTA-MESE-DARE    TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(31:20)
           MOVE    W-TOTA-MESE-AVERE   TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(51:20)
           MOVE    W-TOTA-PROG-DARE    TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(71:20)
           MOVE    W-TOTA-PROG-AVERE   TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(91:20)
           WRITE   BILVER-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           IF  W-TOTA-PROG-DARE EQUAL W-TOTA-PROG-AVERE
               AND W-TOTA-MESE-DARE EQUAL W-TOTA-MESE-AVERE
             MOVE  "QUADRATURA DARE = AVERE: OK" TO W-LINEA
           ELSE
             MOVE  "QUADRATURA DARE = AVERE: SBILANCIATO"
                                       TO  W-LINEA
           END-IF
           WRITE   BILVER-REC          FROM  W-LINEA
           COMPUTE W-SALDO = W-TOTA-RICAVI - W-TOTA-COSTI
           MOVE    W-SALDO             TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "RISULTATO DA INIZIO ANNO (RICAVI - COSTI): "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   BILVER-REC          FROM  W-LINEA
           IF  W-NUMR-SALTATE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "CONTI OLTRE LA CAPIENZA, NON ELENCATI: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATE     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE BILVER-REC          FROM  W-LINEA
           END-IF
           .
      *(END)
