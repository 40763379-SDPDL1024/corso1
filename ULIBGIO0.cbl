       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULIBGIO0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   LIBRO GIORNALE DELLA CONTABILITA' GENERALE SUL FILE
      *****   "LIBGIOR": LE RIGHE DI F0SMOVC (TRAMITE "URMOVC10") DI
      *****   UN ANNO E DI UN INTERVALLO DI DATE, IN ORDINE DI NUMERO
      *****   DI REGISTRAZIONE, CON IL PROGRESSIVO DI GIORNALE
      *****   ASSEGNATO ALLA SCRITTURA. LE PAGINE SONO NUMERATE A
      *****   PARTIRE DA QUELLA INDICATA (PER PROSEGUIRE LA
      *****   NUMERAZIONE DELLA STAMPA PRECEDENTE), CON "A RIPORTARE"
      *****   E "RIPORTO" DEI TOTALI DARE/AVERE A OGNI CAMBIO PAGINA;
      *****   IL PRIMO RIPORTO E' IL TOTALE DELLE RIGHE DELL'ANNO
      *****   ANTERIORI AL PERIODO. IN CODA I TOTALI DEL PERIODO E
      *****   PROGRESSIVI, CHE DEVONO QUADRARE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBGIOR-FILE         ASSIGN TO "LIBGIOR"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-GIO.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBGIOR-FILE.
       01  LIBGIOR-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-GIO                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-DATA-DA                   PIC 9(08)   VALUE ZERO.
       77  W-DATA-AL                   PIC 9(08)   VALUE ZERO.
       77  W-NUMR-PAGI                 PIC 9(05)   VALUE ZERO.
       77  W-RIGHE-PAGI                PIC S9(04) COMP VALUE ZERO.
       77  W-MAX-RIGHE                 PIC S9(04) COMP VALUE 55.
       77  W-NUMR-RIGHE                PIC 9(07)   VALUE ZERO.
       77  W-REGI-PREC                 PIC 9(06)   VALUE ZERO.
       77  W-RIPO-DARE                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-RIPO-AVERE                PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-PERI-DARE                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-PERI-AVERE                PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-PROG-DARE                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-PROG-AVERE                PIC S9(13)V99 COMP-3 VALUE 0.
       77  W-DARE-ED                   PIC -.---.---.---.--9,99 VALUE 0.
       77  W-AVERE-ED                  PIC -.---.---.---.--9,99 VALUE 0.
      *
       COPY "F0SMOVC.REC".
      *
       LINKAGE SECTION.
       01  L-LGIO-CTRL.
           03  L-LGIO-CODE-CLIE        PIC 9(04).
           03  L-LGIO-ESITO            PIC X(01).
               88  L-LGIO-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-LGIO-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-LGIO-ESITO
           MOVE    ZERO                TO  W-RIPO-DARE W-RIPO-AVERE
                                           W-PERI-DARE W-PERI-AVERE
                                           W-NUMR-RIGHE W-REGI-PREC
           DISPLAY "LIBRO GIORNALE  -  DITTA " L-LGIO-CODE-CLIE
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
           DISPLAY "NUMERO DELLA PRIMA PAGINA (0 = 1) : " WITH NO
                   ADVANCING
           ACCEPT   W-NUMR-PAGI
           IF  W-NUMR-PAGI EQUAL ZERO
             MOVE  1                   TO  W-NUMR-PAGI
           END-IF
      *
      *      Primo passaggio: riporto delle righe dell'anno anteriori
      *      al periodo
           PERFORM 1000-APRI-SCANSIONE
           PERFORM 1100-RIPORTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM 1900-CHIUDI-SCANSIONE
           MOVE    W-RIPO-DARE         TO  W-PROG-DARE
           MOVE    W-RIPO-AVERE        TO  W-PROG-AVERE
      *
      *      Secondo passaggio: le righe del periodo
           OPEN OUTPUT LIBGIOR-FILE
           PERFORM 5000-TESTA-PAGINA
           PERFORM 1000-APRI-SCANSIONE
           PERFORM 2000-RIGA-GIORNALE
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM 1900-CHIUDI-SCANSIONE
           PERFORM 6000-TOTALI
           CLOSE LIBGIOR-FILE
           MOVE    "S"                 TO  L-LGIO-ESITO
           DISPLAY "LIBRO GIORNALE SU LIBGIOR - RIGHE " W-NUMR-RIGHE
                   "  ULTIMA PAGINA " W-NUMR-PAGI.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-APRI-SCANSIONE.
           INITIALIZE F0SMOVC
           MOVE    L-LGIO-CODE-CLIE    TO  F0SMOVC-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       1900-CHIUDI-SCANSIONE.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
       1800-PROSSIMA-RIGA.
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
      ******************************************************************
       1100-RIPORTO.
           IF  F0SMOVC-ANNO EQUAL W-ANNO
               AND F0SMOVC-DATA-REGI LESS W-DATA-DA
             ADD   F0SMOVC-IMPO-DARE   TO  W-RIPO-DARE
             ADD   F0SMOVC-IMPO-AVERE  TO  W-RIPO-AVERE
           END-IF
           PERFORM 1800-PROSSIMA-RIGA
           .
      ******************************************************************
      *----------  UNA RIGA DEL PERIODO; UNA RIGA VUOTA SEPARA LE
      *            REGISTRAZIONI
       2000-RIGA-GIORNALE.
           IF  F0SMOVC-ANNO NOT EQUAL W-ANNO
               OR F0SMOVC-DATA-REGI LESS W-DATA-DA
               OR F0SMOVC-DATA-REGI GREATER W-DATA-AL
             PERFORM 1800-PROSSIMA-RIGA
             EXIT PARAGRAPH
           END-IF
           IF  W-RIGHE-PAGI NOT LESS W-MAX-RIGHE
             PERFORM 5100-CAMBIO-PAGINA
           END-IF
           IF  W-REGI-PREC NOT EQUAL ZERO
               AND F0SMOVC-NUMR-REGI NOT EQUAL W-REGI-PREC
             MOVE  SPACES              TO  W-LINEA
             PERFORM 5900-SCRIVI-LINEA
           END-IF
           MOVE    F0SMOVC-NUMR-REGI   TO  W-REGI-PREC
           MOVE    F0SMOVC-IMPO-DARE   TO  W-DARE-ED
           MOVE    F0SMOVC-IMPO-AVERE  TO  W-AVERE-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SMOVC-NUMR-GIOR   TO  W-LINEA(1:7)
           MOVE    F0SMOVC-DATA-REGI   TO  W-LINEA(9:8)
           MOVE    F0SMOVC-NUMR-REGI   TO  W-LINEA(18:6)
           MOVE    "/"                 TO  W-LINEA(24:1)
           MOVE    F0SMOVC-NUMR-RIGA   TO  W-LINEA(25:2)
           MOVE    F0SMOVC-CODE-CONTO  TO  W-LINEA(28:8)
           MOVE    F0SMOVC-DESC        TO  W-LINEA(37:30)
           MOVE    F0SMOVC-RIFE        TO  W-LINEA(68:15)
           IF  F0SMOVC-IMPO-DARE NOT EQUAL ZERO
             MOVE  W-DARE-ED           TO  W-LINEA(84:20)
           END-IF
           IF  F0SMOVC-IMPO-AVERE NOT EQUAL ZERO
             MOVE  W-AVERE-ED          TO  W-LINEA(105:20)
           END-IF
           IF  F0SMOVC-MANUALE
             MOVE  "M"                 TO  W-LINEA(127:1)
           END-IF
           PERFORM 5900-SCRIVI-LINEA
           ADD     1                   TO  W-NUMR-RIGHE
           ADD     F0SMOVC-IMPO-DARE   TO  W-PERI-DARE W-PROG-DARE
           ADD     F0SMOVC-IMPO-AVERE  TO  W-PERI-AVERE W-PROG-AVERE
           PERFORM 1800-PROSSIMA-RIGA
           .
      ******************************************************************
      *----------  INTESTAZIONE DI PAGINA CON IL RIPORTO DEI TOTALI
       5000-TESTA-PAGINA.
           MOVE    ZERO                TO  W-RIGHE-PAGI
           MOVE    SPACES              TO  W-LINEA
           STRING  "LIBRO GIORNALE  -  DITTA " DELIMITED BY SIZE
                   L-LGIO-CODE-CLIE    DELIMITED BY SIZE
                   "  -  ANNO "        DELIMITED BY SIZE
                   W-ANNO              DELIMITED BY SIZE
                   "  -  DAL "         DELIMITED BY SIZE
                   W-DATA-DA           DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   W-DATA-AL           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    "PAG."              TO  W-LINEA(115:4)
           MOVE    W-NUMR-PAGI         TO  W-LINEA(120:5)
           PERFORM 5900-SCRIVI-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "PROGR.  DATA     REG./RG CONTO    DESCRIZIONE"
                   "                    RIFERIMENTO"
                                       DELIMITED BY SIZE INTO W-LINEA
           MOVE    "DARE"              TO  W-LINEA(100:4)
           MOVE    "AVERE"             TO  W-LINEA(120:5)
           PERFORM 5900-SCRIVI-LINEA
           MOVE    W-PROG-DARE         TO  W-DARE-ED
           MOVE    W-PROG-AVERE        TO  W-AVERE-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    "RIPORTO"           TO  W-LINEA(37:7)
           MOVE    W-DARE-ED           TO  W-LINEA(84:20)
           MOVE    W-AVERE-ED          TO  W-LINEA(105:20)
           PERFORM 5900-SCRIVI-LINEA
           .
       5100-CAMBIO-PAGINA.
           MOVE    W-PROG-DARE         TO  W-DARE-ED
           MOVE    W-PROG-AVERE        TO  W-AVERE-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    "A RIPORTARE"       TO  W-LINEA(37:11)
           MOVE    W-DARE-ED           TO  W-LINEA(84:20)
           MOVE    W-AVERE-ED          TO  W-LINEA(105:20)
           PERFORM 5900-SCRIVI-LINEA
           MOVE    SPACES              TO  W-LINEA
           PERFORM 5900-SCRIVI-LINEA
           ADD     1                   TO  W-NUMR-PAGI
           PERFORM 5000-TESTA-PAGINA
           .
       5900-SCRIVI-LINEA.
           WRITE   LIBGIOR-REC         FROM  W-LINEA
           ADD     1                   TO  W-RIGHE-PAGI
           .
      ******************************************************************
       6000-TOTALI.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 5900-SCRIVI-LINEA
           MOVE    W-PERI-DARE         TO  W-DARE-ED
           MOVE    W-PERI-AVERE        TO  W-AVERE-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TOTALE DEL PERIODO" TO W-LINEA(37:18)
           MOVE    W-DARE-ED           TO  W-LINEA(84:20)
           MOVE    W-AVERE-ED          TO  W-LINEA(105:20)
           PERFORM 5900-SCRIVI-LINEA
           MOVE    W-PROG-DARE         TO  W-DARE-ED
           MOVE    W-PROG-AVERE        TO  W-AVERE-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TOTALE PROGRESSIVO DELL'ANNO" TO W-LINEA(37:28)
           MOVE    W-DARE-ED           TO  W-LINEA(84:20)
           MOVE    W-AVERE-ED          TO  W-LINEA(105:20)
           PERFORM 5900-SCRIVI-LINEA
           MOVE    SPACES              TO  W-LINEA
           IF  W-PROG-DARE EQUAL W-PROG-AVERE
             MOVE  "QUADRATURA DARE = AVERE: OK" TO W-LINEA(37:27)
           ELSE
             MOVE  "QUADRATURA DARE = AVERE: SBILANCIATO"
                                       TO  W-LINEA(37:36)
           END-IF
           PERFORM 5900-SCRIVI-LINEA
           .
      *(END)
