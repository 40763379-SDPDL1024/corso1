       IDENTIFICATION DIVISION.
       PROGRAM-ID. UANTREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SITUAZIONE DELLE LINEE DI ANTICIPO FATTURE E DI
      *****   FACTORING DELLA DITTA, SUL FILE "ANTICIPI":
      *****
      *****   - PER OGNI LINEA (F0SLANT): BANCA, TIPO, FIDO,
      *****     PERCENTUALE, UTILIZZATO, DISPONIBILE E NUMERO DI
      *****     RATE CEDUTE IN ESSERE
      *****   - PER OGNI LINEA, LE SCADENZE DELLE RATE ANCORA CEDUTE
      *****     (F0SPASC-ANTICIPATA) IN ORDINE DI SCADENZA, CON IL
      *****     RESIDUO DEL CLIENTE, L'IMPORTO ANTICIPATO E IL SEGNO
      *****     DI SCADUTA ALLA DATA DEL GIORNO; IN CODA IL TOTALE
      *****     ANTICIPATO GIA' SCADUTO, CHE LA BANCA SI ASPETTA
      *****     INCASSATO O DA STORNARE (UANTSTO0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTICIPI-FILE        ASSIGN TO "ANTICIPI"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ANT.
       DATA DIVISION.
       FILE SECTION.
       FD  ANTICIPI-FILE.
       01  ANTICIPI-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-ANT                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04) COMP VALUE ZERO.
       77  W-IND-POS                   PIC S9(04) COMP VALUE ZERO.
       77  W-IND-LINE                  PIC S9(04) COMP VALUE ZERO.
       77  W-POSTO                     PIC X(01)   VALUE SPACE.
           88  W-POSTO-TROVATO                     VALUE "S".
       77  W-NUMR-LINE                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-RATE                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-IMPO-RESI                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-DISPONIBILE               PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOTA-SCAD                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-SEGNO-SCAD                PIC X(07)          VALUE SPACES.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED3                  PIC ---.---.--9,99 VALUE 0.
       77  W-PERC-ED                   PIC ZZ9,99         VALUE 0.
       77  W-NUMR-ED                   PIC ZZZ9           VALUE 0.
      *
      *----------  LINEE DELLA DITTA CON LE RATE CEDUTE IN ESSERE
       01  W-TAB-LINE.
           03  W-TL-LINEA              OCCURS 50.
               05  W-TL-CODE-LINE      PIC X(04).
               05  W-TL-DESC-LINE      PIC X(30).
               05  W-TL-TIPO-LINE      PIC X(01).
               05  W-TL-STAT-LINE      PIC X(01).
               05  W-TL-IMPO-FIDO      PIC S9(09)V99 COMP-3.
               05  W-TL-PERC-ANTI      PIC 9(03)V99.
               05  W-TL-IMPO-UTIL      PIC S9(09)V99 COMP-3.
               05  W-TL-NUMR-RATE      PIC S9(04) COMP.
      *
      *----------  RATE CEDUTE IN ESSERE, IN ORDINE DI SCADENZA
       01  W-TAB-RATE.
           03  W-TR-RATA               OCCURS 500.
               05  W-TR-IND-LINE       PIC S9(04) COMP.
               05  W-TR-NUMR-DOCU      PIC 9(06).
               05  W-TR-NUMR-RATA      PIC 9(02).
               05  W-TR-CODI-CLIF      PIC 9(06).
               05  W-TR-RAGE-CLIE      PIC X(30).
               05  W-TR-DATA-ANTI      PIC 9(08).
               05  W-TR-DATA-SCAD      PIC 9(08).
               05  W-TR-IMPO-RESI      PIC S9(09)V99 COMP-3.
               05  W-TR-IMPO-ANTI      PIC S9(09)V99 COMP-3.
      *
       COPY "F0SLANT.REC".
       COPY "F0SPASC.REC".
      *
       LINKAGE SECTION.
       01  L-ANTP-CTRL.
           03  L-ANTP-CODE-CLIE        PIC 9(04).
           03  L-ANTP-NUMR-RATE        PIC 9(05).
           03  L-ANTP-ESITO            PIC X(01).
               88  L-ANTP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-ANTP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-ANTP-ESITO
           MOVE    ZERO                TO  W-NUMR-LINE W-NUMR-RATE
                                           W-NUMR-SALTATE
           PERFORM 1000-CARICA-LINEE
           IF  W-NUMR-LINE EQUAL ZERO
             DISPLAY "NESSUNA LINEA DI ANTICIPO PER LA DITTA"
             GO TO EXIT-PRO
           END-IF
           PERFORM 2000-CARICA-RATE
           OPEN OUTPUT ANTICIPI-FILE
           PERFORM 3000-INTESTAZIONE
           PERFORM 3100-RIGA-LINEA
               VARYING W-IND-LINE FROM 1 BY 1
               UNTIL W-IND-LINE GREATER W-NUMR-LINE
           PERFORM 4000-SCADENZE-LINEA
               VARYING W-IND-LINE FROM 1 BY 1
               UNTIL W-IND-LINE GREATER W-NUMR-LINE
           IF  W-NUMR-SALTATE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "RATE CEDUTE OLTRE LA CAPIENZA, NON ELENCATE: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATE     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE ANTICIPI-REC        FROM  W-LINEA
           END-IF
           CLOSE ANTICIPI-FILE
           MOVE    W-NUMR-RATE         TO  L-ANTP-NUMR-RATE
           MOVE    "S"                 TO  L-ANTP-ESITO
           DISPLAY "SITUAZIONE LINEE DI ANTICIPO SU ANTICIPI - RATE "
                   "CEDUTE: " W-NUMR-RATE.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  LINEE DELLA DITTA IN TABELLA
       1000-CARICA-LINEE.
           INITIALIZE F0SLANT
           MOVE    L-ANTP-CODE-CLIE    TO  F0SLANT-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URLANT10"             USING F0SLANT LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URLANT10"             USING F0SLANT LWCOMAR
           PERFORM 1100-LINEA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URLANT10"             USING F0SLANT LWCOMAR
           .
       1100-LINEA.
           IF  W-NUMR-LINE LESS 50
             ADD  1                    TO  W-NUMR-LINE
             MOVE F0SLANT-CODE-LINE    TO  W-TL-CODE-LINE(W-NUMR-LINE)
             MOVE F0SLANT-DESC-LINE    TO  W-TL-DESC-LINE(W-NUMR-LINE)
             MOVE F0SLANT-TIPO-LINE    TO  W-TL-TIPO-LINE(W-NUMR-LINE)
             MOVE F0SLANT-STAT-LINE    TO  W-TL-STAT-LINE(W-NUMR-LINE)
             MOVE F0SLANT-IMPO-FIDO    TO  W-TL-IMPO-FIDO(W-NUMR-LINE)
             MOVE F0SLANT-PERC-ANTI    TO  W-TL-PERC-ANTI(W-NUMR-LINE)
             MOVE F0SLANT-IMPO-UTIL    TO  W-TL-IMPO-UTIL(W-NUMR-LINE)
             MOVE ZERO                 TO  W-TL-NUMR-RATE(W-NUMR-LINE)
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URLANT10"             USING F0SLANT LWCOMAR
           .
      ******************************************************************
      *----------  RATE ANCORA CEDUTE, CONTATE SULLA LINEA E
      *            ORDINATE PER SCADENZA
       2000-CARICA-RATE.
           INITIALIZE F0SPASC
           MOVE    L-ANTP-CODE-CLIE    TO  F0SPASC-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URPASC10"             USING F0SPASC LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPASC10"             USING F0SPASC LWCOMAR
           PERFORM 2100-RATA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URPASC10"             USING F0SPASC LWCOMAR
           .
       2100-RATA.
           IF  F0SPASC-ANTICIPATA
             MOVE  ZERO                TO  W-IND2
             PERFORM 2200-CERCA-LINEA
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NUMR-LINE
                    OR W-IND2 NOT EQUAL ZERO
             IF  W-IND2 NOT EQUAL ZERO
               ADD  1                  TO  W-TL-NUMR-RATE(W-IND2)
               IF  W-NUMR-RATE LESS 500
                 PERFORM 2300-INSERISCI-RATA
               ELSE
                 ADD  1                TO  W-NUMR-SALTATE
               END-IF
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPASC10"             USING F0SPASC LWCOMAR
           .
       2200-CERCA-LINEA.
           IF  W-TL-CODE-LINE(W-IND) EQUAL F0SPASC-CODE-LINE
             MOVE  W-IND               TO  W-IND2
           END-IF
           .
       2300-INSERISCI-RATA.
      *    Partite depositate prima del residuo: vale l'aperto
           IF  F0SPASC-IMPO-RESI EQUAL ZERO
             MOVE  F0SPASC-IMPO-APER   TO  W-IMPO-RESI
           ELSE
             MOVE  F0SPASC-IMPO-RESI   TO  W-IMPO-RESI
           END-IF
           ADD     1                   TO  W-NUMR-RATE
           MOVE    W-NUMR-RATE         TO  W-IND-POS
           MOVE    SPACE               TO  W-POSTO
           PERFORM 2400-CERCA-POSTO
               UNTIL W-POSTO-TROVATO
           MOVE    W-IND2              TO  W-TR-IND-LINE(W-IND-POS)
           MOVE    F0SPASC-NUMR-DOCU   TO  W-TR-NUMR-DOCU(W-IND-POS)
           MOVE    F0SPASC-NUMR-RATA   TO  W-TR-NUMR-RATA(W-IND-POS)
           MOVE    F0SPASC-CODI-CLIF   TO  W-TR-CODI-CLIF(W-IND-POS)
           MOVE    F0SPASC-RAGE-CLIE   TO  W-TR-RAGE-CLIE(W-IND-POS)
           MOVE    F0SPASC-DATA-ANTI   TO  W-TR-DATA-ANTI(W-IND-POS)
           MOVE    F0SPASC-DATA-SCAD   TO  W-TR-DATA-SCAD(W-IND-POS)
           MOVE    W-IMPO-RESI         TO  W-TR-IMPO-RESI(W-IND-POS)
           MOVE    F0SPASC-IMPO-ANTI   TO  W-TR-IMPO-ANTI(W-IND-POS)
           .
       2400-CERCA-POSTO.
           IF  W-IND-POS LESS 2
             SET  W-POSTO-TROVATO      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-IND = W-IND-POS - 1
           IF  W-TR-DATA-SCAD(W-IND) NOT GREATER F0SPASC-DATA-SCAD
             SET  W-POSTO-TROVATO      TO  TRUE
           ELSE
             MOVE W-TR-RATA(W-IND)     TO  W-TR-RATA(W-IND-POS)
             MOVE W-IND                TO  W-IND-POS
           END-IF
           .
      ******************************************************************
       3000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "SITUAZIONE LINEE DI ANTICIPO FATTURE / FACTORING"
                   " AL "
                                       DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   "  -  DITTA "       DELIMITED BY SIZE
                   L-ANTP-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "LINEA BANCA / FACTOR                 T S "
                   "          FIDO      %     UTILIZZATO"
                   "    DISPONIBILE RATE"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           .
      ******************************************************************
      *----------  UTILIZZO DI UNA LINEA
       3100-RIGA-LINEA.
           COMPUTE W-DISPONIBILE = W-TL-IMPO-FIDO(W-IND-LINE)
                                 - W-TL-IMPO-UTIL(W-IND-LINE)
           MOVE    W-TL-IMPO-FIDO(W-IND-LINE) TO W-IMPO-ED
           MOVE    W-TL-PERC-ANTI(W-IND-LINE) TO W-PERC-ED
           MOVE    W-TL-IMPO-UTIL(W-IND-LINE) TO W-IMPO-ED2
           MOVE    W-DISPONIBILE       TO  W-IMPO-ED3
           MOVE    W-TL-NUMR-RATE(W-IND-LINE) TO W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  W-TL-CODE-LINE(W-IND-LINE) DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-TL-DESC-LINE(W-IND-LINE) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TL-TIPO-LINE(W-IND-LINE) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TL-STAT-LINE(W-IND-LINE) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-PERC-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED2          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED3          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           .
      ******************************************************************
      *----------  SCADENZE DELLE RATE CEDUTE SU UNA LINEA
       4000-SCADENZE-LINEA.
           IF  W-TL-NUMR-RATE(W-IND-LINE) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  W-TOTA-SCAD
           MOVE    SPACES              TO  W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "SCADENZE LINEA "   DELIMITED BY SIZE
                   W-TL-CODE-LINE(W-IND-LINE) DELIMITED BY SIZE
                   " - "               DELIMITED BY SIZE
                   W-TL-DESC-LINE(W-IND-LINE) DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "SCADENZA DOCUM. RT CLIENTE  RAGIONE SOCIALE"
                   "               CEDUTA          RESIDUO"
                   "     ANTICIPATO"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           PERFORM 4100-RIGA-SCADENZA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-RATE
           MOVE    W-TOTA-SCAD         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "ANTICIPATO GIA' SCADUTO SULLA LINEA: "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           .
       4100-RIGA-SCADENZA.
           IF  W-TR-IND-LINE(W-IND) NOT EQUAL W-IND-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-SEGNO-SCAD
           IF  W-TR-DATA-SCAD(W-IND) LESS LDATE-ACTL
             MOVE  "SCADUTA"           TO  W-SEGNO-SCAD
             ADD   W-TR-IMPO-ANTI(W-IND) TO W-TOTA-SCAD
           END-IF
           MOVE    W-TR-IMPO-RESI(W-IND) TO W-IMPO-ED
           MOVE    W-TR-IMPO-ANTI(W-IND) TO W-IMPO-ED2
           MOVE    SPACES              TO  W-LINEA
           STRING  W-TR-DATA-SCAD(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TR-NUMR-DOCU(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TR-NUMR-RATA(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TR-CODI-CLIF(W-IND) DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-TR-RAGE-CLIE(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TR-DATA-ANTI(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED2          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-SEGNO-SCAD        DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ANTICIPI-REC        FROM  W-LINEA
           .
      *(END)
