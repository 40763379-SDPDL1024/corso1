       IDENTIFICATION DIVISION.
       PROGRAM-ID. UVISREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REPORT SETTIMANALE DELLE VISITE DEGLI AGENTI, SUL FILE
      *****   "VISREP". LA SETTIMANA SONO I SETTE GIORNI CHE FINISCONO
      *****   ALLA DATA CHIESTA (0 = OGGI). PER OGNI AGENTE DELLA
      *****   DITTA (F0SAGEN, O IL SOLO AGENTE CHIESTO):
      *****   - LE VISITE DELLA SETTIMANA (F0SVISI, REGISTRATE DAL
      *****     GATEWAY) CON ESITO, PERSONA INCONTRATA E PROSSIMA
      *****     AZIONE; UNA VISITA E' CONVERTITA SE PER LO STESSO
      *****     CLIENTE C'E' UN ORDINE (F0SORDI) DATATO DAL GIORNO
      *****     DELLA VISITA AI SETTE GIORNI SUCCESSIVI, DA QUALUNQUE
      *****     CANALE ARRIVI;
      *****   - VISITE, CONVERTITE E PERCENTUALE DI CONVERSIONE;
      *****   - I CLIENTI DEL SUO PORTAFOGLIO (F0SCLIF-CODE-AGEN) CHE
      *****     NESSUNO VISITA DA ALMENO N GIORNI (0 = 30) ALLA DATA
      *****     DEL REPORT, O MAI VISITATI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISREP-FILE          ASSIGN TO "VISREP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  VISREP-FILE.
       01  VISREP-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04) COMP VALUE ZERO.
       77  W-IND-AGEN                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-AGEN                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-ULTV                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-VISW                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-PORT                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-AGEN-VISI                 PIC 9(05)          VALUE 0.
       77  W-AGEN-CONV                 PIC 9(05)          VALUE 0.
       77  W-AGEN-PORT                 PIC 9(05)          VALUE 0.
       77  W-TOTA-VISI                 PIC 9(05)          VALUE 0.
       77  W-TOTA-CONV                 PIC 9(05)          VALUE 0.
       77  W-TOTA-PORT                 PIC 9(05)          VALUE 0.
       77  W-PERC-CONV                 PIC 9(03)V99 COMP-3 VALUE 0.
       77  W-GIOR-INT                  PIC S9(09) COMP    VALUE 0.
       77  W-DATA-ULTV                 PIC 9(08)          VALUE 0.
       77  W-ESITO-DESC                PIC X(12)          VALUE SPACES.
       77  W-CONV-DESC                 PIC X(02)          VALUE SPACES.
       77  W-ULTV-DESC                 PIC X(08)          VALUE SPACES.
       77  W-PERC-ED                   PIC ZZ9,99         VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZ9          VALUE 0.
       77  W-NUMR-ED2                  PIC ZZZZ9          VALUE 0.
      *
       01  W-PARAMETRI.
           03  W-DATA-AL               PIC 9(08)   VALUE ZERO.
           03  W-DATA-DAL              PIC 9(08)   VALUE ZERO.
           03  W-GIOR-SOGL             PIC 9(03)   VALUE ZERO.
           03  W-DATA-SOGL             PIC 9(08)   VALUE ZERO.
           03  W-AGEN-SCEL             PIC 9(04)   VALUE ZERO.
      *
      *----------  AGENTI DEL REPORT
       01  W-TAB-AGEN.
           03  W-TA-AGEN               OCCURS 200.
               05  W-TA-CODE-AGEN      PIC 9(04).
               05  W-TA-RAGE-AGEN      PIC X(40).
      *
      *----------  ULTIMA VISITA DI CIASCUN CLIENTE, DI QUALUNQUE
      *            AGENTE, FINO ALLA DATA DEL REPORT
       01  W-TAB-ULTV.
           03  W-TU-CLIE               OCCURS 5000.
               05  W-TU-CODI-CLIF      PIC 9(06).
               05  W-TU-DATA-VISI      PIC 9(08).
      *
      *----------  VISITE DELLA SETTIMANA, NELL'ORDINE DELL'ARCHIVIO
      *            (AGENTE, DATA, CLIENTE)
       01  W-TAB-VISW.
           03  W-TV-VISI               OCCURS 2000.
               05  W-TV-CODE-AGEN      PIC 9(04).
               05  W-TV-DATA-VISI      PIC 9(08).
               05  W-TV-DATA-LIMI      PIC 9(08).
               05  W-TV-CODI-CLIF      PIC 9(06).
               05  W-TV-ESITO          PIC X(01).
               05  W-TV-NOME-REFE      PIC X(30).
               05  W-TV-DATA-PROS      PIC 9(08).
               05  W-TV-CONVERTITA     PIC X(01).
      *
      *----------  CLIENTI DEL PORTAFOGLIO NON VISITATI
       01  W-TAB-PORT.
           03  W-TP-CLIE               OCCURS 3000.
               05  W-TP-CODE-AGEN      PIC 9(04).
               05  W-TP-CODI-CLIF      PIC 9(06).
               05  W-TP-RAGE-CLIF      PIC X(40).
               05  W-TP-DATA-VISI      PIC 9(08).
      *
       COPY "F0SAGEN.REC".
       COPY "F0SVISI.REC".
       COPY "F0SORDI.REC".
       COPY "F0SCLIF.REC".
      *
       LINKAGE SECTION.
       01  L-VISR-CTRL.
           03  L-VISR-CODE-CLIE        PIC 9(04).
           03  L-VISR-NUMR-VISI        PIC 9(05).
           03  L-VISR-ESITO            PIC X(01).
               88  L-VISR-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-VISR-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-VISR-ESITO
           MOVE    ZERO                TO  W-NUMR-AGEN W-NUMR-ULTV
                                           W-NUMR-VISW W-NUMR-PORT
                                           W-NUMR-SALTATE W-TOTA-VISI
                                           W-TOTA-CONV W-TOTA-PORT
           DISPLAY "REPORT SETTIMANALE VISITE AGENTI"
           DISPLAY "SETTIMANA CHE FINISCE IL (AAAAMMGG, 0 = OGGI) : "
                   WITH NO ADVANCING
           ACCEPT   W-DATA-AL
           DISPLAY "CLIENTI NON VISITATI DA GIORNI (0 = 30)       : "
                   WITH NO ADVANCING
           ACCEPT   W-GIOR-SOGL
           DISPLAY "AGENTE (0 = TUTTI)                            : "
                   WITH NO ADVANCING
           ACCEPT   W-AGEN-SCEL
           IF  W-DATA-AL EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-AL
           END-IF
           IF  W-GIOR-SOGL EQUAL ZERO
             MOVE  30                  TO  W-GIOR-SOGL
           END-IF
           COMPUTE W-GIOR-INT = FUNCTION INTEGER-OF-DATE(W-DATA-AL)
           COMPUTE W-DATA-DAL =
                   FUNCTION DATE-OF-INTEGER(W-GIOR-INT - 6)
           COMPUTE W-DATA-SOGL =
                   FUNCTION DATE-OF-INTEGER(W-GIOR-INT - W-GIOR-SOGL)
           PERFORM 1000-CARICA-AGENTI
           IF  W-NUMR-AGEN EQUAL ZERO
             DISPLAY "NESSUN AGENTE DA ESAMINARE"
             GO TO EXIT-PRO
           END-IF
           PERFORM 2000-CARICA-VISITE
           PERFORM 3000-CONVERSIONI
           PERFORM 4000-PORTAFOGLIO
      *
           OPEN OUTPUT VISREP-FILE
           PERFORM 5000-INTESTAZIONE
           PERFORM 5100-AGENTE
               VARYING W-IND-AGEN FROM 1 BY 1
               UNTIL W-IND-AGEN GREATER W-NUMR-AGEN
           PERFORM 6000-TOTALI
           CLOSE VISREP-FILE
           MOVE    W-TOTA-VISI         TO  L-VISR-NUMR-VISI
           MOVE    "S"                 TO  L-VISR-ESITO
           DISPLAY "REPORT VISITE SU VISREP - VISITE: " W-TOTA-VISI
                   " CONVERTITE: " W-TOTA-CONV
                   " CLIENTI NON VISITATI: " W-TOTA-PORT.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  AGENTI DELLA DITTA IN TABELLA (O IL SOLO AGENTE
      *            CHIESTO)
       1000-CARICA-AGENTI.
           INITIALIZE F0SAGEN
           MOVE    L-VISR-CODE-CLIE    TO  F0SAGEN-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URAGEN10"             USING F0SAGEN LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URAGEN10"             USING F0SAGEN LWCOMAR
           PERFORM 1100-AGENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URAGEN10"             USING F0SAGEN LWCOMAR
           .
       1100-AGENTE.
           IF  (W-AGEN-SCEL EQUAL ZERO
                OR W-AGEN-SCEL EQUAL F0SAGEN-CODE-AGEN)
               AND W-NUMR-AGEN LESS 200
             ADD  1                    TO  W-NUMR-AGEN
             MOVE F0SAGEN-CODE-AGEN    TO  W-TA-CODE-AGEN(W-NUMR-AGEN)
             MOVE F0SAGEN-RAGE-AGEN    TO  W-TA-RAGE-AGEN(W-NUMR-AGEN)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URAGEN10"             USING F0SAGEN LWCOMAR
           .
      ******************************************************************
      *----------  VISITE DELLA DITTA: ULTIMA VISITA PER CLIENTE E
      *            VISITE DELLA SETTIMANA DEGLI AGENTI DEL REPORT
       2000-CARICA-VISITE.
           INITIALIZE F0SVISI
           MOVE    L-VISR-CODE-CLIE    TO  F0SVISI-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URVISI10"             USING F0SVISI LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URVISI10"             USING F0SVISI LWCOMAR
           PERFORM 2100-VISITA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URVISI10"             USING F0SVISI LWCOMAR
           .
       2100-VISITA.
           IF  F0SVISI-DATA-VISI NOT GREATER W-DATA-AL
             PERFORM 2200-ULTIMA-VISITA
             IF  F0SVISI-DATA-VISI NOT LESS W-DATA-DAL
               PERFORM 2300-VISITA-SETTIMANA
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URVISI10"             USING F0SVISI LWCOMAR
           .
       2200-ULTIMA-VISITA.
           MOVE    ZERO                TO  W-IND2
           PERFORM 2210-CERCA-CLIENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-ULTV
                  OR W-IND2 NOT EQUAL ZERO
           IF  W-IND2 EQUAL ZERO
             IF  W-NUMR-ULTV LESS 5000
               ADD  1                  TO  W-NUMR-ULTV
               MOVE F0SVISI-CODI-CLIF  TO  W-TU-CODI-CLIF(W-NUMR-ULTV)
               MOVE F0SVISI-DATA-VISI  TO  W-TU-DATA-VISI(W-NUMR-ULTV)
             END-IF
           ELSE
             IF  F0SVISI-DATA-VISI GREATER W-TU-DATA-VISI(W-IND2)
               MOVE F0SVISI-DATA-VISI  TO  W-TU-DATA-VISI(W-IND2)
             END-IF
           END-IF
           .
       2210-CERCA-CLIENTE.
           IF  W-TU-CODI-CLIF(W-IND) EQUAL F0SVISI-CODI-CLIF
             MOVE  W-IND               TO  W-IND2
           END-IF
           .
       2300-VISITA-SETTIMANA.
           MOVE    ZERO                TO  W-IND2
           PERFORM 2310-CERCA-AGENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-AGEN
                  OR W-IND2 NOT EQUAL ZERO
           IF  W-IND2 EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-NUMR-VISW NOT LESS 2000
             ADD   1                   TO  W-NUMR-SALTATE
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-VISW
           MOVE    F0SVISI-CODE-AGEN   TO  W-TV-CODE-AGEN(W-NUMR-VISW)
           MOVE    F0SVISI-DATA-VISI   TO  W-TV-DATA-VISI(W-NUMR-VISW)
           COMPUTE W-TV-DATA-LIMI(W-NUMR-VISW) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(F0SVISI-DATA-VISI) + 7)
           MOVE    F0SVISI-CODI-CLIF   TO  W-TV-CODI-CLIF(W-NUMR-VISW)
           MOVE    F0SVISI-ESITO       TO  W-TV-ESITO(W-NUMR-VISW)
           MOVE    F0SVISI-NOME-REFE   TO  W-TV-NOME-REFE(W-NUMR-VISW)
           MOVE    F0SVISI-DATA-PROS   TO  W-TV-DATA-PROS(W-NUMR-VISW)
           MOVE    "N"                 TO  W-TV-CONVERTITA(W-NUMR-VISW)
           .
       2310-CERCA-AGENTE.
           IF  W-TA-CODE-AGEN(W-IND) EQUAL F0SVISI-CODE-AGEN
             MOVE  W-IND               TO  W-IND2
           END-IF
           .
      ******************************************************************
      *----------  ORDINI DELLA DITTA: UN ORDINE DEL CLIENTE NEI SETTE
      *            GIORNI DALLA VISITA LA RENDE CONVERTITA
       3000-CONVERSIONI.
           IF  W-NUMR-VISW EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SORDI
           MOVE    L-VISR-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           PERFORM 3100-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           .
       3100-ORDINE.
           IF  F0SORDI-CODI-CLIF NOT EQUAL ZERO
               AND F0SORDI-DATA-ORDI NOT LESS W-DATA-DAL
             PERFORM 3200-CONFRONTA-VISITA
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NUMR-VISW
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URORDI10"             USING F0SORDI LWCOMAR
           .
       3200-CONFRONTA-VISITA.
           IF  W-TV-CODI-CLIF(W-IND) EQUAL F0SORDI-CODI-CLIF
               AND F0SORDI-DATA-ORDI NOT LESS W-TV-DATA-VISI(W-IND)
               AND F0SORDI-DATA-ORDI NOT GREATER
                                       W-TV-DATA-LIMI(W-IND)
             MOVE  "S"                 TO  W-TV-CONVERTITA(W-IND)
           END-IF
           .
      ******************************************************************
      *----------  CLIENTI DEL PORTAFOGLIO DEGLI AGENTI DEL REPORT CON
      *            ULTIMA VISITA NON OLTRE LA SOGLIA, O MAI VISITATI
       4000-PORTAFOGLIO.
           INITIALIZE F0SCLIF
           MOVE    L-VISR-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           PERFORM 4100-CLIENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           .
       4100-CLIENTE.
           IF  F0SCLIF-CODE-AGEN NOT EQUAL ZERO
             PERFORM 4200-CONTROLLA-CLIENTE
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           .
       4200-CONTROLLA-CLIENTE.
           MOVE    ZERO                TO  W-IND2
           PERFORM 4210-CERCA-AGENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-AGEN
                  OR W-IND2 NOT EQUAL ZERO
           IF  W-IND2 EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  W-DATA-ULTV
           PERFORM 4220-ULTIMA-VISITA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-ULTV
                  OR W-DATA-ULTV NOT EQUAL ZERO
           IF  W-DATA-ULTV GREATER W-DATA-SOGL
             EXIT PARAGRAPH
           END-IF
           IF  W-NUMR-PORT NOT LESS 3000
             ADD   1                   TO  W-NUMR-SALTATE
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-PORT
           MOVE    F0SCLIF-CODE-AGEN   TO  W-TP-CODE-AGEN(W-NUMR-PORT)
           MOVE    F0SCLIF-CODI-CLIF   TO  W-TP-CODI-CLIF(W-NUMR-PORT)
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-TP-RAGE-CLIF(W-NUMR-PORT)
           MOVE    W-DATA-ULTV         TO  W-TP-DATA-VISI(W-NUMR-PORT)
           .
       4210-CERCA-AGENTE.
           IF  W-TA-CODE-AGEN(W-IND) EQUAL F0SCLIF-CODE-AGEN
             MOVE  W-IND               TO  W-IND2
           END-IF
           .
       4220-ULTIMA-VISITA.
           IF  W-TU-CODI-CLIF(W-IND) EQUAL F0SCLIF-CODI-CLIF
             MOVE  W-TU-DATA-VISI(W-IND) TO W-DATA-ULTV
           END-IF
           .
      ******************************************************************
       5000-INTESTAZIONE.
           MOVE    W-GIOR-SOGL         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "REPORT SETTIMANALE VISITE AGENTI DAL "
                                       DELIMITED BY SIZE
                   W-DATA-DAL          DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   W-DATA-AL           DELIMITED BY SIZE
                   "  -  DITTA "       DELIMITED BY SIZE
                   L-VISR-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "CONVERSIONE = ORDINE DEL CLIENTE ENTRO 7 GIORNI "
                   "DALLA VISITA; NON VISITATI = NESSUNA VISITA DA "
                                       DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   " GIORNI"           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  VISITE, CONVERSIONE E PORTAFOGLIO DI UN AGENTE
       5100-AGENTE.
           MOVE    ZERO                TO  W-AGEN-VISI W-AGEN-CONV
                                           W-AGEN-PORT
           MOVE    SPACES              TO  W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "AGENTE "           DELIMITED BY SIZE
                   W-TA-CODE-AGEN(W-IND-AGEN) DELIMITED BY SIZE
                   " - "               DELIMITED BY SIZE
                   W-TA-RAGE-AGEN(W-IND-AGEN) DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  DATA     CLIENTE RAGIONE SOCIALE"
                   "                          ESITO        "
                   "PERSONA INCONTRATA             PROSSIMA ORD"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           INITIALIZE F0SCLIF
           MOVE    L-VISR-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           PERFORM 5200-RIGA-VISITA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-VISW
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           MOVE    ZERO                TO  W-PERC-CONV
           IF  W-AGEN-VISI GREATER ZERO
             COMPUTE W-PERC-CONV ROUNDED =
                     W-AGEN-CONV * 100 / W-AGEN-VISI
           END-IF
           MOVE    W-AGEN-VISI         TO  W-NUMR-ED
           MOVE    W-AGEN-CONV         TO  W-NUMR-ED2
           MOVE    W-PERC-CONV         TO  W-PERC-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "  VISITE: "        DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   CONVERTITE IN ORDINE: " DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                   "   CONVERSIONE % "  DELIMITED BY SIZE
                   W-PERC-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  CLIENTI DEL PORTAFOGLIO NON VISITATI "
                   "(ULTIMA VISITA)"   DELIMITED BY SIZE INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           PERFORM 5300-RIGA-PORTAFOGLIO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PORT
           IF  W-AGEN-PORT EQUAL ZERO
             MOVE  "    NESSUNO"       TO  W-LINEA
             WRITE VISREP-REC          FROM  W-LINEA
           END-IF
           ADD     W-AGEN-VISI         TO  W-TOTA-VISI
           ADD     W-AGEN-CONV         TO  W-TOTA-CONV
           ADD     W-AGEN-PORT         TO  W-TOTA-PORT
           .
       5200-RIGA-VISITA.
           IF  W-TV-CODE-AGEN(W-IND) NOT EQUAL
                                       W-TA-CODE-AGEN(W-IND-AGEN)
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-AGEN-VISI
           MOVE    "NO"                TO  W-CONV-DESC
           IF  W-TV-CONVERTITA(W-IND) EQUAL "S"
             ADD   1                   TO  W-AGEN-CONV
             MOVE  "SI"                TO  W-CONV-DESC
           END-IF
           EVALUATE W-TV-ESITO(W-IND)
             WHEN "O"
               MOVE "ORDINE"           TO  W-ESITO-DESC
             WHEN "I"
               MOVE "INTERESSATO"      TO  W-ESITO-DESC
             WHEN "N"
               MOVE "NO INTERESSE"     TO  W-ESITO-DESC
             WHEN "A"
               MOVE "ASSENTE"          TO  W-ESITO-DESC
             WHEN OTHER
               MOVE SPACES             TO  W-ESITO-DESC
           END-EVALUATE
           MOVE    W-TV-CODI-CLIF(W-IND) TO F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  "CLIENTE NON IN ANAGRAFICA" TO F0SCLIF-RAGE-CLIF
           END-IF
           MOVE    SPACES              TO  W-LINEA
           STRING  W-TV-DATA-VISI(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TV-CODI-CLIF(W-IND) DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   F0SCLIF-RAGE-CLIF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-ESITO-DESC        DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TV-NOME-REFE(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TV-DATA-PROS(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-CONV-DESC         DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           .
       5300-RIGA-PORTAFOGLIO.
           IF  W-TP-CODE-AGEN(W-IND) NOT EQUAL
                                       W-TA-CODE-AGEN(W-IND-AGEN)
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-AGEN-PORT
           IF  W-TP-DATA-VISI(W-IND) EQUAL ZERO
             MOVE  "MAI"               TO  W-ULTV-DESC
           ELSE
             MOVE  W-TP-DATA-VISI(W-IND) TO W-ULTV-DESC
           END-IF
           MOVE    SPACES              TO  W-LINEA
           STRING  "    "              DELIMITED BY SIZE
                   W-TP-CODI-CLIF(W-IND) DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-TP-RAGE-CLIF(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-ULTV-DESC         DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           .
      ******************************************************************
       6000-TOTALI.
           MOVE    ZERO                TO  W-PERC-CONV
           IF  W-TOTA-VISI GREATER ZERO
             COMPUTE W-PERC-CONV ROUNDED =
                     W-TOTA-CONV * 100 / W-TOTA-VISI
           END-IF
           MOVE    W-TOTA-VISI         TO  W-NUMR-ED
           MOVE    W-TOTA-CONV         TO  W-NUMR-ED2
           MOVE    W-PERC-CONV         TO  W-PERC-ED
           MOVE    SPACES              TO  W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE VISITE: "   DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   CONVERTITE IN ORDINE: " DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                   "   CONVERSIONE % "  DELIMITED BY SIZE
                   W-PERC-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           MOVE    W-TOTA-PORT         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "CLIENTI DEL PORTAFOGLIO NON VISITATI: "
                                       DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VISREP-REC          FROM  W-LINEA
           IF  W-NUMR-SALTATE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "RIGHE OLTRE LA CAPIENZA, NON ELENCATE: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATE     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE VISREP-REC          FROM  W-LINEA
           END-IF
           .
      *(END)
