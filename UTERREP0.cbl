       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTERREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REPORT DELLE VENDITE PER TERRITORIO E PROVINCIA SUL
      *****   FILE "TERRREP", CON IL CONFRONTO SULL'ANNO PRECEDENTE,
      *****   PER RIDISEGNARE LE AREE DEGLI AGENTI. GIRA SUI
      *****   DOCUMENTI IN LINEA (F0SVEND) E SULLO STORICO (F0SVSTO)
      *****   COME IL CONSUNTIVO VENDITE (NOTE DI CREDITO IN STORNO,
      *****   DDT ESCLUSI): ANNO CHIESTO FINO AD OGGI (O TUTTO, SE
      *****   CONCLUSO) CONTRO LO STESSO PERIODO DELL'ANNO PRIMA.
      *****   LA PROVINCIA E' QUELLA DELL'INDIRIZZO DI CONSEGNA
      *****   (DESTINAZIONE, ALTRIMENTI SEDE; DAL CAP SU F0SCAP SE
      *****   NON INDICATA); IL TERRITORIO E' QUELLO CHE OGGI (O A
      *****   FINE ANNO) COMPRENDE L'INDIRIZZO, PER ENTRAMBI GLI
      *****   ANNI: IL CONFRONTO E' A PARITA' DI DISEGNO DELLE AREE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERRREP-FILE         ASSIGN TO "TERRREP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  TERRREP-FILE.
       01  TERRREP-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-ANNO-PREC                 PIC 9(04)   VALUE ZERO.
       77  W-MMGG-LIMI                 PIC 9(04)   VALUE ZERO.
       77  W-DATA-RIF                  PIC 9(08)   VALUE ZERO.
       77  W-IMPO-DOC                  PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-CAP                       PIC X(05)   VALUE SPACES.
       77  W-PROV                      PIC X(02)   VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04) COMP VALUE ZERO.
       77  W-IND-TERR                  PIC S9(04) COMP VALUE ZERO.
       77  W-IND-RIGA                  PIC S9(04) COMP VALUE ZERO.
       77  W-TERR-CAP                  PIC S9(04) COMP VALUE ZERO.
       77  W-TERR-PROV                 PIC S9(04) COMP VALUE ZERO.
       77  W-TERR-STAMPA               PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-AREE                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-SUBT-ANNO                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-SUBT-PREC                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOTA-ANNO                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOTA-PREC                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-CALC-ANNO                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-CALC-PREC                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-PERC                      PIC S9(05)V9  COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.---.--9,99 VALUE 0.
       77  W-PERC-ED                   PIC -----9,9        VALUE 0.
       77  W-VARI-ED                   PIC X(08)   VALUE SPACES.
      *
      *----------  TERRITORI IN VIGORE ALLA DATA DI RIFERIMENTO, CON
      *            LE LORO AREE E IL NOME DELL'AGENTE
       01  W-TAB-TERR.
           03  W-TER-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-TER-VOCE              OCCURS 100.
               05  W-TER-CODE          PIC X(04).
               05  W-TER-DESC          PIC X(30).
               05  W-TER-AGEN          PIC 9(04).
               05  W-TER-RAGE          PIC X(40).
               05  W-TER-NUMR-AREE     PIC 9(02).
               05  W-TER-AREA          OCCURS 10.
                   07  W-TER-TIPO      PIC X(01).
                   07  W-TER-CAP-DA    PIC X(05).
                   07  W-TER-CAP-A     PIC X(05).
                   07  W-TER-PROV      PIC X(02).
      *
      *----------  PROVINCE GIA' RISOLTE DAL CAP SU F0SCAP
       01  W-TAB-CAP.
           03  W-CAP-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-CAP-VOCE              OCCURS 500.
               05  W-CAP-CAP           PIC X(05).
               05  W-CAP-PROV          PIC X(02).
      *
      *----------  VENDUTO PER TERRITORIO (ZERO = SENZA TERRITORIO) E
      *            PROVINCIA, ANNO CHIESTO E ANNO PRECEDENTE
       01  W-TAB-RIGA.
           03  W-RIG-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-RIG-VOCE              OCCURS 500.
               05  W-RIG-TERR          PIC S9(04) COMP.
               05  W-RIG-PROV          PIC X(02).
               05  W-RIG-ANNO          PIC S9(11)V99 COMP-3.
               05  W-RIG-PREC          PIC S9(11)V99 COMP-3.
      *
       COPY "F0SVEND.REC".
       COPY "F0STERR.REC".
       COPY "F0SAGEN.REC".
       COPY "F0SCAP.REC".
      *
       LINKAGE SECTION.
       01  L-TERP-CTRL.
           03  L-TERP-CODE-CLIE        PIC 9(04).
           03  L-TERP-ESITO            PIC X(01).
               88  L-TERP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-TERP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-TERP-ESITO
           MOVE    ZERO                TO  W-TER-NUMR W-CAP-NUMR
                                           W-RIG-NUMR W-NUMR-SALTATE
                                           W-TOTA-ANNO W-TOTA-PREC
           DISPLAY "VENDITE PER TERRITORIO E PROVINCIA  -  DITTA "
                   L-TERP-CODE-CLIE
           DISPLAY "ANNO (AAAA, 0 = ANNO IN CORSO) : " WITH NO
                   ADVANCING
           ACCEPT   W-ANNO
           IF  W-ANNO EQUAL ZERO
             MOVE  LDATE-ACTL(1:4)     TO  W-ANNO
           END-IF
           IF  W-ANNO GREATER LDATE-ACTL(1:4)
             DISPLAY "ANNO NON VALIDO"
             GO TO EXIT-PRO
           END-IF
      *      Anno in corso: fino ad oggi, e lo stesso periodo
      *      dell'anno prima; anno concluso: tutto l'anno
           IF  W-ANNO EQUAL LDATE-ACTL(1:4)
             MOVE  LDATE-ACTL(5:4)     TO  W-MMGG-LIMI
             MOVE  LDATE-ACTL          TO  W-DATA-RIF
           ELSE
             MOVE  1231                TO  W-MMGG-LIMI
             COMPUTE W-DATA-RIF = W-ANNO * 10000 + 1231
           END-IF
           COMPUTE W-ANNO-PREC = W-ANNO - 1
           PERFORM 1000-CARICA-TERRITORI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           PERFORM 2000-SCANDISCI-CORRENTE
           PERFORM 2500-SCANDISCI-STORICO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
      *
           OPEN OUTPUT TERRREP-FILE
           PERFORM 5000-INTESTAZIONE
           PERFORM 5100-TERRITORIO
               VARYING W-TERR-STAMPA FROM 1 BY 1
               UNTIL W-TERR-STAMPA GREATER W-TER-NUMR
           MOVE    ZERO                TO  W-TERR-STAMPA
           PERFORM 5100-TERRITORIO
           PERFORM 6000-TOTALI
           CLOSE TERRREP-FILE
           MOVE    "S"                 TO  L-TERP-ESITO
           DISPLAY "REPORT VENDITE PER TERRITORIO SU TERRREP".
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  TERRITORI IN VIGORE ALLA DATA DI RIFERIMENTO
       1000-CARICA-TERRITORI.
           INITIALIZE F0STERR
           MOVE    L-TERP-CODE-CLIE    TO  F0STERR-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           PERFORM 1100-VERSIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           PERFORM 1200-NOME-AGENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-TER-NUMR
           .
       1100-VERSIONE.
           IF  F0STERR-DATA-INIZ NOT GREATER W-DATA-RIF
               AND (F0STERR-DATA-FINE EQUAL ZERO
                    OR F0STERR-DATA-FINE NOT LESS W-DATA-RIF)
             IF  W-TER-NUMR LESS 100
               ADD   1                 TO  W-TER-NUMR
               MOVE  F0STERR-CODE-TERR TO  W-TER-CODE(W-TER-NUMR)
               MOVE  F0STERR-DESC-TERR TO  W-TER-DESC(W-TER-NUMR)
               MOVE  F0STERR-CODE-AGEN TO  W-TER-AGEN(W-TER-NUMR)
               MOVE  SPACES            TO  W-TER-RAGE(W-TER-NUMR)
               MOVE  F0STERR-NUMR-AREE TO  W-TER-NUMR-AREE(W-TER-NUMR)
               IF  W-TER-NUMR-AREE(W-TER-NUMR) GREATER 10
                 MOVE  10              TO  W-TER-NUMR-AREE(W-TER-NUMR)
               END-IF
               PERFORM 1110-AREA
                   VARYING W-IND2 FROM 1 BY 1
                   UNTIL W-IND2 GREATER 10
             ELSE
               ADD   1                 TO  W-NUMR-SALTATE
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           .
       1110-AREA.
           MOVE    F0STERR-AREA-TIPO(W-IND2)
                                       TO  W-TER-TIPO(W-TER-NUMR W-IND2)
           MOVE    F0STERR-AREA-CAP-DA(W-IND2)
                                       TO  W-TER-CAP-DA(W-TER-NUMR
                                                        W-IND2)
           MOVE    F0STERR-AREA-CAP-A(W-IND2)
                                       TO  W-TER-CAP-A(W-TER-NUMR
                                                       W-IND2)
           MOVE    F0STERR-AREA-PROV(W-IND2)
                                       TO  W-TER-PROV(W-TER-NUMR W-IND2)
           .
       1200-NOME-AGENTE.
           INITIALIZE F0SAGEN
           MOVE    L-TERP-CODE-CLIE    TO  F0SAGEN-CODE-CLIE
           MOVE    W-TER-AGEN(W-IND)   TO  F0SAGEN-CODE-AGEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SAGEN-RAGE-AGEN   TO  W-TER-RAGE(W-IND)
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           .
      ******************************************************************
       2000-SCANDISCI-CORRENTE.
           INITIALIZE F0SVEND
           MOVE    L-TERP-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 2010-DOCUMENTO-CORRENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
       2010-DOCUMENTO-CORRENTE.
           PERFORM 2100-DOCUMENTO
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
       2500-SCANDISCI-STORICO.
           INITIALIZE F0SVEND
           MOVE    L-TERP-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVSTO10"              USING F0SVEND LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVSTO10"              USING F0SVEND LWCOMAR
           PERFORM 2510-DOCUMENTO-STORICO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVSTO10"              USING F0SVEND LWCOMAR
           .
       2510-DOCUMENTO-STORICO.
           PERFORM 2100-DOCUMENTO
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVSTO10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
      *----------  UN DOCUMENTO DEL PERIODO NELLA RIGA DEL SUO
      *            TERRITORIO E DELLA SUA PROVINCIA
       2100-DOCUMENTO.
      *      L'autofattura di integrazione (UAUTFAT0) e' un acquisto
           IF  F0SVEND-DOC-DDT OR F0SVEND-DOC-AUTOFATT
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-DATA-DOCU(5:4) GREATER W-MMGG-LIMI
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-DATA-DOCU(1:4) NOT EQUAL W-ANNO
               AND F0SVEND-DATA-DOCU(1:4) NOT EQUAL W-ANNO-PREC
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-DOC-NOTA-CRED
             COMPUTE W-IMPO-DOC = 0 - F0SVEND-IMPO-TOTA
           ELSE
             MOVE  F0SVEND-IMPO-TOTA   TO  W-IMPO-DOC
           END-IF
           IF  F0SVEND-DEST-CAP NOT EQUAL SPACES
               OR F0SVEND-DEST-PROV NOT EQUAL SPACES
             MOVE  F0SVEND-DEST-CAP    TO  W-CAP
             MOVE  F0SVEND-DEST-PROV   TO  W-PROV
           ELSE
             MOVE  F0SVEND-CAP-CLIE    TO  W-CAP
             MOVE  F0SVEND-PROV-CLIE   TO  W-PROV
           END-IF
           IF  W-PROV EQUAL SPACES
             PERFORM 2200-PROVINCIA-DA-CAP
           END-IF
           PERFORM 2300-CERCA-TERRITORIO
           PERFORM 2400-CERCA-RIGA
           IF  W-IND-RIGA EQUAL ZERO
             ADD   1                   TO  W-NUMR-SALTATE
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-DATA-DOCU(1:4) EQUAL W-ANNO
             ADD   W-IMPO-DOC          TO  W-RIG-ANNO(W-IND-RIGA)
                                           W-TOTA-ANNO
           ELSE
             ADD   W-IMPO-DOC          TO  W-RIG-PREC(W-IND-RIGA)
                                           W-TOTA-PREC
           END-IF
           .
      ******************************************************************
      *----------  PROVINCIA DEL CAP: PRIMA DALLA TABELLA DEI CAP GIA'
      *            LETTI, POI DA F0SCAP
       2200-PROVINCIA-DA-CAP.
           IF  W-CAP IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           PERFORM 2210-CONFRONTA-CAP
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-CAP-NUMR
                  OR W-PROV NOT EQUAL SPACES
           IF  W-PROV NOT EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    W-CAP               TO  F0SCAP-CAP
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCAP-SIGL-PROV    TO  W-PROV
           END-IF
           IF  W-CAP-NUMR LESS 500
             ADD   1                   TO  W-CAP-NUMR
             MOVE  W-CAP               TO  W-CAP-CAP(W-CAP-NUMR)
             MOVE  W-PROV              TO  W-CAP-PROV(W-CAP-NUMR)
           END-IF
           .
       2210-CONFRONTA-CAP.
           IF  W-CAP-CAP(W-IND) EQUAL W-CAP
             MOVE  W-CAP-PROV(W-IND)   TO  W-PROV
           END-IF
           .
      ******************************************************************
      *----------  TERRITORIO CHE COMPRENDE L'INDIRIZZO: UN'AREA PER
      *            CAP VINCE SU UNA PER PROVINCIA (COME UTERRAG0)
       2300-CERCA-TERRITORIO.
           MOVE    ZERO                TO  W-TERR-CAP W-TERR-PROV
           PERFORM 2310-TERRITORIO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-TER-NUMR
           IF  W-TERR-CAP NOT EQUAL ZERO
             MOVE  W-TERR-CAP          TO  W-IND-TERR
           ELSE
             MOVE  W-TERR-PROV         TO  W-IND-TERR
           END-IF
           .
       2310-TERRITORIO.
           MOVE    W-TER-NUMR-AREE(W-IND) TO W-NUMR-AREE
           PERFORM 2320-AREA
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-NUMR-AREE
           .
       2320-AREA.
           IF  W-TER-TIPO(W-IND W-IND2) EQUAL "C"
               AND W-TERR-CAP EQUAL ZERO
               AND W-CAP NOT EQUAL SPACES
               AND W-CAP NOT LESS W-TER-CAP-DA(W-IND W-IND2)
               AND W-CAP NOT GREATER W-TER-CAP-A(W-IND W-IND2)
             MOVE  W-IND               TO  W-TERR-CAP
           END-IF
           IF  W-TER-TIPO(W-IND W-IND2) EQUAL "P"
               AND W-TERR-PROV EQUAL ZERO
               AND W-PROV NOT EQUAL SPACES
               AND W-PROV EQUAL W-TER-PROV(W-IND W-IND2)
             MOVE  W-IND               TO  W-TERR-PROV
           END-IF
           .
      ******************************************************************
      *----------  RIGA DEL TERRITORIO E DELLA PROVINCIA, AGGIUNTA SE
      *            NUOVA; ZERO SE LA TABELLA E' PIENA
       2400-CERCA-RIGA.
           MOVE    ZERO                TO  W-IND-RIGA
           PERFORM 2410-CONFRONTA-RIGA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-RIG-NUMR
                  OR W-IND-RIGA NOT EQUAL ZERO
           IF  W-IND-RIGA NOT EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-RIG-NUMR NOT LESS 500
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-RIG-NUMR
           MOVE    W-RIG-NUMR          TO  W-IND-RIGA
           MOVE    W-IND-TERR          TO  W-RIG-TERR(W-IND-RIGA)
           MOVE    W-PROV              TO  W-RIG-PROV(W-IND-RIGA)
           MOVE    ZERO                TO  W-RIG-ANNO(W-IND-RIGA)
                                           W-RIG-PREC(W-IND-RIGA)
           .
       2410-CONFRONTA-RIGA.
           IF  W-RIG-TERR(W-IND) EQUAL W-IND-TERR
               AND W-RIG-PROV(W-IND) EQUAL W-PROV
             MOVE  W-IND               TO  W-IND-RIGA
           END-IF
           .
      ******************************************************************
       5000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "VENDITE PER TERRITORIO E PROVINCIA - ANNO "
                                       DELIMITED BY SIZE
                   W-ANNO              DELIMITED BY SIZE
                   " FINO AL "         DELIMITED BY SIZE
                   W-MMGG-LIMI         DELIMITED BY SIZE
                   " (MMGG) CONTRO IL " DELIMITED BY SIZE
                   W-ANNO-PREC         DELIMITED BY SIZE
                   "  -  DITTA "       DELIMITED BY SIZE
                   L-TERP-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   TERRREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "TERRITORI IN VIGORE AL " DELIMITED BY SIZE
                   W-DATA-RIF          DELIMITED BY SIZE
                   ", APPLICATI A ENTRAMBI GLI ANNI"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   TERRREP-REC         FROM  W-LINEA
           .
      ******************************************************************
      *----------  UN TERRITORIO (ZERO = SENZA TERRITORIO) CON LE SUE
      *            PROVINCE E IL SUBTOTALE; SENZA VENDUTO NEI DUE ANNI
      *            SI STAMPA SOLO SE E' UN TERRITORIO CENSITO
       5100-TERRITORIO.
           MOVE    ZERO                TO  W-SUBT-ANNO W-SUBT-PREC
           MOVE    ZERO                TO  W-IND-RIGA
           PERFORM 5110-CONTA-RIGA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-RIG-NUMR
           IF  W-TERR-STAMPA EQUAL ZERO AND W-IND-RIGA EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-LINEA
           WRITE   TERRREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           IF  W-TERR-STAMPA EQUAL ZERO
             MOVE  "SENZA TERRITORIO"  TO  W-LINEA
           ELSE
             STRING "TERRITORIO "      DELIMITED BY SIZE
                    W-TER-CODE(W-TERR-STAMPA) DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    W-TER-DESC(W-TERR-STAMPA) DELIMITED BY SIZE
                    "  AGENTE "        DELIMITED BY SIZE
                    W-TER-AGEN(W-TERR-STAMPA) DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    W-TER-RAGE(W-TERR-STAMPA) DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           WRITE   TERRREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  PROVINCIA             ANNO CORRENTE"
                   "     ANNO PRECEDENTE  VARIAZ.%"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   TERRREP-REC         FROM  W-LINEA
           PERFORM 5200-RIGA-PROVINCIA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-RIG-NUMR
           MOVE    W-SUBT-ANNO         TO  W-CALC-ANNO
           MOVE    W-SUBT-PREC         TO  W-CALC-PREC
           PERFORM 5300-VARIAZIONE
           MOVE    SPACES              TO  W-LINEA
           STRING  "  TOTALE      "    DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-IMPO-ED2          DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-VARI-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   TERRREP-REC         FROM  W-LINEA
           .
       5110-CONTA-RIGA.
           IF  W-RIG-TERR(W-IND) EQUAL W-TERR-STAMPA
             MOVE  W-IND               TO  W-IND-RIGA
             ADD   W-RIG-ANNO(W-IND)   TO  W-SUBT-ANNO
             ADD   W-RIG-PREC(W-IND)   TO  W-SUBT-PREC
           END-IF
           .
       5200-RIGA-PROVINCIA.
           IF  W-RIG-TERR(W-IND) NOT EQUAL W-TERR-STAMPA
             EXIT PARAGRAPH
           END-IF
           MOVE    W-RIG-ANNO(W-IND)   TO  W-CALC-ANNO
           MOVE    W-RIG-PREC(W-IND)   TO  W-CALC-PREC
           PERFORM 5300-VARIAZIONE
           MOVE    SPACES              TO  W-LINEA
           IF  W-RIG-PROV(W-IND) EQUAL SPACES
             MOVE  "  ??"              TO  W-LINEA(1:4)
           ELSE
             MOVE  W-RIG-PROV(W-IND)   TO  W-LINEA(3:2)
           END-IF
           MOVE    W-IMPO-ED           TO  W-LINEA(15:18)
           MOVE    W-IMPO-ED2          TO  W-LINEA(35:18)
           MOVE    W-VARI-ED           TO  W-LINEA(55:8)
           WRITE   TERRREP-REC         FROM  W-LINEA
           .
      *----------  IMPORTI EDITATI E VARIAZIONE PERCENTUALE SULL'ANNO
      *            PRECEDENTE (W-CALC-ANNO/W-CALC-PREC)
       5300-VARIAZIONE.
           MOVE    W-CALC-ANNO         TO  W-IMPO-ED
           MOVE    W-CALC-PREC         TO  W-IMPO-ED2
           IF  W-CALC-PREC EQUAL ZERO
             IF  W-CALC-ANNO EQUAL ZERO
               MOVE  SPACES            TO  W-VARI-ED
             ELSE
               MOVE  "   NUOVA"        TO  W-VARI-ED
             END-IF
           ELSE
             COMPUTE W-PERC ROUNDED =
                     (W-CALC-ANNO - W-CALC-PREC) * 100 / W-CALC-PREC
                 ON SIZE ERROR
                   MOVE  99999,9       TO  W-PERC
             END-COMPUTE
             MOVE  W-PERC              TO  W-PERC-ED
             MOVE  W-PERC-ED           TO  W-VARI-ED
           END-IF
           .
      ******************************************************************
       6000-TOTALI.
           MOVE    W-TOTA-ANNO         TO  W-CALC-ANNO
           MOVE    W-TOTA-PREC         TO  W-CALC-PREC
           PERFORM 5300-VARIAZIONE
           MOVE    SPACES              TO  W-LINEA
           WRITE   TERRREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE DITTA  "    DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-IMPO-ED2          DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-VARI-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   TERRREP-REC         FROM  W-LINEA
           IF  W-NUMR-SALTATE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "RIGHE OLTRE LA CAPIENZA, NON ELENCATE: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATE     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE TERRREP-REC         FROM  W-LINEA
           END-IF
           .
      *(END)
