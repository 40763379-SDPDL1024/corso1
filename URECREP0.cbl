       IDENTIFICATION DIVISION.
       PROGRAM-ID. URECREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REPORT MENSILE DEI RECLAMI CLIENTI, SUL FILE "RECLREP".
      *****   SONO I RECLAMI (F0SRECL) APERTI NEL MESE CHIESTO
      *****   (AAAAMM, 0 = MESE CORRENTE), RIEPILOGATI:
      *****   - PER CATEGORIA (RITARDO, PREZZO, QUALITA', MERCE
      *****     ERRATA, ALTRO);
      *****   - PER FORNITORE (F0SANFO), QUELLO DEL LOTTO O
      *****     DELL'ARTICOLO REGISTRATO SUL RECLAMO;
      *****   - PER LOTTO, CON LA SEGNALAZIONE DEI LOTTI IN
      *****     REVISIONE (F0SLOTT).
      *****   PER OGNI RIGA: RECLAMI APERTI NEL MESE, QUELLI GIA'
      *****   RISOLTI CON LA MEDIA DEI GIORNI ALLA RISOLUZIONE, E
      *****   QUELLI ANCORA APERTI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLREP-FILE         ASSIGN TO "RECLREP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  RECLREP-FILE.
       01  RECLREP-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-FORN                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-LOTT                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-TOTA-RECL                 PIC 9(05)          VALUE 0.
       77  W-TOTA-RISO                 PIC 9(05)          VALUE 0.
       77  W-GIOR-RISO                 PIC S9(07) COMP    VALUE 0.
       77  W-MEDIA-GIOR                PIC 9(05)V9 COMP-3 VALUE 0.
       77  W-REVI-DESC                 PIC X(13)          VALUE SPACES.
       77  W-NUMR-ED                   PIC ZZZZ9          VALUE 0.
       77  W-NUMR-ED2                  PIC ZZZZ9          VALUE 0.
       77  W-NUMR-ED3                  PIC ZZZZ9          VALUE 0.
       77  W-MEDIA-ED                  PIC ZZZZ9,9        VALUE 0.
      *
       01  W-PARAMETRI.
           03  W-MESE                  PIC 9(06)   VALUE ZERO.
      *
      *----------  RIGA DEL RIEPILOGO: RECLAMI, RISOLTI, GIORNI ALLA
      *            RISOLUZIONE DEI RISOLTI
       01  W-RIGA-RIEP.
           03  W-RR-NUMR-RECL          PIC 9(05).
           03  W-RR-NUMR-RISO          PIC 9(05).
           03  W-RR-GIOR-RISO          PIC 9(07).
      *
      *----------  CATEGORIE, NELL'ORDINE DEL REPORT
       01  W-TAB-CATE-VAL.
           03  FILLER                  PIC X(14)   VALUE "RRITARDO".
           03  FILLER                  PIC X(14)   VALUE "PPREZZO".
           03  FILLER                  PIC X(14)   VALUE "QQUALITA'".
           03  FILLER                  PIC X(14)
                                       VALUE "MMERCE ERRATA".
           03  FILLER                  PIC X(14)   VALUE "AALTRO".
       01  W-TAB-CATE-DESC REDEFINES W-TAB-CATE-VAL.
           03  W-TD-CATE               OCCURS 5.
               05  W-TD-CODICE         PIC X(01).
               05  W-TD-DESCRIZIONE    PIC X(13).
       01  W-TAB-CATE.
           03  W-TC-CATE               OCCURS 5.
               05  W-TC-NUMR-RECL      PIC 9(05)   VALUE 0.
               05  W-TC-NUMR-RISO      PIC 9(05)   VALUE 0.
               05  W-TC-GIOR-RISO      PIC 9(07)   VALUE 0.
      *
      *----------  FORNITORI DEI RECLAMI DEL MESE
       01  W-TAB-FORN.
           03  W-TF-FORN               OCCURS 300.
               05  W-TF-CODE-FORN      PIC 9(04).
               05  W-TF-NUMR-RECL      PIC 9(05).
               05  W-TF-NUMR-RISO      PIC 9(05).
               05  W-TF-GIOR-RISO      PIC 9(07).
      *
      *----------  LOTTI DEI RECLAMI DEL MESE
       01  W-TAB-LOTT.
           03  W-TL-LOTT               OCCURS 500.
               05  W-TL-NUMR-INST      PIC 9(04).
               05  W-TL-CODE-ARTI      PIC X(15).
               05  W-TL-CODE-LOTT      PIC X(10).
               05  W-TL-CODE-FORN      PIC 9(04).
               05  W-TL-NUMR-RECL      PIC 9(05).
               05  W-TL-NUMR-RISO      PIC 9(05).
               05  W-TL-GIOR-RISO      PIC 9(07).
      *
       COPY "F0SRECL.REC".
       COPY "F0SANFO.REC".
       COPY "F0SLOTT.REC".
      *
       LINKAGE SECTION.
       01  L-RECR-CTRL.
           03  L-RECR-CODE-CLIE        PIC 9(04).
           03  L-RECR-NUMR-RECL        PIC 9(05).
           03  L-RECR-ESITO            PIC X(01).
               88  L-RECR-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-RECR-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-RECR-ESITO
           MOVE    ZERO                TO  W-NUMR-FORN W-NUMR-LOTT
                                           W-NUMR-SALTATE W-TOTA-RECL
                                           W-TOTA-RISO
           INITIALIZE W-TAB-CATE
           DISPLAY "REPORT MENSILE RECLAMI CLIENTI"
           DISPLAY "MESE (AAAAMM, 0 = MESE CORRENTE) : "
                   WITH NO ADVANCING
           ACCEPT   W-MESE
           IF  W-MESE EQUAL ZERO
             MOVE  LDATE-ACTL(1:6)     TO  W-MESE
           END-IF
           PERFORM 1000-CARICA-RECLAMI
           IF  W-TOTA-RECL EQUAL ZERO
             DISPLAY "NESSUN RECLAMO APERTO NEL MESE " W-MESE
             GO TO EXIT-PRO
           END-IF
      *
           OPEN OUTPUT RECLREP-FILE
           PERFORM 5000-INTESTAZIONE
           PERFORM 5100-CATEGORIE
           PERFORM 5200-FORNITORI
           PERFORM 5300-LOTTI
           PERFORM 6000-TOTALI
           CLOSE RECLREP-FILE
           MOVE    W-TOTA-RECL         TO  L-RECR-NUMR-RECL
           MOVE    "S"                 TO  L-RECR-ESITO
           DISPLAY "REPORT RECLAMI SU RECLREP - RECLAMI: " W-TOTA-RECL
                   " RISOLTI: " W-TOTA-RISO.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  RECLAMI DELLA DITTA APERTI NEL MESE, ACCUMULATI PER
      *            CATEGORIA, FORNITORE E LOTTO
       1000-CARICA-RECLAMI.
           INITIALIZE F0SRECL
           MOVE    L-RECR-CODE-CLIE    TO  F0SRECL-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URRECL10"             USING F0SRECL LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URRECL10"             USING F0SRECL LWCOMAR
           PERFORM 1100-RECLAMO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URRECL10"             USING F0SRECL LWCOMAR
           .
       1100-RECLAMO.
           IF  F0SRECL-DATA-RECL(1:6) EQUAL W-MESE
             PERFORM 1200-ACCUMULA
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URRECL10"             USING F0SRECL LWCOMAR
           .
       1200-ACCUMULA.
           ADD     1                   TO  W-TOTA-RECL
           MOVE    ZERO                TO  W-GIOR-RISO
           IF  F0SRECL-RISOLTO
             ADD   1                   TO  W-TOTA-RISO
             COMPUTE W-GIOR-RISO =
                     FUNCTION INTEGER-OF-DATE(F0SRECL-DATA-RISO) -
                     FUNCTION INTEGER-OF-DATE(F0SRECL-DATA-RECL)
             IF  W-GIOR-RISO LESS ZERO
               MOVE  ZERO              TO  W-GIOR-RISO
             END-IF
           END-IF
           PERFORM 1210-CATEGORIA
           PERFORM 1220-FORNITORE
           IF  F0SRECL-CODE-LOTT NOT EQUAL SPACES
             PERFORM 1230-LOTTO
           END-IF
           .
       1210-CATEGORIA.
           MOVE    5                   TO  W-IND2
           PERFORM 1211-CERCA-CATEGORIA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER 5
           ADD     1                   TO  W-TC-NUMR-RECL(W-IND2)
           IF  F0SRECL-RISOLTO
             ADD   1                   TO  W-TC-NUMR-RISO(W-IND2)
             ADD   W-GIOR-RISO         TO  W-TC-GIOR-RISO(W-IND2)
           END-IF
           .
       1211-CERCA-CATEGORIA.
           IF  W-TD-CODICE(W-IND) EQUAL F0SRECL-CATEGORIA
             MOVE  W-IND               TO  W-IND2
           END-IF
           .
       1220-FORNITORE.
           MOVE    ZERO                TO  W-IND2
           PERFORM 1221-CERCA-FORNITORE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-FORN
                  OR W-IND2 NOT EQUAL ZERO
           IF  W-IND2 EQUAL ZERO
             IF  W-NUMR-FORN NOT LESS 300
               ADD   1                 TO  W-NUMR-SALTATE
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-NUMR-FORN
             MOVE  W-NUMR-FORN         TO  W-IND2
             MOVE  F0SRECL-CODE-FORN   TO  W-TF-CODE-FORN(W-IND2)
             MOVE  ZERO                TO  W-TF-NUMR-RECL(W-IND2)
                                           W-TF-NUMR-RISO(W-IND2)
                                           W-TF-GIOR-RISO(W-IND2)
           END-IF
           ADD     1                   TO  W-TF-NUMR-RECL(W-IND2)
           IF  F0SRECL-RISOLTO
             ADD   1                   TO  W-TF-NUMR-RISO(W-IND2)
             ADD   W-GIOR-RISO         TO  W-TF-GIOR-RISO(W-IND2)
           END-IF
           .
       1221-CERCA-FORNITORE.
           IF  W-TF-CODE-FORN(W-IND) EQUAL F0SRECL-CODE-FORN
             MOVE  W-IND               TO  W-IND2
           END-IF
           .
       1230-LOTTO.
           MOVE    ZERO                TO  W-IND2
           PERFORM 1231-CERCA-LOTTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-LOTT
                  OR W-IND2 NOT EQUAL ZERO
           IF  W-IND2 EQUAL ZERO
             IF  W-NUMR-LOTT NOT LESS 500
               ADD   1                 TO  W-NUMR-SALTATE
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-NUMR-LOTT
             MOVE  W-NUMR-LOTT         TO  W-IND2
             MOVE  F0SRECL-NUMR-INST   TO  W-TL-NUMR-INST(W-IND2)
             MOVE  F0SRECL-CODE-ARTI   TO  W-TL-CODE-ARTI(W-IND2)
             MOVE  F0SRECL-CODE-LOTT   TO  W-TL-CODE-LOTT(W-IND2)
             MOVE  F0SRECL-CODE-FORN   TO  W-TL-CODE-FORN(W-IND2)
             MOVE  ZERO                TO  W-TL-NUMR-RECL(W-IND2)
                                           W-TL-NUMR-RISO(W-IND2)
                                           W-TL-GIOR-RISO(W-IND2)
           END-IF
           ADD     1                   TO  W-TL-NUMR-RECL(W-IND2)
           IF  F0SRECL-RISOLTO
             ADD   1                   TO  W-TL-NUMR-RISO(W-IND2)
             ADD   W-GIOR-RISO         TO  W-TL-GIOR-RISO(W-IND2)
           END-IF
           .
       1231-CERCA-LOTTO.
           IF  W-TL-NUMR-INST(W-IND) EQUAL F0SRECL-NUMR-INST
               AND W-TL-CODE-ARTI(W-IND) EQUAL F0SRECL-CODE-ARTI
               AND W-TL-CODE-LOTT(W-IND) EQUAL F0SRECL-CODE-LOTT
             MOVE  W-IND               TO  W-IND2
           END-IF
           .
      ******************************************************************
       5000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "REPORT MENSILE RECLAMI CLIENTI - MESE "
                                       DELIMITED BY SIZE
                   W-MESE              DELIMITED BY SIZE
                   "  -  DITTA "       DELIMITED BY SIZE
                   L-RECR-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "RECLAMI APERTI NEL MESE; GIORNI = MEDIA DALLA "
                   "REGISTRAZIONE ALLA RISOLUZIONE DEI RISOLTI"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           .
      ******************************************************************
      *----------  RIEPILOGO PER CATEGORIA
       5100-CATEGORIE.
           MOVE    SPACES              TO  W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    "PER CATEGORIA"     TO  W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  CATEGORIA      RECLAMI RISOLTI  GIORNI  APERTI"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           PERFORM 5110-RIGA-CATEGORIA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER 5
           .
       5110-RIGA-CATEGORIA.
           IF  W-TC-NUMR-RECL(W-IND) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    W-TC-NUMR-RECL(W-IND) TO W-RR-NUMR-RECL
           MOVE    W-TC-NUMR-RISO(W-IND) TO W-RR-NUMR-RISO
           MOVE    W-TC-GIOR-RISO(W-IND) TO W-RR-GIOR-RISO
           PERFORM 5900-VALORI-RIGA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  "                DELIMITED BY SIZE
                   W-TD-DESCRIZIONE(W-IND) DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-MEDIA-ED          DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-NUMR-ED3          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           .
      ******************************************************************
      *----------  RIEPILOGO PER FORNITORE, CON LA RAGIONE SOCIALE
      *            DELL'ANAGRAFICA FORNITORI
       5200-FORNITORI.
           MOVE    SPACES              TO  W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    "PER FORNITORE"     TO  W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  FORN RAGIONE SOCIALE                         "
                   "  RECLAMI RISOLTI  GIORNI  APERTI"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           INITIALIZE F0SANFO
           MOVE    L-RECR-CODE-CLIE    TO  F0SANFO-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URANFO10"             USING F0SANFO LWCOMAR
           PERFORM 5210-RIGA-FORNITORE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-FORN
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URANFO10"             USING F0SANFO LWCOMAR
           .
       5210-RIGA-FORNITORE.
           IF  W-TF-CODE-FORN(W-IND) EQUAL ZERO
             MOVE  "FORNITORE NON DETERMINATO" TO F0SANFO-RAGE-FORN
           ELSE
             MOVE  W-TF-CODE-FORN(W-IND) TO F0SANFO-CODE-FORN
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL "URANFO10"           USING F0SANFO LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               MOVE "FORNITORE NON IN ANAGRAFICA" TO F0SANFO-RAGE-FORN
             END-IF
           END-IF
           MOVE    W-TF-NUMR-RECL(W-IND) TO W-RR-NUMR-RECL
           MOVE    W-TF-NUMR-RISO(W-IND) TO W-RR-NUMR-RISO
           MOVE    W-TF-GIOR-RISO(W-IND) TO W-RR-GIOR-RISO
           PERFORM 5900-VALORI-RIGA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  "                DELIMITED BY SIZE
                   W-TF-CODE-FORN(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SANFO-RAGE-FORN   DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-MEDIA-ED          DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-NUMR-ED3          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           .
      ******************************************************************
      *----------  RIEPILOGO PER LOTTO, CON I LOTTI IN REVISIONE
       5300-LOTTI.
           MOVE    SPACES              TO  W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    "PER LOTTO"         TO  W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  DEP. ARTICOLO        LOTTO      FORN"
                   "  RECLAMI RISOLTI  GIORNI  APERTI"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           IF  W-NUMR-LOTT EQUAL ZERO
             MOVE  "    NESSUN RECLAMO SU LOTTI" TO W-LINEA
             WRITE RECLREP-REC         FROM  W-LINEA
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SLOTT
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URLOTT10"             USING F0SLOTT LWCOMAR
           PERFORM 5310-RIGA-LOTTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-LOTT
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URLOTT10"             USING F0SLOTT LWCOMAR
           .
       5310-RIGA-LOTTO.
           MOVE    L-RECR-CODE-CLIE    TO  F0SLOTT-CODE-CLIE
           MOVE    W-TL-NUMR-INST(W-IND) TO F0SLOTT-NUMR-INST
           MOVE    W-TL-CODE-ARTI(W-IND) TO F0SLOTT-CODE-ARTI
           MOVE    W-TL-CODE-LOTT(W-IND) TO F0SLOTT-CODE-LOTT
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URLOTT10"             USING F0SLOTT LWCOMAR
           MOVE    SPACES              TO  W-REVI-DESC
           IF  DSTF-IOSR EQUAL 1
               AND F0SLOTT-IN-REVISIONE
             MOVE  "IN REVISIONE"      TO  W-REVI-DESC
           END-IF
           MOVE    W-TL-NUMR-RECL(W-IND) TO W-RR-NUMR-RECL
           MOVE    W-TL-NUMR-RISO(W-IND) TO W-RR-NUMR-RISO
           MOVE    W-TL-GIOR-RISO(W-IND) TO W-RR-GIOR-RISO
           PERFORM 5900-VALORI-RIGA
           MOVE    SPACES              TO  W-LINEA
           STRING  "  "                DELIMITED BY SIZE
                   W-TL-NUMR-INST(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TL-CODE-ARTI(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TL-CODE-LOTT(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-TL-CODE-FORN(W-IND) DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-MEDIA-ED          DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-NUMR-ED3          DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-REVI-DESC         DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           .
      ******************************************************************
      *----------  VALORI STAMPATI DI UNA RIGA DEL RIEPILOGO: RECLAMI,
      *            RISOLTI, MEDIA GIORNI ALLA RISOLUZIONE, APERTI
       5900-VALORI-RIGA.
           MOVE    ZERO                TO  W-MEDIA-GIOR
           IF  W-RR-NUMR-RISO GREATER ZERO
             COMPUTE W-MEDIA-GIOR ROUNDED =
                     W-RR-GIOR-RISO / W-RR-NUMR-RISO
           END-IF
           MOVE    W-RR-NUMR-RECL      TO  W-NUMR-ED
           MOVE    W-RR-NUMR-RISO      TO  W-NUMR-ED2
           MOVE    W-MEDIA-GIOR        TO  W-MEDIA-ED
           COMPUTE W-NUMR-ED3 = W-RR-NUMR-RECL - W-RR-NUMR-RISO
           .
      ******************************************************************
       6000-TOTALI.
           MOVE    W-TOTA-RECL         TO  W-RR-NUMR-RECL
           MOVE    W-TOTA-RISO         TO  W-RR-NUMR-RISO
           MOVE    ZERO                TO  W-RR-GIOR-RISO
           PERFORM 6100-GIORNI-CATEGORIA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER 5
           PERFORM 5900-VALORI-RIGA
           MOVE    SPACES              TO  W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE RECLAMI: "  DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   "   RISOLTI: "      DELIMITED BY SIZE
                   W-NUMR-ED2          DELIMITED BY SIZE
                   "   GIORNI MEDI: "  DELIMITED BY SIZE
                   W-MEDIA-ED          DELIMITED BY SIZE
                   "   ANCORA APERTI: " DELIMITED BY SIZE
                   W-NUMR-ED3          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   RECLREP-REC         FROM  W-LINEA
           IF  W-NUMR-SALTATE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "RIGHE OLTRE LA CAPIENZA, NON ELENCATE: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATE     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE RECLREP-REC         FROM  W-LINEA
           END-IF
           .
       6100-GIORNI-CATEGORIA.
           ADD     W-TC-GIOR-RISO(W-IND) TO W-RR-GIOR-RISO
           .
      *(END)
