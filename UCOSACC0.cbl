       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCOSACC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RIPARTIZIONE DEI COSTI ACCESSORI SUI CARICHI: LA
      *****   FATTURA DELLO SPEDIZIONIERE, DEL NOLO O LA BOLLETTA
      *****   DOGANALE, GIA' REGISTRATA SU F0SFACQ (TRAMITE
      *****   "URFACQ10"), SI COLLEGA A UNO O PIU' RICEVIMENTI
      *****   (RIGHE F0SPROP RICEVUTE, TRAMITE "URPROP10") E SI
      *****   RIPARTISCE SULLE RIGHE PER VALORE (QUANTITA' RICEVUTA
      *****   PER COSTO DI CARICO), PER PESO (QUANTITA' PER PESO
      *****   NETTO DELL'ANAGRAFICA ARTICOLI) O PER QUANTITA'.
      *****
      *****   LA QUOTA DI OGNI RIGA ENTRA NEL COSTO MEDIO DELLA
      *****   GIACENZA (F0SMAGA, TRAMITE "URMAGA10") SOLO PER LA
      *****   PARTE DEL RICEVIMENTO ANCORA IN MAGAZZINO; IL COSTO PER
      *****   UNITA' RICEVUTA SI SOMMA SULLA RIGA DI RICEVIMENTO. LE
      *****   RIGHE DI RIPARTIZIONE VANNO SU F0SCACC (TRAMITE
      *****   "URCACC10"): UNA FATTURA SI RIPARTISCE UNA VOLTA SOLA.
      *****   IL PROSPETTO SU "COSTACC" RIPORTA PER OGNI RIGA BASE,
      *****   QUOTA E COSTO MEDIO PRIMA E DOPO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COSTACC-FILE         ASSIGN TO "COSTACC"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-CAC.
       DATA DIVISION.
       FILE SECTION.
       FD  COSTACC-FILE.
       01  COSTACC-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-CAC                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CRIT                     PIC X(01)      VALUE SPACE.
       77  WL-NUMR-PROP                PIC 9(06)      VALUE ZERO.
       77  WL-IND                      PIC S9(04)     COMP VALUE 0.
       77  WL-IND-2                    PIC S9(04)     COMP VALUE 0.
       77  WL-DOPPIO                   PIC X(01)      VALUE "N".
       77  WL-IMPO-RIPA                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-RESTO               PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-BASE-TOTA                PIC S9(11)V999 COMP-3 VALUE 0.
       77  WL-COST-CARI                PIC S9(09)V9999 COMP-3 VALUE 0.
       77  WL-PESO                     PIC S9(05)V999 COMP-3 VALUE 0.
       77  WL-QTA-GIAC                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-IN-GIAC              PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-VALO-GIAC                PIC S9(13)V9999 COMP-3 VALUE 0.
       77  WL-COST-PRIMA               PIC S9(09)V9999 COMP-3 VALUE 0.
       77  WL-COST-DOPO                PIC S9(09)V9999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99  VALUE 0.
       77  WL-BASE-ED                  PIC ---.---.---.--9,999 VALUE 0.
       77  WL-CPRI-ED                  PIC ---.---.--9,9999 VALUE 0.
       77  WL-CDOP-ED                  PIC ---.---.--9,9999 VALUE 0.
      *
      *----------  RICEVIMENTI COLLEGATI ALLA FATTURA
       01  WL-RIC-TAB.
           03  WL-RIC-NUMR             PIC S9(04)  COMP VALUE 0.
           03  WL-RIC-VOCE             OCCURS 50.
               05  WL-RIC-NUMR-PROP    PIC 9(06)   VALUE ZERO.
               05  WL-RIC-NUMR-INST    PIC 9(04)   VALUE ZERO.
               05  WL-RIC-CODE-ARTI    PIC X(15)   VALUE SPACES.
               05  WL-RIC-DESC-ARTI    PIC X(30)   VALUE SPACES.
               05  WL-RIC-QTA          PIC S9(07)V999 COMP-3 VALUE 0.
               05  WL-RIC-BASE         PIC S9(11)V999 COMP-3 VALUE 0.
               05  WL-RIC-QUOTA        PIC S9(09)V99 COMP-3 VALUE 0.
      *
       COPY "F0SFACQ.REC".
       COPY "F0SPROP.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SARTI.REC".
      *
       LINKAGE SECTION.
       01  L-CACC-CTRL.
           03  L-CACC-CODE-CLIE        PIC 9(04).
           03  L-CACC-ESITO            PIC X(01).
               88  L-CACC-ESITO-OK                    VALUE "S".
       COPY "F0SCACC.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CACC-CTRL F0SCACC LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CACC-ESITO
           DISPLAY "RIPARTIZIONE COSTI ACCESSORI  -  DITTA "
                   L-CACC-CODE-CLIE
           PERFORM RT1-FATTURA
           IF  L-RETN-VALO NOT EQUAL 1
             GO TO CHIU-CACC
           END-IF
           PERFORM RT2-CRITERIO
           IF  L-RETN-VALO NOT EQUAL 1
             GO TO CHIU-CACC
           END-IF
           PERFORM RT3-RICEVIMENTI
           IF  WL-RIC-NUMR EQUAL ZERO
             DISPLAY "NESSUN RICEVIMENTO INDICATO - OPERAZIONE "
                     "ANNULLATA"
             GO TO CHIU-CACC
           END-IF
           IF  WL-BASE-TOTA NOT GREATER ZERO
             DISPLAY "BASE DI RIPARTIZIONE NULLA (PESI O COSTI "
                     "MANCANTI) - OPERAZIONE ANNULLATA"
             GO TO CHIU-CACC
           END-IF
           MOVE    WL-IMPO-RIPA        TO  WL-IMPO-ED
           DISPLAY "DA RIPARTIRE " WL-IMPO-ED " SU " WL-RIC-NUMR
                   " RIGHE DI RICEVIMENTO"
           DISPLAY "CONFERMI LA RIPARTIZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-CACC
           END-IF
           PERFORM RT5-RIPARTISCI
           MOVE    "S"                 TO  L-CACC-ESITO
           DISPLAY "RIPARTIZIONE ESEGUITA - PROSPETTO SU COSTACC"
           .
       CHIU-CACC.
           EXIT PROGRAM.
      ******************************************************************
      *----------  FATTURA DEI COSTI ACCESSORI, NON ANCORA RIPARTITA,
      *            E IMPORTO DA RIPARTIRE (PROPOSTO L'IMPONIBILE)
       RT1-FATTURA.
           INITIALIZE F0SFACQ
           MOVE    L-CACC-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           DISPLAY "FORNITORE DELLA FATTURA     : " WITH NO ADVANCING
           ACCEPT   F0SFACQ-CODE-FORN
           DISPLAY "NUMERO REGISTRAZIONE        : " WITH NO ADVANCING
           ACCEPT   F0SFACQ-NUMR-REGI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "FATTURA NON REGISTRATA"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SCACC
           MOVE    L-CACC-CODE-CLIE    TO  F0SCACC-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SCACC-CODE-FORN
           MOVE    F0SFACQ-NUMR-REGI   TO  F0SCACC-NUMR-REGI
           MOVE    1                   TO  F0SCACC-PROG-RIGA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCACC10"              USING F0SCACC LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCACC10"              USING F0SCACC LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCACC10"              USING F0SCACC LWCOMAR
           IF  L-RETN-VALO EQUAL 1
             DISPLAY "FATTURA GIA' RIPARTITA IL " F0SCACC-DATA-RIPA
             MOVE  0                   TO  L-RETN-VALO
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFACQ-IMPO-IMPON  TO  WL-IMPO-ED
           DISPLAY "FORNITORE: " F0SFACQ-RAGE-FORN
           DISPLAY "FATTURA " F0SFACQ-NUMR-FATT " DEL "
                   F0SFACQ-DATA-FATT " IMPONIBILE " WL-IMPO-ED
      *      Dalla bolletta doganale si ripartiscono solo dazi e
      *      diritti: l'importo e' modificabile
           DISPLAY "IMPORTO DA RIPARTIRE (0 = IMPONIBILE) : " WITH NO
                   ADVANCING
           ACCEPT   WL-IMPO-RIPA
           IF  WL-IMPO-RIPA EQUAL ZERO
             MOVE  F0SFACQ-IMPO-IMPON  TO  WL-IMPO-RIPA
           END-IF
           IF  WL-IMPO-RIPA NOT GREATER ZERO
             DISPLAY "IMPORTO NON VALIDO - OPERAZIONE ANNULLATA"
             MOVE  0                   TO  L-RETN-VALO
             EXIT PARAGRAPH
           END-IF
           MOVE    1                   TO  L-RETN-VALO
           .
      ******************************************************************
       RT2-CRITERIO.
           DISPLAY "CRITERIO (V=VALORE P=PESO Q=QUANTITA') : " WITH NO
                   ADVANCING
           ACCEPT   WL-CRIT
           EVALUATE WL-CRIT
             WHEN "v"
               MOVE "V"                TO  WL-CRIT
             WHEN "p"
               MOVE "P"                TO  WL-CRIT
             WHEN "q"
               MOVE "Q"                TO  WL-CRIT
           END-EVALUATE
           IF  WL-CRIT EQUAL "V" OR WL-CRIT EQUAL "P"
                                 OR WL-CRIT EQUAL "Q"
             MOVE  1                   TO  L-RETN-VALO
           ELSE
             DISPLAY "CRITERIO NON RICONOSCIUTO"
             MOVE  0                   TO  L-RETN-VALO
           END-IF
           .
      ******************************************************************
      *----------  RIGHE DI RICEVIMENTO COLLEGATE (ZERO PER FINIRE) E
      *            BASE DI RIPARTIZIONE DI CIASCUNA
       RT3-RICEVIMENTI.
           MOVE    ZERO                TO  WL-RIC-NUMR WL-BASE-TOTA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  WL-NUMR-PROP
           PERFORM RT4-UN-RICEVIMENTO
               UNTIL WL-NUMR-PROP EQUAL ZERO
                  OR WL-RIC-NUMR NOT LESS 50
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           .
       RT4-UN-RICEVIMENTO.
           DISPLAY "RIGA RICEVIMENTO (0 = FINE) : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-PROP
           IF  WL-NUMR-PROP EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    "N"                 TO  WL-DOPPIO
           PERFORM RT4A-CERCA-DOPPIO
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-RIC-NUMR
           IF  WL-DOPPIO EQUAL "S"
             DISPLAY "RIGA GIA' INDICATA"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPROP
           MOVE    L-CACC-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    WL-NUMR-PROP        TO  F0SPROP-NUMR-PROP
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "RIGA DI RICEVIMENTO NON TROVATA"
             EXIT PARAGRAPH
           END-IF
           IF  NOT F0SPROP-RICEVUTA
               OR F0SPROP-QTA-RICE NOT GREATER ZERO
             DISPLAY "RIGA NON ANCORA RICEVUTA"
             EXIT PARAGRAPH
           END-IF
      *      Costo di carico: quello dichiarato all'entrata merce; sui
      *      ricevimenti storici il costo medio attuale
           MOVE    F0SPROP-COST-RICE   TO  WL-COST-CARI
           IF  WL-COST-CARI EQUAL ZERO
               AND WL-CRIT EQUAL "V"
             INITIALIZE F0SMAGA
             MOVE  L-CACC-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
             MOVE  F0SPROP-NUMR-INST   TO  F0SMAGA-NUMR-INST
             MOVE  F0SPROP-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URMAGA10"            USING F0SMAGA LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               MOVE F0SMAGA-COST-UNIT  TO  WL-COST-CARI
             END-IF
           END-IF
           MOVE    ZERO                TO  WL-PESO
           IF  WL-CRIT EQUAL "P"
             INITIALIZE F0SARTI
             MOVE  L-CACC-CODE-CLIE    TO  F0SARTI-CODE-CLIE
             MOVE  F0SPROP-CODE-ARTI   TO  F0SARTI-CODE-ARTI
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URARTI10"            USING F0SARTI LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               MOVE F0SARTI-PESO-NETT  TO  WL-PESO
             END-IF
             IF  WL-PESO NOT GREATER ZERO
               DISPLAY "ARTICOLO SENZA PESO NETTO - LA RIGA NON "
                       "PRENDE QUOTA"
             END-IF
           END-IF
           ADD     1                   TO  WL-RIC-NUMR
           MOVE    F0SPROP-NUMR-PROP   TO  WL-RIC-NUMR-PROP(WL-RIC-NUMR)
           MOVE    F0SPROP-NUMR-INST   TO  WL-RIC-NUMR-INST(WL-RIC-NUMR)
           MOVE    F0SPROP-CODE-ARTI   TO  WL-RIC-CODE-ARTI(WL-RIC-NUMR)
           MOVE    F0SPROP-DESC-ARTI   TO  WL-RIC-DESC-ARTI(WL-RIC-NUMR)
           MOVE    F0SPROP-QTA-RICE    TO  WL-RIC-QTA(WL-RIC-NUMR)
           EVALUATE WL-CRIT
             WHEN "V"
               COMPUTE WL-RIC-BASE(WL-RIC-NUMR) ROUNDED =
                       F0SPROP-QTA-RICE * WL-COST-CARI
             WHEN "P"
               COMPUTE WL-RIC-BASE(WL-RIC-NUMR) ROUNDED =
                       F0SPROP-QTA-RICE * WL-PESO
             WHEN OTHER
               MOVE F0SPROP-QTA-RICE   TO  WL-RIC-BASE(WL-RIC-NUMR)
           END-EVALUATE
           ADD     WL-RIC-BASE(WL-RIC-NUMR) TO  WL-BASE-TOTA
           MOVE    F0SPROP-QTA-RICE    TO  WL-QTA-ED
           DISPLAY "  " F0SPROP-CODE-ARTI " " F0SPROP-DESC-ARTI
                   " QTA " WL-QTA-ED
           .
       RT4A-CERCA-DOPPIO.
           IF  WL-RIC-NUMR-PROP(WL-IND) EQUAL WL-NUMR-PROP
             MOVE  "S"                 TO  WL-DOPPIO
           END-IF
           .
      ******************************************************************
      *----------  QUOTE PER BASE (ARROTONDAMENTO SULL'ULTIMA RIGA),
      *            COSTO MEDIO DELLA GIACENZA, RIGA DI RICEVIMENTO,
      *            RIGA DI RIPARTIZIONE E PROSPETTO
       RT5-RIPARTISCI.
           MOVE    WL-IMPO-RIPA        TO  WL-IMPO-RESTO
           PERFORM RT5A-QUOTA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-RIC-NUMR
           OPEN OUTPUT COSTACC-FILE
           PERFORM RT7-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCACC10"              USING F0SCACC LWCOMAR
           PERFORM RT6-APPLICA-RIGA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-RIC-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCACC10"              USING F0SCACC LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    WL-IMPO-RIPA        TO  WL-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "TOTALE RIPARTITO "  DELIMITED BY SIZE
               WL-IMPO-ED              DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE COSTACC-REC           FROM  W-LINEA
           CLOSE COSTACC-FILE
           .
       RT5A-QUOTA.
           IF  WL-IND EQUAL WL-RIC-NUMR
             MOVE  WL-IMPO-RESTO       TO  WL-RIC-QUOTA(WL-IND)
           ELSE
             COMPUTE WL-RIC-QUOTA(WL-IND) ROUNDED =
                     WL-IMPO-RIPA * WL-RIC-BASE(WL-IND) / WL-BASE-TOTA
             SUBTRACT WL-RIC-QUOTA(WL-IND) FROM WL-IMPO-RESTO
           END-IF
           .
       RT6-APPLICA-RIGA.
      *      Costo medio: entra solo la parte della quota che spetta
      *      alla merce del ricevimento ancora in giacenza
           INITIALIZE F0SMAGA
           MOVE    L-CACC-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    WL-RIC-NUMR-INST(WL-IND) TO  F0SMAGA-NUMR-INST
           MOVE    WL-RIC-CODE-ARTI(WL-IND) TO  F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    ZERO                TO  WL-QTA-GIAC WL-COST-PRIMA
                                           WL-QTA-IN-GIAC
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SMAGA-QTA-GIAC    TO  WL-QTA-GIAC
             MOVE  F0SMAGA-COST-UNIT   TO  WL-COST-PRIMA
           END-IF
           MOVE    WL-COST-PRIMA       TO  WL-COST-DOPO
           IF  WL-QTA-GIAC GREATER ZERO
             MOVE  WL-RIC-QTA(WL-IND)  TO  WL-QTA-IN-GIAC
             IF  WL-QTA-IN-GIAC GREATER WL-QTA-GIAC
               MOVE WL-QTA-GIAC        TO  WL-QTA-IN-GIAC
             END-IF
             COMPUTE WL-VALO-GIAC = WL-QTA-GIAC * WL-COST-PRIMA
                     + WL-RIC-QUOTA(WL-IND) * WL-QTA-IN-GIAC
                                            / WL-RIC-QTA(WL-IND)
             COMPUTE WL-COST-DOPO ROUNDED =
                     WL-VALO-GIAC / WL-QTA-GIAC
             MOVE  WL-COST-DOPO        TO  F0SMAGA-COST-UNIT
             MOVE  61                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URMAGA10"            USING F0SMAGA LWCOMAR
           END-IF
      *      Costo accessorio per unita' ricevuta sulla riga
           INITIALIZE F0SPROP
           MOVE    L-CACC-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    WL-RIC-NUMR-PROP(WL-IND) TO  F0SPROP-NUMR-PROP
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             COMPUTE F0SPROP-COST-ACCE ROUNDED = F0SPROP-COST-ACCE
                     + WL-RIC-QUOTA(WL-IND) / WL-RIC-QTA(WL-IND)
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPROP10"            USING F0SPROP LWCOMAR
           END-IF
      *
           INITIALIZE F0SCACC
           MOVE    L-CACC-CODE-CLIE    TO  F0SCACC-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SCACC-CODE-FORN
           MOVE    F0SFACQ-NUMR-REGI   TO  F0SCACC-NUMR-REGI
           MOVE    WL-IND              TO  F0SCACC-PROG-RIGA
           MOVE    WL-RIC-NUMR-PROP(WL-IND) TO  F0SCACC-NUMR-PROP
           MOVE    WL-RIC-NUMR-INST(WL-IND) TO  F0SCACC-NUMR-INST
           MOVE    WL-RIC-CODE-ARTI(WL-IND) TO  F0SCACC-CODE-ARTI
           MOVE    WL-RIC-QTA(WL-IND)  TO  F0SCACC-QTA-RICE
           MOVE    WL-CRIT             TO  F0SCACC-CRIT-RIPA
           MOVE    WL-RIC-BASE(WL-IND) TO  F0SCACC-BASE-RIPA
           MOVE    WL-RIC-QUOTA(WL-IND) TO F0SCACC-IMPO-QUOTA
           MOVE    WL-QTA-GIAC         TO  F0SCACC-QTA-GIAC
           MOVE    WL-COST-PRIMA       TO  F0SCACC-COST-PRIMA
           MOVE    WL-COST-DOPO        TO  F0SCACC-COST-DOPO
           MOVE    LDATE-ACTL          TO  F0SCACC-DATA-RIPA
           MOVE    L-IDENUTEN          TO  F0SCACC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCACC10"              USING F0SCACC LWCOMAR
      *
           MOVE    WL-RIC-QTA(WL-IND)  TO  WL-QTA-ED
           MOVE    WL-RIC-BASE(WL-IND) TO  WL-BASE-ED
           MOVE    WL-RIC-QUOTA(WL-IND) TO WL-IMPO-ED
           MOVE    WL-COST-PRIMA       TO  WL-CPRI-ED
           MOVE    WL-COST-DOPO        TO  WL-CDOP-ED
           MOVE    SPACES              TO  W-LINEA
           STRING WL-RIC-NUMR-PROP(WL-IND) DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WL-RIC-CODE-ARTI(WL-IND) DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               WL-RIC-DESC-ARTI(WL-IND)(1:20) DELIMITED BY SIZE
               WL-QTA-ED               DELIMITED BY SIZE
               WL-BASE-ED              DELIMITED BY SIZE
               WL-IMPO-ED              DELIMITED BY SIZE
               WL-CPRI-ED              DELIMITED BY SIZE
               WL-CDOP-ED              DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE COSTACC-REC           FROM  W-LINEA
           IF  WL-QTA-GIAC NOT GREATER ZERO
             MOVE  "       MERCE NON PIU' IN GIACENZA - COSTO MEDIO "
                                       TO  W-LINEA
             MOVE  "INVARIATO"         TO  W-LINEA(50:)
             WRITE COSTACC-REC         FROM  W-LINEA
           END-IF
           .
      ******************************************************************
       RT7-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING "RIPARTIZIONE COSTI ACCESSORI - FORNITORE "
                                       DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SFACQ-RAGE-FORN       DELIMITED BY SIZE
               " FATTURA "             DELIMITED BY SIZE
               F0SFACQ-NUMR-FATT       DELIMITED BY SIZE
               " REG. "                DELIMITED BY SIZE
               F0SFACQ-NUMR-REGI       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE COSTACC-REC           FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING "CRITERIO: "         DELIMITED BY SIZE
               WL-CRIT                 DELIMITED BY SIZE
               " (V=VALORE P=PESO Q=QUANTITA')  DATA "
                                       DELIMITED BY SIZE
               LDATE-ACTL              DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE COSTACC-REC           FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING "RICEV. ARTICOLO         DESCRIZIONE         "
                                       DELIMITED BY SIZE
               "      QUANTITA'                BASE          QUOTA"
                                       DELIMITED BY SIZE
               "      COSTO PRIMA       COSTO DOPO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE COSTACC-REC           FROM  W-LINEA
           .
      *(END)
