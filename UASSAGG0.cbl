       IDENTIFICATION DIVISION.
       PROGRAM-ID. UASSAGG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   AVANZAMENTO DELLA SCHEDA DI RIPARAZIONE (F0SRIPA,
      *****   TRAMITE "URRIPA10"): MOSTRA LA SCHEDA CON COSTI E
      *****   ADDEBITI FIN QUI E NE REGISTRA UNA OPERAZIONE:
      *****     F = INVIO AL FORNITORE (ANAGRAFICA F0SANFO)
      *****     P = RIPARATA, CON L'INTERVENTO ESEGUITO
      *****     C = RESTITUITA AL CLIENTE: CHIUDE LA SCHEDA; FUORI
      *****         GARANZIA SOLO DOPO LA FATTURA (UASSFAT0)
      *****     M = RICAMBI E MANODOPERA: OGNI RICAMBIO ESCE SUBITO
      *****         DAL DEPOSITO DELLA SCHEDA (F0SMAGA TRAMITE
      *****         "URMAGA10", CON MOVIMENTO SUL GIORNALE DI
      *****         MAGAZZINO) AL COSTO MEDIO; FUORI GARANZIA SI
      *****         CHIEDE IL PREZZO AL CLIENTE.
      *****   UNA SCHEDA GIA' FATTURATA NON PRENDE ALTRI RICAMBI NE'
      *****   ALTRA MANODOPERA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-OPER                     PIC X(01)      VALUE SPACE.
       77  WL-AGGIORNA                 PIC X(01)      VALUE "N".
       77  WL-FINE                     PIC X(01)      VALUE "N".
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-DESC-STAT                PIC X(20)      VALUE SPACES.
       77  WL-CODE-ARTI                PIC X(15)      VALUE SPACES.
       77  WL-QTA                      PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-PREZ-UNIT                PIC S9(09)V9999 COMP-3 VALUE 0.
       77  WL-QTA-LIBE                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-PRIMA                PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-ORE                      PIC S9(03)V99  COMP-3 VALUE 0.
       77  WL-COST-TOTA                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-PREZ-TOTA                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
       77  WL-ORE-ED                   PIC ZZ9,99     VALUE 0.
      *
       COPY "F0SANFO.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SRIPA.REC".
       COPY "LMOVLOG.WRK".
      *
       LINKAGE SECTION.
       01  L-ASSA-CTRL.
           03  L-ASSA-CODE-CLIE        PIC 9(04).
           03  L-ASSA-ESITO            PIC X(01).
               88  L-ASSA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ASSA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ASSA-ESITO
           MOVE    "N"                 TO  WL-AGGIORNA
           DISPLAY "AVANZAMENTO SCHEDA DI RIPARAZIONE  -  DITTA "
                   L-ASSA-CODE-CLIE
           INITIALIZE F0SRIPA
           MOVE    L-ASSA-CODE-CLIE    TO  F0SRIPA-CODE-CLIE
           DISPLAY "NUMERO SCHEDA               : " WITH NO ADVANCING
           ACCEPT   F0SRIPA-NUMR-RIPA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "SCHEDA NON TROVATA"
             GO TO CHIU-ASSA
           END-IF
           PERFORM RT1-MOSTRA-SCHEDA
           IF  F0SRIPA-RESTITUITA
             DISPLAY "SCHEDA CHIUSA - PRODOTTO GIA' RESTITUITO"
             GO TO CHIU-ASSA
           END-IF
           DISPLAY "F = INVIO AL FORNITORE      P = RIPARATA"
           DISPLAY "C = RESTITUITA AL CLIENTE   M = RICAMBI E"
                   " MANODOPERA"
           DISPLAY "OPERAZIONE                  : " WITH NO ADVANCING
           ACCEPT   WL-OPER
           INSPECT  WL-OPER CONVERTING "fpcm" TO "FPCM"
           EVALUATE WL-OPER
             WHEN "F"
               PERFORM RT2-AL-FORNITORE
             WHEN "P"
               PERFORM RT3-RIPARATA
             WHEN "C"
               PERFORM RT4-RESTITUITA
             WHEN "M"
               PERFORM RT5-RICAMBI-MANODOPERA
             WHEN OTHER
               DISPLAY "OPERAZIONE NON PREVISTA"
           END-EVALUATE
           IF  WL-AGGIORNA NOT EQUAL "S"
             GO TO CHIU-ASSA
           END-IF
           MOVE    LDATE-ACTL          TO  F0SRIPA-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SRIPA-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    "S"                 TO  L-ASSA-ESITO
           PERFORM RT11-TOTALI
           MOVE    WL-COST-TOTA        TO  WL-IMPO-ED
           DISPLAY "SCHEDA AGGIORNATA - COSTO " WL-IMPO-ED.
       CHIU-ASSA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  LA SCHEDA COM'E' ORA: STATO, GARANZIA, RICAMBI,
      *            MANODOPERA, COSTO PER LA DITTA E ADDEBITO
       RT1-MOSTRA-SCHEDA.
           EVALUATE TRUE
             WHEN F0SRIPA-RICEVUTA
               MOVE  "RICEVUTA"        TO  WL-DESC-STAT
             WHEN F0SRIPA-PRESSO-FORN
               MOVE  "PRESSO IL FORNITORE" TO WL-DESC-STAT
             WHEN F0SRIPA-RIPARATA
               MOVE  "RIPARATA"        TO  WL-DESC-STAT
             WHEN F0SRIPA-RESTITUITA
               MOVE  "RESTITUITA"      TO  WL-DESC-STAT
             WHEN OTHER
               MOVE  F0SRIPA-STAT-RIPA TO  WL-DESC-STAT
           END-EVALUATE
           DISPLAY "CLIENTE  " F0SRIPA-CODI-CLIF " "
                   F0SRIPA-RAGE-CLIE
           DISPLAY "ARTICOLO " F0SRIPA-CODE-ARTI " "
                   F0SRIPA-DESC-ARTI
           IF  F0SRIPA-NUMR-MATR NOT EQUAL SPACES
             DISPLAY "MATRICOLA " F0SRIPA-NUMR-MATR
           END-IF
           DISPLAY "DIFETTO  " F0SRIPA-DESC-GUAS
           DISPLAY "RICEVUTA IL " F0SRIPA-DATA-RICE " - STATO "
                   WL-DESC-STAT
           IF  F0SRIPA-IN-GARANZIA
             DISPLAY "IN GARANZIA"
           ELSE
             DISPLAY "FUORI GARANZIA"
           END-IF
           IF  F0SRIPA-CODE-FORN NOT EQUAL ZERO
             DISPLAY "INVIATA AL FORNITORE " F0SRIPA-CODE-FORN
                     " IL " F0SRIPA-DATA-FORN
           END-IF
           IF  F0SRIPA-NOTE-RIPA NOT EQUAL SPACES
             DISPLAY "INTERVENTO " F0SRIPA-NOTE-RIPA
           END-IF
           PERFORM RT11-TOTALI
           MOVE    F0SRIPA-ORE-LAVO    TO  WL-ORE-ED
           DISPLAY "RICAMBI " F0SRIPA-NUMR-RICA "  ORE MANODOPERA "
                   WL-ORE-ED
           MOVE    WL-COST-TOTA        TO  WL-IMPO-ED
           DISPLAY "COSTO PER LA DITTA  " WL-IMPO-ED
           IF  F0SRIPA-FUORI-GARANZIA
             MOVE  WL-PREZ-TOTA        TO  WL-IMPO-ED
             DISPLAY "DA ADDEBITARE       " WL-IMPO-ED
           END-IF
           IF  F0SRIPA-NUMR-DOCU NOT EQUAL ZERO
             DISPLAY "FATTURATA CON DOCUMENTO N. " F0SRIPA-NUMR-DOCU
                     " DEL " F0SRIPA-DATA-DOCU
           END-IF
           .
      ******************************************************************
      *----------  COSTO (RICAMBI AL COSTO MEDIO E ORE AL COSTO
      *            INTERNO) E ADDEBITO (PREZZI E TARIFFA AL CLIENTE)
       RT11-TOTALI.
           COMPUTE WL-COST-TOTA ROUNDED =
                       F0SRIPA-ORE-LAVO * F0SRIPA-COST-ORA
           COMPUTE WL-PREZ-TOTA ROUNDED =
                       F0SRIPA-ORE-LAVO * F0SRIPA-PREZ-ORA
           PERFORM RT12-SOMMA-RICAMBIO
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER F0SRIPA-NUMR-RICA
           .
       RT12-SOMMA-RICAMBIO.
           COMPUTE WL-COST-TOTA ROUNDED = WL-COST-TOTA +
                       F0SRIPA-RICA-QTA(WL-IND) *
                       F0SRIPA-RICA-COST-UNIT(WL-IND)
           COMPUTE WL-PREZ-TOTA ROUNDED = WL-PREZ-TOTA +
                       F0SRIPA-RICA-QTA(WL-IND) *
                       F0SRIPA-RICA-PREZ-UNIT(WL-IND)
           .
      ******************************************************************
      *----------  INVIO AL FORNITORE PER LA RIPARAZIONE: SOLO DA
      *            RICEVUTA, FORNITORE IN ANAGRAFICA
       RT2-AL-FORNITORE.
           IF  NOT F0SRIPA-RICEVUTA
             DISPLAY "LA SCHEDA NON E' NELLO STATO RICEVUTA"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SANFO
           MOVE    L-ASSA-CODE-CLIE    TO  F0SANFO-CODE-CLIE
           DISPLAY "CODICE FORNITORE            : " WITH NO ADVANCING
           ACCEPT   F0SANFO-CODE-FORN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "FORNITORE NON IN ANAGRAFICA"
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URANFO10"            USING F0SANFO LWCOMAR
             EXIT PARAGRAPH
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           DISPLAY "FORNITORE " F0SANFO-RAGE-FORN
           DISPLAY "CONFERMI L'INVIO ? (S/N)    : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           SET     F0SRIPA-PRESSO-FORN TO  TRUE
           MOVE    F0SANFO-CODE-FORN   TO  F0SRIPA-CODE-FORN
           MOVE    LDATE-ACTL          TO  F0SRIPA-DATA-FORN
           MOVE    "S"                 TO  WL-AGGIORNA
           .
      ******************************************************************
      *----------  RIPARAZIONE ESEGUITA (IN CASA O RIENTRATA DAL
      *            FORNITORE), CON LA DESCRIZIONE DELL'INTERVENTO
       RT3-RIPARATA.
           IF  F0SRIPA-RIPARATA
             DISPLAY "SCHEDA GIA' RIPARATA"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "INTERVENTO ESEGUITO         : " WITH NO ADVANCING
           ACCEPT   F0SRIPA-NOTE-RIPA
           SET     F0SRIPA-RIPARATA    TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SRIPA-DATA-RIPA
           MOVE    "S"                 TO  WL-AGGIORNA
           .
      ******************************************************************
      *----------  RESTITUZIONE AL CLIENTE: CHIUDE LA SCHEDA. FUORI
      *            GARANZIA, SE C'E' QUALCOSA DA ADDEBITARE, LA
      *            FATTURA DEVE ESSERE GIA' EMESSA
       RT4-RESTITUITA.
           IF  F0SRIPA-FUORI-GARANZIA
               AND F0SRIPA-NUMR-DOCU EQUAL ZERO
               AND WL-PREZ-TOTA GREATER ZERO
             DISPLAY "INTERVENTO FUORI GARANZIA NON ANCORA FATTURATO"
             DISPLAY "EMETTERE PRIMA LA FATTURA DELLA RIPARAZIONE"
             EXIT PARAGRAPH
           END-IF
           IF  NOT F0SRIPA-RIPARATA
             DISPLAY "ATTENZIONE: PRODOTTO NON RIPARATO"
           END-IF
           DISPLAY "CONFERMI LA RESTITUZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           SET     F0SRIPA-RESTITUITA  TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SRIPA-DATA-REST
           MOVE    "S"                 TO  WL-AGGIORNA
           .
      ******************************************************************
      *----------  RICAMBI USATI E ORE DI MANODOPERA
       RT5-RICAMBI-MANODOPERA.
           IF  F0SRIPA-NUMR-DOCU NOT EQUAL ZERO
             DISPLAY "SCHEDA GIA' FATTURATA - NESSUN ALTRO ADDEBITO"
             EXIT PARAGRAPH
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    "N"                 TO  WL-FINE
           PERFORM RT51-RICAMBIO
               UNTIL WL-FINE EQUAL "S"
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           PERFORM RT52-MANODOPERA
           .
      ******************************************************************
      *----------  UN RICAMBIO: ESCE SUBITO DAL DEPOSITO DELLA SCHEDA,
      *            CON MOVIMENTO DI GIORNALE, E LA SCHEDA SI RISCRIVE
      *            COSI' GIACENZA E SCHEDA RESTANO ALLINEATE
       RT51-RICAMBIO.
           IF  F0SRIPA-NUMR-RICA NOT LESS 15
             DISPLAY "RAGGIUNTO IL MASSIMO DI 15 RICAMBI PER SCHEDA"
             MOVE  "S"                 TO  WL-FINE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "RICAMBIO (VUOTO=FINE)       : " WITH NO ADVANCING
           ACCEPT   WL-CODE-ARTI
           IF  WL-CODE-ARTI EQUAL SPACES
             MOVE  "S"                 TO  WL-FINE
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SMAGA
           MOVE    L-ASSA-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    F0SRIPA-NUMR-INST   TO  F0SMAGA-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ARTICOLO NON PRESENTE SUL DEPOSITO "
                     F0SRIPA-NUMR-INST
             EXIT PARAGRAPH
           END-IF
           DISPLAY F0SMAGA-DESC-ARTI
           DISPLAY "QUANTITA'                   : " WITH NO ADVANCING
           ACCEPT   WL-QTA
           IF  WL-QTA NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           COMPUTE WL-QTA-LIBE = F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
           IF  WL-QTA-LIBE LESS WL-QTA
             DISPLAY "DISPONIBILITA' INSUFFICIENTE - LIBERI "
                     WL-QTA-LIBE
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  WL-PREZ-UNIT
           IF  F0SRIPA-FUORI-GARANZIA
             DISPLAY "PREZZO UNITARIO AL CLIENTE  : " WITH NO
                     ADVANCING
             ACCEPT   WL-PREZ-UNIT
           END-IF
      *    Scarico atomico sotto blocco record (LREAD-FILE = 60)
           COMPUTE F0SMAGA-QTA-GIAC = ZERO - WL-QTA
           MOVE    ZERO                TO  F0SMAGA-QTA-IMPE
           MOVE    60                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           COMPUTE WL-QTA-PRIMA = F0SMAGA-QTA-GIAC + WL-QTA
           MOVE    F0SMAGA-CODE-CLIE   TO  L-MOVL-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  L-MOVL-NUMR-INST
           MOVE    F0SMAGA-CODE-ARTI   TO  L-MOVL-CODE-ARTI
           MOVE    "UASSAGG0"          TO  L-MOVL-NOME-PROG
           MOVE    SPACES              TO  L-MOVL-RIF-DOCU
           STRING  "RIPA "             DELIMITED BY SIZE
                   F0SRIPA-NUMR-RIPA   DELIMITED BY SIZE
                                       INTO L-MOVL-RIF-DOCU
           MOVE    WL-QTA-PRIMA        TO  L-MOVL-QTA-PRIMA
           MOVE    F0SMAGA-QTA-GIAC    TO  L-MOVL-QTA-DOPO
           CALL  "UMOVLOG0"              USING L-MOVL-CTRL LWCOMAR
      *
           ADD     1                   TO  F0SRIPA-NUMR-RICA
           MOVE    F0SRIPA-NUMR-RICA   TO  WL-IND
           MOVE    F0SMAGA-CODE-ARTI   TO
                                       F0SRIPA-RICA-CODE-ARTI(WL-IND)
           MOVE    F0SMAGA-DESC-ARTI   TO  F0SRIPA-RICA-DESC(WL-IND)
           MOVE    WL-QTA              TO  F0SRIPA-RICA-QTA(WL-IND)
           MOVE    F0SMAGA-COST-UNIT   TO
                                       F0SRIPA-RICA-COST-UNIT(WL-IND)
           MOVE    WL-PREZ-UNIT        TO
                                       F0SRIPA-RICA-PREZ-UNIT(WL-IND)
           MOVE    LDATE-ACTL          TO  F0SRIPA-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SRIPA-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    "S"                 TO  WL-AGGIORNA
           DISPLAY "RICAMBIO SCARICATO - NUOVA GIACENZA "
                   F0SMAGA-QTA-GIAC
           .
      ******************************************************************
      *----------  ORE DI MANODOPERA: COSTO ORARIO INTERNO E TARIFFA
      *            AL CLIENTE SI CHIEDONO LA PRIMA VOLTA
       RT52-MANODOPERA.
           MOVE    ZERO                TO  WL-ORE
           DISPLAY "ORE DI MANODOPERA (0=NESSUNA) : " WITH NO
                   ADVANCING
           ACCEPT   WL-ORE
           IF  WL-ORE NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           IF  F0SRIPA-COST-ORA EQUAL ZERO
             DISPLAY "COSTO ORARIO INTERNO        : " WITH NO
                     ADVANCING
             ACCEPT   F0SRIPA-COST-ORA
           END-IF
           IF  F0SRIPA-FUORI-GARANZIA AND F0SRIPA-PREZ-ORA EQUAL ZERO
             DISPLAY "TARIFFA ORARIA AL CLIENTE   : " WITH NO
                     ADVANCING
             ACCEPT   F0SRIPA-PREZ-ORA
           END-IF
           ADD     WL-ORE              TO  F0SRIPA-ORE-LAVO
           MOVE    "S"                 TO  WL-AGGIORNA
           .
      *(END)
