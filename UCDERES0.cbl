       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDERES0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RIENTRO A MAGAZZINO DI MERCE IN CONTO DEPOSITO: PER UN
      *****   CLIENTE E UN ARTICOLO CHE HA IN DEPOSITO (F0SCDEP,
      *****   TRAMITE "URCDEP10") CHIEDE LA QUANTITA' CHE TORNA, LA
      *****   TOGLIE DAL DEPOSITO DEL CLIENTE E LA CARICA SUL
      *****   DEPOSITO DI SESSIONE (F0SMAGA, RETTIFICA ATOMICA DI
      *****   "URMAGA10") CON MOVIMENTO SUL GIORNALE DI MAGAZZINO.
      *****   SUGLI ARTICOLI A MATRICOLA CHIEDE IL NUMERO DI SERIE
      *****   DI OGNI PEZZO ("UMATRCH0"), CHE TORNA DISPONIBILE
      *****   ("UMATRAG0"). IL RIENTRO NON E' UN DOCUMENTO FISCALE:
      *****   LA MERCE NON E' MAI STATA VENDUTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CODI-CLIF                PIC 9(06)      VALUE ZERO.
       77  WL-QTA-RESA                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-PRIMA                PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SCDEP.REC".
      *
      *    Giornale di magazzino per il carico del rientro.
       COPY "LMOVLOG.WRK".
      *
      *    Matricole dei pezzi che rientrano (articoli a matricola).
       COPY "LMATRIC.WRK".
      *
       LINKAGE SECTION.
       01  L-CDER-CTRL.
           03  L-CDER-CODE-CLIE        PIC 9(04).
           03  L-CDER-NUMR-INST        PIC 9(04).
           03  L-CDER-ESITO            PIC X(01).
               88  L-CDER-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CDER-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CDER-ESITO
           DISPLAY "RIENTRO DA CONTO DEPOSITO  -  DITTA "
                   L-CDER-CODE-CLIE " DEPOSITO " L-CDER-NUMR-INST
      *
      *      Cliente validato sull'anagrafica
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   WL-CODI-CLIF
           INITIALIZE F0SCLIF
           MOVE    L-CDER-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "CLIENTE NON CENSITO IN ANAGRAFICA"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "CLIENTE: " F0SCLIF-RAGE-CLIF
      *
      *      L'articolo deve essere in deposito presso il cliente
           INITIALIZE F0SCDEP
           MOVE    L-CDER-CODE-CLIE    TO  F0SCDEP-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCDEP-CODI-CLIF
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
           ACCEPT   F0SCDEP-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR F0SCDEP-QTA-DEPO NOT GREATER ZERO
             DISPLAY "ARTICOLO NON IN CONTO DEPOSITO PRESSO IL CLIENTE"
             GO TO CHIU-CDER
           END-IF
           MOVE    F0SCDEP-QTA-DEPO    TO  WL-QTA-ED
           DISPLAY F0SCDEP-DESC-ARTI " IN DEPOSITO " WL-QTA-ED
           DISPLAY "QUANTITA' CHE RIENTRA       : " WITH NO ADVANCING
           ACCEPT   WL-QTA-RESA
           IF  WL-QTA-RESA NOT GREATER ZERO
               OR WL-QTA-RESA GREATER F0SCDEP-QTA-DEPO
             DISPLAY "QUANTITA' NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO CHIU-CDER
           END-IF
      *
      *      Articolo a matricola: il numero di serie di ogni pezzo
           MOVE    ZERO                TO  L-MATR-NUMR-TAB
           MOVE    "R"                 TO  L-MATR-FUNZ
           MOVE    L-CDER-CODE-CLIE    TO  L-MATR-CODE-CLIE
           MOVE    L-CDER-NUMR-INST    TO  L-MATR-NUMR-INST
           MOVE    F0SCDEP-CODE-ARTI   TO  L-MATR-CODE-ARTI
           MOVE    WL-QTA-RESA         TO  L-MATR-QTA
           MOVE    1                   TO  L-MATR-RIGA
           CALL  "UMATRCH0"              USING L-MATR-CTRL LWCOMAR
           IF  NOT L-MATR-ESITO-OK
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-CDER
           END-IF
           DISPLAY "CONFERMI IL RIENTRO ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-CDER
           END-IF
      *
      *      Carico sul deposito di sessione, rettifica atomica; se
      *      l'articolo non vi ha giacenza la riga nasce da questa,
      *      con descrizione, gruppo e costo del conto deposito
           INITIALIZE F0SMAGA
           MOVE    L-CDER-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-CDER-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    F0SCDEP-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
           MOVE    F0SCDEP-DESC-ARTI   TO  F0SMAGA-DESC-ARTI
           MOVE    F0SCDEP-GRUP-ARTI   TO  F0SMAGA-GRUP-ARTI
           MOVE    F0SCDEP-COST-UNIT   TO  F0SMAGA-COST-UNIT
           MOVE    WL-QTA-RESA         TO  F0SMAGA-QTA-GIAC
           MOVE    ZERO                TO  F0SMAGA-QTA-IMPE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    60                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           COMPUTE WL-QTA-PRIMA = F0SMAGA-QTA-GIAC - WL-QTA-RESA
           MOVE    F0SMAGA-CODE-CLIE   TO  L-MOVL-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  L-MOVL-NUMR-INST
           MOVE    F0SMAGA-CODE-ARTI   TO  L-MOVL-CODE-ARTI
           MOVE    "UCDERES0"          TO  L-MOVL-NOME-PROG
           MOVE    "RESO C/DEPOSITO"   TO  L-MOVL-RIF-DOCU
           MOVE    WL-QTA-PRIMA        TO  L-MOVL-QTA-PRIMA
           MOVE    F0SMAGA-QTA-GIAC    TO  L-MOVL-QTA-DOPO
           CALL  "UMOVLOG0"              USING L-MOVL-CTRL LWCOMAR
      *
      *      Fuori dal deposito del cliente
           SUBTRACT WL-QTA-RESA        FROM F0SCDEP-QTA-DEPO
           ADD     WL-QTA-RESA         TO  F0SCDEP-QTA-RESA
           MOVE    LDATE-ACTL          TO  F0SCDEP-DATA-ULTI-RESA
                                           F0SCDEP-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SCDEP-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
      *
      *      Matricole rientrate: di nuovo disponibili sul deposito
           MOVE    "R"                 TO  L-MATR-STAT-NUOVO
           MOVE    ZERO                TO  L-MATR-NUMR-RIFE
           MOVE    LDATE-ACTL          TO  L-MATR-DATA-DOCU
           CALL  "UMATRAG0"              USING L-MATR-CTRL LWCOMAR
           MOVE    "S"                 TO  L-CDER-ESITO
           MOVE    F0SCDEP-QTA-DEPO    TO  WL-QTA-ED
           DISPLAY "RIENTRO REGISTRATO - RESTANO PRESSO IL CLIENTE "
                   WL-QTA-ED.
       CHIU-CDER.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      *(END)
