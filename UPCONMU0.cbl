       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPCONMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DEL PIANO DEI CONTI DELLA DITTA (F0SPCON,
      *****   TRAMITE "URPCON10") PER LA CONTABILITA' GENERALE. A
      *****   RICHIESTA CREA PRIMA I CONTI DELLA MAPPA CAUSALI/CONTI
      *****   (F0SCMAP): UN CONTO PER OGNI CODICE CONTO MAPPATO NON
      *****   ANCORA NEL PIANO, CON LA DESCRIZIONE DELLA MAPPA E LA
      *****   NATURA CHE LA CAUSALE DICHIARA (RICAVI, IVA, CREDITI,
      *****   CASSA...); UNA CAUSALE SCONOSCIUTA LA CHIEDE A VIDEO.
      *****   POI CHIEDE UN CONTO, LA DESCRIZIONE E LA NATURA
      *****   (A = ATTIVITA', P = PASSIVITA', C = COSTO, R = RICAVO)
      *****   E LO DEPOSITA NEL CONTESTO DELLA DITTA CORRENTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-SALVA-CONTO              PIC X(08)      VALUE SPACES.
       77  WL-NUMR-CREATI              PIC 9(04)      VALUE ZERO.
       77  WL-NUMR-PRESENTI            PIC 9(04)      VALUE ZERO.
      *
       COPY "F0SCMAP.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-PCON-CTRL.
           03  L-PCON-CODE-CLIE        PIC 9(04).
           03  L-PCON-ESITO            PIC X(01).
               88  L-PCON-ESITO-OK                    VALUE "S".
       COPY "F0SPCON.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PCON-CTRL F0SPCON LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-PCON-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UPCONMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SPCON"           TO  L-AZIO-NOME-FILE
           MOVE    L-PCON-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "PIANO DEI CONTI  -  DITTA " L-PCON-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           DISPLAY "CREI I CONTI DALLA MAPPA CAUSALI ? (S/N) : " WITH
                   NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
             PERFORM RT5-CONTI-DA-MAPPA
           END-IF
      *
           INITIALIZE F0SPCON
           MOVE    L-PCON-CODE-CLIE    TO  F0SPCON-CODE-CLIE
           DISPLAY "CODICE CONTO (VUOTO = FINE) : " WITH NO ADVANCING
           ACCEPT   F0SPCON-CODE-CONTO
           IF  F0SPCON-CODE-CONTO EQUAL SPACES
             GO TO CHIU-PCON
           END-IF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "CONTO GIA' PRESENTE - " F0SPCON-DESC-CONTO
                     "  NATURA " F0SPCON-TIPO-CONTO
           ELSE
             MOVE  F0SPCON-CODE-CONTO  TO  WL-SALVA-CONTO
             INITIALIZE F0SPCON
             MOVE  L-PCON-CODE-CLIE    TO  F0SPCON-CODE-CLIE
             MOVE  WL-SALVA-CONTO      TO  F0SPCON-CODE-CONTO
             DISPLAY "NUOVO CONTO"
           END-IF
           DISPLAY "DESCRIZIONE CONTO           : " WITH NO ADVANCING
           ACCEPT   F0SPCON-DESC-CONTO
           PERFORM RT3-NATURA
           IF  NOT F0SPCON-TIPO-VALIDO
             DISPLAY "NATURA NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO CHIU-PCON
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-PCON
           END-IF
           MOVE    LDATE-ACTL          TO  F0SPCON-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SPCON-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           MOVE    "S"                 TO  L-PCON-ESITO
           DISPLAY "CONTO REGISTRATO".
       CHIU-PCON.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  NATURA DEL CONTO A VIDEO (MINUSCOLE ACCETTATE)
       RT3-NATURA.
           DISPLAY "NATURA (A=ATTIVITA' P=PASSIVITA' C=COSTO R=RICAVO)"
                   " : " WITH NO ADVANCING
           ACCEPT   F0SPCON-TIPO-CONTO
           INSPECT F0SPCON-TIPO-CONTO CONVERTING "apcr" TO "APCR"
           .
      ******************************************************************
      *----------  UN CONTO PER OGNI CODICE CONTO DELLA MAPPA CAUSALI
      *            NON ANCORA NEL PIANO; I CONTI GIA' PRESENTI NON SI
      *            TOCCANO
       RT5-CONTI-DA-MAPPA.
           MOVE    ZERO                TO  WL-NUMR-CREATI
                                           WL-NUMR-PRESENTI
           INITIALIZE F0SCMAP
           MOVE    L-PCON-CODE-CLIE    TO  F0SCMAP-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           PERFORM RT51-CAUSALE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           DISPLAY "CONTI CREATI DALLA MAPPA: " WL-NUMR-CREATI
                   "  GIA' PRESENTI: " WL-NUMR-PRESENTI
           .
       RT51-CAUSALE.
           IF  F0SCMAP-CODE-CONTO NOT EQUAL SPACES
             INITIALIZE F0SPCON
             MOVE  L-PCON-CODE-CLIE    TO  F0SPCON-CODE-CLIE
             MOVE  F0SCMAP-CODE-CONTO  TO  F0SPCON-CODE-CONTO
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPCON10"            USING F0SPCON LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               ADD   1                 TO  WL-NUMR-PRESENTI
             ELSE
               PERFORM RT52-CREA-CONTO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           .
       RT52-CREA-CONTO.
           INITIALIZE F0SPCON
           MOVE    L-PCON-CODE-CLIE    TO  F0SPCON-CODE-CLIE
           MOVE    F0SCMAP-CODE-CONTO  TO  F0SPCON-CODE-CONTO
           MOVE    F0SCMAP-DESC-CONTO  TO  F0SPCON-DESC-CONTO
           MOVE    F0SCMAP-CODE-CAUS   TO  F0SPCON-CODE-CAUS
           IF  F0SPCON-DESC-CONTO EQUAL SPACES
             STRING "CONTO DELLA CAUSALE " DELIMITED BY SIZE
                    F0SCMAP-CODE-CAUS  DELIMITED BY SIZE
                                       INTO F0SPCON-DESC-CONTO
           END-IF
           EVALUATE F0SCMAP-CODE-CAUS
             WHEN "VEND"
             WHEN "SOPR"
             WHEN "BOLL"
               SET   F0SPCON-RICAVO    TO  TRUE
             WHEN "CRED"
             WHEN "CASS"
             WHEN "BANC"
             WHEN "CESP"
             WHEN "IVAC"
             WHEN "PCAS"
               SET   F0SPCON-ATTIVITA  TO  TRUE
             WHEN "IVA "
             WHEN "FAMM"
             WHEN "DEBF"
               SET   F0SPCON-PASSIVITA TO  TRUE
             WHEN "AMMO"
             WHEN "MINU"
             WHEN "ACQU"
               SET   F0SPCON-COSTO     TO  TRUE
             WHEN OTHER
               DISPLAY "CAUSALE " F0SCMAP-CODE-CAUS " CONTO "
                       F0SCMAP-CODE-CONTO " " F0SCMAP-DESC-CONTO
               PERFORM RT3-NATURA
           END-EVALUATE
           IF  NOT F0SPCON-TIPO-VALIDO
             DISPLAY "NATURA NON VALIDA - CONTO " F0SCMAP-CODE-CONTO
                     " NON CREATO"
             EXIT PARAGRAPH
           END-IF
           MOVE    LDATE-ACTL          TO  F0SPCON-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SPCON-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           ADD     1                   TO  WL-NUMR-CREATI
           .
      *(END)
