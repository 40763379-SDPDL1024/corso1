       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMONENT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   APERTURA DI UN ORDINE DI MONTAGGIO KIT: L'ARTICOLO DEVE
      *****   ESSERE UN KIT (F0SARTI-A-KIT) CON LA DISTINTA BASE
      *****   (F0SDIBA, TRAMITE "URDIBA10"). PER OGNI COMPONENTE MOSTRA
      *****   IL FABBISOGNO PER LA QUANTITA' DA MONTARE E LA
      *****   DISPONIBILITA' SUL DEPOSITO (GIACENZA MENO IMPEGNATO);
      *****   UNA MANCANZA E' SOLO SEGNALATA, IL CONTROLLO VINCOLANTE
      *****   E' ALL'AVANZAMENTO (UMONAVA0). L'ORDINE NASCE APERTO CON
      *****   IL NUMERO SUCCESSIVO DELLA DITTA (F0SMONT, TRAMITE
      *****   "URMONT10").
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-NUMR-COMP                PIC S9(04) COMP VALUE ZERO.
       77  WL-MANCA                    PIC X(01)      VALUE "N".
       77  WL-QTA-COMP                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-LIBE                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-LIBE-ED                  PIC ---.---.--9,999 VALUE 0.
      *
       COPY "F0SARTI.REC".
       COPY "F0SDIBA.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SMONT.REC".
      *
       LINKAGE SECTION.
       01  L-MONE-CTRL.
           03  L-MONE-CODE-CLIE        PIC 9(04).
           03  L-MONE-NUMR-INST        PIC 9(04).
           03  L-MONE-ESITO            PIC X(01).
               88  L-MONE-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-MONE-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-MONE-ESITO
           INITIALIZE F0SMONT
           MOVE    L-MONE-CODE-CLIE    TO  F0SMONT-CODE-CLIE
           MOVE    L-MONE-NUMR-INST    TO  F0SMONT-NUMR-INST
           DISPLAY "APERTURA ORDINE DI MONTAGGIO KIT  -  DITTA "
                   L-MONE-CODE-CLIE " DEPOSITO " L-MONE-NUMR-INST
      *
      *      L'articolo deve essere un kit in anagrafica
           INITIALIZE F0SARTI
           MOVE    L-MONE-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           DISPLAY "CODICE ARTICOLO KIT         : " WITH NO ADVANCING
           ACCEPT   F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "ARTICOLO NON IN ANAGRAFICA"
             GO TO EXIT-PRO
           END-IF
           IF  NOT F0SARTI-A-KIT
             DISPLAY "L'ARTICOLO NON E' UN KIT"
             GO TO EXIT-PRO
           END-IF
           MOVE    F0SARTI-CODE-ARTI   TO  F0SMONT-CODE-ARTI
           MOVE    F0SARTI-DESC-ARTI   TO  F0SMONT-DESC-ARTI
           DISPLAY "KIT " F0SARTI-DESC-ARTI
           DISPLAY "QUANTITA' DA MONTARE        : " WITH NO ADVANCING
           ACCEPT   F0SMONT-QTA-ORDI
           IF  F0SMONT-QTA-ORDI NOT GREATER ZERO
             DISPLAY "QUANTITA' NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO EXIT-PRO
           END-IF
      *
      *      Fabbisogno e disponibilita' dei componenti
           MOVE    ZERO                TO  WL-NUMR-COMP
           MOVE    "N"                 TO  WL-MANCA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           INITIALIZE F0SDIBA
           MOVE    L-MONE-CODE-CLIE    TO  F0SDIBA-CODE-CLIE
           MOVE    F0SMONT-CODE-ARTI   TO  F0SDIBA-CODE-ARTI
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           PERFORM RT2-COMPONENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  WL-NUMR-COMP EQUAL ZERO
             DISPLAY "KIT SENZA DISTINTA BASE - ORDINE NON APERTO"
             GO TO EXIT-PRO
           END-IF
           IF  WL-MANCA EQUAL "S"
             DISPLAY "ATTENZIONE: COMPONENTI OGGI INSUFFICIENTI"
           END-IF
           DISPLAY "CONFERMI L'APERTURA ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO EXIT-PRO
           END-IF
           SET     F0SMONT-APERTO      TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SMONT-DATA-APER
                                           F0SMONT-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SMONT-IDEN-UTEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           MOVE    "S"                 TO  L-MONE-ESITO
           DISPLAY "ORDINE DI MONTAGGIO N. " F0SMONT-NUMR-MONT
                   " APERTO".
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN COMPONENTE DELLA DISTINTA: FABBISOGNO PER I KIT
      *            DELL'ORDINE CONTRO LA DISPONIBILITA' DEL DEPOSITO,
      *            POI IL COMPONENTE SUCCESSIVO
       RT2-COMPONENTE.
           ADD     1                   TO  WL-NUMR-COMP
           COMPUTE WL-QTA-COMP ROUNDED =
                       F0SMONT-QTA-ORDI * F0SDIBA-QTA-COMP
           MOVE    L-MONE-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-MONE-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    F0SDIBA-CODE-COMP   TO  F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             COMPUTE WL-QTA-LIBE =
                         F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
           ELSE
             MOVE  ZERO                TO  WL-QTA-LIBE
           END-IF
           MOVE    WL-QTA-COMP         TO  WL-QTA-ED
           MOVE    WL-QTA-LIBE         TO  WL-LIBE-ED
           DISPLAY F0SDIBA-CODE-COMP " SERVONO " WL-QTA-ED
                   " DISPONIBILI " WL-LIBE-ED
           IF  WL-QTA-LIBE LESS WL-QTA-COMP
             MOVE  "S"                 TO  WL-MANCA
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           .
      *(END)
