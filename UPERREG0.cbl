       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPERREG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REGISTRA SU F0SPERS (TRAMITE "URPERS10") UNA VENDITA
      *****   PERSA PER MANCANZA DI MERCE, DAL TOTEM (UPOSVE10) O
      *****   DALLA PRESA D'ORDINE (UORDENT0): ARTICOLO, QUANTITA'
      *****   RICHIESTA E DISPONIBILE, CLIENTE SE NOTO E MOTIVO.
      *****   LA QUANTITA' PERSA E' TUTTA LA RICHIESTA QUANDO IL
      *****   CLIENTE RINUNCIA (O L'ARTICOLO NON HA GIACENZA SUL
      *****   DEPOSITO), LA PARTE TAGLIATA QUANDO LA QUANTITA' VIENE
      *****   RIDOTTA. UN CODICE SENZA GIACENZA CHE NON E' NEMMENO IN
      *****   ANAGRAFICA ARTICOLI E' UN ERRORE DI BATTITURA, NON UNA
      *****   VENDITA PERSA, E NON SI REGISTRA.
      *****   L'AREA DI COLLEGAMENTO DEL CHIAMANTE TORNA COM'ERA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-ORA                      PIC 9(08)      VALUE ZERO.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-ARTI-ESI                 PIC S9(04) COMP VALUE ZERO.
      *    Area di collegamento del chiamante, salvata e restituita
       77  WL-SALV-IOSR                PIC S9(04) COMP VALUE ZERO.
       77  WL-SALV-READ                PIC S9(04) COMP VALUE ZERO.
      *
       COPY "F0SPERS.REC".
       COPY "F0SARTI.REC".
      *
       LINKAGE SECTION.
       COPY "LPERREG.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PERS-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    DSTF-IOSR           TO  WL-SALV-IOSR
           MOVE    LREAD-FILE          TO  WL-SALV-READ
           MOVE    "N"                 TO  L-PERS-ESITO
           IF  L-PERS-CODE-ARTI EQUAL SPACES
               OR L-PERS-QTA-RICH NOT GREATER ZERO
             GO TO EXIT-PRO
           END-IF
           IF  L-PERS-NON-A-DEPOSITO
             PERFORM RT1-ARTICOLO-CENSITO
             IF  DSTF-IOSR NOT EQUAL 1
               GO TO EXIT-PRO
             END-IF
             MOVE  ZERO                TO  L-PERS-QTA-DISP
           END-IF
           PERFORM RT2-REGISTRA.
       EXIT-PRO.
           MOVE    WL-SALV-IOSR        TO  DSTF-IOSR
           MOVE    WL-SALV-READ        TO  LREAD-FILE
           EXIT PROGRAM.
      ******************************************************************
      *----------  L'ARTICOLO SENZA GIACENZA SUL DEPOSITO E' ALMENO
      *            CENSITO IN ANAGRAFICA?
       RT1-ARTICOLO-CENSITO.
           MOVE    L-PERS-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    L-PERS-CODE-ARTI    TO  F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-ARTI-ESI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    WL-ARTI-ESI         TO  DSTF-IOSR
           .
      ******************************************************************
      *----------  DEPOSITO DELLA VENDITA PERSA CON IL PRIMO
      *            PROGRESSIVO LIBERO DELLA GIORNATA
       RT2-REGISTRA.
           INITIALIZE F0SPERS
           MOVE    L-PERS-CODE-CLIE    TO  F0SPERS-CODE-CLIE
           MOVE    LDATE-ACTL          TO  F0SPERS-DATA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPERS10"              USING F0SPERS LWCOMAR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPERS10"              USING F0SPERS LWCOMAR
           ACCEPT  WL-ORA              FROM TIME
           DIVIDE  WL-ORA BY 100       GIVING F0SPERS-ORA
           MOVE    L-PERS-NUMR-INST    TO  F0SPERS-NUMR-INST
           MOVE    L-PERS-CODE-ARTI    TO  F0SPERS-CODE-ARTI
           MOVE    L-PERS-QTA-RICH     TO  F0SPERS-QTA-RICH
           MOVE    L-PERS-QTA-DISP     TO  F0SPERS-QTA-DISP
           IF  L-PERS-RIDOTTA
             COMPUTE F0SPERS-QTA-PERSA =
                         L-PERS-QTA-RICH - L-PERS-QTA-DATA
           ELSE
             MOVE  L-PERS-QTA-RICH     TO  F0SPERS-QTA-PERSA
           END-IF
           MOVE    L-PERS-CODI-CLIF    TO  F0SPERS-CODI-CLIF
           MOVE    L-PERS-ORIG         TO  F0SPERS-ORIG
           MOVE    L-PERS-MOTIVO       TO  F0SPERS-MOTIVO
           MOVE    L-IDENUTEN          TO  F0SPERS-IDENUTEN
           IF  F0SPERS-QTA-PERSA GREATER ZERO
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPERS10"            USING F0SPERS LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               MOVE "S"                TO  L-PERS-ESITO
               MOVE F0SPERS-QTA-PERSA  TO  WL-QTA-ED
               DISPLAY "VENDITA PERSA REGISTRATA - QUANTITA' "
                       WL-QTA-ED
             END-IF
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPERS10"              USING F0SPERS LWCOMAR
           .
      *(END)
