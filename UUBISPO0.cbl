       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUBISPO0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SPOSTAMENTO DI MERCE DA CELLA A CELLA NEL DEPOSITO DI
      *****   SESSIONE (F0SUBIC, TRAMITE "URUBIC10"): ARTICOLO, CELLA
      *****   DI PARTENZA CON LA SUA MERCE, CELLA DI ARRIVO E
      *****   QUANTITA'. UNA CELLA DI ARRIVO NUOVA NASCE DI RISERVA
      *****   (DI PRELIEVO SE E' L'UBICAZIONE DELLA GIACENZA). LA
      *****   GIACENZA DEL DEPOSITO NON CAMBIA, PERCIO' LO SPOSTAMENTO
      *****   NON VA SUL GIORNALE DI MAGAZZINO. IL RIFORNIMENTO DELLE
      *****   CELLE DI PRELIEVO SOTTO MINIMO E' DI "UUBIRIF0".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CODE-ARTI                PIC X(15)      VALUE SPACES.
       77  WL-UBIC-PART                PIC X(06)      VALUE SPACES.
       77  WL-UBIC-ARRI                PIC X(06)      VALUE SPACES.
       77  WL-QTA-SPOS                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
      *
       COPY "F0SMAGA.REC".
       COPY "F0SUBIC.REC".
      *
       LINKAGE SECTION.
       01  L-UBSP-CTRL.
           03  L-UBSP-CODE-CLIE        PIC 9(04).
           03  L-UBSP-NUMR-INST        PIC 9(04).
           03  L-UBSP-ESITO            PIC X(01).
               88  L-UBSP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-UBSP-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-UBSP-ESITO
           DISPLAY "SPOSTAMENTO TRA CELLE  -  DITTA "
                   L-UBSP-CODE-CLIE " DEPOSITO " L-UBSP-NUMR-INST
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
           ACCEPT   WL-CODE-ARTI
      *
      *      Ubicazione della giacenza: la cella di prelievo
           INITIALIZE F0SMAGA
           MOVE    L-UBSP-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-UBSP-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SMAGA-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "ARTICOLO SENZA GIACENZA SUL DEPOSITO"
             GO TO EXIT-PRO
           END-IF
           DISPLAY F0SMAGA-DESC-ARTI
      *
      *      Cella di partenza, con merce
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           DISPLAY "CELLA DI PARTENZA           : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-UBIC-PART
           ACCEPT   WL-UBIC-PART
           INSPECT  WL-UBIC-PART CONVERTING
                    "abcdefghijklmnopqrstuvwxyz" TO
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INITIALIZE F0SUBIC
           MOVE    L-UBSP-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBSP-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
           MOVE    WL-UBIC-PART        TO  F0SUBIC-CODE-UBIC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR F0SUBIC-QTA-UBIC NOT GREATER ZERO
             DISPLAY "NESSUNA MERCE DELL'ARTICOLO NELLA CELLA"
             GO TO CHIU-UBIC
           END-IF
           MOVE    F0SUBIC-QTA-UBIC    TO  WL-QTA-ED
           DISPLAY "IN CELLA " WL-QTA-ED " " F0SMAGA-UNIT-MISU
           DISPLAY "CELLA DI ARRIVO             : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-UBIC-ARRI
           ACCEPT   WL-UBIC-ARRI
           INSPECT  WL-UBIC-ARRI CONVERTING
                    "abcdefghijklmnopqrstuvwxyz" TO
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF  WL-UBIC-ARRI EQUAL SPACES
               OR WL-UBIC-ARRI EQUAL WL-UBIC-PART
             DISPLAY "CELLA DI ARRIVO NON VALIDA - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-UBIC
           END-IF
           DISPLAY "QUANTITA' DA SPOSTARE       : " WITH NO ADVANCING
           ACCEPT   WL-QTA-SPOS
           IF  WL-QTA-SPOS NOT GREATER ZERO
               OR WL-QTA-SPOS GREATER F0SUBIC-QTA-UBIC
             DISPLAY "QUANTITA' NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO CHIU-UBIC
           END-IF
           DISPLAY "CONFERMI LO SPOSTAMENTO ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-UBIC
           END-IF
      *
      *      Fuori dalla cella di partenza
           SUBTRACT WL-QTA-SPOS        FROM F0SUBIC-QTA-UBIC
           MOVE    LDATE-ACTL          TO  F0SUBIC-DATA-ULTI-PREL
                                           F0SUBIC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
      *
      *      Dentro la cella di arrivo
           INITIALIZE F0SUBIC
           MOVE    L-UBSP-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBSP-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
           MOVE    WL-UBIC-ARRI        TO  F0SUBIC-CODE-UBIC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             INITIALIZE F0SUBIC
             MOVE  L-UBSP-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
             MOVE  L-UBSP-NUMR-INST    TO  F0SUBIC-NUMR-INST
             MOVE  WL-CODE-ARTI        TO  F0SUBIC-CODE-ARTI
             MOVE  WL-UBIC-ARRI        TO  F0SUBIC-CODE-UBIC
             IF  WL-UBIC-ARRI EQUAL F0SMAGA-UBIC-ARTI
               SET  F0SUBIC-PRELIEVO   TO  TRUE
             ELSE
               SET  F0SUBIC-RISERVA    TO  TRUE
             END-IF
           END-IF
           ADD     WL-QTA-SPOS         TO  F0SUBIC-QTA-UBIC
           MOVE    LDATE-ACTL          TO  F0SUBIC-DATA-ULTI-CARI
                                           F0SUBIC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  F0SUBIC-QTA-MASS GREATER ZERO
               AND F0SUBIC-QTA-UBIC GREATER F0SUBIC-QTA-MASS
             DISPLAY "ATTENZIONE: CELLA " WL-UBIC-ARRI
                     " OLTRE LA CAPIENZA"
           END-IF
           MOVE    "S"                 TO  L-UBSP-ESITO
           MOVE    F0SUBIC-QTA-UBIC    TO  WL-QTA-ED
           DISPLAY "SPOSTAMENTO REGISTRATO - IN CELLA " WL-UBIC-ARRI
                   " " WL-QTA-ED.
       CHIU-UBIC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      *(END)
