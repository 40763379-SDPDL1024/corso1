       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDESTSC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SCELTA DELLA DESTINAZIONE DI CONSEGNA DI UN CLIENTE:
      *****   ELENCA A VIDEO LE DESTINAZIONI ATTIVE DEL CLIENTE
      *****   (F0SDEST, TRAMITE "URDEST10") E CHIEDE IL CODICE; 0 =
      *****   CONSEGNA ALLA SEDE ANAGRAFICA. SE IL CLIENTE NON HA
      *****   DESTINAZIONI NON CHIEDE NULLA E TORNA LA SEDE.
      *****   RESTITUISCE IL CODICE IN L-DSCE-CODE-DEST E LA RIGA IN
      *****   F0SDEST (INIZIALIZZATA PER LA SEDE).
      *****   USATO DA INSERIMENTO ORDINI (UORDENT0) E DDT (UDDTEMI0):
      *****   IL CHIAMANTE NON DEVE AVERE APERTO URDEST10.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-NUMR-DEST                PIC 9(03)      VALUE ZERO.
       77  WL-CODE-DEST                PIC 9(03)      VALUE ZERO.
       77  WL-SCELTA                   PIC X(01)      VALUE SPACE.
           88  WL-SCELTA-OK                           VALUE "S".
      *
       LINKAGE SECTION.
       01  L-DSCE-CTRL.
           03  L-DSCE-CODE-CLIE        PIC 9(04).
           03  L-DSCE-CODI-CLIF        PIC 9(06).
           03  L-DSCE-CODE-DEST        PIC 9(03).
           03  L-DSCE-ESITO            PIC X(01).
               88  L-DSCE-ESITO-OK                    VALUE "S".
       COPY "F0SDEST.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-DSCE-CTRL F0SDEST LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "S"                 TO  L-DSCE-ESITO
           MOVE    ZERO                TO  L-DSCE-CODE-DEST
                                           WL-NUMR-DEST
           INITIALIZE F0SDEST
           MOVE    L-DSCE-CODE-CLIE    TO  F0SDEST-CODE-CLIE
           MOVE    L-DSCE-CODI-CLIF    TO  F0SDEST-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
      *
      *      Elenco delle destinazioni attive del cliente
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           PERFORM RT1-ELENCA
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  WL-NUMR-DEST EQUAL ZERO
             GO TO CHIU-DSCE
           END-IF
           MOVE    SPACE               TO  WL-SCELTA
           PERFORM RT2-SCEGLI
               UNTIL WL-SCELTA-OK.
       CHIU-DSCE.
           IF  L-DSCE-CODE-DEST EQUAL ZERO
             INITIALIZE F0SDEST
             MOVE  L-DSCE-CODE-CLIE    TO  F0SDEST-CODE-CLIE
             MOVE  L-DSCE-CODI-CLIF    TO  F0SDEST-CODI-CLIF
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UNA DESTINAZIONE DELL'ELENCO (LE CESSATE NON SI
      *            PROPONGONO)
       RT1-ELENCA.
           IF  F0SDEST-ATTIVA
             ADD   1                   TO  WL-NUMR-DEST
             IF  WL-NUMR-DEST EQUAL 1
               DISPLAY "DESTINAZIONI DI CONSEGNA DEL CLIENTE:"
               DISPLAY "  0 - SEDE ANAGRAFICA"
             END-IF
             DISPLAY "  " F0SDEST-CODE-DEST " - " F0SDEST-DESC-DEST
                     " " F0SDEST-COMU-DEST " (" F0SDEST-PROV-DEST ")"
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           .
      ******************************************************************
      *----------  SCELTA: 0 = SEDE, ALTRIMENTI UNA DESTINAZIONE ATTIVA
       RT2-SCEGLI.
           DISPLAY "DESTINAZIONE DI CONSEGNA (0=SEDE) : " WITH NO
                   ADVANCING
           ACCEPT   WL-CODE-DEST
           IF  WL-CODE-DEST EQUAL ZERO
             MOVE  ZERO                TO  L-DSCE-CODE-DEST
             MOVE  "S"                 TO  WL-SCELTA
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SDEST
           MOVE    L-DSCE-CODE-CLIE    TO  F0SDEST-CODE-CLIE
           MOVE    L-DSCE-CODI-CLIF    TO  F0SDEST-CODI-CLIF
           MOVE    WL-CODE-DEST        TO  F0SDEST-CODE-DEST
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR NOT F0SDEST-ATTIVA
             DISPLAY "DESTINAZIONE INESISTENTE O CESSATA"
             EXIT PARAGRAPH
           END-IF
           MOVE    WL-CODE-DEST        TO  L-DSCE-CODE-DEST
           MOVE    "S"                 TO  WL-SCELTA
           DISPLAY "CONSEGNA A: " F0SDEST-INDR-DEST
           DISPLAY "            " F0SDEST-CAP-DEST " "
                   F0SDEST-COMU-DEST " (" F0SDEST-PROV-DEST ")"
           .
      *(END)
