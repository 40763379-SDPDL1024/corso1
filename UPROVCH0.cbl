       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPROVCH0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   CONTROLLO DITTA DI PROVA: LEGGE L'ANAGRAFICA DELLA
      *****   DITTA (FAN, TRAMITE "URGDPR10") E DICE AL CHIAMANTE SE
      *****   E' UNA DITTA DI PROVA PER L'ADDESTRAMENTO, RICARICATA
      *****   DA UPROVAG0. LO USANO I PROGRAMMI CHE PRODUCONO FLUSSI
      *****   VERSO L'ESTERNO (UFATTU10, UCORRIS0, UDISPAC0,
      *****   UDISPBT0, USEPABO0, URIBAPR0, UEDIOUT0, UWEBEXP0,
      *****   UWEBSTA0), CHE PER UNA DITTA DI PROVA NON PRODUCONO
      *****   NULLA, E GBASE001 PER L'AVVISO ALLA SCELTA DITTA.
      *****   UNA DITTA NON CENSITA SU FAN VALE COME DITTA REALE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       COPY "FAN.REC".
      *
       LINKAGE SECTION.
       COPY "LPROVCH.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PRVC-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "N"                 TO  L-PRVC-ESITO
           MOVE    ZERO                TO  L-PRVC-DITT-ORIG
                                           L-PRVC-DATA-PROVA
           INITIALIZE FAN
           MOVE    L-PRVC-CODE-CLIE    TO  FAN-CODE-CLIE
           MOVE    "A"                 TO  FAN-TIPO-RECO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND FAN-DITTA-PROVA
             MOVE  "S"                 TO  L-PRVC-ESITO
             MOVE  FAN-DITT-ORIG       TO  L-PRVC-DITT-ORIG
             MOVE  FAN-DATA-PROVA      TO  L-PRVC-DATA-PROVA
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           EXIT PROGRAM.
      *(END)
