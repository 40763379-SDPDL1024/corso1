      *****   RIFIUTARE (SOSPESO) O RINVIARE. OGNI DECISIONE LASCIA
      *****   LA SUA RIGA DI AUDIT SU F0SAUDI CON PRIMA/DOPO E
      *****   OPERATORE, COME LE MODIFICHE DI PERCENTUALE.
151026*****   SERVE L'AZIONE DI APPROVAZIONE SUL PACKAGE VENDITE NEL
151026*****   PROFILO DELL'OPERATORE (UAZIOCH0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       COPY "F0SAUDI.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0)
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-SCAP-CTRL.
           03  L-SCAP-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           DISPLAY "APPROVAZIONE SCONTI  -  DITTA " L-SCAP-CODE-CLIE
151026*    La coda e' riservata a chi ha l'azione di approvazione
151026*    sul package Vendite
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "A"                 TO  L-AZIO-AZIONE
151026     MOVE    "USCONAP0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SSCON"           TO  L-AZIO-NOME-FILE
151026     MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
151026     MOVE    L-SCAP-CODE-CLIE    TO  L-AZIO-CHIAVE-REC(1:4)
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    80                  TO  LREAD-FILE
