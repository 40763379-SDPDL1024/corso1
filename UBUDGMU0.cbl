      *
       COPY "F0SAGEN.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-BUDG-CTRL.
           03  L-BUDG-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-BUDG-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UBUDGMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SBUDG"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-BUDG-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    L-BUDG-CODE-CLIE    TO  F0SBUDG-CODE-CLIE
           DISPLAY "OBIETTIVI DI VENDITA  -  DITTA " L-BUDG-CODE-CLIE
           DISPLAY "CODICE AGENTE (0 = DITTA)   : " WITH NO ADVANCING
