      *
       COPY "F0SARTI.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-DIBA-CTRL.
           03  L-DIBA-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-DIBA-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "25"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UDIBAMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SDIBA"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-DIBA-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    "N"                 TO  WL-FINE
           MOVE    ZERO                TO  WL-NUMR-RIGA
           DISPLAY "DISTINTA BASE KIT  -  DITTA " L-DIBA-CODE-CLIE
