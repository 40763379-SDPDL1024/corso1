      *
       COPY "F0SCLIF.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-DINM-CTRL.
           03  L-DINM-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-DINM-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UDINTMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SDINT"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-DINM-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "DICHIARAZIONI D'INTENTO  -  DITTA "
                   L-DINM-CODE-CLIE
           MOVE    L-DINM-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
