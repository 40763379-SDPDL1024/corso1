      *
       COPY "F0SPASC.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-PRMS-CTRL.
           03  L-PRMS-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-PRMS-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "21"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UPRMSMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SPASC"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-PRMS-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "PROMESSA DI PAGAMENTO  -  DITTA "
                   L-PRMS-CODE-CLIE " DEPOSITO " L-PRMS-NUMR-INST
           MOVE    L-PRMS-CODE-CLIE    TO  F0SPASC-CODE-CLIE
