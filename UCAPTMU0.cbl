       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-CAPT-CTRL.
           03  L-CAPT-ESITO            PIC X(01).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CAPT-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UCAPTMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SCAPT"           TO  L-AZIO-NOME-FILE
151026     MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "DIDASCALIE DOCUMENTI PER LINGUA"
           DISPLAY "LINGUA (I/E)                : " WITH NO ADVANCING
           ACCEPT   F0SCAPT-CODE-LING
