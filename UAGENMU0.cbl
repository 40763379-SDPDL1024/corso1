       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-GRUP                     PIC X(03)      VALUE SPACES.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-AGEN-CTRL.
           03  L-AGEN-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-AGEN-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UAGENMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SAGEN"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-AGEN-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    L-AGEN-CODE-CLIE    TO  F0SAGEN-CODE-CLIE
           DISPLAY "ANAGRAFICA AGENTI  -  DITTA " L-AGEN-CODE-CLIE
           DISPLAY "CODICE AGENTE (NNNN)        : " WITH NO ADVANCING
