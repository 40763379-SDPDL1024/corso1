       77  WL-INDICE                   PIC S9(04) COMP VALUE ZERO.
       77  WL-KEY-STATUS               PIC 9(04)      VALUE ZERO.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-HTOP-CTRL.
           03  L-HTOP-ESITO            PIC X(01).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-HTOP-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "H2"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UHTOPMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SHTOP"           TO  L-AZIO-NOME-FILE
151026     MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "MANUTENZIONE ARGOMENTI GUIDA IN LINEA"
           DISPLAY "CODICE ARGOMENTO (AAAAAA)   : " WITH NO ADVANCING
           ACCEPT   F0SHTOP-CODE-TOPIC
