       77  WL-RIGA                     PIC X(70)      VALUE SPACES.
       77  WL-DEST-DITN                PIC 9(04)      VALUE ZERO.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-AVVM-CTRL.
           03  L-AVVM-ESITO            PIC X(01).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-AVVM-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "01"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UAVVIMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SAVVI"           TO  L-AZIO-NOME-FILE
151026     MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "PUBBLICAZIONE AVVISO AGLI OPERATORI"
           INITIALIZE F0SAVVI
           DISPLAY "VALIDO DAL (AAAAMMGG)       : " WITH NO ADVANCING
