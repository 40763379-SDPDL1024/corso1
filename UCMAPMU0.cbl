       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-CMAP-CTRL.
           03  L-CMAP-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CMAP-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UCMAPMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SCMAP"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-CMAP-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    L-CMAP-CODE-CLIE    TO  F0SCMAP-CODE-CLIE
           DISPLAY "MAPPA CAUSALI/CONTI PRIMA NOTA  -  DITTA "
                   L-CMAP-CODE-CLIE
151026     DISPLAY "CESPITI: AMMO AMMORTAMENTI, FAMM FONDO AMMORT.,"
151026     DISPLAY "         CESP COSTO STORICO, MINU MINUSVALENZE"
151026     DISPLAY "COMPENSAZIONI: DEBF DEBITI VERSO FORNITORI"
151026     DISPLAY "ACQUISTI: ACQU ACQUISTI, IVAC IVA A CREDITO"
           DISPLAY "CAUSALE (VEND/IVA/CRED/CASS/BANC/SOPR) : "
                   WITH NO ADVANCING
           ACCEPT   F0SCMAP-CODE-CAUS
