      *****   RIATTIVA UNA CARTA ESISTENTE (SMARRIMENTO, FURTO),
      *****   TRAMITE "URFIDE10" NEL CONTESTO DELLA DITTA CORRENTE.
      *****   I PUNTI LI MUOVE SOLO IL TOTEM (UPOSVE10).
151026*****   ALL'EMISSIONE SI RACCOLGONO I CONSENSI MARKETING DEL
151026*****   TITOLARE ("UCONSMU0").
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
151026 77  WL-NUOVA-CART               PIC X(01)      VALUE "N".
      *
       COPY "F0SCLIF.REC".
151026 COPY "LCONSEN.WRK".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-FIDE-CTRL.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-FIDE-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UFIDEMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SFIDE"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-FIDE-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
151026     MOVE    "N"                 TO  WL-NUOVA-CART
           MOVE    L-FIDE-CODE-CLIE    TO  F0SFIDE-CODE-CLIE
           DISPLAY "CARTE FEDELTA'  -  DITTA " L-FIDE-CODE-CLIE
           DISPLAY "NUMERO CARTA (13 CARATTERI) : " WITH NO ADVANCING
                                           F0SFIDE-PNTI-EMESSI
                                           F0SFIDE-PNTI-USATI
           SET     F0SFIDE-CART-ATTIVA TO  TRUE
151026     MOVE    "S"                 TO  WL-NUOVA-CART
       CONFERMA.
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           MOVE    "S"                 TO  L-FIDE-ESITO
           DISPLAY "CARTA REGISTRATA"
151026*    All'adesione alla carta si raccolgono i consensi marketing
151026*    del titolare
151026     IF  WL-NUOVA-CART EQUAL "S"
151026       MOVE  L-FIDE-CODE-CLIE    TO  L-CONS-CODE-CLIE
151026       MOVE  F0SFIDE-CODI-CLIF   TO  L-CONS-CODI-CLIF
151026       MOVE  SPACE               TO  L-CONS-FONTE
151026       CALL  "UCONSMU0"            USING L-CONS-CTRL LWCOMAR
151026     END-IF
       CHIU-FIDE.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
