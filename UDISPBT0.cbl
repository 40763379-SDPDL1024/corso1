      *****   VOCI SENZA INDIRIZZO RESTANO FALLITE E FANNO LA LISTA
      *****   DI RIPRESA SU "DISPESIT": IL GIRO SOLLECITI SMETTE DI
      *****   ESSERE AUTOMATICO SOLO A META'.
151026*****   LE VOCI DI UNA DITTA DI PROVA (UPROVCH0) NON SI
151026*****   CONSEGNANO: RESTANO IN CODA COME SONO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  W-NUMR-FALL                 PIC 9(05)      VALUE ZERO.
      *
       COPY "F0SDISP.REC".
151026 COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-DISB-CTRL.
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           PERFORM UNTIL DSTF-IOSR NOT EQUAL 1
151026       IF  F0SDISP-CODE-CLIE NOT EQUAL L-PRVC-CODE-CLIE
151026         MOVE  F0SDISP-CODE-CLIE   TO  L-PRVC-CODE-CLIE
151026         CALL  "UPROVCH0"            USING L-PRVC-CTRL LWCOMAR
151026       END-IF
151026       IF  (F0SDISP-IN-ATTESA OR F0SDISP-FALLITO)
151026           AND NOT L-PRVC-PROVA
               PERFORM 2000-CONSEGNA-VOCE
             END-IF
             MOVE    9                 TO  LREAD-FILE
               END-IF
             WHEN OTHER
               MOVE  SPACES            TO  W-LINEA
151026         IF  F0SDISP-CODE-FORN GREATER ZERO
151026           STRING "STAMPARE E IMBUSTARE: " DELIMITED BY SIZE
151026               F0SDISP-TIPO-DOCU   DELIMITED BY SIZE
151026               " ("                DELIMITED BY SIZE
151026               F0SDISP-NOME-FILE   DELIMITED BY SIZE
151026               ") FORNITORE "      DELIMITED BY SIZE
151026               F0SDISP-CODE-FORN   DELIMITED BY SIZE
151026                                   INTO W-LINEA
151026         ELSE
               STRING "STAMPARE E IMBUSTARE: " DELIMITED BY SIZE
                   F0SDISP-TIPO-DOCU   DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   ") CLIENTE "        DELIMITED BY SIZE
                   F0SDISP-CODI-CLIF   DELIMITED BY SIZE
                                       INTO W-LINEA
151026         END-IF
               MOVE  W-LINEA           TO  STAMPCOD-REC
               WRITE STAMPCOD-REC
               ADD   1                 TO  W-NUMR-CARTA
                   F0SDISP-TIPO-DOCU   DELIMITED BY SIZE
                   " CLIENTE "         DELIMITED BY SIZE
                   F0SDISP-CODI-CLIF   DELIMITED BY SIZE
151026             " FORNITORE "       DELIMITED BY SIZE
151026             F0SDISP-CODE-FORN   DELIMITED BY SIZE
                   " CANALE "          DELIMITED BY SIZE
                   F0SDISP-CANALE      DELIMITED BY SIZE
                   " SENZA INDIRIZZO (TENTATIVI "
