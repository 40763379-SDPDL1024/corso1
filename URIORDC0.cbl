      *****   AGGIORNANO F0SMAGA-QTA-SCOR: L'ALERT SCORTE SMETTE DI
      *****   GRIDARE AL LUPO SUGLI ARTICOLI MORTI E SI ACCORGE DI
      *****   QUELLI VELOCI.
151026*****   ALLE QUANTITA' VENDUTE SI SOMMA LA DOMANDA PERSA PER
151026*****   MANCANZA DI MERCE NELLA STESSA FINESTRA (F0SPERS, TRAMITE
151026*****   "URPERS10"): LA SCORTA NON SI TARA SU QUANTO SI E'
151026*****   RIUSCITI A VENDERE MA SU QUANTO E' STATO CHIESTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926 77  W-VENR-ESI                  PIC S9(04) COMP VALUE 0.
       COPY "F0SMAGA.REC".
       COPY "F0SFORA.REC".
151026*    Vendite perse per mancanza di merce, domanda non servita
151026 COPY "F0SPERS.REC".
151026 77  W-NUMR-PERSE                PIC 9(05)   VALUE 0.
      *
       LINKAGE SECTION.
       01  LRIOR-CTRL.
                                       TO  W-DATA-INIZIO
           OPEN OUTPUT RIORDSUG-FILE
           PERFORM 2000-ACCUMULA-CONSUMI
151026     PERFORM 2500-DOMANDA-PERSA
           PERFORM 4000-PROPONI-E-AGGIORNA
           PERFORM 6000-ARTICOLI-FERMI
           IF  W-TAB-PIENA-SI
           PERFORM UNTIL DSTF-IOSR NOT EQUAL 1
             IF  F0SVEND-DATA-DOCU NOT LESS W-DATA-INIZIO
                 AND F0SVEND-CHIU-POSTATO
151026           AND NOT F0SVEND-DOC-AUTOFATT
               IF  F0SVEND-DOC-NOTA-CRED
                 MOVE -1               TO  W-SEGNO
               ELSE
                       (F0SVEND-RIGA-QTA(W-IND-RIGA) * W-SEGNO)
           .
      ******************************************************************
151026*----------  DOMANDA PERSA NELLA FINESTRA (F0SPERS): OGNI VENDITA
151026*            PERSA VIENE TRAVASATA NELLO SLOT 1 DELLA TESTATA E
151026*            PASSA DALLO STESSO 2100-ACCUMULA-RIGA, COME UNA
151026*            RIGA VENDUTA
151026 2500-DOMANDA-PERSA.
151026     MOVE    ZERO                TO  W-NUMR-PERSE
151026     MOVE    +1                  TO  W-SEGNO
151026     INITIALIZE F0SPERS
151026     MOVE    LRIOR-CODE-CLIE     TO  F0SPERS-CODE-CLIE
151026     MOVE    W-DATA-INIZIO       TO  F0SPERS-DATA
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URPERS10"             USING F0SPERS LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URPERS10"             USING F0SPERS LWCOMAR
151026     PERFORM 2510-UNA-PERSA
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URPERS10"             USING F0SPERS LWCOMAR
151026     .
151026 2510-UNA-PERSA.
151026     IF  F0SPERS-QTA-PERSA GREATER ZERO
151026       MOVE  F0SPERS-NUMR-INST   TO  F0SVEND-NUMR-INST
151026       MOVE  F0SPERS-CODE-ARTI   TO  F0SVEND-RIGA-CODE-ARTI(1)
151026       MOVE  F0SPERS-QTA-PERSA   TO  F0SVEND-RIGA-QTA(1)
151026       MOVE  1                   TO  W-IND-RIGA
151026       PERFORM 2100-ACCUMULA-RIGA
151026       ADD   1                   TO  W-NUMR-PERSE
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URPERS10"             USING F0SPERS LWCOMAR
151026     .
      ******************************************************************
      *----------  PER OGNI ARTICOLO CONSUMATO: DOMANDA MEDIA, PUNTO
      *            DI RIORDINO PROPOSTO E, A CONFERMA, AGGIORNAMENTO
      *            DI F0SMAGA-QTA-SCOR
                                       INTO W-LINEA
           MOVE W-LINEA                TO  RIORDSUG-REC
           WRITE RIORDSUG-REC
151026     IF  W-NUMR-PERSE GREATER ZERO
151026       MOVE SPACES               TO  W-LINEA
151026       STRING "CONSUMI COMPRENSIVI DELLA DOMANDA PERSA: "
151026                                 DELIMITED BY SIZE
151026           W-NUMR-PERSE          DELIMITED BY SIZE
151026           " VENDITE PERSE PER MANCANZA DI MERCE"
151026                                 DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026       MOVE W-LINEA              TO  RIORDSUG-REC
151026       WRITE RIORDSUG-REC
151026     END-IF
           DISPLAY "CONFERMI L'AGGIORNAMENTO DELLE SCORTE ? (S/N) : "
                   WITH NO ADVANCING
           ACCEPT   W-RISP
