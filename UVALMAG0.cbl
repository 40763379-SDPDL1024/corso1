      *****   GLI ARTICOLI SENZA COSTO (MAI RICEVUTI DOPO
      *****   L'INTRODUZIONE DEL CAMPO) SONO ELENCATI A PARTE, COSI'
      *****   IL TOTALE NON PASSA PER VALORI FINTI.
151026*****
151026*****   LA MERCE PARTITA DAL DEPOSITO IN CONTO DEPOSITO E ANCORA
151026*****   PRESSO I CLIENTI (F0SCDEP, TRAMITE "URCDEP10") E' ANCORA
151026*****   NOSTRA: SI VALORIZZA AL SUO COSTO MEDIO IN UNA SEZIONE A
151026*****   PARTE, ENTRA NEI TOTALI DI GRUPPO E NEL TOTALE GENERALE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  W-NUMR-SENZA-COST           PIC 9(05)   VALUE 0.
       77  W-IND-GRUP                  PIC S9(04)  COMP VALUE 0.
       77  W-GRUP-TROV                 PIC S9(04)  COMP VALUE 0.
151026 77  W-VALO-CDEP                 PIC S9(13)V99 COMP-3 VALUE 0.
151026 77  W-NUMR-CDEP                 PIC 9(05)   VALUE 0.
      *
      *----------  TOTALI PER GRUPPO MERCEOLOGICO
       01  W-GRUP-TAB.
               05  W-GRUP-VALO         PIC S9(13)V99 COMP-3 VALUE 0.
      *
       COPY "F0SMAGA.REC".
151026 COPY "F0SCDEP.REC".
      *
       LINKAGE SECTION.
       01  LVALM-CTRL.
           OPEN OUTPUT VALMAGA-FILE
           PERFORM 1000-INTESTAZIONE
           PERFORM 2000-SCANDISCI-GIACENZE
151026     PERFORM 2500-CONTO-DEPOSITO
           PERFORM 3000-RIEPILOGO
           CLOSE VALMAGA-FILE
           EXIT PROGRAM.
           ADD  W-VALO-RIGA            TO  W-GRUP-VALO(W-GRUP-TROV)
           .
      ******************************************************************
151026*----------  MERCE DEL DEPOSITO IN CONTO DEPOSITO PRESSO I
151026*            CLIENTI, AL COSTO MEDIO DELLA SPEDIZIONE
151026 2500-CONTO-DEPOSITO.
151026     MOVE    SPACES              TO  VALMAGA-REC
151026     WRITE   VALMAGA-REC
151026     MOVE    "MERCE IN CONTO DEPOSITO PRESSO CLIENTI"
151026                                 TO  VALMAGA-REC
151026     WRITE   VALMAGA-REC
151026     INITIALIZE F0SCDEP
151026     MOVE    LVALM-CODE-CLIE     TO  F0SCDEP-CODE-CLIE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URCDEP10"             USING F0SCDEP LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URCDEP10"             USING F0SCDEP LWCOMAR
151026     PERFORM 2510-VALORIZZA-DEPOSITO
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URCDEP10"             USING F0SCDEP LWCOMAR
151026     .
151026******************************************************************
151026*----------  UN ARTICOLO PRESSO UN CLIENTE, SE PARTITO DA QUESTO
151026*            DEPOSITO
151026 2510-VALORIZZA-DEPOSITO.
151026     IF  F0SCDEP-NUMR-INST EQUAL LVALM-NUMR-INST
151026         AND F0SCDEP-QTA-DEPO NOT EQUAL ZERO
151026       ADD 1                     TO  W-NUMR-CDEP
151026       COMPUTE W-VALO-RIGA ROUNDED =
151026                   F0SCDEP-QTA-DEPO * F0SCDEP-COST-UNIT
151026       ADD W-VALO-RIGA           TO  W-VALO-TOTA
151026                                     W-VALO-CDEP
151026       MOVE F0SCDEP-GRUP-ARTI    TO  F0SMAGA-GRUP-ARTI
151026       PERFORM 2200-ACCUMULA-GRUPPO
151026       MOVE F0SCDEP-QTA-DEPO     TO  W-QTA-ED
151026       MOVE F0SCDEP-COST-UNIT    TO  W-COST-ED
151026       MOVE W-VALO-RIGA          TO  W-VALO-ED
151026       MOVE SPACES               TO  W-LINEA
151026       STRING F0SCDEP-CODE-ARTI  DELIMITED BY SIZE
151026           "  " DELIMITED BY SIZE
151026           F0SCDEP-DESC-ARTI     DELIMITED BY SIZE
151026           "  CLIENTE " DELIMITED BY SIZE
151026           F0SCDEP-CODI-CLIF     DELIMITED BY SIZE
151026           "  " DELIMITED BY SIZE
151026           W-QTA-ED              DELIMITED BY SIZE
151026           "  " DELIMITED BY SIZE
151026           W-COST-ED             DELIMITED BY SIZE
151026           "  " DELIMITED BY SIZE
151026           W-VALO-ED             DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026       MOVE W-LINEA              TO  VALMAGA-REC
151026       WRITE VALMAGA-REC
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URCDEP10"             USING F0SCDEP LWCOMAR
151026     .
      ******************************************************************
       3000-RIEPILOGO.
           MOVE SPACES                 TO  W-LINEA
           WRITE VALMAGA-REC           FROM  W-LINEA
             MOVE W-LINEA              TO  VALMAGA-REC
             WRITE VALMAGA-REC
           END-PERFORM
151026     MOVE W-VALO-CDEP            TO  W-VALO-ED
151026     MOVE SPACES                 TO  W-LINEA
151026     STRING "DI CUI IN CONTO DEPOSITO PRESSO CLIENTI: "
151026                                 DELIMITED BY SIZE
151026         W-VALO-ED               DELIMITED BY SIZE
151026         "  ARTICOLI: "          DELIMITED BY SIZE
151026         W-NUMR-CDEP             DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026     MOVE W-LINEA                TO  VALMAGA-REC
151026     WRITE VALMAGA-REC
           MOVE W-VALO-TOTA            TO  W-VALO-ED
           MOVE SPACES                 TO  W-LINEA
           STRING "TOTALE MAGAZZINO: " DELIMITED BY SIZE
