       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPOSRIC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RICONCILIAZIONE GIORNALIERA DEI PAGAMENTI CON CARTA: IL
      *****   FILE DI REGOLAMENTO DELL'ACQUIRER ("ACQSETT") DELLA
      *****   GIORNATA RICHIESTA (ZERO = IERI) SI CONFRONTA CON I
      *****   PAGAMENTI CARTA REGISTRATI DAL TOTEM SUI DOCUMENTI
      *****   (F0SVEND-POS-..., TRAMITE "URFATT10"), PER TERMINALE
      *****   (TID) E AUTORIZZAZIONE:
      *****     - DOCUMENTO E OPERAZIONE CON LO STESSO IMPORTO: IL
      *****       DOCUMENTO E' SEGNATO QUADRATO
      *****     - IMPORTO DIVERSO, OPPURE PAGAMENTO NON REGOLATO
      *****       DALL'ACQUIRER: IL DOCUMENTO E' SEGNATO IN
      *****       DIFFERENZA E STAMPATO
      *****     - OPERAZIONE DELL'ACQUIRER SENZA DOCUMENTO (O STORNO):
      *****       STAMPATA
      *****   IN FONDO IL RIEPILOGO PER CASSA (TERMINALE): NUMERO E
      *****   TOTALE DELLE NOSTRE OPERAZIONI, DELL'ACQUIRER E
      *****   DIFFERENZA. LA STAMPA VA SU "POSRICO".
      *****
      *****   TRACCIATO ACQSETT (COLONNE FISSE):
      *****      1-8    TERMINALE (TID)
      *****     10-17   DATA DELL'OPERAZIONE (AAAAMMGG)
      *****     19-24   ORA (HHMMSS)
      *****     26-36   IMPORTO IN CENTESIMI
      *****     38      TIPO: V = VENDITA, S = STORNO
      *****     40-45   CODICE DI AUTORIZZAZIONE
      *****     47-65   PAN MASCHERATO
      *****     67-76   CIRCUITO
      *****     78-89   RIFERIMENTO DELL'OPERAZIONE
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACQSETT-FILE         ASSIGN TO "ACQSETT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ACQ.
           SELECT POSRICO-FILE         ASSIGN TO "POSRICO"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-RIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ACQSETT-FILE.
       01  ACQSETT-REC.
           03  ACQ-TERM                PIC X(08).
           03  FILLER                  PIC X(01).
           03  ACQ-DATA                PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ACQ-ORA                 PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ACQ-IMPO                PIC 9(11).
           03  FILLER                  PIC X(01).
           03  ACQ-TIPO                PIC X(01).
               88  ACQ-STORNO                         VALUE "S".
           03  FILLER                  PIC X(01).
           03  ACQ-AUTH                PIC X(06).
           03  FILLER                  PIC X(01).
           03  ACQ-PAN                 PIC X(19).
           03  FILLER                  PIC X(01).
           03  ACQ-TIPO-CART           PIC X(10).
           03  FILLER                  PIC X(01).
           03  ACQ-RIFE                PIC X(12).
       FD  POSRICO-FILE.
       01  POSRICO-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-ACQ                 PIC X(02)      VALUE SPACES.
       77  WL-STAT-RIC                 PIC X(02)      VALUE SPACES.
       77  W-EOF                       PIC X(01)      VALUE "N".
           88  W-EOF-SI                               VALUE "S".
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-RICO                 PIC 9(08)      VALUE ZERO.
       77  W-NUMR-FUORI                PIC 9(05)      VALUE ZERO.
       77  W-NUMR-QUAD                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-DIFF                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SOLO-ACQ             PIC 9(05)      VALUE ZERO.
       77  W-IMPO                      PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED3                  PIC ---.---.--9,99 VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZ9      VALUE ZERO.
       77  W-NUMR-ED2                  PIC ZZZZ9      VALUE ZERO.
       77  W-IA                        PIC S9(04) COMP VALUE ZERO.
       77  W-IT                        PIC S9(04) COMP VALUE ZERO.
       77  W-TROVATO                   PIC S9(04) COMP VALUE ZERO.
       77  W-TERM                      PIC X(08)      VALUE SPACES.
      *
      *----------  OPERAZIONI DELL'ACQUIRER DELLA GIORNATA
       01  W-ACQ-TAB.
           03  W-ACQ-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-ACQ-VOCE              OCCURS 3000.
               05  W-ACQ-TERM          PIC X(08).
               05  W-ACQ-AUTH          PIC X(06).
               05  W-ACQ-RIFE          PIC X(12).
               05  W-ACQ-TIPO          PIC X(01).
               05  W-ACQ-PAN           PIC X(19).
               05  W-ACQ-IMPO          PIC S9(09)V99 COMP-3.
               05  W-ACQ-ABBI          PIC X(01).
      *
      *----------  TOTALI PER CASSA (TERMINALE)
       01  W-CASS-TAB.
           03  W-CASS-NUMR             PIC S9(04) COMP VALUE ZERO.
           03  W-CASS-VOCE             OCCURS 50.
               05  W-CASS-TERM         PIC X(08).
               05  W-CASS-NUMR-NOS     PIC 9(05).
               05  W-CASS-IMPO-NOS     PIC S9(11)V99 COMP-3.
               05  W-CASS-NUMR-ACQ     PIC 9(05).
               05  W-CASS-IMPO-ACQ     PIC S9(11)V99 COMP-3.
      *
       COPY "F0SVEND.REC".
      *
       LINKAGE SECTION.
       01  L-PRIC-CTRL.
           03  L-PRIC-CODE-CLIE        PIC 9(04).
      *    Giornata da riconciliare (AAAAMMGG); ZERO = ieri
           03  L-PRIC-DATA             PIC 9(08).
           03  L-PRIC-ESITO            PIC X(01).
               88  L-PRIC-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PRIC-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-PRIC-ESITO
           MOVE    L-PRIC-DATA         TO  W-DATA-RICO
           IF  W-DATA-RICO EQUAL ZERO
             COMPUTE W-DATA-RICO = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(LDATE-ACTL) - 1)
           END-IF
           DISPLAY "RICONCILIAZIONE PAGAMENTI CARTA  -  DITTA "
                   L-PRIC-CODE-CLIE " GIORNO " W-DATA-RICO
           OPEN INPUT  ACQSETT-FILE
           IF  WL-STAT-ACQ NOT EQUAL "00"
             DISPLAY "FILE ACQSETT NON TROVATO - NESSUN REGOLAMENTO"
                     " DA RICONCILIARE"
             MOVE  "S"                 TO  L-PRIC-ESITO
             GO TO EXIT-PRO
           END-IF
           MOVE    ZERO                TO  W-ACQ-NUMR W-CASS-NUMR
           PERFORM 1000-LEGGI-ACQUIRER
           PERFORM 1100-CARICA-OPERAZIONE
               UNTIL W-EOF-SI
           CLOSE   ACQSETT-FILE
           OPEN OUTPUT POSRICO-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "RICONCILIAZIONE PAGAMENTI CARTA DEL "
                                       DELIMITED BY SIZE
                   W-DATA-RICO         DELIMITED BY SIZE
                   " - DITTA "         DELIMITED BY SIZE
                   L-PRIC-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "DIFFERENZE"        TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TERMINAL DEP. DOCUM. AUTOR. PAN"
                                       TO  W-LINEA(1:31)
           MOVE    "NOSTRO IMPORTO"    TO  W-LINEA(53:14)
           MOVE    "ACQUIRER"          TO  W-LINEA(74:8)
           MOVE    "MOTIVO"            TO  W-LINEA(84:6)
           PERFORM 8900-SCRIVI
           PERFORM 2000-SCANDISCI-DOCUMENTI
           PERFORM 3000-SOLO-ACQUIRER
               VARYING W-IA FROM 1 BY 1
               UNTIL W-IA GREATER W-ACQ-NUMR
           PERFORM 9000-RIEPILOGO
           CLOSE   POSRICO-FILE
           MOVE    "S"                 TO  L-PRIC-ESITO
           DISPLAY "QUADRATI " W-NUMR-QUAD " - IN DIFFERENZA "
                   W-NUMR-DIFF " - SOLO ACQUIRER " W-NUMR-SOLO-ACQ
                   " (VEDI POSRICO)"
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-LEGGI-ACQUIRER.
           READ ACQSETT-FILE
             AT END
               MOVE "S"                TO  W-EOF
           END-READ
           .
      ******************************************************************
      *----------  OPERAZIONE DEL REGOLAMENTO: SOLO QUELLE DELLA
      *            GIORNATA; IL TOTALE DELL'ACQUIRER PER CASSA SI
      *            FORMA QUI (GLI STORNI IN DETRAZIONE)
       1100-CARICA-OPERAZIONE.
           IF  ACQ-DATA NOT EQUAL W-DATA-RICO
               OR ACQ-IMPO NOT NUMERIC
             ADD   1                   TO  W-NUMR-FUORI
             PERFORM 1000-LEGGI-ACQUIRER
             EXIT PARAGRAPH
           END-IF
           IF  W-ACQ-NUMR EQUAL 3000
             DISPLAY "OLTRE 3000 OPERAZIONI NEL REGOLAMENTO - LE"
                     " SUCCESSIVE NON SONO RICONCILIATE"
             MOVE  "S"                 TO  W-EOF
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-ACQ-NUMR
           MOVE    ACQ-TERM            TO  W-ACQ-TERM(W-ACQ-NUMR)
           MOVE    ACQ-AUTH            TO  W-ACQ-AUTH(W-ACQ-NUMR)
           MOVE    ACQ-RIFE            TO  W-ACQ-RIFE(W-ACQ-NUMR)
           MOVE    ACQ-TIPO            TO  W-ACQ-TIPO(W-ACQ-NUMR)
           MOVE    ACQ-PAN             TO  W-ACQ-PAN(W-ACQ-NUMR)
           COMPUTE W-IMPO = ACQ-IMPO / 100
           IF  ACQ-STORNO
             COMPUTE W-IMPO = 0 - W-IMPO
           END-IF
           MOVE    W-IMPO              TO  W-ACQ-IMPO(W-ACQ-NUMR)
           MOVE    "N"                 TO  W-ACQ-ABBI(W-ACQ-NUMR)
           MOVE    ACQ-TERM            TO  W-TERM
           PERFORM 8000-TROVA-CASSA
           IF  W-IT GREATER ZERO
             ADD   1                   TO  W-CASS-NUMR-ACQ(W-IT)
             ADD   W-IMPO              TO  W-CASS-IMPO-ACQ(W-IT)
           END-IF
           PERFORM 1000-LEGGI-ACQUIRER
           .
      ******************************************************************
      *----------  DOCUMENTI DELLA GIORNATA PAGATI CON CARTA SUL
      *            TERMINALE, SU TUTTI I DEPOSITI DELLA DITTA
       2000-SCANDISCI-DOCUMENTI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           INITIALIZE F0SVEND
           MOVE    L-PRIC-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 2100-DOCUMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
       2100-DOCUMENTO.
           IF  F0SVEND-DATA-DOCU EQUAL W-DATA-RICO
               AND F0SVEND-POS-AUTH NOT EQUAL SPACES
             PERFORM 2200-RICONCILIA-DOCUMENTO
             MOVE  30                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFATT10"            USING F0SVEND LWCOMAR
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
      *----------  L'OPERAZIONE DELL'ACQUIRER DEL DOCUMENTO: STESSO
      *            TERMINALE E STESSA AUTORIZZAZIONE (E STESSO
      *            RIFERIMENTO, QUANDO C'E' DA TUTTE E DUE LE PARTI)
       2200-RICONCILIA-DOCUMENTO.
           MOVE    F0SVEND-POS-TERM    TO  W-TERM
           PERFORM 8000-TROVA-CASSA
           IF  W-IT GREATER ZERO
             ADD   1                   TO  W-CASS-NUMR-NOS(W-IT)
             ADD   F0SVEND-POS-IMPO    TO  W-CASS-IMPO-NOS(W-IT)
           END-IF
           MOVE    ZERO                TO  W-TROVATO
           PERFORM 2300-CONFRONTA
               VARYING W-IA FROM 1 BY 1
               UNTIL W-IA GREATER W-ACQ-NUMR OR W-TROVATO NOT EQUAL 0
           MOVE    LDATE-ACTL          TO  F0SVEND-POS-DATA-RICO
           IF  W-TROVATO EQUAL ZERO
             SET   F0SVEND-POS-DIFFERENZA TO TRUE
             ADD   1                   TO  W-NUMR-DIFF
             MOVE  ZERO                TO  W-IMPO
             PERFORM 2400-STAMPA-DOCUMENTO
             MOVE  "NON REGOLATO DALL'ACQUIRER"
                                       TO  W-LINEA(84:40)
             PERFORM 8900-SCRIVI
             EXIT PARAGRAPH
           END-IF
           MOVE    "S"                 TO  W-ACQ-ABBI(W-TROVATO)
           IF  W-ACQ-IMPO(W-TROVATO) EQUAL F0SVEND-POS-IMPO
             SET   F0SVEND-POS-QUADRATO TO TRUE
             ADD   1                   TO  W-NUMR-QUAD
             EXIT PARAGRAPH
           END-IF
           SET     F0SVEND-POS-DIFFERENZA TO TRUE
           ADD     1                   TO  W-NUMR-DIFF
           MOVE    W-ACQ-IMPO(W-TROVATO) TO W-IMPO
           PERFORM 2400-STAMPA-DOCUMENTO
           MOVE    "IMPORTO DIVERSO"   TO  W-LINEA(84:40)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       2300-CONFRONTA.
           IF  W-ACQ-ABBI(W-IA) EQUAL "N"
               AND W-ACQ-TIPO(W-IA) NOT EQUAL "S"
               AND W-ACQ-TERM(W-IA) EQUAL F0SVEND-POS-TERM
               AND W-ACQ-AUTH(W-IA) EQUAL F0SVEND-POS-AUTH
               AND (W-ACQ-RIFE(W-IA) EQUAL F0SVEND-POS-RIFE
                    OR W-ACQ-RIFE(W-IA) EQUAL SPACES
                    OR F0SVEND-POS-RIFE EQUAL SPACES)
             MOVE  W-IA                TO  W-TROVATO
           END-IF
           .
      ******************************************************************
       2400-STAMPA-DOCUMENTO.
           MOVE    F0SVEND-POS-IMPO    TO  W-IMPO-ED
           MOVE    W-IMPO              TO  W-IMPO-ED2
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SVEND-POS-TERM    TO  W-LINEA(1:8)
           MOVE    F0SVEND-NUMR-INST   TO  W-LINEA(10:4)
           MOVE    F0SVEND-NUMR-DOCU   TO  W-LINEA(15:6)
           MOVE    F0SVEND-POS-AUTH    TO  W-LINEA(22:6)
           MOVE    F0SVEND-POS-PAN     TO  W-LINEA(29:19)
           MOVE    W-IMPO-ED           TO  W-LINEA(52:14)
           MOVE    W-IMPO-ED2          TO  W-LINEA(68:14)
           .
      ******************************************************************
      *----------  OPERAZIONI DELL'ACQUIRER SENZA DOCUMENTO
       3000-SOLO-ACQUIRER.
           IF  W-ACQ-ABBI(W-IA) EQUAL "S"
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-SOLO-ACQ
           MOVE    W-ACQ-IMPO(W-IA)    TO  W-IMPO-ED2
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-ACQ-TERM(W-IA)    TO  W-LINEA(1:8)
           MOVE    W-ACQ-AUTH(W-IA)    TO  W-LINEA(22:6)
           MOVE    W-ACQ-PAN(W-IA)     TO  W-LINEA(29:19)
           MOVE    W-IMPO-ED2          TO  W-LINEA(68:14)
           IF  W-ACQ-TIPO(W-IA) EQUAL "S"
             MOVE  "STORNO DELL'ACQUIRER" TO W-LINEA(84:40)
           ELSE
             MOVE  "SENZA DOCUMENTO IN CASSA" TO W-LINEA(84:40)
           END-IF
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  CASSA (TERMINALE) NELLA TABELLA DEI TOTALI; UNA
      *            NUOVA SI AGGIUNGE IN CODA
       8000-TROVA-CASSA.
           MOVE    ZERO                TO  W-TROVATO
           PERFORM 8100-CONFRONTA-CASSA
               VARYING W-IT FROM 1 BY 1
               UNTIL W-IT GREATER W-CASS-NUMR OR W-TROVATO NOT EQUAL 0
           IF  W-TROVATO NOT EQUAL ZERO
             MOVE  W-TROVATO           TO  W-IT
             EXIT PARAGRAPH
           END-IF
           IF  W-CASS-NUMR EQUAL 50
             MOVE  ZERO                TO  W-IT
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-CASS-NUMR
           MOVE    W-CASS-NUMR         TO  W-IT
           MOVE    W-TERM              TO  W-CASS-TERM(W-IT)
           MOVE    ZERO                TO  W-CASS-NUMR-NOS(W-IT)
                                           W-CASS-IMPO-NOS(W-IT)
                                           W-CASS-NUMR-ACQ(W-IT)
                                           W-CASS-IMPO-ACQ(W-IT)
           .
      ******************************************************************
       8100-CONFRONTA-CASSA.
           IF  W-CASS-TERM(W-IT) EQUAL W-TERM
             MOVE  W-IT                TO  W-TROVATO
           END-IF
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  POSRICO-REC
           WRITE   POSRICO-REC
           .
      ******************************************************************
      *----------  RIEPILOGO PER CASSA: NOSTRO, ACQUIRER, DIFFERENZA
       9000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "RIEPILOGO PER CASSA" TO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "TERMINAL"          TO  W-LINEA(1:8)
           MOVE    "N.     NOSTRO TOTALE" TO W-LINEA(12:20)
           MOVE    "N.   ACQUIRER TOTALE" TO W-LINEA(36:20)
           MOVE    "DIFFERENZA"        TO  W-LINEA(64:10)
           PERFORM 8900-SCRIVI
           PERFORM 9100-UNA-CASSA
               VARYING W-IT FROM 1 BY 1
               UNTIL W-IT GREATER W-CASS-NUMR
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "DOCUMENTI QUADRATI : " W-NUMR-QUAD
                   "   IN DIFFERENZA : " W-NUMR-DIFF
                   "   SOLO ACQUIRER : " W-NUMR-SOLO-ACQ
                   "   FUORI GIORNATA : " W-NUMR-FUORI
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       9100-UNA-CASSA.
           MOVE    W-CASS-NUMR-NOS(W-IT) TO W-NUMR-ED
           MOVE    W-CASS-IMPO-NOS(W-IT) TO W-IMPO-ED
           MOVE    W-CASS-NUMR-ACQ(W-IT) TO W-NUMR-ED2
           MOVE    W-CASS-IMPO-ACQ(W-IT) TO W-IMPO-ED2
           COMPUTE W-IMPO = W-CASS-IMPO-NOS(W-IT)
                          - W-CASS-IMPO-ACQ(W-IT)
           MOVE    W-IMPO              TO  W-IMPO-ED3
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-CASS-TERM(W-IT)   TO  W-LINEA(1:8)
           MOVE    W-NUMR-ED           TO  W-LINEA(10:5)
           MOVE    W-IMPO-ED           TO  W-LINEA(17:14)
           MOVE    W-NUMR-ED2          TO  W-LINEA(34:5)
           MOVE    W-IMPO-ED2          TO  W-LINEA(41:14)
           MOVE    W-IMPO-ED3          TO  W-LINEA(60:14)
           PERFORM 8900-SCRIVI
           .
      *(END)
