       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPOSTRM0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   PAGAMENTO CON CARTA SUL TERMINALE DEL TOTEM: SCRIVE LA
      *****   RICHIESTA DI ADDEBITO (IMPORTO IN CENTESIMI) SU
      *****   "POSTRMRQ", DA DOVE LA PASSA AL TERMINALE IL SUO
      *****   DRIVER, E NE ATTENDE L'ESITO SU "POSTRMRS". L'ESITO
      *****   VALE SOLO SE PORTA IL RIFERIMENTO DELLA RICHIESTA: UN
      *****   ESITO VECCHIO RIMASTO SUL FILE NON VIENE MAI PRESO PER
      *****   BUONO. FINCHE' L'ESITO NON ARRIVA IL CASSIERE PUO'
      *****   RIPROVARE O ANNULLARE (ESITO "E").
      *****
      *****   IL PAN TORNA SEMPRE MASCHERATO (PRIME 6 E ULTIME 4
      *****   CIFRE IN CHIARO), ANCHE SE IL TERMINALE LO DA' INTERO:
      *****   IN ARCHIVIO NON ENTRA MAI UN NUMERO DI CARTA COMPLETO.
      *****
      *****   TRACCIATO POSTRMRQ (COLONNE FISSE):
      *****      1      OPERAZIONE: P = PAGAMENTO
      *****      3-18   RIFERIMENTO (DITTA, DEPOSITO, ORA)
      *****     20-30   IMPORTO IN CENTESIMI
      *****     32-34   DIVISA
      *****   TRACCIATO POSTRMRS (COLONNE FISSE):
      *****      1-16   RIFERIMENTO DELLA RICHIESTA
      *****     18      ESITO: A = APPROVATA, D = RIFIUTATA
      *****     20-25   CODICE DI AUTORIZZAZIONE
      *****     27-36   CIRCUITO (VISA, MASTERCARD, PAGOBANCOMAT..)
      *****     38-56   PAN
      *****     58-65   TERMINALE (TID)
      *****     67-78   RIFERIMENTO DELL'OPERAZIONE
      *****     80-90   IMPORTO ADDEBITATO IN CENTESIMI
      *****     92-131  MESSAGGIO DEL TERMINALE
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTRMRQ-FILE        ASSIGN TO "POSTRMRQ"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-RQ.
           SELECT POSTRMRS-FILE        ASSIGN TO "POSTRMRS"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-RS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTRMRQ-FILE.
       01  POSTRMRQ-REC.
           03  PTQ-OPER                PIC X(01).
           03  FILLER                  PIC X(01).
           03  PTQ-RIFE                PIC X(16).
           03  FILLER                  PIC X(01).
           03  PTQ-IMPO                PIC 9(11).
           03  FILLER                  PIC X(01).
           03  PTQ-DIVI                PIC X(03).
       FD  POSTRMRS-FILE.
       01  POSTRMRS-REC.
           03  PTS-RIFE                PIC X(16).
           03  FILLER                  PIC X(01).
           03  PTS-ESITO               PIC X(01).
           03  FILLER                  PIC X(01).
           03  PTS-AUTH                PIC X(06).
           03  FILLER                  PIC X(01).
           03  PTS-TIPO-CART           PIC X(10).
           03  FILLER                  PIC X(01).
           03  PTS-PAN                 PIC X(19).
           03  FILLER                  PIC X(01).
           03  PTS-TERM                PIC X(08).
           03  FILLER                  PIC X(01).
           03  PTS-RIFE-OPER           PIC X(12).
           03  FILLER                  PIC X(01).
           03  PTS-IMPO                PIC 9(11).
           03  FILLER                  PIC X(01).
           03  PTS-MESS                PIC X(40).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-RQ                  PIC X(02)      VALUE SPACES.
       77  WL-STAT-RS                  PIC X(02)      VALUE SPACES.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  W-RIFE                      PIC X(16)      VALUE SPACES.
       77  W-ORA                       PIC 9(08)      VALUE ZERO.
       77  W-CENT                      PIC 9(11)      VALUE ZERO.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-ATTESA                    PIC X(01)      VALUE "S".
           88  W-ATTESA-SI                            VALUE "S".
      *    Mascheratura del PAN
       77  W-PAN                       PIC X(19)      VALUE SPACES.
       77  W-PAN-LUNG                  PIC S9(04) COMP VALUE ZERO.
       77  W-PAN-SPAZI                 PIC S9(04) COMP VALUE ZERO.
       77  W-PAN-IND                   PIC S9(04) COMP VALUE ZERO.
      *
       LINKAGE SECTION.
       COPY "LPOSTRM.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PTRM-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    "E"                 TO  L-PTRM-ESITO
           MOVE    SPACES              TO  L-PTRM-AUTH L-PTRM-TIPO-CART
                                           L-PTRM-PAN  L-PTRM-TERM
                                           L-PTRM-RIFE L-PTRM-MESS
           PERFORM 1000-RICHIESTA
           IF  WL-STAT-RQ NOT EQUAL "00"
             MOVE  "TERMINALE NON RAGGIUNGIBILE"
                                       TO  L-PTRM-MESS
             DISPLAY "TERMINALE NON RAGGIUNGIBILE - PAGAMENTO NON"
                     " ESEGUITO"
             GO TO EXIT-PRO
           END-IF
           MOVE    "S"                 TO  W-ATTESA
           PERFORM 2000-ATTESA-ESITO
               UNTIL NOT W-ATTESA-SI
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  RICHIESTA DI ADDEBITO: IL RIFERIMENTO (DITTA,
      *            DEPOSITO, ORA AL CENTESIMO) LEGA L'ESITO ALLA
      *            RICHIESTA
       1000-RICHIESTA.
           ACCEPT  W-ORA               FROM TIME
           MOVE    SPACES              TO  W-RIFE
           STRING  L-PTRM-CODE-CLIE    DELIMITED BY SIZE
                   L-PTRM-NUMR-INST    DELIMITED BY SIZE
                   W-ORA               DELIMITED BY SIZE
                                       INTO W-RIFE
           COMPUTE W-CENT = L-PTRM-IMPO * 100
           OPEN OUTPUT POSTRMRQ-FILE
           IF  WL-STAT-RQ NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  POSTRMRQ-REC
           MOVE    "P"                 TO  PTQ-OPER
           MOVE    W-RIFE              TO  PTQ-RIFE
           MOVE    W-CENT              TO  PTQ-IMPO
           MOVE    "EUR"               TO  PTQ-DIVI
           WRITE   POSTRMRQ-REC
           CLOSE   POSTRMRQ-FILE
           MOVE    L-PTRM-IMPO         TO  W-IMPO-ED
           DISPLAY "IMPORTO INVIATO AL TERMINALE: " W-IMPO-ED
           .
      ******************************************************************
      *----------  IL CLIENTE OPERA SUL TERMINALE; A OPERAZIONE
      *            CONCLUSA SI LEGGE L'ESITO. SENZA ESITO DELLA
      *            RICHIESTA SI RIPROVA O SI ANNULLA
       2000-ATTESA-ESITO.
           DISPLAY "SEGUIRE IL TERMINALE - INVIO A OPERAZIONE"
                   " CONCLUSA : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           PERFORM 2100-LEGGI-ESITO
           IF  NOT W-ATTESA-SI
             EXIT PARAGRAPH
           END-IF
           DISPLAY "ESITO NON ANCORA DISPONIBILE - R=RIPROVA,"
                   " A=ANNULLA : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP EQUAL "A") OR (WL-RISP EQUAL "a")
             MOVE  "N"                 TO  W-ATTESA
             MOVE  "E"                 TO  L-PTRM-ESITO
             MOVE  "OPERAZIONE ANNULLATA DAL CASSIERE"
                                       TO  L-PTRM-MESS
             DISPLAY "PAGAMENTO CARTA ANNULLATO - VERIFICARE CHE IL"
                     " TERMINALE NON ABBIA ADDEBITATO"
           END-IF
           .
      ******************************************************************
       2100-LEGGI-ESITO.
           OPEN INPUT POSTRMRS-FILE
           IF  WL-STAT-RS NOT EQUAL "00"
             EXIT PARAGRAPH
           END-IF
           READ POSTRMRS-FILE
             AT END
               MOVE SPACES             TO  POSTRMRS-REC
           END-READ
           CLOSE   POSTRMRS-FILE
           IF  PTS-RIFE NOT EQUAL W-RIFE
             EXIT PARAGRAPH
           END-IF
           MOVE    "N"                 TO  W-ATTESA
           MOVE    PTS-AUTH            TO  L-PTRM-AUTH
           MOVE    PTS-TIPO-CART       TO  L-PTRM-TIPO-CART
           MOVE    PTS-TERM            TO  L-PTRM-TERM
           MOVE    PTS-RIFE-OPER       TO  L-PTRM-RIFE
           MOVE    PTS-MESS            TO  L-PTRM-MESS
           MOVE    PTS-PAN             TO  W-PAN
           PERFORM 3000-MASCHERA-PAN
           MOVE    W-PAN               TO  L-PTRM-PAN
           EVALUATE TRUE
             WHEN PTS-ESITO EQUAL "A" AND PTS-IMPO EQUAL W-CENT
               MOVE  "A"               TO  L-PTRM-ESITO
               DISPLAY "CARTA APPROVATA - AUTORIZZAZIONE " PTS-AUTH
                       " " PTS-TIPO-CART
             WHEN PTS-ESITO EQUAL "A"
      *          Importo addebitato diverso da quello mandato: la
      *          vendita non si chiude su un addebito che non torna
               MOVE  "E"               TO  L-PTRM-ESITO
               MOVE  "IMPORTO ADDEBITATO DIVERSO - STORNARE"
                                       TO  L-PTRM-MESS
               DISPLAY "IMPORTO ADDEBITATO DIVERSO DA QUELLO MANDATO"
                       " - STORNARE SUL TERMINALE"
             WHEN OTHER
               MOVE  "D"               TO  L-PTRM-ESITO
               DISPLAY "CARTA RIFIUTATA - " PTS-MESS
           END-EVALUATE
           .
      ******************************************************************
      *----------  PAN MASCHERATO: IN CHIARO SOLO LE PRIME 6 E LE
      *            ULTIME 4 CIFRE
       3000-MASCHERA-PAN.
           MOVE    ZERO                TO  W-PAN-SPAZI
           INSPECT FUNCTION REVERSE(W-PAN)
                   TALLYING W-PAN-SPAZI FOR LEADING SPACES
           COMPUTE W-PAN-LUNG = LENGTH OF W-PAN - W-PAN-SPAZI
           IF  W-PAN-LUNG NOT GREATER 10
             EXIT PARAGRAPH
           END-IF
           PERFORM 3100-MASCHERA-CIFRA
               VARYING W-PAN-IND FROM 7 BY 1
               UNTIL W-PAN-IND GREATER W-PAN-LUNG - 4
           .
      ******************************************************************
       3100-MASCHERA-CIFRA.
           MOVE    "*"                 TO  W-PAN(W-PAN-IND:1)
           .
      *(END)
