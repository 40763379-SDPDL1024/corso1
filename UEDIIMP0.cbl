       IDENTIFICATION DIVISION.
       PROGRAM-ID. UEDIIMP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   IMPORT DEI MESSAGGI EDIFACT RICEVUTI: LEGGE IL FILE
      *****   "EDIIN" (INTERSCAMBI UNB..UNZ, SEGMENTI SU UNA O PIU'
      *****   RIGHE, SEPARATORI STANDARD ' + : ? ) E TRATTA:
      *****
      *****   - ORDERS: REGISTRA TESTATA (F0SORDI) E RIGHE (F0SORDR)
      *****     CON ORIGINE "E", COME L'IMPORT DEL NEGOZIO ONLINE
      *****     (UWEBIMP0):
      *****       . IL CLIENTE E' QUELLO DELL'ACCORDO EDI (F0SEDIP,
      *****         TRAMITE "UREDIP10") CON IL GLN DEL COMPRATORE
      *****         (NAD+BY, IN MANCANZA IL MITTENTE DELL'UNB); SENZA
      *****         ACCORDO ATTIVO, CON IL CLIENTE BLOCCATO O CON UN
      *****         PUNTO DI CONSEGNA SCONOSCIUTO IL MESSAGGIO E'
      *****         RESPINTO PER INTERO
      *****       . IL PUNTO DI CONSEGNA (NAD+DP) E' LA DESTINAZIONE
      *****         DEL CLIENTE (F0SDEST) CON QUEL GLN; IL GLN DEL
      *****         COMPRATORE O NESSUN NAD+DP = SEDE DEL CLIENTE
      *****       . L'ORDINE GIA' IMPORTATO (STESSO CLIENTE E STESSO
      *****         NUMERO BGM) NON SI RIPETE
      *****       . L'ARTICOLO E' QUELLO CON IL GTIN DELLA RIGA
      *****         (LIN) COME CODICE EAN (F0SARTI, TRAMITE
      *****         "URARTI10"); LA RIGA CON GTIN SCONOSCIUTO SI
      *****         SCARTA, LE ALTRE ENTRANO
      *****       . OGNI RIGA IMPEGNA LA MERCE TRAMITE "UIMPEGN0";
      *****         SENZA DISPONIBILITA' PIENA ENTRA IN BACKORDER
      *****       . PREZZO DAL PRI+AAA, A ZERO DAL LISTINO DEL
      *****         CLIENTE
      *****   - CONTRL: LA RICEVUTA DEL PARTNER AI NOSTRI DESADV E
      *****     INVOIC (UCI/UCM) PORTA IL MESSAGGIO DEL REGISTRO AD
      *****     ACCETTATO O RIFIUTATO
      *****
      *****   OGNI MESSAGGIO RICEVUTO VA SUL REGISTRO INTERSCAMBI
      *****   (F0SEDIL, TRAMITE "UREDIL10") CON IL SUO ESITO; AD OGNI
      *****   INTERSCAMBIO CON ORDINI SI RISPONDE CON UN CONTRL IN
      *****   CODA A "EDIOUT" (7 = ACCETTATO, 4 = RESPINTO).
      *****
      *****   GLI ESITI VANNO SU "EDIESIT":
      *****      1-14   RIFERIMENTO DELL'INTERSCAMBIO
      *****     16-29   RIFERIMENTO DEL MESSAGGIO
      *****     31-47   NUMERO D'ORDINE DEL CLIENTE
      *****     49-50   ESITO: OK = IMPORTATO, GI = GIA' IMPORTATO,
      *****             SC = MESSAGGIO RESPINTO, RS = RIGA SCARTATA,
      *****             BO = RIGA IN BACKORDER, PZ = RIGA SENZA
      *****             PREZZO, REGISTRATA A ZERO, AC = RICEVUTA
      *****             DEL PARTNER REGISTRATA
      *****     52-57   NOSTRO NUMERO D'ORDINE
      *****     59-     DESCRIZIONE
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIIN-FILE           ASSIGN TO "EDIIN"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-INP.
           SELECT EDIOUT-FILE          ASSIGN TO "EDIOUT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-OUT.
           SELECT EDIESIT-FILE         ASSIGN TO "EDIESIT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ESI.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIIN-FILE.
       01  EDIIN-REC                   PIC X(2000).
       FD  EDIOUT-FILE.
       01  EDIOUT-REC                  PIC X(200).
       FD  EDIESIT-FILE.
       01  EDIESIT-REC                 PIC X(140).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-INP                 PIC X(02)      VALUE SPACES.
       77  WL-STAT-OUT                 PIC X(02)      VALUE SPACES.
       77  WL-STAT-ESI                 PIC X(02)      VALUE SPACES.
       77  W-EOF                       PIC X(01)      VALUE "N".
           88  W-EOF-SI                               VALUE "S".
       77  W-LINEA                     PIC X(140)     VALUE SPACES.
       77  W-NUMR-INTC                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-MESS                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-IMPO                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SCAR                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-BACK                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ACKN                 PIC 9(05)      VALUE ZERO.
       77  W-QTA-DISP                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
      *
      *----------  SCOMPOSIZIONE DEI SEGMENTI: UN CARATTERE ALLA
      *            VOLTA, CON IL CARATTERE DI RILASCIO "?"; IL
      *            SEGMENTO RESTA A META' FRA UNA RIGA E L'ALTRA
       77  W-LUNG                      PIC S9(04) COMP VALUE ZERO.
       77  W-SPAZI                     PIC S9(04) COMP VALUE ZERO.
       77  W-POS                       PIC S9(04) COMP VALUE ZERO.
       77  W-SALTA                     PIC S9(04) COMP VALUE ZERO.
       77  W-CAR                       PIC X(01)      VALUE SPACE.
       77  W-RILASCIO                  PIC X(01)      VALUE "N".
           88  W-RILASCIO-SI                          VALUE "S".
       77  W-EL                        PIC S9(04) COMP VALUE 1.
       77  W-CO                        PIC S9(04) COMP VALUE 1.
       77  W-PC                        PIC S9(04) COMP VALUE ZERO.
       01  W-SEGMENTO.
           03  W-ELEM                  OCCURS 12.
               05  W-COMP              PIC X(35)      OCCURS 6.
      *
      *----------  INTERSCAMBIO IN CORSO E ESITO DEI SUOI MESSAGGI,
      *            PER IL CONTRL DI RISPOSTA
       77  W-INT-RIFE                  PIC X(14)      VALUE SPACES.
       77  W-INT-MITT                  PIC X(13)      VALUE SPACES.
       77  W-INT-DEST                  PIC X(13)      VALUE SPACES.
       77  W-INT-NUMR-MESS             PIC S9(04) COMP VALUE ZERO.
       77  W-INT-NUMR-OK               PIC S9(04) COMP VALUE ZERO.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       01  W-UCM-TAB.
           03  W-UCM                   OCCURS 50.
               05  W-UCM-RIFE          PIC X(14).
               05  W-UCM-TIPO          PIC X(06).
               05  W-UCM-AZIO          PIC X(01).
      *
      *----------  MESSAGGIO IN CORSO
       77  W-MSG-RIFE                  PIC X(14)      VALUE SPACES.
       77  W-MSG-TIPO                  PIC X(06)      VALUE SPACES.
           88  W-MSG-ORDERS                           VALUE "ORDERS".
           88  W-MSG-CONTRL                           VALUE "CONTRL".
       77  W-MSG-AZIO                  PIC X(01)      VALUE SPACE.
       77  W-ESIT-CODE                 PIC X(02)      VALUE SPACES.
       77  W-MOTIVO                    PIC X(80)      VALUE SPACES.
      *
      *----------  ORDINE IN CORSO: SPAZIO = NON ANCORA APERTO (SI
      *            APRE ALLA PRIMA RIGA LIN), "A" = APERTO, "X" =
      *            RESPINTO, LE SUE RIGHE SI IGNORANO
       77  W-ORDI-STATO                PIC X(01)      VALUE SPACE.
           88  W-ORDI-APERTO                          VALUE "A".
           88  W-ORDI-SCARTATO                        VALUE "X".
       77  W-ORD-RIFE                  PIC X(17)      VALUE SPACES.
       77  W-ORD-CONS                  PIC 9(08)      VALUE ZERO.
       77  W-GLN-BY                    PIC X(13)      VALUE SPACES.
       77  W-GLN-DP                    PIC X(13)      VALUE SPACES.
       77  W-CODI-CLIF                 PIC 9(06)      VALUE ZERO.
       77  W-CODE-DEST                 PIC 9(03)      VALUE ZERO.
       77  W-NUMR-ORDI                 PIC 9(06)      VALUE ZERO.
       77  W-NUMR-RIGA                 PIC 9(02)      VALUE ZERO.
       77  W-TROVATO                   PIC X(01)      VALUE "N".
           88  W-TROVATO-SI                           VALUE "S".
      *
      *----------  RIGA LIN IN CORSO, COMPLETA AL LIN SEGUENTE O A
      *            FINE MESSAGGIO
       77  W-LIN-APERTA                PIC X(01)      VALUE "N".
           88  W-LIN-APERTA-SI                        VALUE "S".
       77  W-LIN-GTIN                  PIC X(13)      VALUE SPACES.
       77  W-LIN-QTA                   PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-LIN-PREZ                  PIC S9(09)V9999 COMP-3 VALUE 0.
      *
      *----------  CONVERSIONE DEI NUMERI COL PUNTO DECIMALE
       77  W-VAL                       PIC X(35)      VALUE SPACES.
       77  W-NUM-X                     PIC X(35)      VALUE SPACES.
       77  W-NUM                       PIC S9(11)V9(06) VALUE 0.
      *
      *----------  CONTRL DI RISPOSTA
       77  W-ACK-PROG                  PIC 9(08)      VALUE ZERO.
       77  W-OUT-RIFE                  PIC X(14)      VALUE SPACES.
       77  W-OUT-NUMR-SEGM             PIC 9(04)      VALUE ZERO.
       77  W-NUMR-ED                   PIC Z(05)9     VALUE ZERO.
       77  W-ORA                       PIC 9(08)      VALUE ZERO.
      *
       COPY "F0SEDIP.REC".
       COPY "F0SEDIL.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SDEST.REC".
       COPY "F0SARTI.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SORDI.REC".
       COPY "F0SORDR.REC".
       COPY "F0SLIST.REC".
      *
      *    Impegno della merce ordinata sul deposito.
       01  L-IMPE-CTRL.
           03  L-IMPE-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-IMPE-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-IMPE-CODE-ARTI        PIC X(15)      VALUE SPACES.
           03  L-IMPE-QTA              PIC S9(07)V999 COMP-3 VALUE 0.
           03  L-IMPE-ESITO            PIC X(01)      VALUE SPACE.
      *
       LINKAGE SECTION.
       01  L-EIMP-CTRL.
           03  L-EIMP-CODE-CLIE        PIC 9(04).
      *    Deposito che evade gli ordini EDI
           03  L-EIMP-NUMR-INST        PIC 9(04).
           03  L-EIMP-NUMR-IMPO        PIC 9(05).
           03  L-EIMP-ESITO            PIC X(01).
               88  L-EIMP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-EIMP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    ZERO                TO  L-EIMP-NUMR-IMPO
           MOVE    SPACE               TO  L-EIMP-ESITO
           DISPLAY "IMPORT MESSAGGI EDIFACT  -  DITTA "
                   L-EIMP-CODE-CLIE " DEPOSITO " L-EIMP-NUMR-INST
           OPEN INPUT  EDIIN-FILE
           IF  WL-STAT-INP NOT EQUAL "00"
             DISPLAY "FILE EDIIN NON TROVATO - NESSUN MESSAGGIO"
                     " DA IMPORTARE"
             MOVE  "S"                 TO  L-EIMP-ESITO
             GO TO EXIT-PRO
           END-IF
           OPEN OUTPUT EDIESIT-FILE
           OPEN EXTEND EDIOUT-FILE
           IF  WL-STAT-OUT EQUAL "35"
             OPEN OUTPUT EDIOUT-FILE
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    SPACES              TO  W-SEGMENTO W-MSG-TIPO
           MOVE    1                   TO  W-EL W-CO
           MOVE    ZERO                TO  W-PC W-SALTA
           MOVE    "N"                 TO  W-RILASCIO
           PERFORM 1000-LEGGI-RIGA
           PERFORM 1100-ANALIZZA-RIGA
               UNTIL W-EOF-SI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           CLOSE EDIIN-FILE EDIOUT-FILE EDIESIT-FILE
           MOVE    W-NUMR-IMPO         TO  L-EIMP-NUMR-IMPO
           MOVE    "S"                 TO  L-EIMP-ESITO
           DISPLAY "INTERSCAMBI " W-NUMR-INTC " - MESSAGGI "
                   W-NUMR-MESS " - ORDINI IMPORTATI " W-NUMR-IMPO
                   " - RESPINTI " W-NUMR-SCAR
           DISPLAY "RIGHE IN BACKORDER " W-NUMR-BACK
                   " - RICEVUTE DEI PARTNER " W-NUMR-ACKN
                   " (VEDI EDIESIT)"
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-LEGGI-RIGA.
           READ EDIIN-FILE
             AT END
               MOVE "S"                TO  W-EOF
           END-READ
           .
      ******************************************************************
      *----------  UNA RIGA DEL FILE: SI SCORRE FINO ALL'ULTIMO
      *            CARATTERE SIGNIFICATIVO
       1100-ANALIZZA-RIGA.
           MOVE    ZERO                TO  W-SPAZI
           INSPECT FUNCTION REVERSE(EDIIN-REC)
                   TALLYING W-SPAZI FOR LEADING SPACES
           COMPUTE W-LUNG = LENGTH OF EDIIN-REC - W-SPAZI
           PERFORM 1200-CARATTERE
               VARYING W-POS FROM 1 BY 1
               UNTIL W-POS GREATER W-LUNG
           PERFORM 1000-LEGGI-RIGA
           .
      ******************************************************************
      *----------  UN CARATTERE: SEPARATORI DI ELEMENTO (+), DI
      *            COMPONENTE (:) E DI SEGMENTO ('); IL RILASCIO (?)
      *            RENDE LETTERALE IL CARATTERE CHE SEGUE. LA STRINGA
      *            UNA CHE APRE L'INTERSCAMBIO SI SALTA
       1200-CARATTERE.
           IF  W-SALTA GREATER ZERO
             SUBTRACT 1                FROM W-SALTA
             EXIT PARAGRAPH
           END-IF
           MOVE    EDIIN-REC(W-POS:1)  TO  W-CAR
           IF  W-RILASCIO-SI
             MOVE  "N"                 TO  W-RILASCIO
             PERFORM 1300-ACCODA-CARATTERE
             EXIT PARAGRAPH
           END-IF
           IF  W-EL EQUAL 1 AND W-CO EQUAL 1 AND W-PC EQUAL ZERO
               AND W-POS + 2 NOT GREATER W-LUNG
               AND EDIIN-REC(W-POS:3) EQUAL "UNA"
             MOVE  8                   TO  W-SALTA
             EXIT PARAGRAPH
           END-IF
           EVALUATE W-CAR
             WHEN "?"
               MOVE  "S"               TO  W-RILASCIO
             WHEN "+"
               ADD   1                 TO  W-EL
               MOVE  1                 TO  W-CO
               MOVE  ZERO              TO  W-PC
             WHEN ":"
               ADD   1                 TO  W-CO
               MOVE  ZERO              TO  W-PC
             WHEN "'"
               PERFORM 2000-SEGMENTO
               MOVE  SPACES            TO  W-SEGMENTO
               MOVE  1                 TO  W-EL W-CO
               MOVE  ZERO              TO  W-PC
             WHEN OTHER
      *          A capo e spazi fra un segmento e l'altro non contano
               IF  W-EL EQUAL 1 AND W-CO EQUAL 1 AND W-PC EQUAL ZERO
                   AND W-CAR EQUAL SPACE
                 EXIT PARAGRAPH
               END-IF
               PERFORM 1300-ACCODA-CARATTERE
           END-EVALUATE
           .
      ******************************************************************
       1300-ACCODA-CARATTERE.
           ADD     1                   TO  W-PC
           IF  W-EL NOT GREATER 12 AND W-CO NOT GREATER 6
               AND W-PC NOT GREATER 35
             MOVE  W-CAR               TO  W-COMP(W-EL W-CO)(W-PC:1)
           END-IF
           .
      ******************************************************************
      *----------  UN SEGMENTO COMPLETO
       2000-SEGMENTO.
           EVALUATE TRUE
             WHEN W-COMP(1 1) EQUAL "UNB"
               PERFORM 2100-INIZIO-INTERSCAMBIO
             WHEN W-COMP(1 1) EQUAL "UNH"
               PERFORM 2200-INIZIO-MESSAGGIO
             WHEN W-COMP(1 1) EQUAL "UNT"
               PERFORM 2300-FINE-MESSAGGIO
             WHEN W-COMP(1 1) EQUAL "UNZ"
               PERFORM 2400-FINE-INTERSCAMBIO
             WHEN W-MSG-ORDERS
               PERFORM 3000-SEGMENTO-ORDERS
             WHEN W-MSG-CONTRL
               PERFORM 5000-SEGMENTO-CONTRL
           END-EVALUATE
           .
      ******************************************************************
      *----------  UNB: MITTENTE, DESTINATARIO E RIFERIMENTO
       2100-INIZIO-INTERSCAMBIO.
           ADD     1                   TO  W-NUMR-INTC
           MOVE    W-COMP(3 1)         TO  W-INT-MITT
           MOVE    W-COMP(4 1)         TO  W-INT-DEST
           MOVE    W-COMP(6 1)         TO  W-INT-RIFE
           MOVE    ZERO                TO  W-INT-NUMR-MESS W-INT-NUMR-OK
           MOVE    SPACES              TO  W-MSG-TIPO
           .
      ******************************************************************
      *----------  UNH: TIPO E RIFERIMENTO DEL MESSAGGIO; LO STATO
      *            DELL'ORDINE RIPARTE DA ZERO
       2200-INIZIO-MESSAGGIO.
           ADD     1                   TO  W-NUMR-MESS
           MOVE    W-COMP(2 1)         TO  W-MSG-RIFE
           MOVE    W-COMP(3 1)         TO  W-MSG-TIPO
           MOVE    "7"                 TO  W-MSG-AZIO
           MOVE    SPACE               TO  W-ORDI-STATO
           MOVE    "N"                 TO  W-LIN-APERTA
           MOVE    SPACES              TO  W-ORD-RIFE W-GLN-BY W-GLN-DP
                                           W-MOTIVO
           MOVE    ZERO                TO  W-ORD-CONS W-CODI-CLIF
                                           W-CODE-DEST W-NUMR-ORDI
                                           W-NUMR-RIGA W-ACK-PROG
           .
      ******************************************************************
      *----------  UNT: L'ORDINE SI CHIUDE E SI REGISTRA; L'ESITO VA
      *            SUL REGISTRO E NEL CONTRL DELL'INTERSCAMBIO
       2300-FINE-MESSAGGIO.
           EVALUATE TRUE
             WHEN W-MSG-ORDERS
               PERFORM 3400-CHIUDI-LINEA
               IF  W-ORDI-STATO EQUAL SPACE
                 PERFORM 3200-APRI-ORDINE
               END-IF
               PERFORM 3900-CHIUDI-ORDINE
             WHEN W-MSG-CONTRL
               CONTINUE
             WHEN OTHER
               MOVE  "4"               TO  W-MSG-AZIO
               MOVE  "SC"              TO  W-ESIT-CODE
               MOVE  SPACES            TO  W-MOTIVO
               STRING "MESSAGGIO " W-MSG-TIPO " NON GESTITO"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
               PERFORM 8800-ESITO
               ADD   1                 TO  W-NUMR-SCAR
           END-EVALUATE
           PERFORM 7000-REGISTRA-ENTRATA
      *      Le ricevute non si confermano con altre ricevute
           IF  NOT W-MSG-CONTRL AND W-INT-NUMR-MESS LESS 50
             ADD   1                   TO  W-INT-NUMR-MESS
             MOVE  W-MSG-RIFE          TO  W-UCM-RIFE(W-INT-NUMR-MESS)
             MOVE  W-MSG-TIPO          TO  W-UCM-TIPO(W-INT-NUMR-MESS)
             MOVE  W-MSG-AZIO          TO  W-UCM-AZIO(W-INT-NUMR-MESS)
             IF  W-MSG-AZIO EQUAL "7"
               ADD 1                   TO  W-INT-NUMR-OK
             END-IF
           END-IF
           MOVE    SPACES              TO  W-MSG-TIPO
           .
      ******************************************************************
      *----------  UNZ: CONTRL DI RISPOSTA SE L'INTERSCAMBIO PORTAVA
      *            MESSAGGI DA CONFERMARE
       2400-FINE-INTERSCAMBIO.
           IF  W-INT-NUMR-MESS GREATER ZERO
             PERFORM 6000-CONTRL-RISPOSTA
           END-IF
           MOVE    ZERO                TO  W-INT-NUMR-MESS
           .
      ******************************************************************
      *----------  SEGMENTI DELL'ORDINE
       3000-SEGMENTO-ORDERS.
           EVALUATE W-COMP(1 1)
             WHEN "BGM"
               MOVE  W-COMP(3 1)       TO  W-ORD-RIFE
             WHEN "DTM"
      *          Data di consegna richiesta
               IF  W-COMP(2 1) EQUAL "2"
                   AND W-COMP(2 2)(1:8) IS NUMERIC
                 MOVE  W-COMP(2 2)(1:8) TO W-ORD-CONS
               END-IF
             WHEN "NAD"
               IF  W-COMP(2 1) EQUAL "BY"
                 MOVE  W-COMP(3 1)     TO  W-GLN-BY
               END-IF
               IF  W-COMP(2 1) EQUAL "DP"
                 MOVE  W-COMP(3 1)     TO  W-GLN-DP
               END-IF
             WHEN "LIN"
               PERFORM 3100-NUOVA-LINEA
             WHEN "QTY"
               IF  W-COMP(2 1) EQUAL "21" AND W-LIN-APERTA-SI
                 MOVE  W-COMP(2 2)     TO  W-VAL
                 PERFORM 8700-CONVERTI-NUMERO
                 MOVE  W-NUM           TO  W-LIN-QTA
               END-IF
             WHEN "PRI"
               IF  W-COMP(2 1) EQUAL "AAA" AND W-LIN-APERTA-SI
                 MOVE  W-COMP(2 2)     TO  W-VAL
                 PERFORM 8700-CONVERTI-NUMERO
                 MOVE  W-NUM           TO  W-LIN-PREZ
               END-IF
             WHEN "UNS"
               PERFORM 3400-CHIUDI-LINEA
           END-EVALUATE
           .
      ******************************************************************
      *----------  LIN: LA TESTATA E' COMPLETA, L'ORDINE SI APRE ALLA
      *            PRIMA RIGA; LA RIGA PRECEDENTE E' COMPLETA
       3100-NUOVA-LINEA.
           IF  W-ORDI-STATO EQUAL SPACE
             PERFORM 3200-APRI-ORDINE
           END-IF
           PERFORM 3400-CHIUDI-LINEA
           SET     W-LIN-APERTA-SI     TO  TRUE
           MOVE    ZERO                TO  W-LIN-QTA W-LIN-PREZ
      *      GTIN a 14 cifre con lo zero in testa = EAN a 13
           IF  W-COMP(4 1)(14:1) NOT EQUAL SPACE
               AND W-COMP(4 1)(1:1) EQUAL "0"
             MOVE  W-COMP(4 1)(2:13)   TO  W-LIN-GTIN
           ELSE
             MOVE  W-COMP(4 1)         TO  W-LIN-GTIN
           END-IF
           .
      ******************************************************************
      *----------  TESTATA: ACCORDO E CLIENTE, PUNTO DI CONSEGNA,
      *            DOPPIONI E NUMERO D'ORDINE
       3200-APRI-ORDINE.
           SET     W-ORDI-SCARTATO     TO  TRUE
           MOVE    "4"                 TO  W-MSG-AZIO
           IF  W-GLN-BY EQUAL SPACES
             MOVE  W-INT-MITT          TO  W-GLN-BY
           END-IF
           INITIALIZE F0SEDIP
           MOVE    L-EIMP-CODE-CLIE    TO  F0SEDIP-CODE-CLIE
           MOVE    W-GLN-BY            TO  F0SEDIP-GLN-PART
           MOVE    40                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR NOT F0SEDIP-ATTIVO
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "COMPRATORE " W-GLN-BY
                    " SENZA ACCORDO EDI ATTIVO - MESSAGGIO RESPINTO"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SEDIP-CODI-CLIF   TO  W-CODI-CLIF
           INITIALIZE F0SCLIF
           MOVE    L-EIMP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    W-CODI-CLIF         TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR F0SCLIF-BLOCCATO
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "CLIENTE " W-CODI-CLIF
                    " NON IN ANAGRAFICA O BLOCCATO - MESSAGGIO"
                    " RESPINTO"        DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
           PERFORM 3210-PUNTO-CONSEGNA
           IF  NOT W-TROVATO-SI
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "PUNTO DI CONSEGNA " W-GLN-DP
                    " SCONOSCIUTO - MESSAGGIO RESPINTO"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
      *      L'ordine doppio si conferma ma non si ripete
           MOVE    "7"                 TO  W-MSG-AZIO
           IF  W-ORD-RIFE EQUAL SPACES
             MOVE  "4"                 TO  W-MSG-AZIO
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  "MANCA IL NUMERO D'ORDINE (BGM) - MESSAGGIO"
                                       TO  W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
           PERFORM 3300-CERCA-DOPPIO
           IF  W-TROVATO-SI
             MOVE  "GI"                TO  W-ESIT-CODE
             MOVE  "ORDINE GIA' IMPORTATO - NON RIPETUTO"
                                       TO  W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
      *
      *      Testata: prossimo numero d'ordine del deposito
           INITIALIZE F0SORDI
           MOVE    L-EIMP-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    L-EIMP-NUMR-INST    TO  F0SORDI-NUMR-INST
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    LDATE-ACTL          TO  F0SORDI-DATA-ORDI
           MOVE    F0SCLIF-RAGE-CLIF   TO  F0SORDI-RAGE-CLIE
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SORDI-CODI-CLIF
           MOVE    W-CODE-DEST         TO  F0SORDI-CODE-DEST
           MOVE    W-ORD-RIFE          TO  F0SORDI-EDI-RIFE
           MOVE    W-ORD-CONS          TO  F0SORDI-EDI-DATA-CONS
           SET     F0SORDI-ORIG-EDI    TO  TRUE
           SET     F0SORDI-APERTO      TO  TRUE
           MOVE    F0SORDI-NUMR-ORDI   TO  W-NUMR-ORDI
           SET     W-ORDI-APERTO       TO  TRUE
           .
      ******************************************************************
      *----------  DESTINAZIONE DEL CLIENTE CON IL GLN DEL PUNTO DI
      *            CONSEGNA; NESSUN GLN O QUELLO DEL COMPRATORE =
      *            SEDE DEL CLIENTE
       3210-PUNTO-CONSEGNA.
           MOVE    ZERO                TO  W-CODE-DEST
           IF  W-GLN-DP EQUAL SPACES OR W-GLN-DP EQUAL W-GLN-BY
             SET   W-TROVATO-SI        TO  TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE    "N"                 TO  W-TROVATO
           INITIALIZE F0SDEST
           MOVE    L-EIMP-CODE-CLIE    TO  F0SDEST-CODE-CLIE
           MOVE    W-CODI-CLIF         TO  F0SDEST-CODI-CLIF
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           PERFORM 3220-CONFRONTA-DEST
               UNTIL DSTF-IOSR NOT EQUAL 1 OR W-TROVATO-SI
           .
      ******************************************************************
       3220-CONFRONTA-DEST.
           IF  F0SDEST-CODE-GLN EQUAL W-GLN-DP AND F0SDEST-ATTIVA
             SET   W-TROVATO-SI        TO  TRUE
             MOVE  F0SDEST-CODE-DEST   TO  W-CODE-DEST
             EXIT PARAGRAPH
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           .
      ******************************************************************
      *----------  UN ORDINE EDI DELLO STESSO CLIENTE CON LO STESSO
      *            NUMERO E' GIA' STATO IMPORTATO
       3300-CERCA-DOPPIO.
           MOVE    "N"                 TO  W-TROVATO
           INITIALIZE F0SORDI
           MOVE    L-EIMP-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           PERFORM 3310-CONFRONTA-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1 OR W-TROVATO-SI
           .
      ******************************************************************
       3310-CONFRONTA-ORDINE.
           IF  F0SORDI-ORIG-EDI AND F0SORDI-EDI-RIFE EQUAL W-ORD-RIFE
               AND F0SORDI-CODI-CLIF EQUAL W-CODI-CLIF
             SET   W-TROVATO-SI        TO  TRUE
             MOVE  F0SORDI-NUMR-ORDI   TO  W-NUMR-ORDI
             EXIT PARAGRAPH
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
      *----------  RIGA COMPLETA: VA ALL'ORDINE APERTO
       3400-CHIUDI-LINEA.
           IF  W-LIN-APERTA-SI AND W-ORDI-APERTO
             PERFORM 3500-RIGA-ORDINE
           END-IF
           MOVE    "N"                 TO  W-LIN-APERTA
           .
      ******************************************************************
      *----------  RIGA: ARTICOLO DAL GTIN, GIACENZA SUL DEPOSITO,
      *            PREZZO, IMPEGNO E DEPOSITO DELLA RIGA; LA MANCANZA
      *            DI MERCE NON FERMA LA RIGA, CHE RESTA IN BACKORDER
       3500-RIGA-ORDINE.
           IF  W-NUMR-RIGA EQUAL 20
             MOVE  "RS"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "GTIN " W-LIN-GTIN
                    " OLTRE LE 20 RIGHE DELL'ORDINE"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
           IF  W-LIN-QTA NOT GREATER ZERO
             MOVE  "RS"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "GTIN " W-LIN-GTIN " QUANTITA' NON VALIDA"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SARTI
           MOVE    L-EIMP-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    W-LIN-GTIN          TO  F0SARTI-CODE-EAN
           MOVE    40                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR W-LIN-GTIN EQUAL SPACES
             MOVE  "RS"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "GTIN " W-LIN-GTIN
                    " SCONOSCIUTO - RIGA SCARTATA"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
      *
      *    La giacenza si apre e si richiude ad ogni riga: l'impegno
      *    (UIMPEGN0) apre e chiude URMAGA10 per conto suo
           INITIALIZE F0SMAGA
           MOVE    L-EIMP-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-EIMP-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    F0SARTI-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             MOVE  "RS"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " F0SARTI-CODE-ARTI
                    " NON PRESENTE SUL DEPOSITO"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SORDR
           MOVE    L-EIMP-CODE-CLIE    TO  F0SORDR-CODE-CLIE
           MOVE    L-EIMP-NUMR-INST    TO  F0SORDR-NUMR-INST
           MOVE    W-NUMR-ORDI         TO  F0SORDR-NUMR-ORDI
           MOVE    F0SARTI-CODE-ARTI   TO  F0SORDR-CODE-ARTI
           MOVE    F0SMAGA-DESC-ARTI   TO  F0SORDR-DESC-ARTI
           MOVE    W-LIN-QTA           TO  F0SORDR-QTA-ORDI
           MOVE    W-LIN-PREZ          TO  F0SORDR-PREZ-UNIT
           IF  F0SORDR-PREZ-UNIT EQUAL ZERO
             PERFORM 3600-PREZZO-LISTINO
           END-IF
           COMPUTE F0SORDR-IMPO-RIGA ROUNDED =
                       F0SORDR-QTA-ORDI * F0SORDR-PREZ-UNIT
           COMPUTE W-QTA-DISP = F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
           IF  W-QTA-DISP LESS F0SORDR-QTA-ORDI
             ADD   1                   TO  W-NUMR-BACK
             MOVE  "BO"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " F0SARTI-CODE-ARTI
                    " DISPONIBILITA' INSUFFICIENTE - IN BACKORDER"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
           END-IF
      *
      *      Impegno della merce ordinata
           MOVE    L-EIMP-CODE-CLIE    TO  L-IMPE-CODE-CLIE
           MOVE    L-EIMP-NUMR-INST    TO  L-IMPE-NUMR-INST
           MOVE    F0SORDR-CODE-ARTI   TO  L-IMPE-CODE-ARTI
           MOVE    F0SORDR-QTA-ORDI    TO  L-IMPE-QTA
           CALL  "UIMPEGN0"              USING L-IMPE-CTRL LWCOMAR
      *
           ADD     1                   TO  W-NUMR-RIGA
           MOVE    W-NUMR-RIGA         TO  F0SORDR-NUMR-RIGA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           ADD     F0SORDR-IMPO-RIGA   TO  F0SORDI-IMPO-TOTA
           .
      ******************************************************************
      *----------  RIGA SENZA PREZZO: PREZZO IN VIGORE SUL LISTINO
      *            DEL CLIENTE
       3600-PREZZO-LISTINO.
           INITIALIZE F0SLIST
           MOVE    L-EIMP-CODE-CLIE    TO  F0SLIST-CODE-CLIE
           MOVE    F0SCLIF-CODE-LIST   TO  F0SLIST-CODE-LIST
           MOVE    F0SORDR-CODE-ARTI   TO  F0SLIST-CODE-ARTI
           MOVE    40                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SLIST-PREZ-UNIT   TO  F0SORDR-PREZ-UNIT
           ELSE
             MOVE  "PZ"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ARTICOLO " F0SORDR-CODE-ARTI
                    " SENZA PREZZO - RIGA A ZERO DA VERIFICARE"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
           END-IF
           .
      ******************************************************************
      *----------  FINE ORDINE: LA TESTATA SI DEPOSITA SOLO SE HA
      *            ALMENO UNA RIGA, ALTRIMENTI IL MESSAGGIO E' RESPINTO
       3900-CHIUDI-ORDINE.
           IF  NOT W-ORDI-APERTO
             EXIT PARAGRAPH
           END-IF
           IF  W-NUMR-RIGA EQUAL ZERO
             MOVE  ZERO                TO  W-NUMR-ORDI
             MOVE  "4"                 TO  W-MSG-AZIO
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  "NESSUNA RIGA VALIDA - ORDINE NON REGISTRATO"
                                       TO  W-MOTIVO
             PERFORM 8800-ESITO
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           ADD     1                   TO  W-NUMR-IMPO
           MOVE    F0SORDI-IMPO-TOTA   TO  W-IMPO-ED
           MOVE    "OK"                TO  W-ESIT-CODE
           MOVE    SPACES              TO  W-MOTIVO
           STRING "IMPORTATO - CLIENTE " F0SORDI-CODI-CLIF
                  " RIGHE " W-NUMR-RIGA " TOTALE " W-IMPO-ED
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
           PERFORM 8800-ESITO
           .
      ******************************************************************
      *----------  SEGMENTI DELLA RICEVUTA DEL PARTNER: UCI RIMANDA
      *            AL NOSTRO INTERSCAMBIO (= PROGRESSIVO DEL REGISTRO),
      *            UCM AL MESSAGGIO; 7 = ACCETTATO, 4 = RESPINTO
       5000-SEGMENTO-CONTRL.
           EVALUATE W-COMP(1 1)
             WHEN "UCI"
               MOVE  W-COMP(5 1)       TO  W-MSG-AZIO
               PERFORM 5100-AGGIORNA-INVIATO
             WHEN "UCM"
               IF  W-COMP(4 1) EQUAL "4"
                 MOVE  "4"             TO  W-MSG-AZIO
                 PERFORM 5100-AGGIORNA-INVIATO
               END-IF
           END-EVALUATE
           .
      ******************************************************************
       5100-AGGIORNA-INVIATO.
           IF  W-COMP(1 1) EQUAL "UCI"
             IF  W-COMP(2 1)(1:8) IS NUMERIC
                 AND W-COMP(2 1)(9:1) EQUAL SPACE
               MOVE  W-COMP(2 1)(1:8)  TO  W-ACK-PROG
             ELSE
               MOVE  ZERO              TO  W-ACK-PROG
             END-IF
           END-IF
           IF  W-ACK-PROG EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SEDIL
           MOVE    L-EIMP-CODE-CLIE    TO  F0SEDIL-CODE-CLIE
           MOVE    W-ACK-PROG          TO  F0SEDIL-NUMR-PROG
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR NOT F0SEDIL-USCITA
             MOVE  "SC"                TO  W-ESIT-CODE
             MOVE  SPACES              TO  W-MOTIVO
             STRING "RICEVUTA PER L'INTERSCAMBIO " W-ACK-PROG
                    " NON NOSTRO - IGNORATA"
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8800-ESITO
             MOVE  ZERO                TO  W-ACK-PROG
             EXIT PARAGRAPH
           END-IF
           IF  W-MSG-AZIO EQUAL "4"
             SET   F0SEDIL-ACKN-RIFIUTATO TO TRUE
           ELSE
             SET   F0SEDIL-ACKN-ACCETTATO TO TRUE
           END-IF
           MOVE    LDATE-ACTL          TO  F0SEDIL-DATA-ACKN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           ADD     1                   TO  W-NUMR-ACKN
           MOVE    "AC"                TO  W-ESIT-CODE
           MOVE    SPACES              TO  W-MOTIVO
           STRING  F0SEDIL-TIPO-MESS " " F0SEDIL-NUMR-PROG
                   " DEL DOCUMENTO " F0SEDIL-NUMR-DOCU
                   " - RICEVUTA " F0SEDIL-STAT-ACKN
                                       DELIMITED BY SIZE
                                       INTO W-MOTIVO
           PERFORM 8800-ESITO
           .
      ******************************************************************
      *----------  CONTRL DI RISPOSTA ALL'INTERSCAMBIO: MITTENTE E
      *            DESTINATARIO SCAMBIATI, UN UCM PER MESSAGGIO; IL
      *            RIFERIMENTO E' UN PROGRESSIVO DEL REGISTRO
       6000-CONTRL-RISPOSTA.
           INITIALIZE F0SEDIL
           MOVE    L-EIMP-CODE-CLIE    TO  F0SEDIL-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    F0SEDIL-NUMR-PROG   TO  W-OUT-RIFE
           MOVE    ZERO                TO  W-OUT-NUMR-SEGM
           ACCEPT  W-ORA               FROM TIME
           MOVE    "UNA:+.? '"         TO  EDIOUT-REC
           WRITE   EDIOUT-REC
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UNB+UNOC:3+"       DELIMITED BY SIZE
                   W-INT-DEST          DELIMITED BY SPACE
                   ":14+"              DELIMITED BY SIZE
                   W-INT-MITT          DELIMITED BY SPACE
                   ":14+"              DELIMITED BY SIZE
                   LDATE-ACTL(3:6)     DELIMITED BY SIZE
                   ":"                 DELIMITED BY SIZE
                   W-ORA(1:4)          DELIMITED BY SIZE
                   "+"                 DELIMITED BY SIZE
                   W-OUT-RIFE          DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           WRITE   EDIOUT-REC
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UNH+"              DELIMITED BY SIZE
                   W-OUT-RIFE          DELIMITED BY SPACE
                   "+CONTRL:D:3:UN'"   DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           PERFORM 6900-SCRIVI-OUT
      *      Interscambio respinto solo se non passa nessun messaggio
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UCI+"              DELIMITED BY SIZE
                   W-INT-RIFE          DELIMITED BY SPACE
                   "+"                 DELIMITED BY SIZE
                   W-INT-MITT          DELIMITED BY SPACE
                   ":14+"              DELIMITED BY SIZE
                   W-INT-DEST          DELIMITED BY SPACE
                   ":14+"              DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           IF  W-INT-NUMR-OK EQUAL ZERO
             STRING  EDIOUT-REC        DELIMITED BY SPACE
                     "4'"              DELIMITED BY SIZE
                                       INTO W-LINEA
           ELSE
             STRING  EDIOUT-REC        DELIMITED BY SPACE
                     "7'"              DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           MOVE    W-LINEA             TO  EDIOUT-REC
           MOVE    SPACES              TO  W-LINEA
           PERFORM 6900-SCRIVI-OUT
           PERFORM 6100-UCM
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-INT-NUMR-MESS
           ADD     1                   TO  W-OUT-NUMR-SEGM
           MOVE    W-OUT-NUMR-SEGM     TO  W-NUMR-ED
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UNT+"              DELIMITED BY SIZE
                   FUNCTION TRIM(W-NUMR-ED)
                                       DELIMITED BY SIZE
                   "+"                 DELIMITED BY SIZE
                   W-OUT-RIFE          DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           WRITE   EDIOUT-REC
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UNZ+1+"            DELIMITED BY SIZE
                   W-OUT-RIFE          DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           WRITE   EDIOUT-REC
      *
      *      Il CONTRL inviato va sul registro, senza ricevuta
           MOVE    "U"                 TO  F0SEDIL-DIRE
           MOVE    "CONTRL"            TO  F0SEDIL-TIPO-MESS
           MOVE    W-OUT-RIFE          TO  F0SEDIL-RIFE-INTC
           MOVE    W-OUT-RIFE          TO  F0SEDIL-RIFE-MESS
           MOVE    W-CODI-CLIF         TO  F0SEDIL-CODI-CLIF
           MOVE    W-INT-DEST          TO  F0SEDIL-GLN-MITT
           MOVE    W-INT-MITT          TO  F0SEDIL-GLN-DEST
           MOVE    LDATE-ACTL          TO  F0SEDIL-DATA
           MOVE    W-INT-RIFE          TO  F0SEDIL-RIFE-DOCU
           MOVE    SPACE               TO  F0SEDIL-STAT-ACKN
           MOVE    SPACES              TO  F0SEDIL-NOTA
           STRING  "RISPOSTA ALL'INTERSCAMBIO " W-INT-RIFE
                                       DELIMITED BY SIZE
                                       INTO F0SEDIL-NOTA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           .
      ******************************************************************
       6100-UCM.
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UCM+"              DELIMITED BY SIZE
                   W-UCM-RIFE(W-IND)   DELIMITED BY SPACE
                   "+"                 DELIMITED BY SIZE
                   W-UCM-TIPO(W-IND)   DELIMITED BY SPACE
                   ":D:96A:UN+"        DELIMITED BY SIZE
                   W-UCM-AZIO(W-IND)   DELIMITED BY SIZE
                   "'"                 DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           PERFORM 6900-SCRIVI-OUT
           .
      ******************************************************************
       6900-SCRIVI-OUT.
           WRITE   EDIOUT-REC
           ADD     1                   TO  W-OUT-NUMR-SEGM
           .
      ******************************************************************
      *----------  MESSAGGIO RICEVUTO SUL REGISTRO CON IL SUO ESITO
       7000-REGISTRA-ENTRATA.
           INITIALIZE F0SEDIL
           MOVE    L-EIMP-CODE-CLIE    TO  F0SEDIL-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    "I"                 TO  F0SEDIL-DIRE
           MOVE    W-MSG-TIPO          TO  F0SEDIL-TIPO-MESS
           MOVE    W-INT-RIFE          TO  F0SEDIL-RIFE-INTC
           MOVE    W-MSG-RIFE          TO  F0SEDIL-RIFE-MESS
           MOVE    W-CODI-CLIF         TO  F0SEDIL-CODI-CLIF
           MOVE    W-INT-MITT          TO  F0SEDIL-GLN-MITT
           MOVE    W-INT-DEST          TO  F0SEDIL-GLN-DEST
           MOVE    LDATE-ACTL          TO  F0SEDIL-DATA
           MOVE    LDATE-ACTL          TO  F0SEDIL-DATA-ACKN
           IF  W-MSG-ORDERS
             MOVE  L-EIMP-NUMR-INST    TO  F0SEDIL-NUMR-INST
             MOVE  W-NUMR-ORDI         TO  F0SEDIL-NUMR-DOCU
             MOVE  W-ORD-RIFE          TO  F0SEDIL-RIFE-DOCU
           END-IF
           IF  W-MSG-CONTRL
             MOVE  W-ACK-PROG          TO  F0SEDIL-RIFE-DOCU
           END-IF
           IF  W-MSG-AZIO EQUAL "4" AND NOT W-MSG-CONTRL
             SET   F0SEDIL-ACKN-RIFIUTATO TO TRUE
           ELSE
             SET   F0SEDIL-ACKN-ACCETTATO TO TRUE
           END-IF
           MOVE    W-MOTIVO            TO  F0SEDIL-NOTA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           .
      ******************************************************************
      *----------  IMPORTO/QUANTITA' COL PUNTO DECIMALE DEL MESSAGGIO
      *            NEL NUMERICO DI LAVORO (LA DITTA USA LA VIRGOLA)
       8700-CONVERTI-NUMERO.
           MOVE    ZERO                TO  W-NUM
           IF  W-VAL EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    W-VAL               TO  W-NUM-X
           INSPECT W-NUM-X REPLACING ALL "." BY ","
           MOVE    FUNCTION NUMVAL(W-NUM-X) TO W-NUM
           .
      ******************************************************************
      *----------  UNA RIGA DI ESITO
       8800-ESITO.
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-INT-RIFE          TO  W-LINEA(1:14)
           MOVE    W-MSG-RIFE          TO  W-LINEA(16:14)
           MOVE    W-ORD-RIFE          TO  W-LINEA(31:17)
           MOVE    W-ESIT-CODE         TO  W-LINEA(49:2)
           MOVE    W-NUMR-ORDI         TO  W-LINEA(52:6)
           MOVE    W-MOTIVO            TO  W-LINEA(59:80)
           MOVE    W-LINEA             TO  EDIESIT-REC
           WRITE   EDIESIT-REC
           MOVE    SPACES              TO  W-LINEA
           .
      *(END)
