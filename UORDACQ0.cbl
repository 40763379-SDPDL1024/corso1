       IDENTIFICATION DIVISION.
       PROGRAM-ID. UORDACQ0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   EMISSIONE DEGLI ORDINI D'ACQUISTO A FORNITORE: RACCOGLIE
      *****   LE RIGHE CONFERMATE DAL COMPRATORE (F0SPROP IN STATO
      *****   "C", TRAMITE "URPROP10") NON ANCORA EMESSE E LE
      *****   RAGGRUPPA PER FORNITORE IN ORDINI NUMERATI (F0SOACQ,
      *****   TRAMITE "UROACQ10"):
      *****
      *****   - TESTATA CON FORNITORE E INDIRIZZO (F0SANFO), DATA
      *****     ORDINE E CONSEGNA RICHIESTA (DATA ORDINE PIU' IL
      *****     TEMPO DI CONSEGNA PIU' LUNGO FRA LE RIGHE, DAL
      *****     LISTINO F0SFCAT O DAL FORNITORE UNICO F0SFORA)
      *****   - RIGHE CON ARTICOLO, QUANTITA' E PREZZO DI LISTINO,
      *****     NELL'UNITA' DI ACQUISTO DELLA RIGA (ES. CARTONI)
      *****   - PIEDE CON TOTALE, CONDIZIONE DI PAGAMENTO PATTUITA
      *****     (F0SCPAG) E LE NOSTRE CONDIZIONI D'ACQUISTO
      *****
      *****   I DOCUMENTI VANNO SU "ORDACQ" E OGNI ORDINE ENTRA NELLA
      *****   CODA DI SPEDIZIONE (F0SDISP, TRAMITE "URDISP10") CON IL
      *****   CANALE DEL FORNITORE: EMAIL/PEC SUL FLUSSO POSTA, CARTA
      *****   SULLA LISTA DI STAMPA, COME I DOCUMENTI DEI CLIENTI. LA
      *****   VOCE DI CODA PORTA IL NUMERO D'ORDINE ("OA" + NUMERO)
      *****   COSI' CHE IL CANALE ESTERNO SPEDISCA LA SOLA PARTE DEL
      *****   FORNITORE. LE RIGHE EMESSE RESTANO AGGANCIATE ALL'ORDINE
      *****   (F0SPROP-NUMR-OACQ) E NON VENGONO PIU' RIPRESE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDACQ-FILE          ASSIGN TO "ORDACQ"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ORD.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDACQ-FILE.
       01  ORDACQ-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-ORD                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-RIGHE                PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-ORDI                 PIC 9(05)          VALUE 0.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-CODE-FORN                 PIC 9(04)          VALUE 0.
       77  W-GG-RIGA                   PIC 9(03)          VALUE 0.
       77  W-GG-MAX                    PIC 9(03)          VALUE 0.
       77  W-PREZ-RIGA                 PIC S9(09)V9999 COMP-3 VALUE 0.
       77  W-IMPO-RIGA                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-PREZ-ED                   PIC ---.---.--9,9999 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-NUMR-RIGA-ED              PIC ZZ9            VALUE 0.
       77  W-UNIT-RIGA                 PIC X(03)          VALUE SPACES.
      *
      *    Righe confermate da emettere, nell'ordine della
      *    scansione; FATTA = gia' messa in un ordine.
       01  W-TAB-RIGHE.
           03  W-RIG-ELEM              OCCURS 1000.
               05  W-RIG-NUMR-PROP     PIC 9(06).
               05  W-RIG-CODE-FORN     PIC 9(04).
               05  W-RIG-FATTA         PIC X(01).
      *
      *    Date stampate come GG/MM/AAAA.
       01  W-DATA-X                    PIC 9(08)          VALUE 0.
       01  W-DATA-R                    REDEFINES W-DATA-X.
           03  W-DATA-AAAA             PIC 9(04).
           03  W-DATA-MM               PIC 9(02).
           03  W-DATA-GG               PIC 9(02).
       01  W-DATA-ED                   PIC X(10)          VALUE SPACES.
      *
       COPY "F0SPROP.REC".
       COPY "F0SOACQ.REC".
       COPY "F0SANFO.REC".
       COPY "F0SFCAT.REC".
       COPY "F0SFORA.REC".
       COPY "F0SCPAG.REC".
       COPY "F0SDISP.REC".
      *
       LINKAGE SECTION.
       01  L-OACQ-CTRL.
           03  L-OACQ-CODE-CLIE        PIC 9(04).
           03  L-OACQ-NUMR-INST        PIC 9(04).
           03  L-OACQ-NUMR-ORDI        PIC 9(05).
           03  L-OACQ-ESITO            PIC X(01).
               88  L-OACQ-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-OACQ-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-OACQ-ESITO
           MOVE    ZERO                TO  W-NUMR-RIGHE W-NUMR-ORDI
                                           W-NUMR-SALTATE
           OPEN OUTPUT ORDACQ-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URANFO10"             USING F0SANFO LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFCAT10"             USING F0SFCAT LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCPAG10"             USING F0SCPAG LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URDISP10"             USING F0SDISP LWCOMAR
      *
           PERFORM 1000-RACCOGLI-RIGHE
           PERFORM 2000-EMETTI-ORDINE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-RIGHE
      *
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URDISP10"             USING F0SDISP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCPAG10"             USING F0SCPAG LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFCAT10"             USING F0SFCAT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URANFO10"             USING F0SANFO LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           CLOSE ORDACQ-FILE
      *
           IF  W-NUMR-SALTATE GREATER ZERO
             DISPLAY "RIGHE OLTRE LA CAPIENZA, AL PROSSIMO GIRO: "
                     W-NUMR-SALTATE
           END-IF
           MOVE    W-NUMR-ORDI         TO  L-OACQ-NUMR-ORDI
           MOVE    "S"                 TO  L-OACQ-ESITO
           DISPLAY "ORDINI D'ACQUISTO EMESSI SU ORDACQ: " W-NUMR-ORDI
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  RIGHE CONFERMATE DEL DEPOSITO NON ANCORA EMESSE
       1000-RACCOGLI-RIGHE.
           INITIALIZE F0SPROP
           MOVE    L-OACQ-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           PERFORM 1100-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       1100-RIGA.
           IF  F0SPROP-CONFERMATA
               AND F0SPROP-NUMR-OACQ EQUAL ZERO
               AND F0SPROP-NUMR-INST EQUAL L-OACQ-NUMR-INST
             IF  W-NUMR-RIGHE LESS 1000
               ADD  1                  TO  W-NUMR-RIGHE
               MOVE F0SPROP-NUMR-PROP  TO  W-RIG-NUMR-PROP
                                            (W-NUMR-RIGHE)
               MOVE F0SPROP-CODE-FORN  TO  W-RIG-CODE-FORN
                                            (W-NUMR-RIGHE)
               MOVE "N"                TO  W-RIG-FATTA(W-NUMR-RIGHE)
             ELSE
               ADD  1                  TO  W-NUMR-SALTATE
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           .
      ******************************************************************
      *----------  UN ORDINE PER IL FORNITORE DELLA PRIMA RIGA NON
      *            ANCORA EMESSA, CON TUTTE LE SUE RIGHE
       2000-EMETTI-ORDINE.
           IF  W-RIG-FATTA(W-IND) EQUAL "S"
             EXIT PARAGRAPH
           END-IF
           MOVE    W-RIG-CODE-FORN(W-IND) TO W-CODE-FORN
           PERFORM 2100-TESTATA
           PERFORM 2200-STAMPA-TESTATA
           PERFORM 2300-RIGA-ORDINE
               VARYING W-IND2 FROM W-IND BY 1
               UNTIL W-IND2 GREATER W-NUMR-RIGHE
           PERFORM 2400-PIEDE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           PERFORM 2500-ACCODA
           ADD     1                   TO  W-NUMR-ORDI
           DISPLAY "ORDINE " F0SOACQ-NUMR-OACQ " FORNITORE "
                   F0SOACQ-CODE-FORN " RIGHE " F0SOACQ-NUMR-RIGHE
           .
      ******************************************************************
      *----------  TESTATA: NUMERO, FORNITORE, CONDIZIONE E CONSEGNA
      *            RICHIESTA DAL TEMPO DI CONSEGNA PIU' LUNGO
       2100-TESTATA.
           INITIALIZE F0SANFO
           MOVE    L-OACQ-CODE-CLIE    TO  F0SANFO-CODE-CLIE
           MOVE    W-CODE-FORN         TO  F0SANFO-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URANFO10"             USING F0SANFO LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             INITIALIZE F0SANFO
             MOVE  "C"                 TO  F0SANFO-CANALE
           END-IF
      *
           INITIALIZE F0SOACQ
           MOVE    L-OACQ-CODE-CLIE    TO  F0SOACQ-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           MOVE    L-OACQ-NUMR-INST    TO  F0SOACQ-NUMR-INST
           MOVE    W-CODE-FORN         TO  F0SOACQ-CODE-FORN
           MOVE    F0SANFO-RAGE-FORN   TO  F0SOACQ-RAGE-FORN
           MOVE    LDATE-ACTL          TO  F0SOACQ-DATA-OACQ
           MOVE    F0SANFO-CODE-COND   TO  F0SOACQ-CODE-COND
           MOVE    F0SANFO-CANALE      TO  F0SOACQ-CANALE
           SET     F0SOACQ-EMESSO      TO  TRUE
           MOVE    L-IDENUTEN          TO  F0SOACQ-IDEN-UTEN
      *
           MOVE    ZERO                TO  W-GG-MAX
           PERFORM 2110-CONSEGNA-RIGA
               VARYING W-IND2 FROM W-IND BY 1
               UNTIL W-IND2 GREATER W-NUMR-RIGHE
           IF  W-GG-MAX GREATER ZERO
             COMPUTE F0SOACQ-DATA-RICH = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(LDATE-ACTL) + W-GG-MAX)
           END-IF
           .
      *      Tempo di consegna della riga: listino del fornitore,
      *      altrimenti il fornitore unico se e' lo stesso
       2110-CONSEGNA-RIGA.
           IF  W-RIG-CODE-FORN(W-IND2) NOT EQUAL W-CODE-FORN
               OR W-RIG-FATTA(W-IND2) EQUAL "S"
             EXIT PARAGRAPH
           END-IF
           PERFORM 2900-LEGGI-PROPOSTA
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM 2910-LISTINO-RIGA
           IF  W-GG-RIGA GREATER W-GG-MAX
             MOVE  W-GG-RIGA           TO  W-GG-MAX
           END-IF
           .
      ******************************************************************
       2200-STAMPA-TESTATA.
           MOVE    ALL "-"             TO  W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    F0SOACQ-DATA-OACQ   TO  W-DATA-X
           PERFORM 2950-EDITA-DATA
           MOVE    SPACES              TO  W-LINEA
           STRING  "ORDINE D'ACQUISTO N. " DELIMITED BY SIZE
                   F0SOACQ-NUMR-OACQ   DELIMITED BY SIZE
                   " DEL "             DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "SPETT.LE "         DELIMITED BY SIZE
                   F0SOACQ-RAGE-FORN   DELIMITED BY SIZE
                   " (FORNITORE "      DELIMITED BY SIZE
                   F0SOACQ-CODE-FORN   DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "         "         DELIMITED BY SIZE
                   F0SANFO-INDR-FORN   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "         "         DELIMITED BY SIZE
                   F0SANFO-CAP-FORN    DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SANFO-COMU-FORN   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SANFO-PROV-FORN   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           IF  F0SOACQ-DATA-RICH EQUAL ZERO
             MOVE  "CONSEGNA RICHIESTA: DA CONCORDARE" TO W-LINEA
           ELSE
             MOVE  F0SOACQ-DATA-RICH   TO  W-DATA-X
             PERFORM 2950-EDITA-DATA
             STRING "CONSEGNA RICHIESTA ENTRO IL " DELIMITED BY SIZE
                    W-DATA-ED          DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "RIGA ARTICOLO        DESCRIZIONE"
                   "                         QUANTITA' UM"
                   "       PREZZO        IMPORTO"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  RIGA D'ORDINE: PREZZO DI LISTINO DELLA PROPOSTA O,
      *            SE MANCA, DEL LISTINO ATTUALE DEL FORNITORE; LA
      *            RIGA RESTA AGGANCIATA AL NUMERO D'ORDINE
       2300-RIGA-ORDINE.
           IF  W-RIG-CODE-FORN(W-IND2) NOT EQUAL W-CODE-FORN
               OR W-RIG-FATTA(W-IND2) EQUAL "S"
             EXIT PARAGRAPH
           END-IF
           PERFORM 2900-LEGGI-PROPOSTA
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  "S"                 TO  W-RIG-FATTA(W-IND2)
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SPROP-PREZ-LIST   TO  W-PREZ-RIGA
           IF  W-PREZ-RIGA EQUAL ZERO
             PERFORM 2910-LISTINO-RIGA
             MOVE  F0SFCAT-PREZ-ACQU   TO  W-PREZ-RIGA
           END-IF
           COMPUTE W-IMPO-RIGA ROUNDED =
                   F0SPROP-QTA-PROP * W-PREZ-RIGA
           ADD     1                   TO  F0SOACQ-NUMR-RIGHE
           ADD     W-IMPO-RIGA         TO  F0SOACQ-IMPO-TOTA
      *
      *    Il fornitore legge quantita' e prezzo nell'unita' di
      *    acquisto; il listino e' per unita' base
           MOVE    F0SOACQ-NUMR-RIGHE  TO  W-NUMR-RIGA-ED
           IF  F0SPROP-FATT-ACQU GREATER ZERO
             MOVE  F0SPROP-QTA-ACQU    TO  W-QTA-ED
             COMPUTE W-PREZ-ED ROUNDED =
                     W-PREZ-RIGA * F0SPROP-FATT-ACQU
             MOVE  F0SPROP-UNIT-ACQU   TO  W-UNIT-RIGA
           ELSE
             MOVE  F0SPROP-QTA-PROP    TO  W-QTA-ED
             MOVE  W-PREZ-RIGA         TO  W-PREZ-ED
             MOVE  SPACES              TO  W-UNIT-RIGA
           END-IF
           MOVE    W-IMPO-RIGA         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  W-NUMR-RIGA-ED      DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   F0SPROP-CODE-ARTI   DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   F0SPROP-DESC-ARTI   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-QTA-ED            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-UNIT-RIGA         DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-PREZ-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
      *
           MOVE    F0SOACQ-NUMR-OACQ   TO  F0SPROP-NUMR-OACQ
           IF  F0SPROP-PREZ-LIST EQUAL ZERO
             MOVE  W-PREZ-RIGA         TO  F0SPROP-PREZ-LIST
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           MOVE    "S"                 TO  W-RIG-FATTA(W-IND2)
           .
      ******************************************************************
      *----------  PIEDE: TOTALE, PAGAMENTO E NOSTRE CONDIZIONI
       2400-PIEDE.
           MOVE    SPACES              TO  W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    F0SOACQ-IMPO-TOTA   TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE ORDINE (IVA ESCLUSA): " DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
      *
           MOVE    SPACES              TO  F0SCPAG-DESC-COND
           IF  F0SOACQ-CODE-COND NOT EQUAL SPACES
             MOVE  L-OACQ-CODE-CLIE    TO  F0SCPAG-CODE-CLIE
             MOVE  F0SOACQ-CODE-COND   TO  F0SCPAG-CODE-COND
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL "URCPAG10"           USING F0SCPAG LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               MOVE SPACES             TO  F0SCPAG-DESC-COND
             END-IF
           END-IF
           MOVE    SPACES              TO  W-LINEA
           IF  F0SOACQ-CODE-COND EQUAL SPACES
             MOVE  "PAGAMENTO: SECONDO ACCORDI IN ESSERE" TO W-LINEA
           ELSE
             STRING "PAGAMENTO: "      DELIMITED BY SIZE
                    F0SOACQ-CODE-COND  DELIMITED BY SIZE
                    " "                DELIMITED BY SIZE
                    F0SCPAG-DESC-COND  DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "RESA: FRANCO NOSTRO MAGAZZINO. "
                   "CITARE IL NUMERO D'ORDINE SU DDT E FATTURA."
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "MERCE NON CONFORME O OLTRE LA QUANTITA' "
                   "ORDINATA VERRA' RESA A VOSTRE SPESE."
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "VOGLIATE CONFERMARE L'ORDINE INDICANDO "
                   "LA DATA DI CONSEGNA PREVISTA."
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   ORDACQ-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  L'ORDINE ENTRA NELLA CODA DI SPEDIZIONE CON IL
      *            CANALE DEL FORNITORE; SENZA PREFERENZA, CARTA
       2500-ACCODA.
           INITIALIZE F0SDISP
           MOVE    L-OACQ-CODE-CLIE    TO  F0SDISP-CODE-CLIE
           MOVE    ZERO                TO  F0SDISP-CODI-CLIF
           MOVE    W-CODE-FORN         TO  F0SDISP-CODE-FORN
           MOVE    SPACES              TO  F0SDISP-TIPO-DOCU
           STRING  "OA"                DELIMITED BY SIZE
                   F0SOACQ-NUMR-OACQ   DELIMITED BY SIZE
                                       INTO F0SDISP-TIPO-DOCU
           MOVE    "ORDACQ"            TO  F0SDISP-NOME-FILE
           MOVE    LDATE-ACTL          TO  F0SDISP-DATA-INS
           SET     F0SDISP-IN-ATTESA   TO  TRUE
           MOVE    "C"                 TO  F0SDISP-CANALE
           IF  F0SANFO-CANALE EQUAL "E" OR "P"
             MOVE  F0SANFO-CANALE      TO  F0SDISP-CANALE
             MOVE  F0SANFO-INDI-MAIL   TO  F0SDISP-INDI-MAIL
           END-IF
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URDISP10"             USING F0SDISP LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URDISP10"             USING F0SDISP LWCOMAR
           .
      ******************************************************************
       2900-LEGGI-PROPOSTA.
           INITIALIZE F0SPROP
           MOVE    L-OACQ-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    W-RIG-NUMR-PROP(W-IND2) TO F0SPROP-NUMR-PROP
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           .
      *      Listino del fornitore per l'articolo della riga (prezzo
      *      e consegna); senza listino, consegna del fornitore unico
       2910-LISTINO-RIGA.
           MOVE    ZERO                TO  W-GG-RIGA
           INITIALIZE F0SFCAT
           MOVE    L-OACQ-CODE-CLIE    TO  F0SFCAT-CODE-CLIE
           MOVE    F0SPROP-CODE-ARTI   TO  F0SFCAT-CODE-ARTI
           MOVE    W-CODE-FORN         TO  F0SFCAT-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFCAT10"             USING F0SFCAT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SFCAT-GG-CONSEGNA TO  W-GG-RIGA
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  F0SFCAT-PREZ-ACQU
           MOVE    L-OACQ-CODE-CLIE    TO  F0SFORA-CODE-CLIE
           MOVE    F0SPROP-CODE-ARTI   TO  F0SFORA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SFORA-CODE-FORN EQUAL W-CODE-FORN
             MOVE  F0SFORA-GG-CONSEGNA TO  W-GG-RIGA
           END-IF
           .
      ******************************************************************
       2950-EDITA-DATA.
           MOVE    SPACES              TO  W-DATA-ED
           STRING  W-DATA-GG           DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   W-DATA-MM           DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   W-DATA-AAAA         DELIMITED BY SIZE
                                       INTO W-DATA-ED
           .
      *(END)
