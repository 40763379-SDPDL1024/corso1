       IDENTIFICATION DIVISION.
       PROGRAM-ID. UREGIVA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   STAMPA DEI REGISTRI IVA DELLA DITTA PER UN MESE, SU
      *****   REGIVA:
      *****
      *****   - VENDITE: I DOCUMENTI F0SVEND (TRAMITE "URFATT10")
      *****     IN ORDINE DI PROTOCOLLO (DEPOSITO E NUMERO), ESCLUSI
      *****     I DDT E LE VENDITE DA TOTEM, CON LE NOTE DI CREDITO
      *****     IN NEGATIVO E IL DETTAGLIO PER ALIQUOTA DEI DOCUMENTI
      *****     MISTI
      *****   - ACQUISTI: LE FATTURE FORNITORI F0SFACQ (TRAMITE
      *****     "URFACQ10") IN ORDINE DI DATA DI REGISTRAZIONE, CON
      *****     PROTOCOLLO PROGRESSIVO NELL'ANNO E L'IVA DI
      *****     INTEGRAZIONE DEGLI ACQUISTI IN REVERSE CHARGE
      *****   - CORRISPETTIVI: I TOTALI GIORNALIERI PER ALIQUOTA DELLE
      *****     VENDITE DA TOTEM TRASMESSE CON UCORRIS0
      *****
      *****   OGNI REGISTRO CHIUDE CON IL RIEPILOGO PER ALIQUOTA. LE
      *****   PAGINE SONO NUMERATE IN PROGRESSIVO SULL'ANNO: IL MESE
      *****   RIPARTE DALL'ULTIMA PAGINA DEL MESE PRECEDENTE STAMPATO
      *****   IN DEFINITIVO (F0SRIVA, TRAMITE "URRIVA10").
      *****
      *****   LA STAMPA DEFINITIVA SEGNA IL MESE CON PAGINE E TOTALI
      *****   ED E' AMMESSA SOLO CON IL MESE PRECEDENTE GIA'
      *****   DEFINITIVO. UN MESE DEFINITIVO SI PUO' SOLO RISTAMPARE
      *****   CON LE STESSE PAGINE E SOLO SE IL CONTENUTO E' RIMASTO
      *****   QUELLO STAMPATO: UN DOCUMENTO AGGIUNTO O VARIATO DOPO
      *****   LA STAMPA BLOCCA LA RISTAMPA. LE STAMPE NON DEFINITIVE
      *****   ESCONO MARCATE "PROVA" E NON SEGNANO NULLA.
      *****
      *****   LA STAMPA DEFINITIVA DEL MESE PASSA IN CONSERVAZIONE
      *****   (UCNSREG0) COME COPIA DEL REGISTRO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGIVA-FILE          ASSIGN TO "REGIVA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REG.
       DATA DIVISION.
       FILE SECTION.
       FD  REGIVA-FILE.
       01  REGIVA-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REG                 PIC X(02)   VALUE SPACES.
       77  WL-RISP                     PIC X(01)   VALUE SPACE.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-TIPO-REGI                 PIC X(01)   VALUE SPACE.
           88  W-REG-VENDITE                       VALUE "V".
           88  W-REG-ACQUISTI                      VALUE "A".
           88  W-REG-CORRISPETTIVI                 VALUE "C".
       77  W-TITOLO                    PIC X(30)   VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-MESE                      PIC 9(02)   VALUE ZERO.
       77  W-DATA-DA                   PIC 9(08)   VALUE ZERO.
       77  W-DATA-AL                   PIC 9(08)   VALUE ZERO.
       77  W-DEFINITIVA                PIC X(01)   VALUE "N".
           88  W-DEFINITIVA-SI                     VALUE "S".
       77  W-RISTAMPA                  PIC X(01)   VALUE "N".
           88  W-RISTAMPA-SI                       VALUE "S".
      *    Prima passata di sola verifica del contenuto, senza
      *    scrivere nulla, per le ristampe dei mesi definitivi.
       77  W-SOLO-CALCOLO              PIC X(01)   VALUE "N".
           88  W-SOLO-CALCOLO-SI                   VALUE "S".
      *
      *----------  IMPAGINAZIONE
       77  W-PAGINA                    PIC 9(05)   VALUE ZERO.
       77  W-PAGI-INIZ                 PIC 9(05)   VALUE ZERO.
       77  W-RIGHE-PAG                 PIC S9(04)  COMP VALUE 0.
       77  W-MAX-RIGHE                 PIC S9(04)  COMP VALUE 55.
       77  W-PROT                      PIC 9(06)   VALUE ZERO.
       77  W-PROT-INIZ                 PIC 9(06)   VALUE ZERO.
      *
      *----------  TOTALI DEL MESE: SONO IL CONTENUTO SEGNATO SU
      *            F0SRIVA E VERIFICATO ALLA RISTAMPA
       77  W-TOT-NUMR                  PIC 9(05)   VALUE ZERO.
       77  W-TOT-IMPON                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOT-IVA                   PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-SPL-IVA                   PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *----------  VALORI IN CORSO DI ACCUMULO
       77  W-SEGNO                     PIC S9(01)  VALUE +1.
       77  W-CUR-ALIQ                  PIC S9(03)V99 COMP-3 VALUE 0.
       77  W-CUR-NATU                  PIC X(04)   VALUE SPACES.
       77  W-CUR-IMPON                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-CUR-IVA                   PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-DOC-IMPON                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-DOC-IVA                   PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND2                      PIC S9(04)  COMP VALUE 0.
       77  W-IND-RIEP                  PIC S9(04)  COMP VALUE 0.
       77  W-IND-ALIQ                  PIC S9(04)  COMP VALUE 0.
       77  W-ALIQ-TROV                 PIC S9(04)  COMP VALUE 0.
       77  W-POS                       PIC S9(04)  COMP VALUE 0.
       77  W-GIOR                      PIC S9(04)  COMP VALUE 0.
       77  W-GIOR-ED                   PIC 9(02)   VALUE ZERO.
       77  W-NOTA                      PIC X(04)   VALUE SPACES.
      *
      *----------  EDITING
       77  W-ALIQ-ED                   PIC --9,99  VALUE 0.
       77  W-IMPON-ED                  PIC ---.---.--9,99 VALUE 0.
       77  W-IVA-ED                    PIC ---.---.--9,99 VALUE 0.
       77  W-TOTA-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-TOT-IMPON-ED              PIC ---.---.---.--9,99 VALUE 0.
       77  W-TOT-IVA-ED                PIC ---.---.---.--9,99 VALUE 0.
      *
      *----------  RIEPILOGO PER ALIQUOTA (E NATURA) DEL MESE
       01  W-ALIQ-TAB.
           03  W-ALIQ-NUMR             PIC S9(04)  COMP VALUE 0.
           03  W-ALIQ-VOCE             OCCURS 20.
               05  W-ALIQ-PERC         PIC S9(03)V99 COMP-3 VALUE 0.
               05  W-ALIQ-NATU         PIC X(04)     VALUE SPACES.
               05  W-ALIQ-IMPON        PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-ALIQ-IVA          PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *----------  REGISTRAZIONI D'ACQUISTO DEL MESE, TENUTE IN ORDINE
      *            DI DATA DI REGISTRAZIONE PER IL PROTOCOLLO
       01  W-ACQ-TAB.
           03  W-ACQ-NUMR              PIC S9(04)  COMP VALUE 0.
           03  W-ACQ-VOCE              OCCURS 2000.
               05  W-ACQ-DATA-REGI     PIC 9(08)   VALUE 0.
               05  W-ACQ-CODE-FORN     PIC 9(04)   VALUE 0.
               05  W-ACQ-NUMR-REGI     PIC 9(06)   VALUE 0.
       01  W-ACQ-NUOVA.
           03  W-ACN-DATA-REGI         PIC 9(08)   VALUE 0.
           03  W-ACN-CODE-FORN         PIC 9(04)   VALUE 0.
           03  W-ACN-NUMR-REGI         PIC 9(06)   VALUE 0.
       77  W-ACQ-ESCLUSE               PIC 9(05)   VALUE 0.
      *
      *----------  CORRISPETTIVI: TOTALI PER GIORNO E ALIQUOTA
       01  W-COR-TAB.
           03  W-COR-GIOR              OCCURS 31.
               05  W-COR-NUMR-DOCU     PIC 9(05)   VALUE 0.
               05  W-COR-NUMR-ALIQ     PIC S9(04)  COMP VALUE 0.
               05  W-COR-VOCE          OCCURS 6.
                   07  W-COR-ALIQ      PIC S9(03)V99 COMP-3 VALUE 0.
                   07  W-COR-NATU      PIC X(04)     VALUE SPACES.
                   07  W-COR-IMPON     PIC S9(09)V99 COMP-3 VALUE 0.
                   07  W-COR-IVA       PIC S9(09)V99 COMP-3 VALUE 0.
      *
       COPY "F0SVEND.REC".
       COPY "F0SFACQ.REC".
       COPY "F0SRIVA.REC".
       COPY "LCNSREG.WRK".
      *
       LINKAGE SECTION.
       01  L-RIVA-CTRL.
           03  L-RIVA-CODE-CLIE        PIC 9(04).
           03  L-RIVA-ESITO            PIC X(01).
               88  L-RIVA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-RIVA-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-RIVA-ESITO
           DISPLAY "REGISTRI IVA  -  DITTA " L-RIVA-CODE-CLIE
           PERFORM 1000-PARAMETRI
           IF  W-TIPO-REGI EQUAL SPACE
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRIVA10"              USING F0SRIVA LWCOMAR
           PERFORM 1100-CONTROLLA-STAMPE
           IF  W-TIPO-REGI EQUAL SPACE
             GO TO CHIU-PRO
           END-IF
      *
      *      Mese gia' definitivo: prima si verifica, senza scrivere,
      *      che il contenuto sia ancora quello stampato
           IF  W-RISTAMPA-SI
             SET   W-SOLO-CALCOLO-SI   TO  TRUE
             PERFORM 2000-ELABORA-REGISTRO
             IF  W-TOT-NUMR NOT EQUAL F0SRIVA-NUMR-DOCU
                 OR W-TOT-IMPON NOT EQUAL F0SRIVA-TOT-IMPON
                 OR W-TOT-IVA NOT EQUAL F0SRIVA-TOT-IVA
               DISPLAY "IL CONTENUTO DEL MESE E' CAMBIATO DOPO LA"
                       " STAMPA DEFINITIVA DEL " F0SRIVA-DATA-STAM
               DISPLAY "RISTAMPA NON CONSENTITA"
               GO TO CHIU-PRO
             END-IF
             MOVE  "N"                 TO  W-SOLO-CALCOLO
           END-IF
      *
           OPEN OUTPUT REGIVA-FILE
           PERFORM 2000-ELABORA-REGISTRO
           CLOSE REGIVA-FILE
           DISPLAY "REGISTRO PRODOTTO SU REGIVA - PAGINE "
                   W-PAGI-INIZ " - " W-PAGINA
           MOVE    "S"                 TO  L-RIVA-ESITO
      *
           IF  W-DEFINITIVA-SI AND NOT W-RISTAMPA-SI
             PERFORM 1200-SEGNA-DEFINITIVA
           END-IF
       CHIU-PRO.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRIVA10"              USING F0SRIVA LWCOMAR
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  REGISTRO, MESE E TIPO DI STAMPA
       1000-PARAMETRI.
           DISPLAY "REGISTRO (V=VENDITE A=ACQUISTI C=CORRISPETTIVI): "
                   WITH NO ADVANCING
           ACCEPT   W-TIPO-REGI
           EVALUATE TRUE
             WHEN W-REG-VENDITE
               MOVE "REGISTRO IVA VENDITE"      TO  W-TITOLO
             WHEN W-REG-ACQUISTI
               MOVE "REGISTRO IVA ACQUISTI"     TO  W-TITOLO
             WHEN W-REG-CORRISPETTIVI
               MOVE "REGISTRO DEI CORRISPETTIVI" TO  W-TITOLO
             WHEN OTHER
               DISPLAY "REGISTRO NON VALIDO"
               MOVE SPACE              TO  W-TIPO-REGI
               EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "ANNO (AAAA)                 : " WITH NO ADVANCING
           ACCEPT   W-ANNO
           DISPLAY "MESE (MM)                   : " WITH NO ADVANCING
           ACCEPT   W-MESE
           IF  W-MESE LESS 1 OR W-MESE GREATER 12 OR W-ANNO EQUAL ZERO
             DISPLAY "PERIODO NON VALIDO"
             MOVE  SPACE               TO  W-TIPO-REGI
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-DATA-DA = W-ANNO * 10000 + W-MESE * 100 + 1
           COMPUTE W-DATA-AL = W-ANNO * 10000 + W-MESE * 100 + 31
           DISPLAY "STAMPA DEFINITIVA ? (S/N)   : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "S" OR WL-RISP EQUAL "s"
             SET   W-DEFINITIVA-SI     TO  TRUE
           END-IF
           .
      ******************************************************************
      *----------  STATO DELLE STAMPE: MESE GIA' DEFINITIVO (SOLO
      *            RISTAMPA), MESE PRECEDENTE DEFINITIVO (PAGINA E
      *            PROTOCOLLO DI PARTENZA)
       1100-CONTROLLA-STAMPE.
           MOVE    1                   TO  W-PAGI-INIZ
           MOVE    1                   TO  W-PROT-INIZ
           INITIALIZE F0SRIVA
           MOVE    L-RIVA-CODE-CLIE    TO  F0SRIVA-CODE-CLIE
           MOVE    W-TIPO-REGI         TO  F0SRIVA-TIPO-REGI
           MOVE    W-ANNO              TO  F0SRIVA-ANNO
           MOVE    W-MESE              TO  F0SRIVA-MESE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIVA10"              USING F0SRIVA LWCOMAR
           IF  DSTF-IOSR EQUAL 1 AND F0SRIVA-DEFINITIVA
             DISPLAY "MESE GIA' STAMPATO IN DEFINITIVO IL "
                     F0SRIVA-DATA-STAM " - PAGINE "
                     F0SRIVA-PAGI-INIZ " - " F0SRIVA-PAGI-FINE
             DISPLAY "RISTAMPARE CON LE STESSE PAGINE ? (S/N) : "
                     WITH NO ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
               DISPLAY "OPERAZIONE ANNULLATA"
               MOVE  SPACE             TO  W-TIPO-REGI
               EXIT PARAGRAPH
             END-IF
             SET   W-RISTAMPA-SI       TO  TRUE
             MOVE  F0SRIVA-PAGI-INIZ   TO  W-PAGI-INIZ
             IF  F0SRIVA-PROT-FINE GREATER ZERO
               COMPUTE W-PROT-INIZ = F0SRIVA-PROT-FINE
                                   - F0SRIVA-NUMR-DOCU + 1
             END-IF
             EXIT PARAGRAPH
           END-IF
      *
      *      Gennaio riparte da pagina uno; gli altri mesi dalla
      *      pagina dopo l'ultima del mese precedente definitivo
           IF  W-MESE GREATER 1
             INITIALIZE F0SRIVA
             MOVE  L-RIVA-CODE-CLIE    TO  F0SRIVA-CODE-CLIE
             MOVE  W-TIPO-REGI         TO  F0SRIVA-TIPO-REGI
             MOVE  W-ANNO              TO  F0SRIVA-ANNO
             COMPUTE F0SRIVA-MESE = W-MESE - 1
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URRIVA10"            USING F0SRIVA LWCOMAR
             IF  DSTF-IOSR EQUAL 1 AND F0SRIVA-DEFINITIVA
               COMPUTE W-PAGI-INIZ = F0SRIVA-PAGI-FINE + 1
               COMPUTE W-PROT-INIZ = F0SRIVA-PROT-FINE + 1
             ELSE
               IF  W-DEFINITIVA-SI
                 DISPLAY "IL MESE PRECEDENTE NON E' ANCORA STAMPATO"
                         " IN DEFINITIVO"
                 DISPLAY "OPERAZIONE ANNULLATA"
                 MOVE  SPACE           TO  W-TIPO-REGI
               END-IF
             END-IF
           END-IF
           .
      ******************************************************************
      *----------  LA STAMPA E' RIUSCITA: IL MESE RESTA SEGNATO CON
      *            PAGINE E TOTALI E NON SI STAMPA PIU' DIVERSO
       1200-SEGNA-DEFINITIVA.
           DISPLAY "STAMPA CORRETTA - SEGNO IL MESE DEFINITIVO ? (S/N)"
                   " : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "MESE NON SEGNATO - LA STAMPA VALE COME PROVA"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SRIVA
           MOVE    L-RIVA-CODE-CLIE    TO  F0SRIVA-CODE-CLIE
           MOVE    W-TIPO-REGI         TO  F0SRIVA-TIPO-REGI
           MOVE    W-ANNO              TO  F0SRIVA-ANNO
           MOVE    W-MESE              TO  F0SRIVA-MESE
           SET     F0SRIVA-DEFINITIVA  TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SRIVA-DATA-STAM
           MOVE    L-IDENUTEN          TO  F0SRIVA-IDEN-STAM
           MOVE    W-PAGI-INIZ         TO  F0SRIVA-PAGI-INIZ
           MOVE    W-PAGINA            TO  F0SRIVA-PAGI-FINE
           MOVE    W-TOT-NUMR          TO  F0SRIVA-NUMR-DOCU
           MOVE    W-TOT-IMPON         TO  F0SRIVA-TOT-IMPON
           MOVE    W-TOT-IVA           TO  F0SRIVA-TOT-IVA
           IF  W-REG-ACQUISTI
             MOVE  W-PROT              TO  F0SRIVA-PROT-FINE
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIVA10"              USING F0SRIVA LWCOMAR
           DISPLAY "MESE " W-MESE "/" W-ANNO " SEGNATO DEFINITIVO"
           PERFORM 1300-CONSERVAZIONE
           .
      ******************************************************************
      *----------  LA STAMPA DEFINITIVA VA IN CONSERVAZIONE: IL MESE
      *            DEL REGISTRO E' IL DOCUMENTO
       1300-CONSERVAZIONE.
           INITIALIZE L-CNSR-CTRL
           SET     L-CNSR-INIZIO       TO  TRUE
           MOVE    L-RIVA-CODE-CLIE    TO  L-CNSR-CODE-CLIE
           MOVE    "RI"                TO  L-CNSR-TIPO-FILE
           MOVE    "REGIVA"            TO  L-CNSR-NOME-ORIG
           MOVE    "UREGIVA0"          TO  L-CNSR-NOME-PROG
           MOVE    W-ANNO              TO  L-CNSR-ANNO
           MOVE    W-MESE              TO  L-CNSR-MESE
           CALL  "UCNSREG0"              USING L-CNSR-CTRL LWCOMAR
           SET     L-CNSR-DOCUMENTO    TO  TRUE
           MOVE    "R"                 TO  L-CNSR-TIPO-DOCU
           MOVE    W-ANNO              TO  L-CNSR-ANNO-DOCU
           MOVE    SPACES              TO  L-CNSR-RIFE-DOCU
           MOVE    W-TIPO-REGI         TO  L-CNSR-RIFE-DOCU(1:1)
           MOVE    W-MESE              TO  L-CNSR-RIFE-DOCU(2:2)
           MOVE    LDATE-ACTL          TO  L-CNSR-DATA-DOCU
           MOVE    W-TITOLO            TO  L-CNSR-DESC
           COMPUTE L-CNSR-IMPORTO = W-TOT-IMPON + W-TOT-IVA
           CALL  "UCNSREG0"              USING L-CNSR-CTRL LWCOMAR
           SET     L-CNSR-FINE         TO  TRUE
           CALL  "UCNSREG0"              USING L-CNSR-CTRL LWCOMAR
           .
      ******************************************************************
      *----------  UNA PASSATA COMPLETA DEL REGISTRO (DI SOLA VERIFICA
      *            O DI STAMPA)
       2000-ELABORA-REGISTRO.
           MOVE    ZERO                TO  W-TOT-NUMR W-ALIQ-NUMR
           MOVE    ZERO                TO  W-TOT-IMPON W-TOT-IVA
                                           W-SPL-IVA
           MOVE    ZERO                TO  W-RIGHE-PAG
           COMPUTE W-PAGINA = W-PAGI-INIZ - 1
           COMPUTE W-PROT = W-PROT-INIZ - 1
           PERFORM 7100-INTESTAZIONE
           EVALUATE TRUE
             WHEN W-REG-VENDITE
               PERFORM 3000-REGISTRO-VENDITE
             WHEN W-REG-ACQUISTI
               PERFORM 4000-REGISTRO-ACQUISTI
             WHEN W-REG-CORRISPETTIVI
               PERFORM 5000-REGISTRO-CORRISPETTIVI
           END-EVALUATE
           PERFORM 6000-RIEPILOGO-ALIQUOTE
           .
      ******************************************************************
      *----------  REGISTRO VENDITE: DOCUMENTI DEL MESE IN ORDINE DI
      *            DEPOSITO E NUMERO, CHE E' L'ORDINE DELLE SERIE
       3000-REGISTRO-VENDITE.
           MOVE    SPACES              TO  W-LINEA
           STRING "DATA     TIPO DOCUMENTO    CLIENTE"
                                       DELIMITED BY SIZE
               "                          IMPONIBILE" DELIMITED BY SIZE
               "        IMPOSTA         TOTALE" DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           INITIALIZE F0SVEND
           MOVE    L-RIVA-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 3100-DOCUMENTO-VENDITA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
       3100-DOCUMENTO-VENDITA.
      *      I DDT non portano IVA e le vendite da totem stanno sul
      *      registro dei corrispettivi
           IF  F0SVEND-DATA-DOCU NOT LESS W-DATA-DA
               AND F0SVEND-DATA-DOCU NOT GREATER W-DATA-AL
               AND NOT F0SVEND-DOC-DDT
               AND NOT F0SVEND-ORIG-TOTEM
             PERFORM 3200-RIGA-VENDITA
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
       3200-RIGA-VENDITA.
           ADD     1                   TO  W-TOT-NUMR
           MOVE    +1                  TO  W-SEGNO
           IF  F0SVEND-DOC-NOTA-CRED
             MOVE  -1                  TO  W-SEGNO
           END-IF
           MOVE    SPACES              TO  W-NOTA
           IF  F0SVEND-SPLIT-PAYMENT
             MOVE  "SP"                TO  W-NOTA
           END-IF
           COMPUTE W-DOC-IMPON = F0SVEND-IMPO-IMPON * W-SEGNO
           COMPUTE W-DOC-IVA   = F0SVEND-IMPO-IVA   * W-SEGNO
           ADD     W-DOC-IMPON         TO  W-TOT-IMPON
           ADD     W-DOC-IVA           TO  W-TOT-IVA
           IF  F0SVEND-SPLIT-PAYMENT
             ADD   W-DOC-IVA           TO  W-SPL-IVA
           END-IF
           MOVE    W-DOC-IMPON         TO  W-IMPON-ED
           MOVE    W-DOC-IVA           TO  W-IVA-ED
           COMPUTE W-TOTA-ED = W-DOC-IMPON + W-DOC-IVA
           MOVE    SPACES              TO  W-LINEA
           STRING F0SVEND-DATA-DOCU    DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SVEND-TIPO-DOCU       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SVEND-NUMR-INST       DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               F0SVEND-NUMR-DOCU       DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               F0SVEND-RAGE-CLIE(1:30) DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-IMPON-ED              DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-IVA-ED                DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-TOTA-ED               DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-NOTA                  DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 7000-SCRIVI-RIGA
      *      Una voce per aliquota dal riepilogo del documento, la
      *      sola testata sui documenti storici; i documenti misti
      *      mostrano anche il dettaglio
           IF  F0SVEND-NUMR-ALIQ GREATER ZERO
             PERFORM 3300-ALIQUOTA-VENDITA
                 VARYING W-IND-RIEP FROM 1 BY 1
                 UNTIL W-IND-RIEP GREATER F0SVEND-NUMR-ALIQ
           ELSE
             MOVE  F0SVEND-ALIQ-IVA    TO  W-CUR-ALIQ
             MOVE  SPACES              TO  W-CUR-NATU
             MOVE  W-DOC-IMPON         TO  W-CUR-IMPON
             MOVE  W-DOC-IVA           TO  W-CUR-IVA
             PERFORM 6100-ACCUMULA-ALIQUOTA
           END-IF
           .
       3300-ALIQUOTA-VENDITA.
           MOVE    F0SVEND-RIEP-ALIQ(W-IND-RIEP)   TO  W-CUR-ALIQ
           MOVE    F0SVEND-RIEP-NATURA(W-IND-RIEP) TO  W-CUR-NATU
           COMPUTE W-CUR-IMPON =
                   F0SVEND-RIEP-IMPON(W-IND-RIEP) * W-SEGNO
           COMPUTE W-CUR-IVA =
                   F0SVEND-RIEP-IVA(W-IND-RIEP) * W-SEGNO
           PERFORM 6100-ACCUMULA-ALIQUOTA
           IF  F0SVEND-NUMR-ALIQ GREATER 1
             PERFORM 7200-RIGA-DETTAGLIO-ALIQUOTA
           END-IF
           .
      ******************************************************************
      *----------  REGISTRO ACQUISTI: REGISTRAZIONI DEL MESE IN
      *            ORDINE DI DATA DI REGISTRAZIONE, PROTOCOLLO
      *            PROGRESSIVO NELL'ANNO
       4000-REGISTRO-ACQUISTI.
           MOVE    SPACES              TO  W-LINEA
           STRING "DATA REG. PROT.  FORN. RAGIONE SOCIALE"
                                       DELIMITED BY SIZE
               "           FATTURA         DATA FATT."
                                       DELIMITED BY SIZE
               "     IMPONIBILE        IMPOSTA" DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    ZERO                TO  W-ACQ-NUMR W-ACQ-ESCLUSE
           INITIALIZE F0SFACQ
           MOVE    L-RIVA-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           PERFORM 4100-RACCOGLI-ACQUISTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM 4300-RIGA-ACQUISTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-ACQ-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           IF  W-ACQ-ESCLUSE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "ATTENZIONE: REGISTRAZIONI OLTRE LA CAPIENZA DEL"
                                       DELIMITED BY SIZE
                 " REGISTRO NON STAMPATE: " DELIMITED BY SIZE
                 W-ACQ-ESCLUSE         DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 7000-SCRIVI-RIGA
           END-IF
           .
       4100-RACCOGLI-ACQUISTO.
           IF  F0SFACQ-DATA-REGI NOT LESS W-DATA-DA
               AND F0SFACQ-DATA-REGI NOT GREATER W-DATA-AL
             IF  W-ACQ-NUMR LESS 2000
               MOVE F0SFACQ-DATA-REGI  TO  W-ACN-DATA-REGI
               MOVE F0SFACQ-CODE-FORN  TO  W-ACN-CODE-FORN
               MOVE F0SFACQ-NUMR-REGI  TO  W-ACN-NUMR-REGI
               PERFORM 4200-INSERISCI-ORDINATA
             ELSE
               ADD  1                  TO  W-ACQ-ESCLUSE
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           .
      *----------  INSERIMENTO IN ORDINE DI DATA DI REGISTRAZIONE:
      *            A PARITA' DI DATA RESTA L'ORDINE DI LETTURA
       4200-INSERISCI-ORDINATA.
           COMPUTE W-POS = W-ACQ-NUMR + 1
           PERFORM 4210-CERCA-POSIZIONE
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-ACQ-NUMR
           PERFORM 4220-SPOSTA-VOCE
               VARYING W-IND2 FROM W-ACQ-NUMR BY -1
               UNTIL W-IND2 LESS W-POS
           ADD     1                   TO  W-ACQ-NUMR
           MOVE    W-ACQ-NUOVA         TO  W-ACQ-VOCE(W-POS)
           .
       4210-CERCA-POSIZIONE.
           IF  W-ACQ-DATA-REGI(W-IND2) GREATER W-ACN-DATA-REGI
             MOVE  W-IND2              TO  W-POS
             MOVE  W-ACQ-NUMR          TO  W-IND2
           END-IF
           .
       4220-SPOSTA-VOCE.
           MOVE    W-ACQ-VOCE(W-IND2)  TO  W-ACQ-VOCE(W-IND2 + 1)
           .
       4300-RIGA-ACQUISTO.
           INITIALIZE F0SFACQ
           MOVE    L-RIVA-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    W-ACQ-CODE-FORN(W-IND) TO  F0SFACQ-CODE-FORN
           MOVE    W-ACQ-NUMR-REGI(W-IND) TO  F0SFACQ-NUMR-REGI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-TOT-NUMR
           ADD     1                   TO  W-PROT
           MOVE    F0SFACQ-IMPO-IMPON  TO  W-DOC-IMPON
           MOVE    F0SFACQ-IMPO-IVA    TO  W-DOC-IVA
           MOVE    F0SFACQ-ALIQ-IVA    TO  W-CUR-ALIQ
           MOVE    SPACES              TO  W-NOTA
      *      Acquisto in reverse charge: l'imposta e' quella
      *      integrata con l'autofattura, detraibile qui
           IF  F0SFACQ-INTEG-VALIDA
             MOVE  F0SFACQ-TIPO-INTEG  TO  W-NOTA
             MOVE  F0SFACQ-ALIQ-INTEG  TO  W-CUR-ALIQ
             IF  F0SFACQ-AUTO-NUMR-DOCU NOT EQUAL ZERO
               ADD  F0SFACQ-IVA-INTEG  TO  W-DOC-IVA
             END-IF
           END-IF
           ADD     W-DOC-IMPON         TO  W-TOT-IMPON
           ADD     W-DOC-IVA           TO  W-TOT-IVA
           MOVE    W-DOC-IMPON         TO  W-IMPON-ED
           MOVE    W-DOC-IVA           TO  W-IVA-ED
           MOVE    SPACES              TO  W-LINEA
           STRING F0SFACQ-DATA-REGI    DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-PROT                  DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               F0SFACQ-RAGE-FORN(1:27) DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SFACQ-NUMR-FATT       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SFACQ-DATA-FATT       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-IMPON-ED              DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-IVA-ED                DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-NOTA                  DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           MOVE    SPACES              TO  W-CUR-NATU
           MOVE    W-DOC-IMPON         TO  W-CUR-IMPON
           MOVE    W-DOC-IVA           TO  W-CUR-IVA
           PERFORM 6100-ACCUMULA-ALIQUOTA
           .
      ******************************************************************
      *----------  REGISTRO CORRISPETTIVI: LE VENDITE DA TOTEM DEL
      *            MESE TOTALIZZATE PER GIORNO E ALIQUOTA COME LE
      *            TRASMETTE UCORRIS0, NOTE DI CREDITO IN DETRAZIONE
       5000-REGISTRO-CORRISPETTIVI.
           MOVE    SPACES              TO  W-LINEA
           STRING "GIORNO    DOCUMENTI  ALIQUOTA NAT."
                                       DELIMITED BY SIZE
               "         IMPONIBILE        IMPOSTA" DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           INITIALIZE W-COR-TAB
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           INITIALIZE F0SVEND
           MOVE    L-RIVA-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 5100-DOCUMENTO-TOTEM
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 5300-GIORNATA
               VARYING W-GIOR FROM 1 BY 1
               UNTIL W-GIOR GREATER 31
           .
       5100-DOCUMENTO-TOTEM.
           IF  F0SVEND-DATA-DOCU NOT LESS W-DATA-DA
               AND F0SVEND-DATA-DOCU NOT GREATER W-DATA-AL
               AND F0SVEND-ORIG-TOTEM
               AND NOT F0SVEND-DOC-DDT
             MOVE  F0SVEND-DATA-DOCU(7:2) TO  W-GIOR
             ADD   1                   TO  W-COR-NUMR-DOCU(W-GIOR)
             MOVE  +1                  TO  W-SEGNO
             IF  F0SVEND-DOC-NOTA-CRED
               MOVE -1                 TO  W-SEGNO
             END-IF
             IF  F0SVEND-NUMR-ALIQ GREATER ZERO
               PERFORM 5150-ALIQUOTA-TOTEM
                   VARYING W-IND-RIEP FROM 1 BY 1
                   UNTIL W-IND-RIEP GREATER F0SVEND-NUMR-ALIQ
             ELSE
               MOVE F0SVEND-ALIQ-IVA   TO  W-CUR-ALIQ
               MOVE SPACES             TO  W-CUR-NATU
               COMPUTE W-CUR-IMPON = F0SVEND-IMPO-IMPON * W-SEGNO
               COMPUTE W-CUR-IVA   = F0SVEND-IMPO-IVA   * W-SEGNO
               PERFORM 5200-ACCUMULA-GIORNO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
       5150-ALIQUOTA-TOTEM.
           MOVE    F0SVEND-RIEP-ALIQ(W-IND-RIEP)   TO  W-CUR-ALIQ
           MOVE    F0SVEND-RIEP-NATURA(W-IND-RIEP) TO  W-CUR-NATU
           COMPUTE W-CUR-IMPON =
                   F0SVEND-RIEP-IMPON(W-IND-RIEP) * W-SEGNO
           COMPUTE W-CUR-IVA =
                   F0SVEND-RIEP-IVA(W-IND-RIEP) * W-SEGNO
           PERFORM 5200-ACCUMULA-GIORNO
           .
       5200-ACCUMULA-GIORNO.
           MOVE    ZERO                TO  W-ALIQ-TROV
           PERFORM 5210-CERCA-ALIQUOTA-GIORNO
               VARYING W-IND-ALIQ FROM 1 BY 1
               UNTIL W-IND-ALIQ GREATER W-COR-NUMR-ALIQ(W-GIOR)
           IF  W-ALIQ-TROV EQUAL ZERO
             IF  W-COR-NUMR-ALIQ(W-GIOR) NOT LESS 6
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-COR-NUMR-ALIQ(W-GIOR)
             MOVE  W-COR-NUMR-ALIQ(W-GIOR) TO  W-ALIQ-TROV
             MOVE  W-CUR-ALIQ          TO
                                W-COR-ALIQ(W-GIOR W-ALIQ-TROV)
             MOVE  W-CUR-NATU          TO
                                W-COR-NATU(W-GIOR W-ALIQ-TROV)
           END-IF
           ADD     W-CUR-IMPON         TO
                                W-COR-IMPON(W-GIOR W-ALIQ-TROV)
           ADD     W-CUR-IVA           TO
                                W-COR-IVA(W-GIOR W-ALIQ-TROV)
           .
       5210-CERCA-ALIQUOTA-GIORNO.
           IF  W-COR-ALIQ(W-GIOR W-IND-ALIQ) EQUAL W-CUR-ALIQ
               AND W-COR-NATU(W-GIOR W-IND-ALIQ) EQUAL W-CUR-NATU
             MOVE  W-IND-ALIQ          TO  W-ALIQ-TROV
             MOVE  W-COR-NUMR-ALIQ(W-GIOR) TO  W-IND-ALIQ
           END-IF
           .
      *----------  UNA GIORNATA CON CORRISPETTIVI: UNA RIGA PER
      *            ALIQUOTA, LA PRIMA CON GIORNO E DOCUMENTI
       5300-GIORNATA.
           IF  W-COR-NUMR-DOCU(W-GIOR) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-TOT-NUMR
           PERFORM 5310-ALIQUOTA-GIORNATA
               VARYING W-IND-ALIQ FROM 1 BY 1
               UNTIL W-IND-ALIQ GREATER W-COR-NUMR-ALIQ(W-GIOR)
           .
       5310-ALIQUOTA-GIORNATA.
           MOVE    W-COR-ALIQ(W-GIOR W-IND-ALIQ)  TO  W-CUR-ALIQ
           MOVE    W-COR-NATU(W-GIOR W-IND-ALIQ)  TO  W-CUR-NATU
           MOVE    W-COR-IMPON(W-GIOR W-IND-ALIQ) TO  W-CUR-IMPON
           MOVE    W-COR-IVA(W-GIOR W-IND-ALIQ)   TO  W-CUR-IVA
           ADD     W-CUR-IMPON         TO  W-TOT-IMPON
           ADD     W-CUR-IVA           TO  W-TOT-IVA
           PERFORM 6100-ACCUMULA-ALIQUOTA
           MOVE    W-CUR-ALIQ          TO  W-ALIQ-ED
           MOVE    W-CUR-IMPON         TO  W-IMPON-ED
           MOVE    W-CUR-IVA           TO  W-IVA-ED
           MOVE    SPACES              TO  W-LINEA
           IF  W-IND-ALIQ EQUAL 1
             MOVE  W-GIOR              TO  W-GIOR-ED
             STRING W-DATA-DA(1:6)     DELIMITED BY SIZE
                 W-GIOR-ED             DELIMITED BY SIZE
                 "     "               DELIMITED BY SIZE
                 W-COR-NUMR-DOCU(W-GIOR) DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           STRING "  "                 DELIMITED BY SIZE
               W-ALIQ-ED               DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               W-CUR-NATU              DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               W-IMPON-ED              DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-IVA-ED                DELIMITED BY SIZE
                                       INTO W-LINEA(20:)
           PERFORM 7000-SCRIVI-RIGA
           .
      ******************************************************************
      *----------  RIEPILOGO PER ALIQUOTA E TOTALE DEL MESE
       6000-RIEPILOGO-ALIQUOTE.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           MOVE    "RIEPILOGO PER ALIQUOTA" TO  W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           PERFORM 6200-RIGA-RIEPILOGO
               VARYING W-IND-ALIQ FROM 1 BY 1
               UNTIL W-IND-ALIQ GREATER W-ALIQ-NUMR
           IF  W-SPL-IVA NOT EQUAL ZERO
             MOVE  W-SPL-IVA           TO  W-TOT-IVA-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "DI CUI IVA IN SCISSIONE DEI PAGAMENTI (SP) "
                                       DELIMITED BY SIZE
                 W-TOT-IVA-ED          DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 7000-SCRIVI-RIGA
           END-IF
           MOVE    W-TOT-IMPON         TO  W-TOT-IMPON-ED
           MOVE    W-TOT-IVA           TO  W-TOT-IVA-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "TOTALE MESE  - REGISTRAZIONI " DELIMITED BY SIZE
               W-TOT-NUMR              DELIMITED BY SIZE
               "  IMPONIBILE "         DELIMITED BY SIZE
               W-TOT-IMPON-ED          DELIMITED BY SIZE
               "  IMPOSTA "            DELIMITED BY SIZE
               W-TOT-IVA-ED            DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           .
       6100-ACCUMULA-ALIQUOTA.
           MOVE    ZERO                TO  W-ALIQ-TROV
           PERFORM 6110-CERCA-ALIQUOTA
               VARYING W-IND-ALIQ FROM 1 BY 1
               UNTIL W-IND-ALIQ GREATER W-ALIQ-NUMR
           IF  W-ALIQ-TROV EQUAL ZERO
             IF  W-ALIQ-NUMR NOT LESS 20
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-ALIQ-NUMR
             MOVE  W-ALIQ-NUMR         TO  W-ALIQ-TROV
             MOVE  W-CUR-ALIQ          TO  W-ALIQ-PERC(W-ALIQ-TROV)
             MOVE  W-CUR-NATU          TO  W-ALIQ-NATU(W-ALIQ-TROV)
           END-IF
           ADD     W-CUR-IMPON         TO  W-ALIQ-IMPON(W-ALIQ-TROV)
           ADD     W-CUR-IVA           TO  W-ALIQ-IVA(W-ALIQ-TROV)
           .
       6110-CERCA-ALIQUOTA.
           IF  W-ALIQ-PERC(W-IND-ALIQ) EQUAL W-CUR-ALIQ
               AND W-ALIQ-NATU(W-IND-ALIQ) EQUAL W-CUR-NATU
             MOVE  W-IND-ALIQ          TO  W-ALIQ-TROV
             MOVE  W-ALIQ-NUMR         TO  W-IND-ALIQ
           END-IF
           .
       6200-RIGA-RIEPILOGO.
           MOVE    W-ALIQ-PERC(W-IND-ALIQ)  TO  W-ALIQ-ED
           MOVE    W-ALIQ-IMPON(W-IND-ALIQ) TO  W-TOT-IMPON-ED
           MOVE    W-ALIQ-IVA(W-IND-ALIQ)   TO  W-TOT-IVA-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "ALIQUOTA "          DELIMITED BY SIZE
               W-ALIQ-ED               DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-ALIQ-NATU(W-IND-ALIQ) DELIMITED BY SIZE
               "  IMPONIBILE "         DELIMITED BY SIZE
               W-TOT-IMPON-ED          DELIMITED BY SIZE
               "  IMPOSTA "            DELIMITED BY SIZE
               W-TOT-IVA-ED            DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 7000-SCRIVI-RIGA
           .
      ******************************************************************
      *----------  SCRITTURA DI UNA RIGA CON SALTO PAGINA; NELLA
      *            PASSATA DI VERIFICA NON SI SCRIVE NULLA
       7000-SCRIVI-RIGA.
           IF  W-SOLO-CALCOLO-SI
             EXIT PARAGRAPH
           END-IF
           IF  W-RIGHE-PAG NOT LESS W-MAX-RIGHE
             PERFORM 7100-INTESTAZIONE
           END-IF
           WRITE REGIVA-REC            FROM  W-LINEA
           ADD     1                   TO  W-RIGHE-PAG
           .
       7100-INTESTAZIONE.
           ADD     1                   TO  W-PAGINA
           MOVE    ZERO                TO  W-RIGHE-PAG
           IF  W-SOLO-CALCOLO-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-LINEA
           STRING W-TITOLO             DELIMITED BY "  "
               " - DITTA "             DELIMITED BY SIZE
               L-RIVA-CODE-CLIE        DELIMITED BY SIZE
               " - MESE "              DELIMITED BY SIZE
               W-MESE                  DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               W-ANNO                  DELIMITED BY SIZE
               "   PAGINA "            DELIMITED BY SIZE
               W-ANNO                  DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               W-PAGINA                DELIMITED BY SIZE
                                       INTO W-LINEA
           IF  NOT W-DEFINITIVA-SI AND NOT W-RISTAMPA-SI
             MOVE  "STAMPA DI PROVA"   TO  W-LINEA(100:15)
           END-IF
           IF  W-RISTAMPA-SI
             MOVE  "RISTAMPA"          TO  W-LINEA(100:8)
           END-IF
           WRITE REGIVA-REC            FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE REGIVA-REC            FROM  W-LINEA
           .
      *----------  DETTAGLIO DI UNA ALIQUOTA SOTTO UN DOCUMENTO MISTO
       7200-RIGA-DETTAGLIO-ALIQUOTA.
           MOVE    W-CUR-ALIQ          TO  W-ALIQ-ED
           MOVE    W-CUR-IMPON         TO  W-IMPON-ED
           MOVE    W-CUR-IVA           TO  W-IVA-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "          ALIQUOTA " DELIMITED BY SIZE
               W-ALIQ-ED               DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-CUR-NATU              DELIMITED BY SIZE
                                       INTO W-LINEA
           STRING W-IMPON-ED           DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-IVA-ED                DELIMITED BY SIZE
                                       INTO W-LINEA(62:)
           PERFORM 7000-SCRIVI-RIGA
           .
      *(END)
