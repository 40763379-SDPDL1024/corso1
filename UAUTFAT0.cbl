       IDENTIFICATION DIVISION.
       PROGRAM-ID. UAUTFAT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   AUTOFATTURE DI INTEGRAZIONE (TD16/TD17/TD18/TD19) DAGLI
      *****   ACQUISTI IN REVERSE CHARGE: SCANDISCE LE FATTURE
      *****   FORNITORI DELLA DITTA (F0SFACQ, TRAMITE "URFACQ10",
      *****   LREAD-FILE = 21/11) SEGNATE CON IL TIPO DI INTEGRAZIONE
      *****   E NON ANCORA INTEGRATE, E PER OGNUNA DEPOSITA SU F0SVEND
      *****   (TRAMITE "URFATT10") IL DOCUMENTO CON L'IVA DELLA DITTA
      *****   APPLICATA:
      *****
      *****   - NUMERO DALLA SERIE PROPRIA "AUTF" DEL NUMERATORE
      *****     F0SNUMD (UNUMDOC0), DATA DEL GIORNO
      *****   - CEDENTE IL FORNITORE (DALL'ANAGRAFICA F0SANFO), CON
      *****     LA FATTURA INTEGRATA RICHIAMATA PER NUMERO E DATA
      *****   - STESSE RIGHE DELLA REGISTRAZIONE D'ACQUISTO, TUTTE
      *****     ALL'ALIQUOTA DI INTEGRAZIONE
      *****   - IN CODA DI INVIO SDI COME OGNI DOCUMENTO IN USCITA:
      *****     LO ESPORTA UFATTU10 ALLA PROSSIMA PASSATA
      *****
      *****   L'AUTOFATTURA NON MUOVE MAGAZZINO NE' CASSA E NON APRE
      *****   PARTITE. LA SUA IMPOSTA ENTRA A DEBITO NELLA
      *****   LIQUIDAZIONE CON LE VENDITE E TORNA DETRAIBILE SUL LATO
      *****   ACQUISTI (ULIQIVA0), COSI' LE DUE META' SI ANNULLANO.
      *****   LA REGISTRAZIONE D'ACQUISTO RESTA SEGNATA CON NUMERO E
      *****   DATA DELL'AUTOFATTURA E NON VIENE PIU' RIPRESA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTFAT-FILE          ASSIGN TO "AUTFAT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-AUT.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTFAT-FILE.
       01  AUTFAT-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-AUT                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-NUMR-GENE                 PIC 9(05)   VALUE 0.
       77  W-NUMR-SCAR                 PIC 9(05)   VALUE 0.
       77  W-NUMR-RINV                 PIC 9(05)   VALUE 0.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND-RIGA                  PIC S9(04)  COMP VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IVA-ED                    PIC ---.---.--9,99 VALUE 0.
       77  W-TOT-IVA                   PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-MOTIVO                    PIC X(60)   VALUE SPACES.
       77  W-FORN-OK                   PIC X(01)   VALUE "N".
           88  W-FORN-OK-SI                        VALUE "S".
      *
      *----------  REGISTRAZIONI DA INTEGRARE, RACCOLTE DALLA
      *            SCANSIONE: L'AGGIORNAMENTO PER CHIAVE DI F0SFACQ
      *            NON PUO' AVVENIRE A SCANSIONE APERTA. LE ECCEDENZE
      *            RESTANO PER LA PASSATA SUCCESSIVA.
       01  W-DAIN-TAB.
           03  W-DAIN-NUMR             PIC S9(04)  COMP VALUE 0.
           03  W-DAIN-VOCE             OCCURS 500.
               05  W-DAIN-CODE-FORN    PIC 9(04)   VALUE 0.
               05  W-DAIN-NUMR-REGI    PIC 9(06)   VALUE 0.
      *
      *    Numeratore atomico: serie propria delle autofatture.
       01  L-NDOC-CTRL.
           03  L-NDOC-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-NDOC-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-NDOC-TIPO-DOCU        PIC X(04)      VALUE SPACES.
           03  L-NDOC-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
      *
      *    Blocco contabile di periodo sulla data delle autofatture.
       01  W-PCTL-CTRL.
           03  W-PCTL-CODE-CLIE        PIC 9(04)    VALUE ZERO.
           03  W-PCTL-DATA             PIC 9(08)    VALUE ZERO.
           03  W-PCTL-OPERAZIONE       PIC X(20)    VALUE SPACES.
           03  W-PCTL-ESITO            PIC X(01)    VALUE SPACE.
      *
       COPY "F0SFACQ.REC".
       COPY "F0SVEND.REC".
       COPY "F0SANFO.REC".
      *
       LINKAGE SECTION.
       01  L-AUTF-CTRL.
           03  L-AUTF-CODE-CLIE        PIC 9(04).
           03  L-AUTF-NUMR-INST        PIC 9(04).
           03  L-AUTF-NUMR-GENE        PIC 9(05).
           03  L-AUTF-ESITO            PIC X(01).
               88  L-AUTF-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-AUTF-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    ZERO                TO  L-AUTF-NUMR-GENE
           MOVE    SPACE               TO  L-AUTF-ESITO
           DISPLAY "AUTOFATTURE DI INTEGRAZIONE  -  DITTA "
                   L-AUTF-CODE-CLIE " DEPOSITO " L-AUTF-NUMR-INST
      *      Le autofatture nascono con la data del giorno: non su
      *      un periodo gia' chiuso
           MOVE    L-AUTF-CODE-CLIE    TO  W-PCTL-CODE-CLIE
           MOVE    LDATE-ACTL          TO  W-PCTL-DATA
           MOVE    "AUTOFATTURE"       TO  W-PCTL-OPERAZIONE
           MOVE    SPACE               TO  W-PCTL-ESITO
           CALL  "UPERCTL0"              USING W-PCTL-CTRL LWCOMAR
           IF  W-PCTL-ESITO EQUAL "B"
             GO TO EXIT-PRO
           END-IF
           OPEN OUTPUT AUTFAT-FILE
           PERFORM 1000-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           PERFORM 2000-RACCOGLI-REGISTRAZIONI
           PERFORM 3000-GENERA-AUTOFATTURA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-DAIN-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           PERFORM 9000-RIEPILOGO
           CLOSE AUTFAT-FILE
           MOVE    W-NUMR-GENE         TO  L-AUTF-NUMR-GENE
           MOVE    "S"                 TO  L-AUTF-ESITO
           DISPLAY "AUTOFATTURE GENERATE " W-NUMR-GENE
                   " - SCARTATE " W-NUMR-SCAR " (VEDI AUTFAT)"
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-INTESTAZIONE.
           MOVE SPACES                 TO  W-LINEA
           STRING "AUTOFATTURE DI INTEGRAZIONE - DITTA "
                                       DELIMITED BY SIZE
               L-AUTF-CODE-CLIE        DELIMITED BY SIZE
               " DEPOSITO "            DELIMITED BY SIZE
               L-AUTF-NUMR-INST        DELIMITED BY SIZE
               " DEL "                 DELIMITED BY SIZE
               LDATE-ACTL              DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE AUTFAT-REC            FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           WRITE AUTFAT-REC            FROM  W-LINEA
           .
      ******************************************************************
      *----------  RACCOLTA DELLE REGISTRAZIONI SEGNATE E NON ANCORA
      *            INTEGRATE
       2000-RACCOGLI-REGISTRAZIONI.
           MOVE    ZERO                TO  W-DAIN-NUMR
           INITIALIZE F0SFACQ
           MOVE    L-AUTF-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           PERFORM 2100-VALUTA-REGISTRAZIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       2100-VALUTA-REGISTRAZIONE.
           IF  F0SFACQ-INTEG-VALIDA
               AND F0SFACQ-AUTO-NUMR-DOCU EQUAL ZERO
             IF  W-DAIN-NUMR LESS 500
               ADD  1                  TO  W-DAIN-NUMR
               MOVE F0SFACQ-CODE-FORN  TO
                                W-DAIN-CODE-FORN(W-DAIN-NUMR)
               MOVE F0SFACQ-NUMR-REGI  TO
                                W-DAIN-NUMR-REGI(W-DAIN-NUMR)
             ELSE
               ADD  1                  TO  W-NUMR-RINV
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           .
      ******************************************************************
      *----------  UNA REGISTRAZIONE: RILETTA PER CHIAVE, DIVENTA
      *            L'AUTOFATTURA SU F0SVEND E RESTA SEGNATA INTEGRATA
       3000-GENERA-AUTOFATTURA.
           INITIALIZE F0SFACQ
           MOVE    L-AUTF-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    W-DAIN-CODE-FORN(W-IND) TO  F0SFACQ-CODE-FORN
           MOVE    W-DAIN-NUMR-REGI(W-IND) TO  F0SFACQ-NUMR-REGI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           IF  F0SFACQ-ALIQ-INTEG EQUAL ZERO
             MOVE  "ALIQUOTA DI INTEGRAZIONE NON INDICATA"
                                       TO  W-MOTIVO
             PERFORM 8000-SCARTA-REGISTRAZIONE
             EXIT PARAGRAPH
           END-IF
           IF  F0SFACQ-IVA-INTEG EQUAL ZERO
             COMPUTE F0SFACQ-IVA-INTEG ROUNDED =
                     F0SFACQ-IMPO-IMPON * F0SFACQ-ALIQ-INTEG / 100
           END-IF
      *
      *      Cedente dell'autofattura: il fornitore in anagrafica,
      *      altrimenti la sola ragione sociale della registrazione
           MOVE    "N"                 TO  W-FORN-OK
           INITIALIZE F0SANFO
           MOVE    L-AUTF-CODE-CLIE    TO  F0SANFO-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SANFO-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             SET   W-FORN-OK-SI        TO  TRUE
           END-IF
           IF  NOT W-FORN-OK-SI
               AND NOT F0SFACQ-TIPO-INTEG EQUAL "TD16"
             MOVE  "FORNITORE ESTERO SENZA ANAGRAFICA F0SANFO"
                                       TO  W-MOTIVO
             PERFORM 8000-SCARTA-REGISTRAZIONE
             EXIT PARAGRAPH
           END-IF
      *
           INITIALIZE F0SVEND
           MOVE    L-AUTF-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    L-AUTF-NUMR-INST    TO  F0SVEND-NUMR-INST
           MOVE    LDATE-ACTL          TO  F0SVEND-DATA-DOCU
           MOVE    F0SFACQ-TIPO-INTEG  TO  F0SVEND-TIPO-DOCU
           MOVE    L-AUTF-CODE-CLIE    TO  L-NDOC-CODE-CLIE
           MOVE    L-AUTF-NUMR-INST    TO  L-NDOC-NUMR-INST
           MOVE    "AUTF"              TO  L-NDOC-TIPO-DOCU
           CALL  "UNUMDOC0"              USING L-NDOC-CTRL LWCOMAR
           MOVE    L-NDOC-NUMR-DOCU    TO  F0SVEND-NUMR-DOCU
      *
      *      Nessun effetto su magazzino, cassa e corrispettivi:
      *      il documento nasce gia' chiuso per tutti e tre, e
      *      solo in coda di invio allo SDI
           MOVE    "N"                 TO  F0SVEND-DDT-FATT
           MOVE    "N"                 TO  F0SVEND-CORR-STATO
           SET     F0SVEND-CASS-CONTEGGIATO TO TRUE
           SET     F0SVEND-CHIU-POSTATO TO TRUE
           MOVE    "N"                 TO  F0SVEND-SPLIT-PAY
           MOVE    "N"                 TO  F0SVEND-BOLLO
           MOVE    "N"                 TO  F0SVEND-RIGHE-SU-FILE
           MOVE    "N"                 TO  F0SVEND-SDI-STATO
      *
           MOVE    F0SFACQ-CODE-FORN   TO  F0SVEND-AUTO-CODE-FORN
           MOVE    F0SFACQ-NUMR-REGI   TO  F0SVEND-AUTO-NUMR-REGI
           MOVE    F0SFACQ-NUMR-FATT   TO  F0SVEND-AUTO-NUMR-FATT
           MOVE    F0SFACQ-DATA-FATT   TO  F0SVEND-AUTO-DATA-FATT
           IF  W-FORN-OK-SI
             MOVE  F0SANFO-CODE-PAES   TO  F0SVEND-AUTO-PAES
             MOVE  F0SANFO-PIVA-FORN   TO  F0SVEND-AUTO-PIVA
             MOVE  F0SANFO-RAGE-FORN   TO  F0SVEND-RAGE-CLIE
             MOVE  F0SANFO-INDR-FORN   TO  F0SVEND-INDR-CLIE
             MOVE  F0SANFO-COMU-FORN   TO  F0SVEND-CITT-CLIE
             MOVE  F0SANFO-CAP-FORN    TO  F0SVEND-CAP-CLIE
             MOVE  F0SANFO-PROV-FORN   TO  F0SVEND-PROV-CLIE
             MOVE  F0SANFO-CFIS-FORN   TO  F0SVEND-CFIS-CLIE
             IF  F0SANFO-NAZIONALE
               MOVE F0SANFO-PIVA-FORN  TO  F0SVEND-PIVA-CLIE
             END-IF
           ELSE
             MOVE  "IT"                TO  F0SVEND-AUTO-PAES
             MOVE  F0SFACQ-RAGE-FORN   TO  F0SVEND-RAGE-CLIE
           END-IF
      *
      *      Le righe sono quelle della registrazione, all'aliquota
      *      di integrazione; la registrazione senza righe esce con
      *      una riga unica per l'imponibile
           IF  F0SFACQ-NUMR-RIGHE EQUAL ZERO
             MOVE  1                   TO  F0SVEND-NUMR-RIGHE
             MOVE  "INTEGRAZIONE IVA FATTURA FORNITORE"
                                       TO  F0SVEND-RIGA-DESC(1)
             MOVE  1                   TO  F0SVEND-RIGA-QTA(1)
             MOVE  F0SFACQ-IMPO-IMPON  TO  F0SVEND-RIGA-PREZ(1)
                                           F0SVEND-RIGA-IMPO(1)
             MOVE  F0SFACQ-ALIQ-INTEG  TO  F0SVEND-RIGA-ALIQ-IVA(1)
           ELSE
             MOVE  F0SFACQ-NUMR-RIGHE  TO  F0SVEND-NUMR-RIGHE
             PERFORM 3100-RIGA-AUTOFATTURA
                 VARYING W-IND-RIGA FROM 1 BY 1
                 UNTIL W-IND-RIGA GREATER F0SFACQ-NUMR-RIGHE
           END-IF
           MOVE    F0SFACQ-ALIQ-INTEG  TO  F0SVEND-ALIQ-IVA
           MOVE    F0SFACQ-IMPO-IMPON  TO  F0SVEND-IMPO-IMPON
           MOVE    F0SFACQ-IVA-INTEG   TO  F0SVEND-IMPO-IVA
           ADD     F0SVEND-IMPO-IMPON F0SVEND-IMPO-IVA
                                       GIVING F0SVEND-IMPO-TOTA
           MOVE    1                   TO  F0SVEND-NUMR-ALIQ
           MOVE    F0SFACQ-ALIQ-INTEG  TO  F0SVEND-RIEP-ALIQ(1)
           MOVE    F0SFACQ-IMPO-IMPON  TO  F0SVEND-RIEP-IMPON(1)
           MOVE    F0SFACQ-IVA-INTEG   TO  F0SVEND-RIEP-IVA(1)
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
      *
      *      La registrazione d'acquisto resta segnata integrata
           MOVE    F0SVEND-NUMR-INST   TO  F0SFACQ-AUTO-NUMR-INST
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SFACQ-AUTO-NUMR-DOCU
           MOVE    F0SVEND-DATA-DOCU   TO  F0SFACQ-AUTO-DATA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           ADD     1                   TO  W-NUMR-GENE
           ADD     F0SFACQ-IVA-INTEG   TO  W-TOT-IVA
           PERFORM 8100-RIGA-GENERATA
           .
       3100-RIGA-AUTOFATTURA.
           MOVE    SPACES              TO  F0SVEND-RIGA-DESC(W-IND-RIGA)
           STRING "INTEGRAZIONE IVA ART. " DELIMITED BY SIZE
               F0SFACQ-RIGA-CODE-ARTI(W-IND-RIGA) DELIMITED BY SIZE
                                       INTO
                                       F0SVEND-RIGA-DESC(W-IND-RIGA)
           MOVE    F0SFACQ-RIGA-CODE-ARTI(W-IND-RIGA)
                                       TO
                                F0SVEND-RIGA-CODE-ARTI(W-IND-RIGA)
           MOVE    F0SFACQ-RIGA-QTA(W-IND-RIGA)
                                       TO  F0SVEND-RIGA-QTA(W-IND-RIGA)
           MOVE    F0SFACQ-RIGA-PREZ(W-IND-RIGA)
                                       TO
                                F0SVEND-RIGA-PREZ(W-IND-RIGA)
           MOVE    F0SFACQ-RIGA-IMPO(W-IND-RIGA)
                                       TO
                                F0SVEND-RIGA-IMPO(W-IND-RIGA)
           MOVE    F0SFACQ-ALIQ-INTEG  TO
                                F0SVEND-RIGA-ALIQ-IVA(W-IND-RIGA)
           .
      ******************************************************************
      *----------  REGISTRAZIONE NON INTEGRABILE: RESTA DA GENERARE
      *            E FINISCE SULLA LISTA CON IL MOTIVO
       8000-SCARTA-REGISTRAZIONE.
           ADD     1                   TO  W-NUMR-SCAR
           MOVE SPACES                 TO  W-LINEA
           STRING "SCARTATA FORN. "    DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               " REG. "                DELIMITED BY SIZE
               F0SFACQ-NUMR-REGI       DELIMITED BY SIZE
               " FATT. "               DELIMITED BY SIZE
               F0SFACQ-NUMR-FATT       DELIMITED BY SPACE
               " - "                   DELIMITED BY SIZE
               W-MOTIVO                DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE AUTFAT-REC            FROM  W-LINEA
           .
      ******************************************************************
       8100-RIGA-GENERATA.
           MOVE    F0SVEND-IMPO-IMPON  TO  W-IMPO-ED
           MOVE    F0SVEND-IMPO-IVA    TO  W-IVA-ED
           MOVE SPACES                 TO  W-LINEA
           STRING F0SVEND-TIPO-DOCU    DELIMITED BY SIZE
               " N. "                  DELIMITED BY SIZE
               F0SVEND-NUMR-DOCU       DELIMITED BY SIZE
               " FORN. "               DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               " REG. "                DELIMITED BY SIZE
               F0SFACQ-NUMR-REGI       DELIMITED BY SIZE
               " FATT. "               DELIMITED BY SIZE
               F0SFACQ-NUMR-FATT       DELIMITED BY SPACE
               " IMPONIBILE "          DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
               " IVA "                 DELIMITED BY SIZE
               W-IVA-ED                DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE AUTFAT-REC            FROM  W-LINEA
           .
      ******************************************************************
       9000-RIEPILOGO.
           MOVE SPACES                 TO  W-LINEA
           WRITE AUTFAT-REC            FROM  W-LINEA
           MOVE    W-TOT-IVA           TO  W-IVA-ED
           MOVE SPACES                 TO  W-LINEA
           STRING "AUTOFATTURE GENERATE: " DELIMITED BY SIZE
               W-NUMR-GENE             DELIMITED BY SIZE
               "  IVA INTEGRATA: "     DELIMITED BY SIZE
               W-IVA-ED                DELIMITED BY SIZE
               "  SCARTATE: "          DELIMITED BY SIZE
               W-NUMR-SCAR             DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE AUTFAT-REC            FROM  W-LINEA
           IF  W-NUMR-RINV GREATER ZERO
             MOVE SPACES               TO  W-LINEA
             STRING "ALTRE REGISTRAZIONI DA INTEGRARE: "
                                       DELIMITED BY SIZE
                 W-NUMR-RINV           DELIMITED BY SIZE
                 " - RIPETERE IL PASSAGGIO" DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE AUTFAT-REC          FROM  W-LINEA
           END-IF
           .
      *(END)
