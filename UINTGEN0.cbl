       IDENTIFICATION DIVISION.
       PROGRAM-ID. UINTGEN0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   DOCUMENTI INTERCOMPANY: CHIAMATA DALL'ESPORTAZIONE SDI
      *****   (UFATTU10) PER OGNI DOCUMENTO ESPORTATO. SE IL CLIENTE
      *****   (F0SCLIF) E' UN'ALTRA DITTA DEL GRUPPO
      *****   (F0SCLIF-DITT-INTC), NELLA DITTA CLIENTE GENERA:
      *****   - LA FATTURA FORNITORE SPECULARE SU F0SFACQ, INTESTATA
      *****     AL FORNITORE CHE IN QUELLA DITTA RAPPRESENTA NOI
      *****     (F0SANFO-DITT-INTC), CON GLI STESSI IMPORTI E GIA'
      *****     APPROVATA: PREZZI E QUANTITA' SONO QUELLI DEL GRUPPO
      *****   - LE RATE SULLO SCADENZARIO PASSIVO F0SPASF, CON LE
      *****     STESSE SCADENZE DELLE NOSTRE PARTITE F0SPASC (UNA
      *****     RATA ALLA DATA DOCUMENTO SE NON NE ABBIAMO)
      *****   - PER OGNI RIGA CON ARTICOLO UNA RIGA D'ORDINE
      *****     CONFERMATA SU F0SPROP, SUL DEPOSITO DI RICEVIMENTO
      *****     (F0SCLIF-INST-INTC): E' IL RICEVIMENTO ATTESO CHE
      *****     L'ENTRATA MERCE (UENTMER0) RISCONTRA ALL'ARRIVO
      *****   E SEGNA LA TESTATA F0SVEND CON DITTA, FORNITORE E
      *****   REGISTRAZIONE GENERATI, CHE IL CHIAMANTE RISCRIVE.
      *****
      *****   UNA FATTURA GIA' REGISTRATA NELLA DITTA CLIENTE (STESSO
      *****   FORNITORE, NUMERO E DATA) NON SI DUPLICA: SI COLLEGA.
      *****   NOTE DI CREDITO, ACCONTI E DOCUMENTI OLTRE LE VENTI
      *****   RIGHE DELLA REGISTRAZIONE SI REGISTRANO A MANO COME IN
      *****   UFATIMP0: IL DOCUMENTO RESTA SEGNATO "X" E LA
      *****   RICONCILIAZIONE INTERCOMPANY (UINTREC0) LO RIPORTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-CLIF-ESI                 PIC S9(04) COMP VALUE ZERO.
       77  WL-ESI                      PIC S9(04) COMP VALUE ZERO.
       77  WL-DITT-RICE                PIC 9(04)      VALUE ZERO.
       77  WL-INST-RICE                PIC 9(04)      VALUE ZERO.
       77  WL-CODE-FORN                PIC 9(04)      VALUE ZERO.
       77  WL-RAGE-FORN                PIC X(40)      VALUE SPACES.
       77  WL-NUMR-FATT                PIC 9(06)      VALUE ZERO.
       77  WL-NUMR-RATA                PIC 9(02)      VALUE ZERO.
       77  WL-TROVATO                  PIC X(01)      VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
      *
      *----------  RIGHE DEL DOCUMENTO, DALLA TESTATA O DAL FILE
      *            RIGHE F0SVENR
       01  W-RIG-TAB.
           03  W-RIG-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-RIG-VOCE              OCCURS 20 TIMES.
               05  W-RIG-CODE-ARTI     PIC X(15)      VALUE SPACES.
               05  W-RIG-DESC          PIC X(40)      VALUE SPACES.
               05  W-RIG-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-RIG-PREZ          PIC S9(09)V9999 COMP-3 VALUE 0.
               05  W-RIG-IMPO          PIC S9(09)V99  COMP-3 VALUE 0.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SVENR.REC".
       COPY "F0SANFO.REC".
       COPY "F0SFACQ.REC".
       COPY "F0SPROP.REC".
       COPY "F0SPASC.REC".
       COPY "F0SPASF.REC".
      *
       LINKAGE SECTION.
       COPY "LINTGEN.WRK".
       COPY "F0SVEND.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-INTG-CTRL F0SVEND LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "N"                 TO  L-INTG-ESITO
           MOVE    SPACES              TO  L-INTG-MOTIVO
      *
      *      Gia' generata (documento rimesso in coda dopo uno scarto
      *      SDI) o vendita senza cliente censito: nulla da fare
           IF  F0SVEND-INTC-GENERATO
               OR F0SVEND-CODI-CLIF EQUAL ZERO
             GO TO EXIT-PRO
           END-IF
           INITIALIZE F0SCLIF
           MOVE    F0SVEND-CODE-CLIE   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SVEND-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-CLIF-ESI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  WL-CLIF-ESI NOT EQUAL 1
               OR F0SCLIF-DITT-INTC EQUAL ZERO
             GO TO EXIT-PRO
           END-IF
           MOVE    F0SCLIF-DITT-INTC   TO  WL-DITT-RICE
           MOVE    F0SCLIF-INST-INTC   TO  WL-INST-RICE
           IF  WL-INST-RICE EQUAL ZERO
             MOVE  1                   TO  WL-INST-RICE
           END-IF
           MOVE    WL-DITT-RICE        TO  F0SVEND-INTC-DITT
           MOVE    ZERO                TO  F0SVEND-INTC-FORN
                                           F0SVEND-INTC-REGI
      *
      *      Solo fatture: le note di credito e gli acconti si
      *      registrano a mano nella ditta cliente
           IF  F0SVEND-TIPO-DOCU NOT EQUAL "TD01"
               AND F0SVEND-TIPO-DOCU NOT EQUAL SPACES
             STRING "TIPO DOCUMENTO "  DELIMITED BY SIZE
                 F0SVEND-TIPO-DOCU     DELIMITED BY SIZE
                 " DA REGISTRARE A MANO" DELIMITED BY SIZE
                                       INTO L-INTG-MOTIVO
             PERFORM RT9-SCARTA
             GO TO EXIT-PRO
           END-IF
           IF  F0SVEND-RIGHE-ESTERNE
               AND F0SVEND-NUMR-RIGHE-EXT GREATER 20
             MOVE  "OLTRE 20 RIGHE - DA REGISTRARE A MANO"
                                       TO  L-INTG-MOTIVO
             PERFORM RT9-SCARTA
             GO TO EXIT-PRO
           END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
      *
      *      Il fornitore che nella ditta cliente rappresenta noi
           PERFORM RT2-CERCA-FORNITORE
           IF  NOT WL-TROVATO-SI
             STRING "NESSUN FORNITORE DELLA DITTA " DELIMITED BY SIZE
                 WL-DITT-RICE          DELIMITED BY SIZE
                 " COLLEGATO ALLA DITTA " DELIMITED BY SIZE
                 F0SVEND-CODE-CLIE     DELIMITED BY SIZE
                                       INTO L-INTG-MOTIVO
             PERFORM RT9-SCARTA
             GO TO CHIU-INTG
           END-IF
           MOVE    WL-CODE-FORN        TO  F0SVEND-INTC-FORN
      *
      *      La stessa fattura gia' registrata (import SDI o
      *      battitura) si collega senza duplicarla
           MOVE    F0SVEND-NUMR-DOCU   TO  WL-NUMR-FATT
           PERFORM RT3-CERCA-DOPPIA
           IF  WL-TROVATO-SI
             MOVE  F0SVEND-CODE-CLIE   TO  F0SFACQ-INTC-DITT
             MOVE  F0SVEND-NUMR-INST   TO  F0SFACQ-INTC-INST
             MOVE  F0SVEND-NUMR-DOCU   TO  F0SFACQ-INTC-DOCU
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFACQ10"            USING F0SFACQ LWCOMAR
             MOVE  F0SFACQ-NUMR-REGI   TO  F0SVEND-INTC-REGI
             SET   F0SVEND-INTC-GENERATO TO TRUE
             MOVE  "S"                 TO  L-INTG-ESITO
             MOVE  "GIA' REGISTRATA NELLA DITTA CLIENTE - COLLEGATA"
                                       TO  L-INTG-MOTIVO
             DISPLAY "INTERCOMPANY DOC. " F0SVEND-NUMR-DOCU
                     " DITTA " WL-DITT-RICE " REG. "
                     F0SFACQ-NUMR-REGI " GIA' PRESENTE - COLLEGATA"
             GO TO CHIU-INTG
           END-IF
      *
      *      Righe del documento
           MOVE    ZERO                TO  W-RIG-NUMR
           IF  F0SVEND-RIGHE-ESTERNE
             PERFORM RT4-RIGHE-FILE
           ELSE
             PERFORM RT41-RIGA-TESTATA
                 VARYING WL-IND FROM 1 BY 1
                 UNTIL WL-IND GREATER F0SVEND-NUMR-RIGHE
                    OR WL-IND GREATER 20
           END-IF
      *
      *      Fattura fornitore speculare, approvata al pagamento
           INITIALIZE F0SFACQ
           MOVE    WL-DITT-RICE        TO  F0SFACQ-CODE-CLIE
           MOVE    WL-CODE-FORN        TO  F0SFACQ-CODE-FORN
           MOVE    WL-NUMR-FATT        TO  F0SFACQ-NUMR-FATT
           MOVE    F0SVEND-DATA-DOCU   TO  F0SFACQ-DATA-FATT
           MOVE    LDATE-ACTL          TO  F0SFACQ-DATA-REGI
           MOVE    WL-RAGE-FORN        TO  F0SFACQ-RAGE-FORN
           MOVE    F0SVEND-ALIQ-IVA    TO  F0SFACQ-ALIQ-IVA
           MOVE    F0SVEND-IMPO-IMPON  TO  F0SFACQ-IMPO-IMPON
           MOVE    F0SVEND-IMPO-IVA    TO  F0SFACQ-IMPO-IVA
           MOVE    F0SVEND-IMPO-TOTA   TO  F0SFACQ-IMPO-TOTA
           MOVE    F0SVEND-CODE-CLIE   TO  F0SFACQ-INTC-DITT
           MOVE    F0SVEND-NUMR-INST   TO  F0SFACQ-INTC-INST
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SFACQ-INTC-DOCU
           SET     F0SFACQ-APPROVATA   TO  TRUE
           MOVE    L-IDENUTEN          TO  F0SFACQ-IDEN-APPR
           PERFORM RT5-RIGA-FATTURA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER W-RIG-NUMR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
      *
      *      Rate passive con le scadenze delle nostre partite
           MOVE    ZERO                TO  WL-NUMR-RATA
           INITIALIZE F0SPASC
           MOVE    F0SVEND-CODE-CLIE   TO  F0SPASC-CODE-CLIE
           MOVE    F0SVEND-NUMR-INST   TO  F0SPASC-NUMR-INST
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SPASC-NUMR-DOCU
           MOVE    ZERO                TO  F0SPASC-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT6-GENERA-RATA
           ELSE
             MOVE  1                   TO  F0SPASC-NUMR-RATA
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPASC10"            USING F0SPASC LWCOMAR
             MOVE  DSTF-IOSR           TO  WL-ESI
             PERFORM RT61-RATA-SUCCESSIVA
                 UNTIL WL-ESI NOT EQUAL 1
           END-IF
           IF  WL-NUMR-RATA EQUAL ZERO
             MOVE  F0SVEND-DATA-DOCU   TO  F0SPASC-DATA-SCAD
             MOVE  F0SVEND-IMPO-TOTA   TO  F0SPASC-IMPO-APER
             PERFORM RT6-GENERA-RATA
           END-IF
      *
           MOVE    F0SFACQ-NUMR-REGI   TO  F0SVEND-INTC-REGI
           SET     F0SVEND-INTC-GENERATO TO TRUE
           MOVE    "S"                 TO  L-INTG-ESITO
           MOVE    F0SFACQ-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "INTERCOMPANY DOC. " F0SVEND-NUMR-DOCU
                   " DITTA " WL-DITT-RICE " FORN. " WL-CODE-FORN
                   " REG. " F0SFACQ-NUMR-REGI " TOT. " WL-IMPO-ED
                   " RATE " WL-NUMR-RATA.
       CHIU-INTG.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  PRIMO FORNITORE ATTIVO DELLA DITTA CLIENTE CHE
      *            PORTA IL CODICE DELLA NOSTRA DITTA
       RT2-CERCA-FORNITORE.
           MOVE    "N"                 TO  WL-TROVATO
           INITIALIZE F0SANFO
           MOVE    WL-DITT-RICE        TO  F0SANFO-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           PERFORM RT21-CONFRONTA-FORNITORE
               UNTIL DSTF-IOSR NOT EQUAL 1 OR WL-TROVATO-SI
           .
       RT21-CONFRONTA-FORNITORE.
           IF  F0SANFO-DITT-INTC EQUAL F0SVEND-CODE-CLIE
               AND F0SANFO-ATTIVO
             SET   WL-TROVATO-SI       TO  TRUE
             MOVE  F0SANFO-CODE-FORN   TO  WL-CODE-FORN
             MOVE  F0SANFO-RAGE-FORN   TO  WL-RAGE-FORN
           ELSE
             MOVE  11                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URANFO10"            USING F0SANFO LWCOMAR
           END-IF
           .
      ******************************************************************
      *----------  STESSO FORNITORE, NUMERO E DATA GIA' REGISTRATI
      *            NELLA DITTA CLIENTE
       RT3-CERCA-DOPPIA.
           MOVE    "N"                 TO  WL-TROVATO
           INITIALIZE F0SFACQ
           MOVE    WL-DITT-RICE        TO  F0SFACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           PERFORM RT31-CONFRONTA-DOPPIA
               UNTIL DSTF-IOSR NOT EQUAL 1 OR WL-TROVATO-SI
           .
       RT31-CONFRONTA-DOPPIA.
           IF  F0SFACQ-CODE-FORN EQUAL WL-CODE-FORN
               AND F0SFACQ-NUMR-FATT EQUAL WL-NUMR-FATT
               AND F0SFACQ-DATA-FATT EQUAL F0SVEND-DATA-DOCU
             SET   WL-TROVATO-SI       TO  TRUE
           ELSE
             MOVE  11                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFACQ10"            USING F0SFACQ LWCOMAR
           END-IF
           .
      ******************************************************************
      *----------  RIGHE DEL DOCUMENTO DAL FILE RIGHE (AL PIU' VENTI,
      *            GIA' CONTROLLATO)
       RT4-RIGHE-FILE.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           INITIALIZE F0SVENR
           MOVE    F0SVEND-CODE-CLIE   TO  F0SVENR-CODE-CLIE
           MOVE    F0SVEND-NUMR-INST   TO  F0SVENR-NUMR-INST
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SVENR-NUMR-DOCU
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           PERFORM RT42-RIGA-FILE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
       RT41-RIGA-TESTATA.
           ADD     1                   TO  W-RIG-NUMR
           MOVE    F0SVEND-RIGA-CODE-ARTI(WL-IND)
                                       TO  W-RIG-CODE-ARTI(W-RIG-NUMR)
           MOVE    F0SVEND-RIGA-DESC(WL-IND)
                                       TO  W-RIG-DESC(W-RIG-NUMR)
           MOVE    F0SVEND-RIGA-QTA(WL-IND)
                                       TO  W-RIG-QTA(W-RIG-NUMR)
           MOVE    F0SVEND-RIGA-PREZ(WL-IND)
                                       TO  W-RIG-PREZ(W-RIG-NUMR)
           MOVE    F0SVEND-RIGA-IMPO(WL-IND)
                                       TO  W-RIG-IMPO(W-RIG-NUMR)
           .
       RT42-RIGA-FILE.
           IF  W-RIG-NUMR LESS 20
             ADD   1                   TO  W-RIG-NUMR
             MOVE  F0SVENR-RIGA-CODE-ARTI
                                       TO  W-RIG-CODE-ARTI(W-RIG-NUMR)
             MOVE  F0SVENR-RIGA-DESC   TO  W-RIG-DESC(W-RIG-NUMR)
             MOVE  F0SVENR-RIGA-QTA    TO  W-RIG-QTA(W-RIG-NUMR)
             MOVE  F0SVENR-RIGA-PREZ   TO  W-RIG-PREZ(W-RIG-NUMR)
             MOVE  F0SVENR-RIGA-IMPO   TO  W-RIG-IMPO(W-RIG-NUMR)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
      ******************************************************************
      *----------  UNA RIGA DELLA FATTURA SPECULARE; LA RIGA CON
      *            ARTICOLO DIVENTA ANCHE IL RICEVIMENTO ATTESO SUL
      *            DEPOSITO DELLA DITTA CLIENTE
       RT5-RIGA-FATTURA.
           IF  W-RIG-IMPO(WL-IND) EQUAL ZERO
               AND W-RIG-PREZ(WL-IND) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  F0SFACQ-NUMR-RIGHE
           MOVE    W-RIG-CODE-ARTI(WL-IND)
                         TO  F0SFACQ-RIGA-CODE-ARTI(F0SFACQ-NUMR-RIGHE)
           MOVE    W-RIG-QTA(WL-IND)
                         TO  F0SFACQ-RIGA-QTA(F0SFACQ-NUMR-RIGHE)
           MOVE    W-RIG-PREZ(WL-IND)
                         TO  F0SFACQ-RIGA-PREZ(F0SFACQ-NUMR-RIGHE)
           MOVE    W-RIG-IMPO(WL-IND)
                         TO  F0SFACQ-RIGA-IMPO(F0SFACQ-NUMR-RIGHE)
           IF  W-RIG-CODE-ARTI(WL-IND) EQUAL SPACES
               OR W-RIG-QTA(WL-IND) NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPROP
           MOVE    WL-DITT-RICE        TO  F0SPROP-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    LDATE-ACTL          TO  F0SPROP-DATA-PROP
           MOVE    WL-INST-RICE        TO  F0SPROP-NUMR-INST
           MOVE    WL-CODE-FORN        TO  F0SPROP-CODE-FORN
           MOVE    WL-RAGE-FORN        TO  F0SPROP-RAGE-FORN
           MOVE    W-RIG-CODE-ARTI(WL-IND) TO  F0SPROP-CODE-ARTI
           MOVE    W-RIG-DESC(WL-IND)  TO  F0SPROP-DESC-ARTI
           MOVE    W-RIG-QTA(WL-IND)   TO  F0SPROP-QTA-PROP
           MOVE    W-RIG-PREZ(WL-IND)  TO  F0SPROP-PREZ-LIST
           SET     F0SPROP-CONFERMATA  TO  TRUE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    F0SPROP-NUMR-PROP
                         TO  F0SFACQ-RIGA-NUMR-PROP(F0SFACQ-NUMR-RIGHE)
           .
      ******************************************************************
      *----------  UNA RATA PASSIVA DALLA PARTITA F0SPASC CORRENTE
       RT6-GENERA-RATA.
           ADD     1                   TO  WL-NUMR-RATA
           INITIALIZE F0SPASF
           MOVE    F0SFACQ-CODE-CLIE   TO  F0SPASF-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SPASF-CODE-FORN
           MOVE    F0SFACQ-NUMR-REGI   TO  F0SPASF-NUMR-REGI
           MOVE    WL-NUMR-RATA        TO  F0SPASF-NUMR-RATA
           MOVE    F0SFACQ-NUMR-FATT   TO  F0SPASF-NUMR-FATT
           MOVE    F0SFACQ-DATA-FATT   TO  F0SPASF-DATA-FATT
           MOVE    F0SFACQ-RAGE-FORN   TO  F0SPASF-RAGE-FORN
           MOVE    F0SPASC-DATA-SCAD   TO  F0SPASF-DATA-SCAD
           IF  F0SPASF-DATA-SCAD EQUAL ZERO
             MOVE  F0SFACQ-DATA-FATT   TO  F0SPASF-DATA-SCAD
           END-IF
           MOVE    F0SPASC-IMPO-APER   TO  F0SPASF-IMPO-APER
                                           F0SPASF-IMPO-RESI
           SET     F0SPASF-APERTA      TO  TRUE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           .
       RT61-RATA-SUCCESSIVA.
           PERFORM RT6-GENERA-RATA
           ADD     1                   TO  F0SPASC-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-ESI
           .
      ******************************************************************
      *----------  DOCUMENTO DEL GRUPPO NON GENERABILE: RESTA SEGNATO
      *            SULLA TESTATA PER LA RICONCILIAZIONE
       RT9-SCARTA.
           SET     F0SVEND-INTC-SCARTATO TO TRUE
           MOVE    "X"                 TO  L-INTG-ESITO
           DISPLAY "INTERCOMPANY DOC. " F0SVEND-NUMR-DOCU
                   " DITTA " WL-DITT-RICE " NON GENERATO: "
                   L-INTG-MOTIVO
           .
      *(END)
