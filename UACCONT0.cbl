       IDENTIFICATION DIVISION.
       PROGRAM-ID. UACCONT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   FATTURA D'ACCONTO (TD02) SU UN ORDINE CLIENTE APERTO:
      *****   RITROVA LA TESTATA F0SORDI (TRAMITE "URORDI10"), CHIEDE
      *****   IMPONIBILE E ALIQUOTA DELL'ACCONTO ED EMETTE IL
      *****   DOCUMENTO SU F0SVEND (TRAMITE "URFATT10") CON IL
      *****   NUMERATORE ATOMICO, COSI' CHE VADA ALLO SDI CON IL
      *****   NORMALE EXPORT (UFATTU10). IL VENDUTO A CREDITO GENERA
      *****   LE PARTITE SU F0SPASC (UGENSCA0), COME ALL'EVASIONE.
      *****
      *****   L'ACCONTO RESTA TRATTENUTO SULL'ORDINE (F0SORDI-ACCO-*)
      *****   FINCHE' L'EVASIONE CHE CHIUDE L'ORDINE (UORDEVA0) NON NE
      *****   STORNA L'IMPONIBILE SULLA FATTURA FINALE. UN SOLO
      *****   ACCONTO PER ORDINE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-IMPON                    PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-ALIQ-IVA                 PIC S9(03)V99  COMP-3 VALUE 0.
       77  WL-NATURA                   PIC X(04)      VALUE SPACES.
       77  WL-SPLIT                    PIC X(01)      VALUE "N".
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
       77  WL-ALIQ-ED                  PIC ZZ9,99     VALUE 0.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SVEND.REC".
       COPY "F0STPAG.REC".
       COPY "F0SORDI.REC".
      *
      *    Scadenzario: il documento a credito genera le partite su
      *    F0SPASC secondo la condizione di pagamento del cliente.
       01  L-GENS-CTRL.
           03  L-GENS-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-GENS-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-GENS-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
           03  L-GENS-CODI-CLIF        PIC 9(06)      VALUE ZERO.
           03  L-GENS-RAGE-CLIE        PIC X(30)      VALUE SPACES.
           03  L-GENS-DATA-DOCU        PIC 9(08)      VALUE ZERO.
           03  L-GENS-IMPO-TOTA        PIC S9(09)V99  COMP-3 VALUE 0.
           03  L-GENS-NUMR-RATE        PIC 9(01)      VALUE ZERO.
      *
      *    Numeratore atomico dei documenti (UNUMDOC0): le fatture
      *    d'acconto hanno la propria serie "TD02".
       01  L-NDOC-CTRL.
           03  L-NDOC-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  L-NDOC-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  L-NDOC-TIPO-DOCU        PIC X(04)      VALUE SPACES.
           03  L-NDOC-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
      *
      *    Blocco dei periodi chiusi: il documento nasce con la data
      *    del giorno.
       01  WL-PCTL-CTRL.
           03  WL-PCTL-CODE-CLIE       PIC 9(04)      VALUE ZERO.
           03  WL-PCTL-DATA            PIC 9(08)      VALUE ZERO.
           03  WL-PCTL-OPERAZIONE      PIC X(20)      VALUE SPACES.
           03  WL-PCTL-ESITO           PIC X(01)      VALUE SPACE.
      *
       LINKAGE SECTION.
       01  L-ACCO-CTRL.
           03  L-ACCO-CODE-CLIE        PIC 9(04).
           03  L-ACCO-NUMR-INST        PIC 9(04).
           03  L-ACCO-ESITO            PIC X(01).
               88  L-ACCO-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ACCO-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ACCO-ESITO
           MOVE    "N"                 TO  WL-SPLIT
           DISPLAY "FATTURA D'ACCONTO SU ORDINE  -  DITTA "
                   L-ACCO-CODE-CLIE " DEPOSITO " L-ACCO-NUMR-INST
           MOVE    L-ACCO-CODE-CLIE    TO  WL-PCTL-CODE-CLIE
           MOVE    LDATE-ACTL          TO  WL-PCTL-DATA
           MOVE    "ACCONTI SU ORDINI"  TO  WL-PCTL-OPERAZIONE
           MOVE    SPACE               TO  WL-PCTL-ESITO
           CALL  "UPERCTL0"              USING WL-PCTL-CTRL LWCOMAR
           IF  WL-PCTL-ESITO EQUAL "B"
             GO TO EXIT-PRO
           END-IF
           MOVE    L-ACCO-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    L-ACCO-NUMR-INST    TO  F0SORDI-NUMR-INST
           DISPLAY "NUMERO ORDINE               : " WITH NO ADVANCING
           ACCEPT   F0SORDI-NUMR-ORDI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ORDINE NON TROVATO"
             GO TO CHIU-ACCO
           END-IF
           IF  NOT F0SORDI-APERTO
             DISPLAY "ORDINE NON APERTO - ACCONTO IMPOSSIBILE"
             GO TO CHIU-ACCO
           END-IF
           IF  F0SORDI-ACCO-STAT NOT EQUAL SPACE
             DISPLAY "ACCONTO GIA' FATTURATO SULL'ORDINE - FATTURA N. "
                     F0SORDI-ACCO-NUMR-DOCU
             GO TO CHIU-ACCO
           END-IF
           MOVE    F0SORDI-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "CLIENTE: " F0SORDI-RAGE-CLIE
           DISPLAY "TOTALE ORDINE: " WL-IMPO-ED
           MOVE    -1                  TO  WL-IMPON
           PERFORM RT1-IMPONIBILE
               UNTIL WL-IMPON NOT LESS ZERO
           IF  WL-IMPON EQUAL ZERO
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-ACCO
           END-IF
           DISPLAY "ALIQUOTA IVA (ES. 22,00)    : " WITH NO ADVANCING
           ACCEPT   WL-ALIQ-IVA
           MOVE    SPACES              TO  WL-NATURA
           IF  WL-ALIQ-IVA EQUAL ZERO
             PERFORM RT11-NATURA
               UNTIL WL-NATURA NOT EQUAL SPACES
           END-IF
           PERFORM RT81-MODALITA-PAGAMENTO
           MOVE    WL-IMPON            TO  WL-IMPO-ED
           MOVE    WL-ALIQ-IVA         TO  WL-ALIQ-ED
           DISPLAY "ACCONTO: IMPONIBILE " WL-IMPO-ED
                   " ALIQUOTA " WL-ALIQ-ED
           DISPLAY "CONFERMI L'EMISSIONE ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-ACCO
           END-IF
      *
      *      Testata dai dati dell'ordine e, se censito, dall'anagrafica
      *      del cliente finale; una sola riga con l'imponibile
           INITIALIZE F0SVEND
           SET     F0SVEND-DOC-ACCONTO TO  TRUE
           MOVE    L-ACCO-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    L-ACCO-NUMR-INST    TO  F0SVEND-NUMR-INST
           MOVE    LDATE-ACTL          TO  F0SVEND-DATA-DOCU
           MOVE    F0SORDI-RAGE-CLIE   TO  F0SVEND-RAGE-CLIE
           MOVE    F0SORDI-CODI-CLIF   TO  F0SVEND-CODI-CLIF
           MOVE    F0STPAG-CODE-PAGA   TO  F0SVEND-MODA-PAGA
           MOVE    F0SORDI-CODE-AGEN   TO  F0SVEND-CODE-AGEN
           MOVE    F0SORDI-NUMR-ORDI   TO  F0SVEND-ACCO-NUMR-ORDI
           PERFORM RT2-ANAGRAFICA-CLIENTE
           PERFORM RT3-RIGA-ACCONTO
           PERFORM RT8-CHIUDI-DOCUMENTO
      *
           IF  F0STPAG-A-CREDITO
             MOVE  F0SVEND-CODE-CLIE   TO  L-GENS-CODE-CLIE
             MOVE  F0SVEND-NUMR-INST   TO  L-GENS-NUMR-INST
             MOVE  F0SVEND-NUMR-DOCU   TO  L-GENS-NUMR-DOCU
             MOVE  F0SVEND-CODI-CLIF   TO  L-GENS-CODI-CLIF
             MOVE  F0SVEND-RAGE-CLIE   TO  L-GENS-RAGE-CLIE
             MOVE  F0SVEND-DATA-DOCU   TO  L-GENS-DATA-DOCU
             MOVE  F0SVEND-IMPO-TOTA   TO  L-GENS-IMPO-TOTA
             CALL  "UGENSCA0"            USING L-GENS-CTRL LWCOMAR
             DISPLAY "PARTITE GENERATE: " L-GENS-NUMR-RATE
           END-IF
      *
      *      L'acconto resta trattenuto sull'ordine fino all'evasione
      *      che lo chiude
           SET     F0SORDI-ACCO-TRATTENUTO TO TRUE
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SORDI-ACCO-NUMR-DOCU
           MOVE    F0SVEND-DATA-DOCU   TO  F0SORDI-ACCO-DATA-DOCU
           MOVE    F0SVEND-IMPO-IMPON  TO  F0SORDI-ACCO-IMPON
           MOVE    F0SVEND-IMPO-IVA    TO  F0SORDI-ACCO-IVA
           MOVE    WL-ALIQ-IVA         TO  F0SORDI-ACCO-ALIQ
           MOVE    WL-NATURA           TO  F0SORDI-ACCO-NATURA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    "S"                 TO  L-ACCO-ESITO
           MOVE    F0SVEND-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "FATTURA D'ACCONTO N. " F0SVEND-NUMR-DOCU
                   " TOTALE " WL-IMPO-ED
       CHIU-ACCO.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  IMPONIBILE DELL'ACCONTO: NON OLTRE IL TOTALE
      *            DELL'ORDINE; ZERO ANNULLA
       RT1-IMPONIBILE.
           DISPLAY "IMPONIBILE ACCONTO (0=ESCI)  : " WITH NO ADVANCING
           ACCEPT   WL-IMPON
           IF  WL-IMPON LESS ZERO
             MOVE  ZERO                TO  WL-IMPON
           END-IF
           IF  WL-IMPON GREATER F0SORDI-IMPO-TOTA
             DISPLAY "ACCONTO SUPERIORE AL TOTALE DELL'ORDINE"
             MOVE  -1                  TO  WL-IMPON
           END-IF
           .
      ******************************************************************
      *----------  NATURA IVA DELL'ACCONTO AD ALIQUOTA ZERO, COME
      *            VUOLE LO SDI
       RT11-NATURA.
           DISPLAY "NATURA IVA (ES. N3.5)       : " WITH NO ADVANCING
           ACCEPT   WL-NATURA
           IF  WL-NATURA EQUAL SPACES
             DISPLAY "AD ALIQUOTA ZERO LA NATURA E' OBBLIGATORIA"
           END-IF
           .
      ******************************************************************
      *----------  CHIEDE E VALIDA LA MODALITA' DI PAGAMENTO SULLA
      *            TABELLA F0STPAG DELLA DITTA, COME ALL'EVASIONE
       RT81-MODALITA-PAGAMENTO.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           MOVE    0                   TO  DSTF-IOSR
           PERFORM RT811-LEGGI-PAGAMENTO
               UNTIL DSTF-IOSR EQUAL 1
           DISPLAY "PAGAMENTO: " F0STPAG-DESC-PAGA
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           .
       RT811-LEGGI-PAGAMENTO.
           MOVE    L-ACCO-CODE-CLIE    TO  F0STPAG-CODE-CLIE
           DISPLAY "MODALITA' DI PAGAMENTO (XX) : " WITH NO ADVANCING
           ACCEPT   F0STPAG-CODE-PAGA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "MODALITA' NON IN TABELLA"
           END-IF
           .
      ******************************************************************
      *----------  COMPLETA LA TESTATA DOCUMENTO CON I DATI
      *            DELL'ANAGRAFICA CLIENTI, QUANDO IL CLIENTE E'
      *            CENSITO
       RT2-ANAGRAFICA-CLIENTE.
           IF  F0SORDI-CODI-CLIF EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    L-ACCO-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    F0SORDI-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCLIF-RAGE-CLIF   TO  F0SVEND-RAGE-CLIE
             MOVE  F0SCLIF-INDR-CLIF   TO  F0SVEND-INDR-CLIE
             MOVE  F0SCLIF-COMU-CLIF   TO  F0SVEND-CITT-CLIE
             MOVE  F0SCLIF-CAP-CLIF    TO  F0SVEND-CAP-CLIE
             MOVE  F0SCLIF-PROV-CLIF   TO  F0SVEND-PROV-CLIE
             MOVE  F0SCLIF-PIVA-CLIF   TO  F0SVEND-PIVA-CLIE
             MOVE  F0SCLIF-CFIS-CLIF   TO  F0SVEND-CFIS-CLIE
             IF  F0SCLIF-SPLIT-PAYMENT
               MOVE  "S"               TO  WL-SPLIT
             END-IF
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
      ******************************************************************
      *----------  LA RIGA UNICA DELLA FATTURA D'ACCONTO
       RT3-RIGA-ACCONTO.
           MOVE    1                   TO  F0SVEND-NUMR-RIGHE
           STRING  "ACCONTO SU ORDINE N. " DELIMITED BY SIZE
                   F0SORDI-NUMR-ORDI      DELIMITED BY SIZE
                   " DEL "                DELIMITED BY SIZE
                   F0SORDI-DATA-ORDI      DELIMITED BY SIZE
                                       INTO F0SVEND-RIGA-DESC(1)
           MOVE    1                   TO  F0SVEND-RIGA-QTA(1)
           MOVE    WL-IMPON            TO  F0SVEND-RIGA-PREZ(1)
                                           F0SVEND-RIGA-IMPO(1)
           MOVE    WL-ALIQ-IVA         TO  F0SVEND-RIGA-ALIQ-IVA(1)
           MOVE    WL-NATURA           TO  F0SVEND-RIGA-NATURA(1)
           .
      ******************************************************************
      *----------  RIEPILOGO, TOTALI, NUMERO DI DOCUMENTO E DEPOSITO
      *            SU F0SVEND
       RT8-CHIUDI-DOCUMENTO.
           MOVE    1                   TO  F0SVEND-NUMR-ALIQ
           MOVE    WL-ALIQ-IVA         TO  F0SVEND-RIEP-ALIQ(1)
                                           F0SVEND-ALIQ-IVA
           MOVE    WL-IMPON            TO  F0SVEND-RIEP-IMPON(1)
                                           F0SVEND-IMPO-IMPON
           MOVE    WL-NATURA           TO  F0SVEND-RIEP-NATURA(1)
           COMPUTE F0SVEND-RIEP-IVA(1) ROUNDED =
                       WL-IMPON * WL-ALIQ-IVA / 100
           MOVE    F0SVEND-RIEP-IVA(1) TO  F0SVEND-IMPO-IVA
           ADD     F0SVEND-IMPO-IMPON F0SVEND-IMPO-IVA
                                       GIVING F0SVEND-IMPO-TOTA
      *    Scissione dei pagamenti: IVA esposta ma non dovuta
           IF  WL-SPLIT EQUAL "S"
             SET   F0SVEND-SPLIT-PAYMENT TO TRUE
             MOVE  F0SVEND-IMPO-IMPON  TO  F0SVEND-IMPO-TOTA
             DISPLAY "CLIENTE IN SPLIT PAYMENT - IVA ESPOSTA MA"
                     " NON DOVUTA"
           END-IF
      *    Bollo virtuale sull'acconto esente oltre la soglia
           IF  WL-ALIQ-IVA EQUAL ZERO
               AND WL-IMPON GREATER 77,47
             SET   F0SVEND-BOLLO-SI    TO  TRUE
             MOVE  2,00                TO  F0SVEND-IMPO-BOLLO
             ADD   F0SVEND-IMPO-BOLLO  TO  F0SVEND-IMPO-TOTA
             DISPLAY "BOLLO VIRTUALE DI 2,00 EURO APPLICATO"
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    F0SVEND-CODE-CLIE   TO  L-NDOC-CODE-CLIE
           MOVE    F0SVEND-NUMR-INST   TO  L-NDOC-NUMR-INST
           MOVE    F0SVEND-TIPO-DOCU   TO  L-NDOC-TIPO-DOCU
           CALL  "UNUMDOC0"              USING L-NDOC-CTRL LWCOMAR
           MOVE    L-NDOC-NUMR-DOCU    TO  F0SVEND-NUMR-DOCU
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      *(END)
