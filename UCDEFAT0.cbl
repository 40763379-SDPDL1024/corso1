       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCDEFAT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   FATTURA DEI CONSUMI IN CONTO DEPOSITO: PER UN CLIENTE
      *****   PROPONE A VIDEO GLI ARTICOLI CHE HA IN DEPOSITO
      *****   (F0SCDEP, TRAMITE "URCDEP10") E PER CIASCUNO CHIEDE LA
      *****   QUANTITA' CONSUMATA COMUNICATA DAL CLIENTE, AL PREZZO
      *****   CONCORDATO DELL'ULTIMO DDT (MODIFICABILE). NE ESCE UN
      *****   NORMALE DOCUMENTO DI VENDITA SU F0SVEND (TRAMITE
      *****   "URFATT10"), ALIQUOTA E NATURA DALL'ANAGRAFICA ARTICOLI
      *****   E NUMERATORE ATOMICO, CHE VA ALLO SDI CON IL NORMALE
      *****   EXPORT; IL VENDUTO A CREDITO GENERA LE PARTITE SU
      *****   F0SPASC (UGENSCA0). LA MERCE E' GIA' USCITA DAL
      *****   MAGAZZINO CON IL DDT IN CONTO DEPOSITO: IL DOCUMENTO
      *****   NASCE SCARICATO E IL CONSUMATO ESCE DAL DEPOSITO DEL
      *****   CLIENTE. SUL CONSUMATO CON IMBALLO SOGGETTO LA FATTURA
      *****   PORTA LE RIGHE DEL CONTRIBUTO AMBIENTALE CONAI
      *****   ("UCONAAP0"), SALVO AL CLIENTE ESENTE: IL DDT IN CONTO
      *****   DEPOSITO NON LE HA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-SPLIT                    PIC X(01)      VALUE "N".
       77  WL-CODI-CLIF                PIC 9(06)      VALUE ZERO.
       77  WL-INDICE                   PIC S9(04) COMP VALUE ZERO.
       77  WL-IND-ALIQ                 PIC S9(04) COMP VALUE ZERO.
       77  WL-ALIQ-TROV                PIC S9(04) COMP VALUE ZERO.
       77  WL-QTA-CONS                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-PREZ-UNIT                PIC S9(09)V9999 COMP-3 VALUE 0.
       77  WL-IVA-ALIQ                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-ESEN                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-PREZ-ED                  PIC ---.---.--9,9999 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
       77  WL-IND-CONA                 PIC S9(04) COMP VALUE ZERO.
      *
       COPY "F0SARTI.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SVEND.REC".
       COPY "F0STPAG.REC".
       COPY "F0SCDEP.REC".
      *
      *    Contributo ambientale CONAI sugli imballi del consumato.
       COPY "LCONAAP.WRK".
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
      *    Numeratore atomico dei documenti (UNUMDOC0)
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
       01  L-CDEF-CTRL.
           03  L-CDEF-CODE-CLIE        PIC 9(04).
           03  L-CDEF-NUMR-INST        PIC 9(04).
           03  L-CDEF-ESITO            PIC X(01).
               88  L-CDEF-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CDEF-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CDEF-ESITO
           MOVE    "N"                 TO  WL-SPLIT
           MOVE    ZERO                TO  WL-IMPO-ESEN
           DISPLAY "FATTURA CONSUMI IN CONTO DEPOSITO  -  DITTA "
                   L-CDEF-CODE-CLIE " DEPOSITO " L-CDEF-NUMR-INST
           MOVE    L-CDEF-CODE-CLIE    TO  WL-PCTL-CODE-CLIE
           MOVE    LDATE-ACTL          TO  WL-PCTL-DATA
           MOVE    "FATTURE C/DEPOSITO" TO WL-PCTL-OPERAZIONE
           MOVE    SPACE               TO  WL-PCTL-ESITO
           CALL  "UPERCTL0"              USING WL-PCTL-CTRL LWCOMAR
           IF  WL-PCTL-ESITO EQUAL "B"
             GO TO EXIT-PRO
           END-IF
      *
      *      Cliente validato sull'anagrafica
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   WL-CODI-CLIF
           INITIALIZE F0SVEND
           SET     F0SVEND-DOC-FATTURA TO  TRUE
           MOVE    L-CDEF-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    L-CDEF-NUMR-INST    TO  F0SVEND-NUMR-INST
           MOVE    LDATE-ACTL          TO  F0SVEND-DATA-DOCU
           MOVE    WL-CODI-CLIF        TO  F0SVEND-CODI-CLIF
           MOVE    ZERO                TO  F0SVEND-NUMR-RIGHE
           PERFORM RT2-ANAGRAFICA-CLIENTE
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "CLIENTE NON CENSITO IN ANAGRAFICA"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "CLIENTE: " F0SVEND-RAGE-CLIE
      *
      *      Gli articoli in deposito presso il cliente, uno per uno
           INITIALIZE F0SCDEP
           MOVE    L-CDEF-CODE-CLIE    TO  F0SCDEP-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCDEP-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           PERFORM RT3-ARTICOLO-DEPOSITO
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR F0SVEND-NUMR-RIGHE EQUAL 20
           IF  F0SVEND-NUMR-RIGHE EQUAL 20
             DISPLAY "FATTURA PIENA (20 RIGHE) - GLI ALTRI CONSUMI"
                     " SU UNA NUOVA FATTURA"
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  F0SVEND-NUMR-RIGHE EQUAL ZERO
             DISPLAY "NESSUN CONSUMO DA FATTURARE"
             GO TO CHIU-CDEF
           END-IF
      *      Contributo CONAI sugli imballi del consumato
           PERFORM RT4-CONTRIBUTO-CONAI
           PERFORM RT81-MODALITA-PAGAMENTO
           PERFORM RT8-TOTALI
           MOVE    F0SVEND-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "RIGHE " F0SVEND-NUMR-RIGHE " TOTALE DOCUMENTO "
                   WL-IMPO-ED
           DISPLAY "CONFERMI L'EMISSIONE ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-CDEF
           END-IF
           PERFORM RT9-REGISTRA-DOCUMENTO
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
      *      Il consumato esce dal deposito del cliente
           PERFORM RT7-SCARICO-DEPOSITO
               VARYING WL-INDICE FROM 1 BY 1
               UNTIL WL-INDICE GREATER F0SVEND-NUMR-RIGHE
           MOVE    "S"                 TO  L-CDEF-ESITO
           MOVE    F0SVEND-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "FATTURA CONSUMI N. " F0SVEND-NUMR-DOCU
                   " TOTALE " WL-IMPO-ED.
       CHIU-CDEF.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  TESTATA DOCUMENTO DALL'ANAGRAFICA CLIENTI; ESITO
      *            DELLA LETTURA IN L-RETN-VALO
       RT2-ANAGRAFICA-CLIENTE.
           MOVE    L-CDEF-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
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
      *----------  UN ARTICOLO IN DEPOSITO: QUANTITA' CONSUMATA E
      *            PREZZO; IL CONSUMATO NON PUO' SUPERARE QUANTO IL
      *            CLIENTE HA IN DEPOSITO
       RT3-ARTICOLO-DEPOSITO.
           IF  F0SCDEP-QTA-DEPO GREATER ZERO
             PERFORM RT31-CONSUMO
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           .
       RT31-CONSUMO.
           MOVE    F0SCDEP-QTA-DEPO    TO  WL-QTA-ED
           DISPLAY F0SCDEP-CODE-ARTI " " F0SCDEP-DESC-ARTI
                   " IN DEPOSITO " WL-QTA-ED
           DISPLAY "QUANTITA' CONSUMATA (0=NESSUNA) : " WITH NO
                   ADVANCING
           ACCEPT   WL-QTA-CONS
           IF  WL-QTA-CONS NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           IF  WL-QTA-CONS GREATER F0SCDEP-QTA-DEPO
             DISPLAY "CONSUMO OLTRE LA QUANTITA' IN DEPOSITO -"
                     " ARTICOLO SALTATO"
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SCDEP-PREZ-UNIT   TO  WL-PREZ-ED
           DISPLAY "PREZZO CONCORDATO " WL-PREZ-ED
           DISPLAY "PREZZO UNITARIO (0=CONCORDATO) : " WITH NO
                   ADVANCING
           ACCEPT   WL-PREZ-UNIT
           IF  WL-PREZ-UNIT EQUAL ZERO
             MOVE  F0SCDEP-PREZ-UNIT   TO  WL-PREZ-UNIT
           END-IF
           INITIALIZE F0SARTI
           MOVE    L-CDEF-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    F0SCDEP-CODE-ARTI   TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           ADD     1                   TO  F0SVEND-NUMR-RIGHE
           MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
           MOVE    F0SCDEP-DESC-ARTI   TO  F0SVEND-RIGA-DESC(WL-INDICE)
           MOVE    F0SCDEP-CODE-ARTI
                                   TO  F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
           MOVE    WL-QTA-CONS         TO  F0SVEND-RIGA-QTA(WL-INDICE)
           MOVE    WL-PREZ-UNIT        TO  F0SVEND-RIGA-PREZ(WL-INDICE)
           COMPUTE F0SVEND-RIGA-IMPO(WL-INDICE) ROUNDED =
                       WL-QTA-CONS * WL-PREZ-UNIT
           MOVE    F0SARTI-ALIQ-IVA    TO
                                       F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
           MOVE    F0SARTI-NATURA-IVA  TO
                                       F0SVEND-RIGA-NATURA(WL-INDICE)
           .
      ******************************************************************
      *----------  CONTRIBUTO AMBIENTALE CONAI: CHILI DI IMBALLO DEL
      *            CONSUMATO PER MATERIALE E ALIQUOTA, UNA RIGA SENZA
      *            ARTICOLO PER VOCE (LO SCARICO DAL DEPOSITO NON LA
      *            TROVA E LA SALTA)
       RT4-CONTRIBUTO-CONAI.
           MOVE    "I"                 TO  L-CONA-FUNZ
           MOVE    L-CDEF-CODE-CLIE    TO  L-CONA-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  L-CONA-CODI-CLIF
           MOVE    F0SVEND-DATA-DOCU   TO  L-CONA-DATA-DOCU
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           MOVE    "R"                 TO  L-CONA-FUNZ
           PERFORM RT41-RIGA-MERCE-CONAI
               VARYING WL-IND-CONA FROM 1 BY 1
               UNTIL WL-IND-CONA GREATER F0SVEND-NUMR-RIGHE
           MOVE    "F"                 TO  L-CONA-FUNZ
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           IF  L-CONA-NUMR-MANC GREATER ZERO
             DISPLAY "CONTRIBUTO CONAI DELL'ANNO MANCANTE PER "
                     L-CONA-NUMR-MANC " MATERIALI - NON ADDEBITATO"
           END-IF
           PERFORM RT42-RIGA-CONAI
               VARYING WL-IND-CONA FROM 1 BY 1
               UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
           .
       RT41-RIGA-MERCE-CONAI.
           MOVE    F0SVEND-RIGA-CODE-ARTI(WL-IND-CONA)
                                       TO  L-CONA-RIGA-ARTI
           MOVE    F0SVEND-RIGA-QTA(WL-IND-CONA)
                                       TO  L-CONA-RIGA-QTA
           MOVE    F0SVEND-RIGA-ALIQ-IVA(WL-IND-CONA)
                                       TO  L-CONA-RIGA-ALIQ
           MOVE    F0SVEND-RIGA-NATURA(WL-IND-CONA)
                                       TO  L-CONA-RIGA-NATURA
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           .
       RT42-RIGA-CONAI.
           IF  L-CONA-TAB-IMPO(WL-IND-CONA) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-NUMR-RIGHE EQUAL 20
             DISPLAY "RIGHE ESAURITE - CONTRIBUTO CONAI NON ADDEBITATO "
                     L-CONA-TAB-MATE(WL-IND-CONA)
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  F0SVEND-NUMR-RIGHE
           MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
           MOVE    L-CONA-TAB-DESC(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-DESC(WL-INDICE)
           MOVE    SPACES              TO  F0SVEND-RIGA-CODE-ARTI
                                            (WL-INDICE)
           MOVE    L-CONA-TAB-KG(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-QTA(WL-INDICE)
           MOVE    L-CONA-TAB-PREZ(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-PREZ(WL-INDICE)
                                           F0SVEND-RIGA-PREZ-UNIM
                                            (WL-INDICE)
           MOVE    L-CONA-TAB-IMPO(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-IMPO(WL-INDICE)
           MOVE    L-CONA-TAB-ALIQ(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-ALIQ-IVA
                                            (WL-INDICE)
           MOVE    L-CONA-TAB-NATURA(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-NATURA
                                            (WL-INDICE)
           MOVE    "KG"                TO  F0SVEND-RIGA-UNIT-MISU
                                            (WL-INDICE)
           MOVE    1                   TO  F0SVEND-RIGA-FATT-CONV
                                            (WL-INDICE)
           .
      ******************************************************************
      *----------  SCARICO DAL DEPOSITO DEL CLIENTE DI UNA RIGA
      *            FATTURATA, CON I PROGRESSIVI DEL CONSUMATO
       RT7-SCARICO-DEPOSITO.
           INITIALIZE F0SCDEP
           MOVE    L-CDEF-CODE-CLIE    TO  F0SCDEP-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCDEP-CODI-CLIF
           MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
                                       TO  F0SCDEP-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           SUBTRACT F0SVEND-RIGA-QTA(WL-INDICE) FROM F0SCDEP-QTA-DEPO
           ADD     F0SVEND-RIGA-QTA(WL-INDICE) TO  F0SCDEP-QTA-CONS
           MOVE    F0SVEND-DATA-DOCU   TO  F0SCDEP-DATA-ULTI-CONS
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SCDEP-NUMR-ULTI-FATT
           MOVE    LDATE-ACTL          TO  F0SCDEP-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SCDEP-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           .
      ******************************************************************
      *----------  CHIEDE E VALIDA LA MODALITA' DI PAGAMENTO SULLA
      *            TABELLA F0STPAG DELLA DITTA
       RT81-MODALITA-PAGAMENTO.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           MOVE    0                   TO  DSTF-IOSR
           PERFORM RT811-LEGGI-PAGAMENTO
               UNTIL DSTF-IOSR EQUAL 1
           DISPLAY "PAGAMENTO: " F0STPAG-DESC-PAGA
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           MOVE    F0STPAG-CODE-PAGA   TO  F0SVEND-MODA-PAGA
           .
       RT811-LEGGI-PAGAMENTO.
           MOVE    L-CDEF-CODE-CLIE    TO  F0STPAG-CODE-CLIE
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
      *----------  RIEPILOGO PER ALIQUOTA DALLE RIGHE, IVA E TOTALE,
      *            SPLIT PAYMENT E BOLLO VIRTUALE
       RT8-TOTALI.
           MOVE    ZERO                TO  F0SVEND-NUMR-ALIQ
                                           F0SVEND-IMPO-IMPON
                                           F0SVEND-IMPO-IVA
           PERFORM RT82-RIEPILOGA-RIGA
               VARYING WL-INDICE FROM 1 BY 1
               UNTIL WL-INDICE GREATER F0SVEND-NUMR-RIGHE
           PERFORM RT83-IVA-ALIQUOTA
               VARYING WL-IND-ALIQ FROM 1 BY 1
               UNTIL WL-IND-ALIQ GREATER F0SVEND-NUMR-ALIQ
           IF  F0SVEND-NUMR-ALIQ GREATER ZERO
             MOVE  F0SVEND-RIEP-ALIQ(1) TO  F0SVEND-ALIQ-IVA
           END-IF
           ADD     F0SVEND-IMPO-IMPON F0SVEND-IMPO-IVA
                                       GIVING F0SVEND-IMPO-TOTA
      *    Scissione dei pagamenti: IVA esposta ma non dovuta
           IF  WL-SPLIT EQUAL "S"
             SET   F0SVEND-SPLIT-PAYMENT TO TRUE
             MOVE  F0SVEND-IMPO-IMPON  TO  F0SVEND-IMPO-TOTA
             DISPLAY "CLIENTE IN SPLIT PAYMENT - IVA ESPOSTA MA"
                     " NON DOVUTA"
           END-IF
      *    Bollo virtuale sugli importi esenti oltre la soglia
           IF  WL-IMPO-ESEN GREATER 77,47
             SET   F0SVEND-BOLLO-SI    TO  TRUE
             MOVE  2,00                TO  F0SVEND-IMPO-BOLLO
             ADD   F0SVEND-IMPO-BOLLO  TO  F0SVEND-IMPO-TOTA
             DISPLAY "BOLLO VIRTUALE DI 2,00 EURO APPLICATO"
           END-IF
           .
      ******************************************************************
      *----------  ACCUMULA UNA RIGA NEL RIEPILOGO PER ALIQUOTA
       RT82-RIEPILOGA-RIGA.
           MOVE    ZERO                TO  WL-ALIQ-TROV
           PERFORM RT821-CERCA-ALIQUOTA
               VARYING WL-IND-ALIQ FROM 1 BY 1
               UNTIL WL-IND-ALIQ GREATER F0SVEND-NUMR-ALIQ
                  OR WL-ALIQ-TROV NOT EQUAL ZERO
           IF  WL-ALIQ-TROV EQUAL ZERO
             IF  F0SVEND-NUMR-ALIQ NOT LESS 6
               EXIT PARAGRAPH
             END-IF
             ADD  1                    TO  F0SVEND-NUMR-ALIQ
             MOVE F0SVEND-NUMR-ALIQ    TO  WL-ALIQ-TROV
             MOVE F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
                                 TO  F0SVEND-RIEP-ALIQ(WL-ALIQ-TROV)
             MOVE F0SVEND-RIGA-NATURA(WL-INDICE)
                                 TO  F0SVEND-RIEP-NATURA(WL-ALIQ-TROV)
           END-IF
           ADD     F0SVEND-RIGA-IMPO(WL-INDICE)
                                 TO  F0SVEND-RIEP-IMPON(WL-ALIQ-TROV)
           .
       RT821-CERCA-ALIQUOTA.
           IF  F0SVEND-RIEP-ALIQ(WL-IND-ALIQ) EQUAL
                     F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
             MOVE  WL-IND-ALIQ         TO  WL-ALIQ-TROV
           END-IF
           .
      ******************************************************************
      *----------  IVA DI UNA VOCE DEL RIEPILOGO; GLI IMPORTI ESENTI
      *            (ALIQUOTA ZERO CON NATURA) PESANO SUL BOLLO
       RT83-IVA-ALIQUOTA.
           COMPUTE WL-IVA-ALIQ ROUNDED =
                       F0SVEND-RIEP-IMPON(WL-IND-ALIQ) *
                       F0SVEND-RIEP-ALIQ(WL-IND-ALIQ) / 100
           MOVE    WL-IVA-ALIQ         TO  F0SVEND-RIEP-IVA(WL-IND-ALIQ)
           ADD     F0SVEND-RIEP-IMPON(WL-IND-ALIQ)
                                       TO  F0SVEND-IMPO-IMPON
           ADD     WL-IVA-ALIQ         TO  F0SVEND-IMPO-IVA
           IF  F0SVEND-RIEP-ALIQ(WL-IND-ALIQ) EQUAL ZERO
               AND F0SVEND-RIEP-NATURA(WL-IND-ALIQ) NOT EQUAL SPACES
             ADD   F0SVEND-RIEP-IMPON(WL-IND-ALIQ)
                                       TO  WL-IMPO-ESEN
           END-IF
           .
      ******************************************************************
      *----------  NUMERO DI DOCUMENTO E DEPOSITO SU F0SVEND. LA MERCE
      *            E' USCITA CON IL DDT IN CONTO DEPOSITO: IL
      *            DOCUMENTO NASCE SCARICATO A MAGAZZINO
       RT9-REGISTRA-DOCUMENTO.
           MOVE    "N"                 TO  F0SVEND-DDT-FATT
           MOVE    "N"                 TO  F0SVEND-CORR-STATO
           MOVE    "N"                 TO  F0SVEND-CASS-STATO
           MOVE    "N"                 TO  F0SVEND-RIGHE-SU-FILE
           MOVE    "N"                 TO  F0SVEND-SDI-STATO
           MOVE    "N"                 TO  F0SVEND-CONT-DEPO
           IF  WL-SPLIT NOT EQUAL "S"
             MOVE  "N"                 TO  F0SVEND-SPLIT-PAY
           END-IF
           IF  NOT F0SVEND-BOLLO-SI
             MOVE  "N"                 TO  F0SVEND-BOLLO
           END-IF
           SET     F0SVEND-CHIU-POSTATO TO TRUE
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
