       IDENTIFICATION DIVISION.
       PROGRAM-ID. UASSFAT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   FATTURA DELLA RIPARAZIONE FUORI GARANZIA: DALLA SCHEDA
      *****   (F0SRIPA, TRAMITE "URRIPA10") EMETTE UN NORMALE
      *****   DOCUMENTO DI VENDITA SU F0SVEND (TRAMITE "URFATT10"),
      *****   UNA RIGA PER RICAMBIO ADDEBITATO (ALIQUOTA E NATURA
      *****   DALL'ANAGRAFICA ARTICOLI) E UNA PER LA MANODOPERA, CON
      *****   IL NUMERATORE ATOMICO, COSI' CHE VADA ALLO SDI CON IL
      *****   NORMALE EXPORT. IL VENDUTO A CREDITO GENERA LE PARTITE
      *****   SU F0SPASC (UGENSCA0). I RICAMBI SONO GIA' USCITI DAL
      *****   MAGAZZINO CON LA SCHEDA: IL DOCUMENTO NASCE SCARICATO.
      *****   UNA SOLA FATTURA PER SCHEDA; NUMERO E DATA RESTANO
      *****   SULLA SCHEDA.
      *****   I RICAMBI PORTANO IN CODA LE RIGHE DEL CONTRIBUTO
      *****   AMBIENTALE CONAI SUI LORO IMBALLI ("UCONAAP0"), SALVO
      *****   AL CLIENTE ESENTE.
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
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-INDICE                   PIC S9(04) COMP VALUE ZERO.
       77  WL-IND-ALIQ                 PIC S9(04) COMP VALUE ZERO.
       77  WL-ALIQ-TROV                PIC S9(04) COMP VALUE ZERO.
       77  WL-ALIQ-LAVO                PIC S9(03)V99  COMP-3 VALUE 0.
       77  WL-NATU-LAVO                PIC X(04)      VALUE SPACES.
       77  WL-IVA-ALIQ                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-ESEN                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
       77  WL-IND-CONA                 PIC S9(04) COMP VALUE ZERO.
      *
       COPY "F0SARTI.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SVEND.REC".
       COPY "F0STPAG.REC".
       COPY "F0SRIPA.REC".
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
      *    Contributo ambientale CONAI sugli imballi dei ricambi
       COPY "LCONAAP.WRK".
      *
       LINKAGE SECTION.
       01  L-ASSF-CTRL.
           03  L-ASSF-CODE-CLIE        PIC 9(04).
           03  L-ASSF-ESITO            PIC X(01).
               88  L-ASSF-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ASSF-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ASSF-ESITO
           MOVE    "N"                 TO  WL-SPLIT
           MOVE    ZERO                TO  WL-IMPO-ESEN
           DISPLAY "FATTURA RIPARAZIONE FUORI GARANZIA  -  DITTA "
                   L-ASSF-CODE-CLIE
           MOVE    L-ASSF-CODE-CLIE    TO  WL-PCTL-CODE-CLIE
           MOVE    LDATE-ACTL          TO  WL-PCTL-DATA
           MOVE    "FATTURE RIPARAZIONI" TO WL-PCTL-OPERAZIONE
           MOVE    SPACE               TO  WL-PCTL-ESITO
           CALL  "UPERCTL0"              USING WL-PCTL-CTRL LWCOMAR
           IF  WL-PCTL-ESITO EQUAL "B"
             GO TO EXIT-PRO
           END-IF
           INITIALIZE F0SRIPA
           MOVE    L-ASSF-CODE-CLIE    TO  F0SRIPA-CODE-CLIE
           DISPLAY "NUMERO SCHEDA               : " WITH NO ADVANCING
           ACCEPT   F0SRIPA-NUMR-RIPA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "SCHEDA NON TROVATA"
             GO TO CHIU-ASSF
           END-IF
           IF  F0SRIPA-IN-GARANZIA
             DISPLAY "SCHEDA IN GARANZIA - NIENTE DA FATTURARE"
             GO TO CHIU-ASSF
           END-IF
           IF  F0SRIPA-NUMR-DOCU NOT EQUAL ZERO
             DISPLAY "SCHEDA GIA' FATTURATA - DOCUMENTO N. "
                     F0SRIPA-NUMR-DOCU
             GO TO CHIU-ASSF
           END-IF
           DISPLAY "CLIENTE: " F0SRIPA-RAGE-CLIE
           DISPLAY "ARTICOLO: " F0SRIPA-DESC-ARTI " " F0SRIPA-NUMR-MATR
      *
      *      Testata dalla scheda e dall'anagrafica del cliente
           INITIALIZE F0SVEND
           SET     F0SVEND-DOC-FATTURA TO  TRUE
           MOVE    L-ASSF-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    F0SRIPA-NUMR-INST   TO  F0SVEND-NUMR-INST
           MOVE    LDATE-ACTL          TO  F0SVEND-DATA-DOCU
           MOVE    F0SRIPA-CODI-CLIF   TO  F0SVEND-CODI-CLIF
           MOVE    F0SRIPA-RAGE-CLIE   TO  F0SVEND-RAGE-CLIE
           MOVE    ZERO                TO  F0SVEND-NUMR-RIGHE
           PERFORM RT3-RIGHE-RICAMBI
           PERFORM RT4-RIGA-MANODOPERA
           IF  F0SVEND-NUMR-RIGHE EQUAL ZERO
             DISPLAY "NESSUN RICAMBIO NE' MANODOPERA DA ADDEBITARE"
             GO TO CHIU-ASSF
           END-IF
           PERFORM RT5-CONTRIBUTO-CONAI
           PERFORM RT2-ANAGRAFICA-CLIENTE
           PERFORM RT81-MODALITA-PAGAMENTO
           PERFORM RT8-TOTALI
           MOVE    F0SVEND-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "RIGHE " F0SVEND-NUMR-RIGHE " TOTALE DOCUMENTO "
                   WL-IMPO-ED
           DISPLAY "CONFERMI L'EMISSIONE ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-ASSF
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
      *      La fattura resta sulla scheda: niente secondo addebito
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SRIPA-NUMR-DOCU
           MOVE    F0SVEND-DATA-DOCU   TO  F0SRIPA-DATA-DOCU
           MOVE    LDATE-ACTL          TO  F0SRIPA-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SRIPA-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    "S"                 TO  L-ASSF-ESITO
           MOVE    F0SVEND-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "FATTURA RIPARAZIONE N. " F0SVEND-NUMR-DOCU
                   " TOTALE " WL-IMPO-ED.
       CHIU-ASSF.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  COMPLETA LA TESTATA DOCUMENTO CON I DATI
      *            DELL'ANAGRAFICA CLIENTI
       RT2-ANAGRAFICA-CLIENTE.
           MOVE    L-ASSF-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    F0SRIPA-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
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
      *----------  UNA RIGA PER OGNI RICAMBIO CON PREZZO AL CLIENTE;
      *            ALIQUOTA E NATURA DALL'ANAGRAFICA ARTICOLI
       RT3-RIGHE-RICAMBI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           PERFORM RT31-RIGA-RICAMBIO
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER F0SRIPA-NUMR-RICA
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           .
       RT31-RIGA-RICAMBIO.
           IF  F0SRIPA-RICA-PREZ-UNIT(WL-IND) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SARTI
           MOVE    L-ASSF-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    F0SRIPA-RICA-CODE-ARTI(WL-IND)
                                       TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           ADD     1                   TO  F0SVEND-NUMR-RIGHE
           MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
           MOVE    F0SRIPA-RICA-DESC(WL-IND)
                                       TO  F0SVEND-RIGA-DESC(WL-INDICE)
           MOVE    F0SRIPA-RICA-CODE-ARTI(WL-IND)
                                   TO  F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
           MOVE    F0SRIPA-RICA-QTA(WL-IND)
                                       TO  F0SVEND-RIGA-QTA(WL-INDICE)
           MOVE    F0SRIPA-RICA-PREZ-UNIT(WL-IND)
                                       TO  F0SVEND-RIGA-PREZ(WL-INDICE)
           COMPUTE F0SVEND-RIGA-IMPO(WL-INDICE) ROUNDED =
                       F0SRIPA-RICA-QTA(WL-IND) *
                       F0SRIPA-RICA-PREZ-UNIT(WL-IND)
           MOVE    F0SARTI-ALIQ-IVA    TO
                                       F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
           MOVE    F0SARTI-NATURA-IVA  TO
                                       F0SVEND-RIGA-NATURA(WL-INDICE)
           .
      ******************************************************************
      *----------  LA RIGA DELLA MANODOPERA: ORE PER TARIFFA, ALIQUOTA
      *            CHIESTA (NATURA OBBLIGATORIA AD ALIQUOTA ZERO)
       RT4-RIGA-MANODOPERA.
           IF  F0SRIPA-ORE-LAVO EQUAL ZERO
               OR F0SRIPA-PREZ-ORA EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           DISPLAY "ALIQUOTA IVA MANODOPERA (ES. 22,00) : " WITH NO
                   ADVANCING
           ACCEPT   WL-ALIQ-LAVO
           MOVE    SPACES              TO  WL-NATU-LAVO
           IF  WL-ALIQ-LAVO EQUAL ZERO
             PERFORM RT41-NATURA
               UNTIL WL-NATU-LAVO NOT EQUAL SPACES
           END-IF
           ADD     1                   TO  F0SVEND-NUMR-RIGHE
           MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
           STRING  "MANODOPERA RIPARAZIONE N. " DELIMITED BY SIZE
                   F0SRIPA-NUMR-RIPA  DELIMITED BY SIZE
                                       INTO F0SVEND-RIGA-DESC(WL-INDICE)
           MOVE    F0SRIPA-ORE-LAVO    TO  F0SVEND-RIGA-QTA(WL-INDICE)
           MOVE    F0SRIPA-PREZ-ORA    TO  F0SVEND-RIGA-PREZ(WL-INDICE)
           COMPUTE F0SVEND-RIGA-IMPO(WL-INDICE) ROUNDED =
                       F0SRIPA-ORE-LAVO * F0SRIPA-PREZ-ORA
           MOVE    WL-ALIQ-LAVO        TO
                                       F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
           MOVE    WL-NATU-LAVO        TO
                                       F0SVEND-RIGA-NATURA(WL-INDICE)
           .
       RT41-NATURA.
           DISPLAY "NATURA IVA (ES. N3.5)       : " WITH NO ADVANCING
           ACCEPT   WL-NATU-LAVO
           IF  WL-NATU-LAVO EQUAL SPACES
             DISPLAY "AD ALIQUOTA ZERO LA NATURA E' OBBLIGATORIA"
           END-IF
           .
      ******************************************************************
      *----------  CONTRIBUTO AMBIENTALE CONAI: CHILI DI IMBALLO DEI
      *            RICAMBI PER MATERIALE E ALIQUOTA, UNA RIGA SENZA
      *            ARTICOLO PER VOCE CON L'ALIQUOTA DEL RICAMBIO
       RT5-CONTRIBUTO-CONAI.
           MOVE    "I"                 TO  L-CONA-FUNZ
           MOVE    F0SVEND-CODE-CLIE   TO  L-CONA-CODE-CLIE
           MOVE    F0SVEND-CODI-CLIF   TO  L-CONA-CODI-CLIF
           MOVE    F0SVEND-DATA-DOCU   TO  L-CONA-DATA-DOCU
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           MOVE    "R"                 TO  L-CONA-FUNZ
           PERFORM RT51-RIGA-MERCE-CONAI
               VARYING WL-IND-CONA FROM 1 BY 1
               UNTIL WL-IND-CONA GREATER F0SVEND-NUMR-RIGHE
           MOVE    "F"                 TO  L-CONA-FUNZ
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           IF  L-CONA-NUMR-MANC GREATER ZERO
             DISPLAY "CONTRIBUTO CONAI DELL'ANNO MANCANTE PER "
                     L-CONA-NUMR-MANC " MATERIALI - NON ADDEBITATO"
           END-IF
           PERFORM RT52-RIGA-CONAI
               VARYING WL-IND-CONA FROM 1 BY 1
               UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
           .
      *    La manodopera non ha articolo e la routine la salta
       RT51-RIGA-MERCE-CONAI.
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
       RT52-RIGA-CONAI.
           IF  L-CONA-TAB-IMPO(WL-IND-CONA) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-NUMR-RIGHE NOT LESS 20
             DISPLAY "DOCUMENTO PIENO - "
                     L-CONA-TAB-DESC(WL-IND-CONA) " NON ADDEBITATO"
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  F0SVEND-NUMR-RIGHE
           MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
           MOVE    L-CONA-TAB-DESC(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-DESC(WL-INDICE)
           MOVE    SPACES              TO
                                   F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
           MOVE    L-CONA-TAB-KG(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-QTA(WL-INDICE)
           MOVE    L-CONA-TAB-PREZ(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-PREZ(WL-INDICE)
                                  F0SVEND-RIGA-PREZ-UNIM(WL-INDICE)
           MOVE    L-CONA-TAB-IMPO(WL-IND-CONA)
                                       TO  F0SVEND-RIGA-IMPO(WL-INDICE)
           MOVE    L-CONA-TAB-ALIQ(WL-IND-CONA)
                                       TO
                                       F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
           MOVE    L-CONA-TAB-NATURA(WL-IND-CONA)
                                       TO
                                       F0SVEND-RIGA-NATURA(WL-INDICE)
           MOVE    "KG"                TO
                                   F0SVEND-RIGA-UNIT-MISU(WL-INDICE)
           MOVE    1                   TO
                                   F0SVEND-RIGA-FATT-CONV(WL-INDICE)
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
           MOVE    L-ASSF-CODE-CLIE    TO  F0STPAG-CODE-CLIE
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
      *----------  NUMERO DI DOCUMENTO E DEPOSITO SU F0SVEND. I
      *            RICAMBI SONO GIA' SCARICATI DALLA SCHEDA: IL
      *            DOCUMENTO NASCE SCARICATO A MAGAZZINO
       RT9-REGISTRA-DOCUMENTO.
           MOVE    "N"                 TO  F0SVEND-DDT-FATT
           MOVE    "N"                 TO  F0SVEND-CORR-STATO
           MOVE    "N"                 TO  F0SVEND-CASS-STATO
           MOVE    "N"                 TO  F0SVEND-RIGHE-SU-FILE
           MOVE    "N"                 TO  F0SVEND-SDI-STATO
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
