       IDENTIFICATION DIVISION.
       PROGRAM-ID. UEDIOUT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   INVIO DEI MESSAGGI EDIFACT DI UN DOCUMENTO DI VENDITA
      *****   (F0SVEND PASSATO DAL CHIAMANTE) AL CLIENTE CHE HA UN
      *****   ACCORDO EDI ATTIVO (F0SEDIP, TRAMITE "UREDIP10"):
      *****     FUNZIONE "D" = DESADV, AVVISO DI SPEDIZIONE, DAL DDT
      *****                    APPENA EMESSO (UDDTEMI0)
      *****     FUNZIONE "I" = INVOIC, FATTURA O NOTA DI CREDITO,
      *****                    INSIEME ALL'ESPORTAZIONE SDI (UFATTU10)
      *****   UN INTERSCAMBIO (UNB..UNZ) CON UN SOLO MESSAGGIO VA IN
      *****   CODA A "EDIOUT"; IL SUO RIFERIMENTO E' IL PROGRESSIVO
      *****   DEL REGISTRO INTERSCAMBI (F0SEDIL, TRAMITE "UREDIL10"),
      *****   DOVE IL MESSAGGIO NASCE IN ATTESA DEL CONTRL DEL
      *****   PARTNER. GLI ARTICOLI VIAGGIANO COL CODICE EAN/GTIN
      *****   (F0SARTI-CODE-EAN), IN MANCANZA COL NOSTRO CODICE; IL
      *****   PUNTO DI CONSEGNA COL GLN DELLA DESTINAZIONE (F0SDEST)
      *****   O, SENZA DESTINAZIONE, DEL PARTNER.
      *****   SENZA ACCORDO, CON L'ACCORDO SOSPESO O CON IL MESSAGGIO
      *****   NON RICHIESTO DAL PARTNER NON SI SCRIVE NULLA (ESITO
      *****   "N").
      *****   COSI' ANCHE PER UNA DITTA DI PROVA (UPROVCH0).
      *****
      *****   SINTASSI UNOC LIVELLO 3, MESSAGGI D96A EAN: UN SEGMENTO
      *****   PER RIGA, SEPARATORI STANDARD ('+:?), DECIMALI COL PUNTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Interscambi in uscita, in coda a quelli non ancora
      *    trasmessi.
           SELECT EDIOUT-FILE          ASSIGN TO "EDIOUT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-OUT.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIOUT-FILE.
       01  EDIOUT-REC                  PIC X(200).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-OUT                 PIC X(02)      VALUE SPACES.
       77  W-SEGM                      PIC X(200)     VALUE SPACES.
       77  W-NUMR-SEGM                 PIC 9(04)      VALUE ZERO.
       77  W-NUMR-LIN                  PIC 9(04)      VALUE ZERO.
       77  W-RIFE-INTC                 PIC X(14)      VALUE SPACES.
       77  W-TIPO-MESS                 PIC X(06)      VALUE SPACES.
       77  W-QUAL-MOA                  PIC X(03)      VALUE SPACES.
       77  W-GLN-DP                    PIC X(13)      VALUE SPACES.
       77  W-ORA                       PIC 9(08)      VALUE ZERO.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND-ESC                   PIC S9(04) COMP VALUE ZERO.
       77  W-PTR                       PIC S9(04) COMP VALUE ZERO.
       77  W-ESC-SRC                   PIC X(40)      VALUE SPACES.
       77  W-ESC-OUT                   PIC X(80)      VALUE SPACES.
       77  W-ESC-CAR                   PIC X(01)      VALUE SPACE.
       77  W-NUMR-ED                   PIC Z(05)9     VALUE ZERO.
       77  W-LIN-ED                    PIC Z(03)9     VALUE ZERO.
      *    Importo o quantita' in formato EDIFACT: W-VAL-NUM con
      *    W-VAL-DEC decimali (da 0 a 4) diventa W-VAL-TXT
       77  W-VAL-NUM                   PIC S9(11)V9999 COMP-3
                                                      VALUE ZERO.
       77  W-VAL-DEC                   PIC 9(01)      VALUE ZERO.
       77  W-VAL-SCAL                  PIC 9(15)      COMP-3 VALUE 0.
       77  W-VAL-INT                   PIC 9(11)      VALUE ZERO.
       77  W-VAL-FRAZ                  PIC 9(04)      VALUE ZERO.
       77  W-VAL-INT-ED                PIC Z(10)9     VALUE ZERO.
       77  W-VAL-TXT                   PIC X(20)      VALUE SPACES.
      *    Riga del documento in lavoro, dalla testata o da F0SVENR
       01  W-RIGA.
           03  W-RG-CODE-ARTI          PIC X(15)      VALUE SPACES.
           03  W-RG-DESC               PIC X(40)      VALUE SPACES.
           03  W-RG-QTA                PIC S9(07)V999 COMP-3 VALUE 0.
           03  W-RG-PREZ               PIC S9(09)V9999 COMP-3 VALUE 0.
           03  W-RG-IMPO               PIC S9(09)V99  COMP-3 VALUE 0.
           03  W-RG-ALIQ               PIC S9(03)V99  COMP-3 VALUE 0.
      *
       COPY "F0SEDIP.REC".
       COPY "F0SEDIL.REC".
       COPY "F0SARTI.REC".
       COPY "F0SDEST.REC".
       COPY "F0SVENR.REC".
       COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       COPY "LEDIOUT.WRK".
       COPY "F0SVEND.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-EOUT-CTRL F0SVEND LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    "N"                 TO  L-EOUT-ESITO
           MOVE    ZERO                TO  L-EOUT-NUMR-PROG
           MOVE    F0SVEND-CODE-CLIE   TO  L-PRVC-CODE-CLIE
           CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
           IF  L-PRVC-PROVA
             GO TO EXIT-PRO
           END-IF
           PERFORM 1000-ACCORDO
           IF  L-RETN-VALO NOT EQUAL ZERO
             GO TO EXIT-PRO
           END-IF
           IF  L-EOUT-DESADV
             MOVE  "DESADV"            TO  W-TIPO-MESS
           ELSE
             MOVE  "INVOIC"            TO  W-TIPO-MESS
           END-IF
           PERFORM 1100-PUNTO-CONSEGNA
      *
      *      Progressivo del registro: riferimento dell'interscambio
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           INITIALIZE F0SEDIL
           MOVE    F0SVEND-CODE-CLIE   TO  F0SEDIL-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    F0SEDIL-NUMR-PROG   TO  W-RIFE-INTC
      *
           OPEN EXTEND EDIOUT-FILE
           IF  WL-STAT-OUT EQUAL "35"
             OPEN OUTPUT EDIOUT-FILE
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           PERFORM 2000-TESTATA
           IF  L-EOUT-DESADV
             PERFORM 3000-DESADV
           ELSE
             PERFORM 4000-INVOIC
           END-IF
           PERFORM 2900-CHIUSURA
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           CLOSE EDIOUT-FILE
      *
      *      Messaggio registrato in attesa del CONTRL del partner
           MOVE    "U"                 TO  F0SEDIL-DIRE
           MOVE    W-TIPO-MESS         TO  F0SEDIL-TIPO-MESS
           MOVE    W-RIFE-INTC         TO  F0SEDIL-RIFE-INTC
           MOVE    W-RIFE-INTC         TO  F0SEDIL-RIFE-MESS
           MOVE    F0SVEND-CODI-CLIF   TO  F0SEDIL-CODI-CLIF
           MOVE    F0SEDIP-GLN-NOST    TO  F0SEDIL-GLN-MITT
           MOVE    F0SEDIP-GLN-PART    TO  F0SEDIL-GLN-DEST
           MOVE    LDATE-ACTL          TO  F0SEDIL-DATA
           MOVE    F0SVEND-NUMR-INST   TO  F0SEDIL-NUMR-INST
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SEDIL-NUMR-DOCU
           MOVE    F0SVEND-EDI-RIFE    TO  F0SEDIL-RIFE-DOCU
           SET     F0SEDIL-ACKN-ATTESA TO  TRUE
           MOVE    ZERO                TO  F0SEDIL-DATA-ACKN
           MOVE    SPACES              TO  F0SEDIL-NOTA
           MOVE    F0SVEND-TIPO-DOCU   TO  F0SEDIL-NOTA(1:4)
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    F0SEDIL-NUMR-PROG   TO  L-EOUT-NUMR-PROG
           MOVE    "S"                 TO  L-EOUT-ESITO
           DISPLAY W-TIPO-MESS " EDI IN CODA SU EDIOUT - INTERSCAMBIO "
                   W-RIFE-INTC.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  ACCORDO DEL CLIENTE: ATTIVO E CON IL MESSAGGIO
      *            RICHIESTO, ALTRIMENTI L-RETN-VALO DIVERSO DA ZERO
       1000-ACCORDO.
           MOVE    1                   TO  L-RETN-VALO
           INITIALIZE F0SEDIP
           MOVE    F0SVEND-CODE-CLIE   TO  F0SEDIP-CODE-CLIE
           MOVE    F0SVEND-CODI-CLIF   TO  F0SEDIP-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SEDIP-ATTIVO
             IF  (L-EOUT-DESADV AND F0SEDIP-MANDA-DESADV)
                 OR (L-EOUT-INVOIC AND F0SEDIP-MANDA-INVOIC)
               MOVE  ZERO              TO  L-RETN-VALO
             END-IF
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           .
      ******************************************************************
      *----------  GLN DEL PUNTO DI CONSEGNA: DELLA DESTINAZIONE DEL
      *            DOCUMENTO SE CE L'HA, ALTRIMENTI DEL PARTNER
       1100-PUNTO-CONSEGNA.
           MOVE    F0SEDIP-GLN-PART    TO  W-GLN-DP
           IF  F0SVEND-CODE-DEST EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SDEST
           MOVE    F0SVEND-CODE-CLIE   TO  F0SDEST-CODE-CLIE
           MOVE    F0SVEND-CODI-CLIF   TO  F0SDEST-CODI-CLIF
           MOVE    F0SVEND-CODE-DEST   TO  F0SDEST-CODE-DEST
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SDEST-CODE-GLN NOT EQUAL SPACES
             MOVE  F0SDEST-CODE-GLN    TO  W-GLN-DP
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           .
      ******************************************************************
      *----------  BUSTA DELL'INTERSCAMBIO E INTESTAZIONE DEL
      *            MESSAGGIO, COMUNI A DESADV E INVOIC
       2000-TESTATA.
           MOVE    ZERO                TO  W-NUMR-SEGM W-NUMR-LIN
           ACCEPT  W-ORA               FROM TIME
           MOVE    "UNA:+.? '"         TO  EDIOUT-REC
           WRITE   EDIOUT-REC
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UNB+UNOC:3+"       DELIMITED BY SIZE
                   F0SEDIP-GLN-NOST    DELIMITED BY SPACE
                   ":14+"              DELIMITED BY SIZE
                   F0SEDIP-GLN-PART    DELIMITED BY SPACE
                   ":14+"              DELIMITED BY SIZE
                   LDATE-ACTL(3:6)     DELIMITED BY SIZE
                   ":"                 DELIMITED BY SIZE
                   W-ORA(1:4)          DELIMITED BY SIZE
                   "+"                 DELIMITED BY SIZE
                   W-RIFE-INTC         DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           WRITE   EDIOUT-REC
           MOVE    SPACES              TO  W-SEGM
           STRING  "UNH+"              DELIMITED BY SIZE
                   W-RIFE-INTC         DELIMITED BY SPACE
                   "+"                 DELIMITED BY SIZE
                   W-TIPO-MESS         DELIMITED BY SIZE
                   ":D:96A:UN:EAN005'" DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
      *      Numero del documento: DESADV 351, fattura 380, nota di
      *      credito 381
           MOVE    F0SVEND-NUMR-DOCU   TO  W-NUMR-ED
           MOVE    SPACES              TO  W-SEGM
           EVALUATE TRUE
             WHEN L-EOUT-DESADV
               MOVE  "BGM+351+"        TO  W-SEGM
             WHEN F0SVEND-DOC-NOTA-CRED
               MOVE  "BGM+381+"        TO  W-SEGM
             WHEN OTHER
               MOVE  "BGM+380+"        TO  W-SEGM
           END-EVALUATE
           MOVE    9                   TO  W-PTR
           STRING  FUNCTION TRIM(W-NUMR-ED)
                                       DELIMITED BY SIZE
                   "+9'"               DELIMITED BY SIZE
                                       INTO W-SEGM
                                       WITH POINTER W-PTR
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-SEGM
           STRING  "DTM+137:"          DELIMITED BY SIZE
                   F0SVEND-DATA-DOCU   DELIMITED BY SIZE
                   ":102'"             DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           IF  L-EOUT-DESADV
             MOVE  SPACES              TO  W-SEGM
             STRING  "DTM+11:"         DELIMITED BY SIZE
                     F0SVEND-DATA-DOCU DELIMITED BY SIZE
                     ":102'"           DELIMITED BY SIZE
                                       INTO W-SEGM
             PERFORM 8900-SCRIVI
           END-IF
      *      Ordine del cliente, quando lo conosciamo
           IF  F0SVEND-EDI-RIFE NOT EQUAL SPACES
             MOVE  F0SVEND-EDI-RIFE    TO  W-ESC-SRC
             PERFORM 8800-ESCAPA
             MOVE  SPACES              TO  W-SEGM
             STRING  "RFF+ON:"         DELIMITED BY SIZE
                     W-ESC-OUT         DELIMITED BY SPACE
                     "'"               DELIMITED BY SIZE
                                       INTO W-SEGM
             PERFORM 8900-SCRIVI
           END-IF
           MOVE    SPACES              TO  W-SEGM
           STRING  "NAD+SU+"           DELIMITED BY SIZE
                   F0SEDIP-GLN-NOST    DELIMITED BY SPACE
                   "::9'"              DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-SEGM
           STRING  "NAD+BY+"           DELIMITED BY SIZE
                   F0SEDIP-GLN-PART    DELIMITED BY SPACE
                   "::9'"              DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-SEGM
           STRING  "NAD+DP+"           DELIMITED BY SIZE
                   W-GLN-DP            DELIMITED BY SPACE
                   "::9'"              DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  FINE MESSAGGIO (UNT CONTA I SEGMENTI DA UNH A UNT
      *            COMPRESI) E FINE INTERSCAMBIO
       2900-CHIUSURA.
           ADD     1                   TO  W-NUMR-SEGM
           MOVE    W-NUMR-SEGM         TO  W-NUMR-ED
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UNT+"              DELIMITED BY SIZE
                   FUNCTION TRIM(W-NUMR-ED)
                                       DELIMITED BY SIZE
                   "+"                 DELIMITED BY SIZE
                   W-RIFE-INTC         DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           WRITE   EDIOUT-REC
           MOVE    SPACES              TO  EDIOUT-REC
           STRING  "UNZ+1+"            DELIMITED BY SIZE
                   W-RIFE-INTC         DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO EDIOUT-REC
           WRITE   EDIOUT-REC
           .
      ******************************************************************
      *----------  DESADV: UNA SPEDIZIONE, LE RIGHE CON ARTICOLO E LA
      *            QUANTITA' SPEDITA (LE CAUZIONI NON SONO MERCE)
       3000-DESADV.
           MOVE    "CPS+1'"            TO  W-SEGM
           PERFORM 8900-SCRIVI
           IF  F0SVEND-NUMR-COLLI GREATER ZERO
             MOVE  F0SVEND-NUMR-COLLI  TO  W-NUMR-ED
             MOVE  SPACES              TO  W-SEGM
             STRING  "PAC+"            DELIMITED BY SIZE
                     FUNCTION TRIM(W-NUMR-ED)
                                       DELIMITED BY SIZE
                     "++CT'"           DELIMITED BY SIZE
                                       INTO W-SEGM
             PERFORM 8900-SCRIVI
           END-IF
           PERFORM 3100-RIGA-DESADV
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER F0SVEND-NUMR-RIGHE
           .
      ******************************************************************
       3100-RIGA-DESADV.
           IF  F0SVEND-RIGA-CODE-ARTI(W-IND) EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SVEND-RIGA-CODE-ARTI(W-IND) TO  W-RG-CODE-ARTI
           MOVE    F0SVEND-RIGA-DESC(W-IND) TO  W-RG-DESC
           MOVE    F0SVEND-RIGA-QTA(W-IND) TO  W-RG-QTA
           PERFORM 5000-LINEA
           MOVE    W-RG-QTA            TO  W-VAL-NUM
           MOVE    3                   TO  W-VAL-DEC
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "QTY+12:"           DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  INVOIC: RIGHE DALLA TESTATA O DAL FILE RIGHE,
      *            POI TOTALI E RIEPILOGO IVA
       4000-INVOIC.
           MOVE    "CUX+2:EUR:4'"      TO  W-SEGM
           PERFORM 8900-SCRIVI
           IF  F0SVEND-RIGHE-ESTERNE
             PERFORM 4200-RIGHE-FILE
           ELSE
             PERFORM 4100-RIGA-TESTATA
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER F0SVEND-NUMR-RIGHE
           END-IF
           MOVE    "UNS+S'"            TO  W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    F0SVEND-IMPO-TOTA   TO  W-VAL-NUM
           MOVE    "86"                TO  W-QUAL-MOA
           PERFORM 4500-MOA-TOTALE
           MOVE    F0SVEND-IMPO-IMPON  TO  W-VAL-NUM
           MOVE    "125"               TO  W-QUAL-MOA
           PERFORM 4500-MOA-TOTALE
           MOVE    F0SVEND-IMPO-IVA    TO  W-VAL-NUM
           MOVE    "176"               TO  W-QUAL-MOA
           PERFORM 4500-MOA-TOTALE
           PERFORM 4600-RIEPILOGO-IVA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER F0SVEND-NUMR-ALIQ
           .
      ******************************************************************
       4100-RIGA-TESTATA.
           MOVE    F0SVEND-RIGA-CODE-ARTI(W-IND) TO  W-RG-CODE-ARTI
           MOVE    F0SVEND-RIGA-DESC(W-IND) TO  W-RG-DESC
           MOVE    F0SVEND-RIGA-QTA(W-IND) TO  W-RG-QTA
           MOVE    F0SVEND-RIGA-PREZ(W-IND) TO  W-RG-PREZ
           MOVE    F0SVEND-RIGA-IMPO(W-IND) TO  W-RG-IMPO
           MOVE    F0SVEND-RIGA-ALIQ-IVA(W-IND) TO  W-RG-ALIQ
           PERFORM 4300-RIGA-INVOIC
           .
      ******************************************************************
       4200-RIGHE-FILE.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           INITIALIZE F0SVENR
           MOVE    F0SVEND-CODE-CLIE   TO  F0SVENR-CODE-CLIE
           MOVE    F0SVEND-NUMR-INST   TO  F0SVENR-NUMR-INST
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SVENR-NUMR-DOCU
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           PERFORM 4210-RIGA-FILE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
      ******************************************************************
       4210-RIGA-FILE.
           MOVE    F0SVENR-RIGA-CODE-ARTI TO  W-RG-CODE-ARTI
           MOVE    F0SVENR-RIGA-DESC   TO  W-RG-DESC
           MOVE    F0SVENR-RIGA-QTA    TO  W-RG-QTA
           MOVE    F0SVENR-RIGA-PREZ   TO  W-RG-PREZ
           MOVE    F0SVENR-RIGA-IMPO   TO  W-RG-IMPO
           MOVE    F0SVENR-RIGA-ALIQ-IVA TO  W-RG-ALIQ
           PERFORM 4300-RIGA-INVOIC
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
      ******************************************************************
      *----------  UNA RIGA DI FATTURA: ARTICOLO, QUANTITA' FATTURATA,
      *            IMPORTO, PREZZO NETTO E ALIQUOTA
       4300-RIGA-INVOIC.
           PERFORM 5000-LINEA
           MOVE    W-RG-QTA            TO  W-VAL-NUM
           MOVE    3                   TO  W-VAL-DEC
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "QTY+47:"           DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    W-RG-IMPO           TO  W-VAL-NUM
           MOVE    2                   TO  W-VAL-DEC
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "MOA+203:"          DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    W-RG-PREZ           TO  W-VAL-NUM
           MOVE    4                   TO  W-VAL-DEC
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "PRI+AAA:"          DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    W-RG-ALIQ           TO  W-VAL-NUM
           MOVE    2                   TO  W-VAL-DEC
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "TAX+7+VAT+++:::"   DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  TOTALE DI TESTATA: QUALIFICATORE IN W-QUAL-MOA,
      *            IMPORTO IN W-VAL-NUM
       4500-MOA-TOTALE.
           MOVE    2                   TO  W-VAL-DEC
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "MOA+"              DELIMITED BY SIZE
                   W-QUAL-MOA          DELIMITED BY SPACE
                   ":"                 DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       4600-RIEPILOGO-IVA.
           MOVE    F0SVEND-RIEP-ALIQ(W-IND) TO  W-VAL-NUM
           MOVE    2                   TO  W-VAL-DEC
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "TAX+7+VAT+++:::"   DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    F0SVEND-RIEP-IMPON(W-IND) TO  W-VAL-NUM
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "MOA+125:"          DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           MOVE    F0SVEND-RIEP-IVA(W-IND) TO  W-VAL-NUM
           PERFORM 8700-VALORE
           MOVE    SPACES              TO  W-SEGM
           STRING  "MOA+124:"          DELIMITED BY SIZE
                   W-VAL-TXT           DELIMITED BY SPACE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  LIN DELLA RIGA: GTIN DELL'ARTICOLO, IN MANCANZA IL
      *            NOSTRO CODICE (PIA); RIGA SENZA ARTICOLO CON LA
      *            SOLA DESCRIZIONE (IMD)
       5000-LINEA.
           ADD     1                   TO  W-NUMR-LIN
           MOVE    W-NUMR-LIN          TO  W-LIN-ED
           INITIALIZE F0SARTI
           IF  W-RG-CODE-ARTI NOT EQUAL SPACES
             MOVE  F0SVEND-CODE-CLIE   TO  F0SARTI-CODE-CLIE
             MOVE  W-RG-CODE-ARTI      TO  F0SARTI-CODE-ARTI
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URARTI10"            USING F0SARTI LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               MOVE  SPACES            TO  F0SARTI-CODE-EAN
             END-IF
           END-IF
           MOVE    SPACES              TO  W-SEGM
           IF  F0SARTI-CODE-EAN NOT EQUAL SPACES
             STRING  "LIN+"            DELIMITED BY SIZE
                     FUNCTION TRIM(W-LIN-ED)
                                       DELIMITED BY SIZE
                     "++"              DELIMITED BY SIZE
                     F0SARTI-CODE-EAN  DELIMITED BY SPACE
                     ":SRV'"           DELIMITED BY SIZE
                                       INTO W-SEGM
             PERFORM 8900-SCRIVI
             EXIT PARAGRAPH
           END-IF
           STRING  "LIN+"              DELIMITED BY SIZE
                   FUNCTION TRIM(W-LIN-ED)
                                       DELIMITED BY SIZE
                   "'"                 DELIMITED BY SIZE
                                       INTO W-SEGM
           PERFORM 8900-SCRIVI
           IF  W-RG-CODE-ARTI NOT EQUAL SPACES
             MOVE  W-RG-CODE-ARTI      TO  W-ESC-SRC
             PERFORM 8800-ESCAPA
             MOVE  SPACES              TO  W-SEGM
             STRING  "PIA+5+"          DELIMITED BY SIZE
                     W-ESC-OUT         DELIMITED BY SPACE
                     ":SA'"            DELIMITED BY SIZE
                                       INTO W-SEGM
             PERFORM 8900-SCRIVI
           ELSE
             MOVE  W-RG-DESC           TO  W-ESC-SRC
             PERFORM 8800-ESCAPA
             MOVE  SPACES              TO  W-SEGM
             STRING  "IMD+F++:::"      DELIMITED BY SIZE
                     FUNCTION TRIM(W-ESC-OUT)
                                       DELIMITED BY SIZE
                     "'"               DELIMITED BY SIZE
                                       INTO W-SEGM
             PERFORM 8900-SCRIVI
           END-IF
           .
      ******************************************************************
      *----------  VALORE NUMERICO COL PUNTO DECIMALE E SENZA ZERI IN
      *            TESTA; LE NOTE DI CREDITO VIAGGIANO IN POSITIVO
       8700-VALORE.
           IF  W-VAL-NUM LESS ZERO
             COMPUTE W-VAL-NUM = 0 - W-VAL-NUM
           END-IF
           COMPUTE W-VAL-SCAL = W-VAL-NUM * 10000
           DIVIDE  W-VAL-SCAL BY 10000 GIVING W-VAL-INT
                                    REMAINDER W-VAL-FRAZ
           MOVE    W-VAL-INT           TO  W-VAL-INT-ED
           MOVE    SPACES              TO  W-VAL-TXT
           IF  W-VAL-DEC EQUAL ZERO
             MOVE  FUNCTION TRIM(W-VAL-INT-ED) TO  W-VAL-TXT
           ELSE
             STRING  FUNCTION TRIM(W-VAL-INT-ED)
                                       DELIMITED BY SIZE
                     "."               DELIMITED BY SIZE
                     W-VAL-FRAZ(1:W-VAL-DEC)
                                       DELIMITED BY SIZE
                                       INTO W-VAL-TXT
           END-IF
           .
      ******************************************************************
      *----------  TESTO LIBERO NEL MESSAGGIO: I CARATTERI DI SERVIZIO
      *            (' + : ?) VANNO PRECEDUTI DAL CARATTERE DI RILASCIO
       8800-ESCAPA.
           MOVE    SPACES              TO  W-ESC-OUT
           MOVE    1                   TO  W-PTR
           PERFORM 8810-ESCAPA-CAR
               VARYING W-IND-ESC FROM 1 BY 1
               UNTIL W-IND-ESC GREATER 40
           .
      ******************************************************************
       8810-ESCAPA-CAR.
           MOVE    W-ESC-SRC(W-IND-ESC:1) TO  W-ESC-CAR
           IF  W-ESC-CAR EQUAL "'" OR "+" OR ":" OR "?"
             STRING  "?"               DELIMITED BY SIZE
                                       INTO W-ESC-OUT
                                       WITH POINTER W-PTR
           END-IF
           STRING  W-ESC-CAR           DELIMITED BY SIZE
                                       INTO W-ESC-OUT
                                       WITH POINTER W-PTR
           .
      ******************************************************************
      *----------  UN SEGMENTO DEL MESSAGGIO, CONTATO PER UNT
       8900-SCRIVI.
           MOVE    W-SEGM              TO  EDIOUT-REC
           WRITE   EDIOUT-REC
           ADD     1                   TO  W-NUMR-SEGM
           .
      *(END)
