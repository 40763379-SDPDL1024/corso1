      *****   LE RIGHE DI ARTICOLI NON CENSITI; IL RIEPILOGO IVA
      *****   VIENE RICOSTRUITO DALLE ALIQUOTE DI RIGA COME ALLA
      *****   CASSA.
151026*****
151026*****   I DDT CONSEGNATI A DESTINAZIONI DIVERSE DEL CLIENTE
151026*****   (F0SDEST) NON SI MESCOLANO: UNA FATTURA PER OGNI
151026*****   DESTINAZIONE, CON IL SUO INDIRIZZO DI RESA.
151026*****
151026*****   IL DDT EMESSO CON LE RIGHE PIENE PORTA IL CONTRIBUTO
151026*****   CONAI DA ADDEBITARE IN FATTURA: LO CALCOLA QUI
151026*****   ("UCONAAP0") SULLE RIGHE DEL TRASPORTO, COME L'AVREBBE
151026*****   CALCOLATO L'EMISSIONE DEL DDT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WL-ALIQ-TROV                PIC S9(04) COMP VALUE ZERO.
020926 77  WL-SPLIT                    PIC X(01)      VALUE "N".
020926 77  WL-IMPO-ESEN                PIC S9(09)V99  COMP-3 VALUE 0.
151026*    Destinazioni di consegna dei DDT da fatturare: una
151026*    fattura ciascuna (fino a 50 per giro).
151026 77  WL-IND-DEST                 PIC S9(04) COMP VALUE ZERO.
151026 77  WL-DEST-TROV                PIC S9(04) COMP VALUE ZERO.
151026 01  WL-DEST-TAB.
151026     03  WL-NUMR-DEST            PIC S9(04) COMP VALUE ZERO.
151026     03  WL-DEST-CODE            PIC 9(03)  OCCURS 50.
      *
      *    La fattura differita in costruzione, separata dal DDT in
      *    corso di lettura che passa nella linkage F0SVEND.
020926         05  WL-RGF-IMPO         PIC S9(09)V99   COMP-3.
020926         05  WL-RGF-ALIQ         PIC S9(03)V99   COMP-3.
020926         05  WL-RGF-NATU         PIC X(04).
151026         05  WL-RGF-UNIT         PIC X(03).
151026         05  WL-RGF-FATT         PIC S9(05)V999  COMP-3.
151026         05  WL-RGF-PREZ-UNIM    PIC S9(09)V9999 COMP-3.
151026*
151026*    Contributo CONAI dei DDT emessi senza righe libere.
151026 COPY "LCONAAP.WRK".
151026 77  WL-IND-CONA                 PIC S9(04) COMP VALUE ZERO.
      *
020926*    Blocco contabile di periodo: nessun documento (o
020926*    incasso) puo' nascere su un periodo gia' liquidato; la
           ACCEPT   WL-ALIQ-IVA
           PERFORM RT81-MODALITA-PAGAMENTO
      *
151026*      Le destinazioni dei DDT da fatturare: il giro che segue
151026*      emette una fattura per ciascuna, con i soli suoi DDT
151026     MOVE    L-FDIF-CODE-CLIE    TO  F0SVEND-CODE-CLIE OF
151026                                      F0SVEND
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URFATT10"              USING F0SVEND LWCOMAR
151026     PERFORM RT05-DESTINAZIONI
151026     IF  WL-NUMR-DEST EQUAL ZERO
151026       DISPLAY "NESSUN DDT DA FATTURARE PER IL CLIENTE"
151026       GO TO CHIU-FDIF
151026     END-IF
151026     MOVE    ZERO                TO  WL-IND-DEST.
151026 FDIF-DESTINAZIONE.
151026     ADD     1                   TO  WL-IND-DEST
151026     MOVE    ZERO                TO  WL-NUMR-EXT
151026     MOVE    ZERO                TO  WL-NUMR-DDT
           INITIALIZE W-FATT-DIF
           SET     F0SVEND-DOC-FATTURA OF W-FATT-DIF TO TRUE
           MOVE    L-FDIF-CODE-CLIE    TO  F0SVEND-CODE-CLIE OF
           MOVE    F0STPAG-CODE-PAGA   TO  F0SVEND-MODA-PAGA OF
                                            W-FATT-DIF
      *
151026*      Raccolta dei DDT non fatturati del cliente per la
151026*      destinazione; i dati anagrafici della fattura
151026*      arrivano dal primo DDT ripreso
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
                 AND F0SVEND-NUMR-INST OF F0SVEND EQUAL
                                            L-FDIF-NUMR-INST
                 AND F0SVEND-CODI-CLIF OF F0SVEND EQUAL WL-CODI-CLIF
151026           AND F0SVEND-CODE-DEST OF F0SVEND EQUAL
151026                         WL-DEST-CODE(WL-IND-DEST)
020926*        Un trasporto contestato (POD "X") resta fuori dalla
020926*        fattura finche' la contestazione non si chiude: e'
020926*        questo fermo che toglie di mezzo le note di credito
                   F0SVEND-NUMR-DOCU OF W-FATT-DIF
                   " - DDT RIPRESI " WL-NUMR-DDT
                   " - TOTALE " WL-IMPO-ED
151026     IF  F0SVEND-CODE-DEST OF W-FATT-DIF NOT EQUAL ZERO
151026       DISPLAY "  CONSEGNA A " F0SVEND-DEST-DESC OF W-FATT-DIF
151026     END-IF
151026     IF  WL-IND-DEST LESS WL-NUMR-DEST
151026       GO TO FDIF-DESTINAZIONE
151026     END-IF.
       CHIU-FDIF.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           EXIT PROGRAM.
151026******************************************************************
151026*----------  DESTINAZIONI DI CONSEGNA DISTINTE DEI DDT DA
151026*            FATTURARE DEL CLIENTE (ZERO = SEDE)
151026 RT05-DESTINAZIONI.
151026     MOVE    ZERO                TO  WL-NUMR-DEST
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URFATT10"              USING F0SVEND LWCOMAR
151026     PERFORM RT06-DESTINAZIONE-DDT
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     .
151026******************************************************************
151026 RT06-DESTINAZIONE-DDT.
151026     IF  F0SVEND-DOC-DDT OF F0SVEND
151026         AND NOT F0SVEND-DDT-FATTURATO OF F0SVEND
151026         AND NOT F0SVEND-POD-CONTESTATO OF F0SVEND
151026         AND F0SVEND-NUMR-INST OF F0SVEND EQUAL
151026                                      L-FDIF-NUMR-INST
151026         AND F0SVEND-CODI-CLIF OF F0SVEND EQUAL WL-CODI-CLIF
151026       MOVE  ZERO                TO  WL-DEST-TROV
151026       PERFORM RT07-CERCA-DESTINAZIONE
151026           VARYING WL-IND-DEST FROM 1 BY 1
151026           UNTIL WL-IND-DEST GREATER WL-NUMR-DEST
151026       IF  WL-DEST-TROV EQUAL ZERO
151026         IF  WL-NUMR-DEST LESS 50
151026           ADD   1               TO  WL-NUMR-DEST
151026           MOVE  F0SVEND-CODE-DEST OF F0SVEND
151026                                 TO  WL-DEST-CODE(WL-NUMR-DEST)
151026         ELSE
151026           DISPLAY "TROPPE DESTINAZIONI - DDT "
151026                   F0SVEND-NUMR-DOCU OF F0SVEND
151026                   " RESTA PER IL PROSSIMO GIRO"
151026         END-IF
151026       END-IF
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URFATT10"              USING F0SVEND LWCOMAR
151026     .
151026******************************************************************
151026 RT07-CERCA-DESTINAZIONE.
151026     IF  WL-DEST-CODE(WL-IND-DEST) EQUAL
151026                              F0SVEND-CODE-DEST OF F0SVEND
151026       MOVE  WL-IND-DEST         TO  WL-DEST-TROV
151026     END-IF
151026     .
      ******************************************************************
      *----------  RIPRENDE UN DDT SULLA FATTURA: RIGHE (FINCHE' C'E'
      *            POSTO), RIFERIMENTO DatiDDT E MARCATURA DEL
                     " RESTA PER IL PROSSIMO GIRO"
             EXIT PARAGRAPH
           END-IF
151026*    Il DDT col contributo CONAI da addebitare entra solo se
151026*    c'e' posto anche per le sue righe del contributo
151026     IF  F0SVEND-CONAI-IN-FATTURA OF F0SVEND
151026         AND WL-NUMR-EXT + F0SVEND-NUMR-RIGHE OF F0SVEND + 10
151026                   GREATER 1200
151026       DISPLAY "FATTURA PIENA - DDT "
151026               F0SVEND-NUMR-DOCU OF F0SVEND
151026               " RESTA PER IL PROSSIMO GIRO"
151026       EXIT PARAGRAPH
151026     END-IF
      *
           IF  WL-NUMR-DDT EQUAL ZERO
      *        Dati anagrafici del cliente dal primo DDT ripreso
             MOVE F0SVEND-CFIS-CLIE OF F0SVEND
                                       TO  F0SVEND-CFIS-CLIE OF
                                            W-FATT-DIF
151026*        Destinazione di consegna, comune ai DDT della fattura
151026       MOVE F0SVEND-CODE-DEST OF F0SVEND
151026                                 TO  F0SVEND-CODE-DEST OF
151026                                      W-FATT-DIF
151026       MOVE F0SVEND-DEST-DESC OF F0SVEND
151026                                 TO  F0SVEND-DEST-DESC OF
151026                                      W-FATT-DIF
151026       MOVE F0SVEND-DEST-INDR OF F0SVEND
151026                                 TO  F0SVEND-DEST-INDR OF
151026                                      W-FATT-DIF
151026       MOVE F0SVEND-DEST-CAP OF F0SVEND
151026                                 TO  F0SVEND-DEST-CAP OF
151026                                      W-FATT-DIF
151026       MOVE F0SVEND-DEST-COMU OF F0SVEND
151026                                 TO  F0SVEND-DEST-COMU OF
151026                                      W-FATT-DIF
151026       MOVE F0SVEND-DEST-PROV OF F0SVEND
151026                                 TO  F0SVEND-DEST-PROV OF
151026                                      W-FATT-DIF
151026*        Agente del DDT (proposto dal territorio all'emissione)
151026       MOVE F0SVEND-CODE-AGEN OF F0SVEND
151026                                 TO  F0SVEND-CODE-AGEN OF
151026                                      W-FATT-DIF
           END-IF
      *
           ADD     1                   TO  WL-NUMR-DDT
020926                                 TO  WL-RGF-IMPO(WL-NUMR-EXT)
020926       MOVE F0SVEND-RIGA-NATURA OF F0SVEND (WL-IND)
020926                                 TO  WL-RGF-NATU(WL-NUMR-EXT)
151026       MOVE F0SVEND-RIGA-UNIT-MISU OF F0SVEND (WL-IND)
151026                                 TO  WL-RGF-UNIT(WL-NUMR-EXT)
151026       MOVE F0SVEND-RIGA-FATT-CONV OF F0SVEND (WL-IND)
151026                                 TO  WL-RGF-FATT(WL-NUMR-EXT)
151026       MOVE F0SVEND-RIGA-PREZ-UNIM OF F0SVEND (WL-IND)
151026                                 TO  WL-RGF-PREZ-UNIM(WL-NUMR-EXT)
      *        L'aliquota e' quella registrata sulla riga del
      *        trasporto; quella chiesta a video fa solo da riserva
      *        per le righe di articoli non censiti
                                       TO  F0SVEND-IMPO-IMPON OF
                                            W-FATT-DIF
           END-PERFORM
151026*
151026*      DDT emesso con le righe piene: il contributo CONAI che
151026*      non ci stava si addebita qui
151026     IF  F0SVEND-CONAI-IN-FATTURA OF F0SVEND
151026       PERFORM RT31-CONAI-DDT
151026     END-IF
      *
      *      Il trasporto e' ripreso: non e' piu' fatturabile
           SET     F0SVEND-DDT-FATTURATO OF F0SVEND TO TRUE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
151026******************************************************************
151026*----------  CONTRIBUTO CONAI DI UN DDT SENZA RIGHE LIBERE: STESSO
151026*            CALCOLO DELL'EMISSIONE (CLIENTE E DATA DEL DDT), LE
151026*            RIGHE DEL CONTRIBUTO SI PARCHEGGIANO CON LE ALTRE
151026 RT31-CONAI-DDT.
151026     MOVE    "I"                 TO  L-CONA-FUNZ
151026     MOVE    F0SVEND-CODE-CLIE OF F0SVEND TO L-CONA-CODE-CLIE
151026     MOVE    F0SVEND-CODI-CLIF OF F0SVEND TO L-CONA-CODI-CLIF
151026     MOVE    F0SVEND-DATA-DOCU OF F0SVEND TO L-CONA-DATA-DOCU
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     MOVE    "R"                 TO  L-CONA-FUNZ
151026     PERFORM RT32-RIGA-MERCE-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER
151026               F0SVEND-NUMR-RIGHE OF F0SVEND
151026     MOVE    "F"                 TO  L-CONA-FUNZ
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     IF  L-CONA-NUMR-MANC GREATER ZERO
151026       DISPLAY "CONTRIBUTO CONAI DELL'ANNO MANCANTE PER "
151026               L-CONA-NUMR-MANC " MATERIALI - NON ADDEBITATO"
151026     END-IF
151026     PERFORM RT33-RIGA-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
151026     .
151026 RT32-RIGA-MERCE-CONAI.
151026     MOVE    F0SVEND-RIGA-CODE-ARTI OF F0SVEND (WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-ARTI
151026     MOVE    F0SVEND-RIGA-QTA OF F0SVEND (WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-QTA
151026     MOVE    F0SVEND-RIGA-ALIQ-IVA OF F0SVEND (WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-ALIQ
151026     MOVE    F0SVEND-RIGA-NATURA OF F0SVEND (WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-NATURA
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     .
151026 RT33-RIGA-CONAI.
151026     IF  L-CONA-TAB-IMPO(WL-IND-CONA) EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     ADD     1                   TO  WL-NUMR-EXT
151026     MOVE    L-CONA-TAB-DESC(WL-IND-CONA)
151026                                 TO  WL-RGF-DESC(WL-NUMR-EXT)
151026     MOVE    SPACES              TO  WL-RGF-ARTI(WL-NUMR-EXT)
151026     MOVE    L-CONA-TAB-KG(WL-IND-CONA)
151026                                 TO  WL-RGF-QTA(WL-NUMR-EXT)
151026     MOVE    L-CONA-TAB-PREZ(WL-IND-CONA)
151026                                 TO  WL-RGF-PREZ(WL-NUMR-EXT)
151026                                     WL-RGF-PREZ-UNIM(WL-NUMR-EXT)
151026     MOVE    L-CONA-TAB-IMPO(WL-IND-CONA)
151026                                 TO  WL-RGF-IMPO(WL-NUMR-EXT)
151026     MOVE    L-CONA-TAB-ALIQ(WL-IND-CONA)
151026                                 TO  WL-RGF-ALIQ(WL-NUMR-EXT)
151026     MOVE    L-CONA-TAB-NATURA(WL-IND-CONA)
151026                                 TO  WL-RGF-NATU(WL-NUMR-EXT)
151026     MOVE    "KG"                TO  WL-RGF-UNIT(WL-NUMR-EXT)
151026     MOVE    1                   TO  WL-RGF-FATT(WL-NUMR-EXT)
151026     ADD     L-CONA-TAB-IMPO(WL-IND-CONA)
151026                                 TO  F0SVEND-IMPO-IMPON OF
151026                                      W-FATT-DIF
151026     .
      ******************************************************************
      *----------  RIEPILOGO IVA, NUMERO DALLA SERIE FATTURE E
      *            DEPOSITO: LA FATTURA NASCE GIA' SCARICATA A
020926         MOVE WL-RGF-NATU(WL-IND-EXT)
020926                                 TO  F0SVEND-RIGA-NATURA OF
020926                                      W-FATT-DIF (WL-IND-EXT)
151026         MOVE WL-RGF-UNIT(WL-IND-EXT)
151026                                 TO  F0SVEND-RIGA-UNIT-MISU OF
151026                                      W-FATT-DIF (WL-IND-EXT)
151026         MOVE WL-RGF-FATT(WL-IND-EXT)
151026                                 TO  F0SVEND-RIGA-FATT-CONV OF
151026                                      W-FATT-DIF (WL-IND-EXT)
151026         MOVE WL-RGF-PREZ-UNIM(WL-IND-EXT)
151026                                 TO  F0SVEND-RIGA-PREZ-UNIM OF
151026                                      W-FATT-DIF (WL-IND-EXT)
020926       END-PERFORM
020926     ELSE
020926       SET   F0SVEND-RIGHE-ESTERNE OF W-FATT-DIF TO TRUE
020926       MOVE  WL-RGF-ALIQ(WL-IND-EXT) TO
020926                                 F0SVENR-RIGA-ALIQ-IVA
020926       MOVE  WL-RGF-NATU(WL-IND-EXT) TO  F0SVENR-RIGA-NATURA
151026       MOVE  WL-RGF-UNIT(WL-IND-EXT) TO  F0SVENR-RIGA-UNIT-MISU
151026       MOVE  WL-RGF-FATT(WL-IND-EXT) TO  F0SVENR-RIGA-FATT-CONV
151026       MOVE  WL-RGF-PREZ-UNIM(WL-IND-EXT) TO
151026                                 F0SVENR-RIGA-PREZ-UNIM
020926       MOVE  0                   TO  LREAD-FILE
020926       MOVE  3                   TO  DSTF-IOSR
020926       CALL  "URVENR10"            USING F0SVENR LWCOMAR
