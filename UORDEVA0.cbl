      *****   IL DOCUMENTO NASCE NON ANCORA SCARICATO A MAGAZZINO:
      *****   SARA' LA CHIUSURA GIORNALIERA (UCHIUGG0) A SCARICARE LE
      *****   GIACENZE E A MUOVERE IL GIORNALE DI MAGAZZINO.
151026*****
151026*****   SE SULL'ORDINE E' TRATTENUTO UN ACCONTO (FATTURA TD02 DI
151026*****   UACCONT0), LA FATTURA CHE CHIUDE L'ORDINE NE STORNA
151026*****   L'IMPONIBILE CON UNA RIGA NEGATIVA ALLA SUA ALIQUOTA: IVA,
151026*****   TOTALE E PARTITE DELLO SCADENZARIO RISULTANO AL NETTO.
151026*****
151026*****   LA DESTINAZIONE DI CONSEGNA DELL'ORDINE (F0SDEST) PASSA
151026*****   SUL DOCUMENTO CON IL SUO INDIRIZZO; COSI' IL NUMERO
151026*****   D'ORDINE DEL CLIENTE EDI (F0SORDI-EDI-RIFE), CHE DESADV
151026*****   E INVOIC RIPORTANO.
151026*****
151026*****   SULLA MERCE CON IMBALLO SOGGETTO LA FATTURA PORTA LE RIGHE
151026*****   DEL CONTRIBUTO AMBIENTALE CONAI ("UCONAAP0"), SALVO AL
151026*****   CLIENTE ESENTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926 77  WL-SPLIT                    PIC X(01)      VALUE "N".
020926 77  WL-IMPO-ESEN                PIC S9(09)V99  COMP-3 VALUE 0.
020926 77  WL-KIT                      PIC X(01)      VALUE "N".
151026 77  WL-ACCO-STORNO              PIC X(01)      VALUE "N".
151026 77  WL-IND-CONA                 PIC S9(04) COMP VALUE ZERO.
151026*
151026*    Contributo ambientale CONAI sugli imballi della merce.
151026 COPY "LCONAAP.WRK".
      *
020926*    Distinta base dei kit: l'impegno delle righe kit sta sui
020926*    componenti e l'evasione lo rilascia da li'.
020926         05  WL-RGF-IMPO         PIC S9(09)V99   COMP-3.
020926         05  WL-RGF-ALIQ         PIC S9(03)V99   COMP-3.
020926         05  WL-RGF-NATU         PIC X(04).
151026         05  WL-RGF-UNIT         PIC X(03).
151026         05  WL-RGF-FATT         PIC S9(05)V999  COMP-3.
151026         05  WL-RGF-PREZ-UNIM    PIC S9(09)V9999 COMP-3.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SORDR.REC".
       COPY "F0SVEND.REC".
151026 COPY "F0SDEST.REC".
       COPY "F0SARTI.REC".
       COPY "F0SSCON.REC".
      *
      *    L'agente dell'ordine segue il documento emesso
           MOVE    F0SORDI-CODE-AGEN   TO  F0SVEND-CODE-AGEN
           PERFORM RT2-ANAGRAFICA-CLIENTE
151026     PERFORM RT2D-DESTINAZIONE
151026     MOVE    F0SORDI-EDI-RIFE    TO  F0SVEND-EDI-RIFE
      *
      *      Righe dell'ordine portate sul documento, con rilascio
      *      dell'impegno riga per riga
           END-PERFORM
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
151026*    Contributo CONAI sugli imballi della merce evasa
151026     IF  F0SVEND-NUMR-RIGHE GREATER ZERO
151026         OR WL-NUMR-EXT GREATER ZERO
151026       PERFORM RT40-CONTRIBUTO-CONAI
151026     END-IF
151026*    Fattura che chiude l'ordine (nessun residuo) con un
151026*    acconto trattenuto: l'imponibile dell'acconto si storna
151026*    con una riga negativa alla sua aliquota
151026     MOVE    "N"                 TO  WL-ACCO-STORNO
151026     IF  WL-RESIDUI EQUAL ZERO AND F0SORDI-ACCO-TRATTENUTO
151026         AND (F0SVEND-NUMR-RIGHE GREATER ZERO
151026              OR WL-NUMR-EXT GREATER ZERO)
151026       PERFORM RT38-STORNO-ACCONTO
151026     END-IF
      *
           IF  F0SVEND-NUMR-RIGHE EQUAL ZERO
020926         AND WL-NUMR-EXT EQUAL ZERO
020926*      da ordini aperti (UFIDOCH0) conti solo il residuo
020926     IF  WL-RESIDUI EQUAL ZERO
           SET     F0SORDI-CHIUSO      TO  TRUE
151026       IF  WL-ACCO-STORNO EQUAL "S"
151026         SET  F0SORDI-ACCO-DETRATTO TO TRUE
151026       END-IF
020926     ELSE
020926       SUBTRACT WL-IMPO-EVAS     FROM F0SORDI-IMPO-TOTA
020926       IF  F0SORDI-IMPO-TOTA LESS ZERO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
151026******************************************************************
151026*----------  DESTINAZIONE DI CONSEGNA DELL'ORDINE: CODICE E
151026*            INDIRIZZO SUL DOCUMENTO (ZERO = SEDE DEL CLIENTE)
151026 RT2D-DESTINAZIONE.
151026     IF  F0SORDI-CODE-DEST EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     INITIALIZE F0SDEST
151026     MOVE    L-OEVA-CODE-CLIE    TO  F0SDEST-CODE-CLIE
151026     MOVE    F0SORDI-CODI-CLIF   TO  F0SDEST-CODI-CLIF
151026     MOVE    F0SORDI-CODE-DEST   TO  F0SDEST-CODE-DEST
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URDEST10"              USING F0SDEST LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URDEST10"              USING F0SDEST LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026       MOVE  F0SDEST-CODE-DEST   TO  F0SVEND-CODE-DEST
151026       MOVE  F0SDEST-DESC-DEST   TO  F0SVEND-DEST-DESC
151026       MOVE  F0SDEST-INDR-DEST   TO  F0SVEND-DEST-INDR
151026       MOVE  F0SDEST-CAP-DEST    TO  F0SVEND-DEST-CAP
151026       MOVE  F0SDEST-COMU-DEST   TO  F0SVEND-DEST-COMU
151026       MOVE  F0SDEST-PROV-DEST   TO  F0SVEND-DEST-PROV
151026     ELSE
151026       DISPLAY "DESTINAZIONE " F0SORDI-CODE-DEST
151026               " NON TROVATA - CONSEGNA ALLA SEDE"
151026     END-IF
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URDEST10"              USING F0SDEST LWCOMAR
151026     .
      ******************************************************************
      *----------  UNA RIGA DOCUMENTO DA UNA RIGA ORDINE, CON
      *            RILASCIO DELL'IMPEGNO
                                            (WL-INDICE)
020926     COMPUTE F0SVEND-RIGA-IMPO(WL-INDICE) ROUNDED =
020926                 WL-QTA-EVAD * F0SORDR-PREZ-UNIT
151026*      Unita' trattata sull'ordine: il documento la riporta e
151026*      l'importo viene dal prezzo per unita' trattata
151026     MOVE    F0SORDR-UNIT-VEND   TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (WL-INDICE)
151026     MOVE    F0SORDR-FATT-VEND   TO  F0SVEND-RIGA-FATT-CONV
151026                                      (WL-INDICE)
151026     MOVE    F0SORDR-PREZ-UNIM   TO  F0SVEND-RIGA-PREZ-UNIM
151026                                      (WL-INDICE)
151026     IF  F0SORDR-FATT-VEND GREATER ZERO
151026       COMPUTE F0SVEND-RIGA-IMPO(WL-INDICE) ROUNDED =
151026         WL-QTA-EVAD * F0SORDR-PREZ-UNIM / F0SORDR-FATT-VEND
151026     END-IF
      *      Aliquota IVA della riga dall'anagrafica articoli quando
      *      l'articolo e' censito, aliquota di riserva altrimenti
           MOVE    L-OEVA-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           END-IF
      *      La riga entra nel riepilogo al netto della quota di
      *      sconto cliente, come alla cassa
151026*      La sola riga negativa di un'evasione e' lo storno
151026*      dell'acconto, che entra per intero: lo sconto e' gia'
151026*      sulla fattura d'acconto. Per intero anche il contributo
151026*      CONAI, che non e' merce: si fattura e si dichiara
151026*      quello della riga
151026     IF  F0SVEND-RIGA-IMPO(WL-INDICE) LESS ZERO
151026         OR (F0SVEND-RIGA-CODE-ARTI(WL-INDICE) EQUAL SPACES
151026             AND F0SVEND-RIGA-DESC(WL-INDICE)(1:17) EQUAL
151026                                     "CONTRIBUTO CONAI ")
151026       MOVE  F0SVEND-RIGA-IMPO(WL-INDICE) TO  WL-IMPO-NETTO
151026     ELSE
           COMPUTE WL-IMPO-NETTO ROUNDED =
                       F0SVEND-RIGA-IMPO(WL-INDICE) *
                       (100 - WL-PERC-SCON) / 100
151026     END-IF
           ADD  WL-IMPO-NETTO          TO  F0SVEND-RIEP-IMPON
                                            (WL-ALIQ-TROV)
           .
020926                                 TO  WL-RGF-ALIQ(WL-NUMR-EXT)
020926     MOVE    F0SVEND-RIGA-NATURA(F0SVEND-NUMR-RIGHE)
020926                                 TO  WL-RGF-NATU(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-UNIT-MISU(F0SVEND-NUMR-RIGHE)
151026                                 TO  WL-RGF-UNIT(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-FATT-CONV(F0SVEND-NUMR-RIGHE)
151026                                 TO  WL-RGF-FATT(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-PREZ-UNIM(F0SVEND-NUMR-RIGHE)
151026                                 TO  WL-RGF-PREZ-UNIM(WL-NUMR-EXT)
020926     MOVE    ZERO                TO  F0SVEND-NUMR-RIGHE
020926     .
      ******************************************************************
020926                                 TO  F0SVEND-RIGA-ALIQ-IVA(1)
020926       MOVE  WL-RGF-NATU(WL-IND-EXT)
020926                                 TO  F0SVEND-RIGA-NATURA(1)
151026       MOVE  WL-RGF-ARTI(WL-IND-EXT)
151026                                 TO  F0SVEND-RIGA-CODE-ARTI(1)
151026       MOVE  WL-RGF-DESC(WL-IND-EXT)
151026                                 TO  F0SVEND-RIGA-DESC(1)
020926       MOVE  1                   TO  WL-INDICE
020926       PERFORM RT82-RIEPILOGA-RIGA
020926     END-PERFORM
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
020926     MOVE    -9                  TO  DSTF-IOSR
020926     CALL  "URVENR10"              USING F0SVENR LWCOMAR
020926     .
      ******************************************************************
151026*----------  RIGA DI STORNO DELL'ACCONTO TRATTENUTO SULL'ORDINE:
151026*            IMPONIBILE IN NEGATIVO ALL'ALIQUOTA DELLA FATTURA
151026*            D'ACCONTO, CON IL RIMANDO A QUEST'ULTIMA PER LO SDI.
151026*            UN ACCONTO PIU' ALTO DELL'EVASO NON SI STORNA QUI:
151026*            RESTA TRATTENUTO PER UNA NOTA DI CREDITO
151026 RT38-STORNO-ACCONTO.
151026     IF  F0SORDI-ACCO-IMPON GREATER WL-IMPO-EVAS
151026       DISPLAY "ACCONTO SUPERIORE ALL'EVASO - STORNO NON "
151026               "APPLICATO, EMETTERE NOTA DI CREDITO"
151026       EXIT PARAGRAPH
151026     END-IF
151026*    Documento gia' a venti righe in testata: passa alle righe
151026*    su file per fare posto allo storno
151026     IF  WL-RIGHE-FILE NOT EQUAL "S"
151026         AND F0SVEND-NUMR-RIGHE NOT LESS 20
151026       PERFORM RT39-PARCHEGGIA-SLOT
151026           VARYING WL-INDICE FROM 1 BY 1
151026           UNTIL WL-INDICE GREATER F0SVEND-NUMR-RIGHE
151026       MOVE  ZERO                TO  F0SVEND-NUMR-RIGHE
151026       MOVE  "S"                 TO  WL-RIGHE-FILE
151026     END-IF
151026     ADD     1                   TO  F0SVEND-NUMR-RIGHE
151026     MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
151026     MOVE    SPACES              TO  F0SVEND-RIGA-DESC(WL-INDICE)
151026     STRING  "STORNO ACCONTO FATTURA N. " DELIMITED BY SIZE
151026             F0SORDI-ACCO-NUMR-DOCU       DELIMITED BY SIZE
151026                                 INTO F0SVEND-RIGA-DESC
151026                                      (WL-INDICE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-CODE-ARTI
151026                                      (WL-INDICE)
151026     MOVE    1                   TO  F0SVEND-RIGA-QTA(WL-INDICE)
151026     COMPUTE F0SVEND-RIGA-PREZ(WL-INDICE) =
151026                 0 - F0SORDI-ACCO-IMPON
151026     COMPUTE F0SVEND-RIGA-IMPO(WL-INDICE) =
151026                 0 - F0SORDI-ACCO-IMPON
151026     MOVE    F0SORDI-ACCO-ALIQ   TO  F0SVEND-RIGA-ALIQ-IVA
151026                                      (WL-INDICE)
151026     MOVE    F0SORDI-ACCO-NATURA TO  F0SVEND-RIGA-NATURA
151026                                      (WL-INDICE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (WL-INDICE)
151026     MOVE    ZERO                TO  F0SVEND-RIGA-FATT-CONV
151026                                      (WL-INDICE)
151026                                     F0SVEND-RIGA-PREZ-UNIM
151026                                      (WL-INDICE)
151026     IF  WL-RIGHE-FILE EQUAL "S"
151026       PERFORM RT35-ACCODA-RIGA-FILE
151026     END-IF
151026     MOVE    F0SORDI-ACCO-NUMR-DOCU TO F0SVEND-ACCO-NUMR-DOCU
151026     MOVE    F0SORDI-ACCO-DATA-DOCU TO F0SVEND-ACCO-DATA-DOCU
151026     MOVE    "S"                 TO  WL-ACCO-STORNO
151026     MOVE    F0SORDI-ACCO-IMPON  TO  WL-IMPO-ED
151026     DISPLAY "STORNO ACCONTO FATTURA N. " F0SORDI-ACCO-NUMR-DOCU
151026             " IMPONIBILE " WL-IMPO-ED
151026     .
151026******************************************************************
151026*----------  PARCHEGGIA UNO SLOT DI TESTATA GIA' COSTRUITO NELLE
151026*            RIGHE SU FILE
151026 RT39-PARCHEGGIA-SLOT.
151026     ADD     1                   TO  WL-NUMR-EXT
151026     MOVE    F0SVEND-RIGA-DESC(WL-INDICE)
151026                                 TO  WL-RGF-DESC(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  WL-RGF-ARTI(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-QTA(WL-INDICE)
151026                                 TO  WL-RGF-QTA(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-PREZ(WL-INDICE)
151026                                 TO  WL-RGF-PREZ(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-IMPO(WL-INDICE)
151026                                 TO  WL-RGF-IMPO(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
151026                                 TO  WL-RGF-ALIQ(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-NATURA(WL-INDICE)
151026                                 TO  WL-RGF-NATU(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-UNIT-MISU(WL-INDICE)
151026                                 TO  WL-RGF-UNIT(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-FATT-CONV(WL-INDICE)
151026                                 TO  WL-RGF-FATT(WL-NUMR-EXT)
151026     MOVE    F0SVEND-RIGA-PREZ-UNIM(WL-INDICE)
151026                                 TO  WL-RGF-PREZ-UNIM(WL-NUMR-EXT)
151026     .
151026******************************************************************
151026*----------  CONTRIBUTO AMBIENTALE CONAI: CHILI DI IMBALLO DELLE
151026*            RIGHE DI MERCE (IN TESTATA O PARCHEGGIATE) PER
151026*            MATERIALE E ALIQUOTA, UNA RIGA SENZA ARTICOLO PER
151026*            VOCE CON L'ALIQUOTA DELLA MERCE
151026 RT40-CONTRIBUTO-CONAI.
151026     MOVE    "I"                 TO  L-CONA-FUNZ
151026     MOVE    F0SVEND-CODE-CLIE   TO  L-CONA-CODE-CLIE
151026     MOVE    F0SVEND-CODI-CLIF   TO  L-CONA-CODI-CLIF
151026     MOVE    F0SVEND-DATA-DOCU   TO  L-CONA-DATA-DOCU
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     MOVE    "R"                 TO  L-CONA-FUNZ
151026     PERFORM RT42-RIGA-FILE-CONAI
151026         VARYING WL-IND-EXT FROM 1 BY 1
151026         UNTIL WL-IND-EXT GREATER WL-NUMR-EXT
151026     PERFORM RT41-RIGA-MERCE-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER F0SVEND-NUMR-RIGHE
151026     MOVE    "F"                 TO  L-CONA-FUNZ
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     IF  L-CONA-NUMR-MANC GREATER ZERO
151026       DISPLAY "CONTRIBUTO CONAI DELL'ANNO MANCANTE PER "
151026               L-CONA-NUMR-MANC " MATERIALI - NON ADDEBITATO"
151026     END-IF
151026     PERFORM RT43-RIGA-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
151026     .
151026******************************************************************
151026 RT41-RIGA-MERCE-CONAI.
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-ARTI
151026     MOVE    F0SVEND-RIGA-QTA(WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-QTA
151026     MOVE    F0SVEND-RIGA-ALIQ-IVA(WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-ALIQ
151026     MOVE    F0SVEND-RIGA-NATURA(WL-IND-CONA)
151026                                 TO  L-CONA-RIGA-NATURA
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     .
151026******************************************************************
151026 RT42-RIGA-FILE-CONAI.
151026     MOVE    WL-RGF-ARTI(WL-IND-EXT) TO  L-CONA-RIGA-ARTI
151026     MOVE    WL-RGF-QTA(WL-IND-EXT)  TO  L-CONA-RIGA-QTA
151026     MOVE    WL-RGF-ALIQ(WL-IND-EXT) TO  L-CONA-RIGA-ALIQ
151026     MOVE    WL-RGF-NATU(WL-IND-EXT) TO  L-CONA-RIGA-NATURA
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     .
151026******************************************************************
151026*----------  UNA RIGA DEL CONTRIBUTO; CON LE VENTI RIGHE DI
151026*            TESTATA OCCUPATE SI PASSA ALLE RIGHE SU FILE, COME
151026*            PER LO STORNO DELL'ACCONTO
151026 RT43-RIGA-CONAI.
151026     IF  L-CONA-TAB-IMPO(WL-IND-CONA) EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  WL-RIGHE-FILE NOT EQUAL "S"
151026         AND F0SVEND-NUMR-RIGHE NOT LESS 20
151026       PERFORM RT39-PARCHEGGIA-SLOT
151026           VARYING WL-INDICE FROM 1 BY 1
151026           UNTIL WL-INDICE GREATER F0SVEND-NUMR-RIGHE
151026       MOVE  ZERO                TO  F0SVEND-NUMR-RIGHE
151026       MOVE  "S"                 TO  WL-RIGHE-FILE
151026     END-IF
151026     ADD     1                   TO  F0SVEND-NUMR-RIGHE
151026     MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
151026     MOVE    L-CONA-TAB-DESC(WL-IND-CONA)
151026                                 TO  F0SVEND-RIGA-DESC(WL-INDICE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-CODE-ARTI
151026                                      (WL-INDICE)
151026     MOVE    L-CONA-TAB-KG(WL-IND-CONA)
151026                                 TO  F0SVEND-RIGA-QTA(WL-INDICE)
151026     MOVE    L-CONA-TAB-PREZ(WL-IND-CONA)
151026                                 TO  F0SVEND-RIGA-PREZ(WL-INDICE)
151026                                     F0SVEND-RIGA-PREZ-UNIM
151026                                      (WL-INDICE)
151026     MOVE    L-CONA-TAB-IMPO(WL-IND-CONA)
151026                                 TO  F0SVEND-RIGA-IMPO(WL-INDICE)
151026     MOVE    L-CONA-TAB-ALIQ(WL-IND-CONA)
151026                                 TO  F0SVEND-RIGA-ALIQ-IVA
151026                                      (WL-INDICE)
151026     MOVE    L-CONA-TAB-NATURA(WL-IND-CONA)
151026                                 TO  F0SVEND-RIGA-NATURA
151026                                      (WL-INDICE)
151026     MOVE    "KG"                TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (WL-INDICE)
151026     MOVE    1                   TO  F0SVEND-RIGA-FATT-CONV
151026                                      (WL-INDICE)
151026     IF  WL-RIGHE-FILE EQUAL "S"
151026       PERFORM RT35-ACCODA-RIGA-FILE
151026     END-IF
151026     .
      *(END)
