      *****   IL DDT HA LA SUA SERIE DI NUMERAZIONE (UNUMDOC0, TIPO
      *****   "DDT ") E NASCE GIA' SEGNATO COME SCARICATO A
      *****   MAGAZZINO, COME LE VENDITE DA TOTEM.
151026*****
151026*****   LA MERCE PUO' ANDARE A UNA DESTINAZIONE DEL CLIENTE
151026*****   (F0SDEST, SCELTA TRAMITE "UDESTSC0"): IL DDT NE PORTA
151026*****   L'INDIRIZZO E LA PACKING LIST ANCHE ORARIO E REFERENTE.
151026*****   SUGLI ARTICOLI A MATRICOLA OGNI PEZZO SPEDITO VUOLE IL
151026*****   SUO NUMERO DI SERIE ("UMATRCH0"), CHE PASSA A VENDUTO
151026*****   AL CLIENTE DEL DDT ("UMATRAG0") E VA SULLA PACKING LIST.
151026*****
151026*****   IL DDT IN CONTO DEPOSITO PORTA LA MERCE NEL DEPOSITO DEL
151026*****   CLIENTE (F0SCDEP, TRAMITE "URCDEP10"): SCARICA IL NOSTRO
151026*****   DEPOSITO COME OGNI DDT MA LA MERCE RESTA NOSTRA, AL
151026*****   COSTO MEDIO DEL DEPOSITO, E NON VA IN FATTURAZIONE
151026*****   DIFFERITA: SI FATTURANO I CONSUMI (UCDEFAT0).
151026*****
151026*****   CON LA MERCE VIAGGIANO GLI IMBALLI A RENDERE: CONSEGNATI
151026*****   E RESI DAL CLIENTE ("UIMBRAC0") VANNO SUL SUO SALDO
151026*****   IMBALLI ("UIMBAGG0"); AL CLIENTE CHE PAGA LA CAUZIONE IL
151026*****   DDT PORTA LE RIGHE DI ADDEBITO E DI RIMBORSO, ESCLUSE
151026*****   DALLA BASE IVA (NATURA N1), CHE LA FATTURA DIFFERITA
151026*****   RIPRENDE COME LE ALTRE.
151026*****
151026*****   QUANTITA' E PREZZO DELLA RIGA SI BATTONO NELL'UNITA' DI
151026*****   VENDITA SCELTA ("UUNIMIS0", ES. CARTONI): SCARICO E
151026*****   GIORNALE IN UNITA' BASE, PACKING LIST E FATTURA CON
151026*****   L'UNITA' TRATTATA.
151026*****
151026*****   AL CLIENTE IN EDI (ACCORDO F0SEDIP CON IL DESADV) SI
151026*****   CHIEDE IL NUMERO DEL SUO ORDINE E IL DDT PARTE ANCHE
151026*****   COME AVVISO DI SPEDIZIONE DESADV ("UEDIOUT0").
151026*****
151026*****   L'AGENTE DEL DDT E' PROPOSTO DAL CLIENTE O DAL TERRITORIO
151026*****   DELL'INDIRIZZO DI CONSEGNA ("UTERRAG0") E PASSA ALLA
151026*****   FATTURA DIFFERITA.
151026*****
151026*****   IL PREZZO DI LISTINO SEGUE LO SCAGLIONE DI QUANTITA'
151026*****   RAGGIUNTO DALLA RIGA ("UPRZSCA0").
151026*****
151026*****   SULLA MERCE CON IMBALLO SOGGETTO IL DDT PORTA LE RIGHE
151026*****   DEL CONTRIBUTO AMBIENTALE CONAI ("UCONAAP0"), SALVO AL
151026*****   CLIENTE ESENTE E SUL CONTO DEPOSITO; LA FATTURA
151026*****   DIFFERITA LE RIPRENDE COME LE ALTRE. SE NON CI STANNO
151026*****   NELLE VENTI RIGHE IL DDT NE PORTA IL SEGNO E IL
151026*****   CONTRIBUTO LO CALCOLA LA FATTURA DIFFERITA (UFATDIF0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WL-IMPO-RIGA                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99  VALUE 0.
151026*
151026*    Destinazione di consegna del cliente (0 = sede).
151026 01  L-DSCE-CTRL.
151026     03  L-DSCE-CODE-CLIE        PIC 9(04)      VALUE ZERO.
151026     03  L-DSCE-CODI-CLIF        PIC 9(06)      VALUE ZERO.
151026     03  L-DSCE-CODE-DEST        PIC 9(03)      VALUE ZERO.
151026     03  L-DSCE-ESITO            PIC X(01)      VALUE SPACE.
151026 COPY "F0SDEST.REC".
151026*
151026*    Matricole dei pezzi spediti (articoli a matricola).
151026 COPY "LMATRIC.WRK".
151026 77  WL-IND-MATR                 PIC S9(04) COMP VALUE ZERO.
151026*
151026*    Merce in conto deposito presso il cliente.
151026 COPY "F0SCDEP.REC".
151026 77  WL-QTA-CDEP                 PIC S9(07)V999 COMP-3 VALUE 0.
151026*
151026*    Imballi a rendere consegnati e resi con la merce.
151026 COPY "LIMBALL.WRK".
151026 77  WL-IND-IMBA                 PIC S9(04) COMP VALUE ZERO.
151026*
151026*    Contributo ambientale CONAI sugli imballi della merce.
151026 COPY "LCONAAP.WRK".
151026 77  WL-IND-CONA                 PIC S9(04) COMP VALUE ZERO.
151026 77  WL-NUMR-CONA                PIC S9(04) COMP VALUE ZERO.
      *
151026*    Unita' di vendita trattata sulla riga e fattore nell'unita'
151026*    base; quantita' battuta nell'unita' trattata.
151026 COPY "LUNIMIS.WRK".
151026 77  WL-QTA-UNIM                 PIC S9(07)V999 COMP-3 VALUE 0.
151026*
151026*    Prezzo a scaglione di quantita' sulla riga di listino,
151026*    scelto dalla routine comune "UPRZSCA0".
151026 COPY "LPRZSCA.WRK".
151026*
151026*    Accordo EDI del cliente e avviso di spedizione DESADV.
151026 COPY "F0SEDIP.REC".
151026 COPY "LEDIOUT.WRK".
      *
151026*    Agente del DDT, proposto dal territorio.
151026 COPY "F0SAGEN.REC".
151026 COPY "LTERRAG.WRK".
       COPY "F0SCLIF.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SLIST.REC".
           MOVE    F0SCLIF-PROV-CLIF   TO  F0SVEND-PROV-CLIE
           MOVE    F0SCLIF-PIVA-CLIF   TO  F0SVEND-PIVA-CLIE
           MOVE    F0SCLIF-CFIS-CLIF   TO  F0SVEND-CFIS-CLIE
151026*
151026*      Destinazione di consegna tra quelle attive del cliente
151026     MOVE    L-DDTE-CODE-CLIE    TO  L-DSCE-CODE-CLIE
151026     MOVE    WL-CODI-CLIF        TO  L-DSCE-CODI-CLIF
151026     CALL  "UDESTSC0"              USING L-DSCE-CTRL F0SDEST
151026                                       LWCOMAR
151026     IF  L-DSCE-CODE-DEST NOT EQUAL ZERO
151026       MOVE  F0SDEST-CODE-DEST   TO  F0SVEND-CODE-DEST
151026       MOVE  F0SDEST-DESC-DEST   TO  F0SVEND-DEST-DESC
151026       MOVE  F0SDEST-INDR-DEST   TO  F0SVEND-DEST-INDR
151026       MOVE  F0SDEST-CAP-DEST    TO  F0SVEND-DEST-CAP
151026       MOVE  F0SDEST-COMU-DEST   TO  F0SVEND-DEST-COMU
151026       MOVE  F0SDEST-PROV-DEST   TO  F0SVEND-DEST-PROV
151026     END-IF
151026*
151026*      Agente del DDT, proposto dal cliente o dal territorio
151026*      dell'indirizzo di consegna
151026     PERFORM RT1A-AGENTE
151026*
151026*      Conto deposito: la merce resta nostra presso il cliente
151026     MOVE    "N"                 TO  F0SVEND-CONT-DEPO
151026     DISPLAY "DDT IN CONTO DEPOSITO ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   WL-RISP
151026     IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026       SET   F0SVEND-DDT-CONTO-DEPOSITO TO TRUE
151026       MOVE  -3                  TO  DSTF-IOSR
151026       CALL  "URCDEP10"            USING F0SCDEP LWCOMAR
151026     END-IF
      *
151026     MOVE    ZERO                TO  L-MATR-NUMR-TAB
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           PERFORM RT2-RIGA-DDT
               UNTIL F0SVEND-NUMR-RIGHE EQUAL 20 OR WL-RIGA-FINE-SI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
151026     IF  F0SVEND-DDT-CONTO-DEPOSITO
151026       MOVE  -9                  TO  DSTF-IOSR
151026       CALL  "URCDEP10"            USING F0SCDEP LWCOMAR
151026     END-IF
      *
           IF  F0SVEND-NUMR-RIGHE EQUAL ZERO
             DISPLAY "NESSUNA RIGA - DDT ANNULLATO"
             GO TO EXIT-PRO
           END-IF
151026*
151026*      Imballi a rendere; la cauzione non si addebita sul conto
151026*      deposito, che non va in fattura
151026     MOVE    "D"                 TO  L-IMBA-FUNZ
151026     MOVE    L-DDTE-CODE-CLIE    TO  L-IMBA-CODE-CLIE
151026     MOVE    WL-CODI-CLIF        TO  L-IMBA-CODI-CLIF
151026     MOVE    F0SCLIF-INDC-CAUZ   TO  L-IMBA-INDC-CAUZ
151026     IF  F0SVEND-DDT-CONTO-DEPOSITO
151026       MOVE  "N"                 TO  L-IMBA-INDC-CAUZ
151026     END-IF
151026     CALL  "UIMBRAC0"              USING L-IMBA-CTRL LWCOMAR
151026     PERFORM RT4-RIGHE-CAUZIONE
151026         VARYING WL-IND-IMBA FROM 1 BY 1
151026         UNTIL WL-IND-IMBA GREATER L-IMBA-NUMR-TAB
151026*
151026*      Contributo CONAI sugli imballi della merce; il conto
151026*      deposito lo paga sulla fattura dei consumi
151026     IF  NOT F0SVEND-DDT-CONTO-DEPOSITO
151026       PERFORM RT5-CONTRIBUTO-CONAI
151026     END-IF
      *
020926*      Dati di trasporto: vettore, colli, peso, porto e
020926*      causale; e' quello che il lato trasporti chiede e che
020926             ADVANCING
020926     ACCEPT   F0SVEND-CAUS-TRAS
020926     IF  F0SVEND-CAUS-TRAS EQUAL SPACES
151026       IF  F0SVEND-DDT-CONTO-DEPOSITO
151026         MOVE  "CONTO DEPOSITO"  TO  F0SVEND-CAUS-TRAS
151026       ELSE
020926         MOVE  "VENDITA"         TO  F0SVEND-CAUS-TRAS
151026       END-IF
020926     END-IF
151026*      Cliente in EDI: il suo numero d'ordine per il DESADV
151026     PERFORM RT8-ORDINE-EDI
      *
      *      La merce e' gia' partita: il DDT nasce scaricato a
      *      magazzino e fuori dalla coda SDI
           SET     F0SVEND-CHIU-POSTATO TO TRUE
151026*      Il conto deposito non passa dalla fatturazione differita
151026     IF  F0SVEND-DDT-CONTO-DEPOSITO
151026       SET   F0SVEND-DDT-FATTURATO TO TRUE
151026     END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    F0SVEND-CODE-CLIE   TO  L-NDOC-CODE-CLIE
           MOVE    F0SVEND-IMPO-IMPON  TO  WL-IMPO-ED
           DISPLAY "DDT REGISTRATO - N. " F0SVEND-NUMR-DOCU
                   " MERCE PER " WL-IMPO-ED
151026*    Matricole spedite: vendute al cliente con questo DDT,
151026*    la garanzia decorre dalla data del documento
151026     MOVE    F0SVEND-CODI-CLIF   TO  L-MATR-CODI-CLIF
151026     MOVE    F0SVEND-RAGE-CLIE   TO  L-MATR-RAGE-CLIE
151026     MOVE    F0SVEND-TIPO-DOCU   TO  L-MATR-TIPO-DOCU
151026     MOVE    F0SVEND-NUMR-DOCU   TO  L-MATR-NUMR-DOCU
151026     MOVE    F0SVEND-DATA-DOCU   TO  L-MATR-DATA-DOCU
151026     CALL  "UMATRAG0"              USING L-MATR-CTRL LWCOMAR
151026*    Imballi consegnati e resi sul saldo del cliente
151026     MOVE    F0SVEND-TIPO-DOCU   TO  L-IMBA-TIPO-DOCU
151026     MOVE    F0SVEND-NUMR-DOCU   TO  L-IMBA-NUMR-DOCU
151026     MOVE    F0SVEND-DATA-DOCU   TO  L-IMBA-DATA-DOCU
151026     MOVE    "UDDTEMI0"          TO  L-IMBA-NOME-PROG
151026     CALL  "UIMBAGG0"              USING L-IMBA-CTRL LWCOMAR
020926*    Packing list del trasporto, in coda a quelle del giorno
020926     PERFORM RT9-PACKING-LIST
151026*    Avviso di spedizione al cliente in EDI
151026     SET     L-EOUT-DESADV       TO  TRUE
151026     CALL  "UEDIOUT0"              USING L-EOUT-CTRL F0SVEND
151026                                       LWCOMAR
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
                                            (WL-INDICE)
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
           ACCEPT   F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026     MOVE    "V"                 TO  L-UNIM-FUNZ
151026     MOVE    "S"                 TO  L-UNIM-VIDEO
151026     MOVE    L-DDTE-CODE-CLIE    TO  L-UNIM-CODE-CLIE
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  L-UNIM-CODE-ARTI
151026     MOVE    SPACES              TO  L-UNIM-UNIT-MISU
151026     CALL  "UUNIMIS0"              USING L-UNIM-CTRL LWCOMAR
151026     IF  NOT L-UNIM-ESITO-OK
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    L-UNIM-UNIT-MISU    TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (WL-INDICE)
151026     MOVE    L-UNIM-FATT-CONV    TO  F0SVEND-RIGA-FATT-CONV
151026                                      (WL-INDICE)
           DISPLAY "QUANTITA'                   : " WITH NO ADVANCING
151026     ACCEPT   WL-QTA-UNIM
151026     COMPUTE F0SVEND-RIGA-QTA(WL-INDICE) =
151026                 WL-QTA-UNIM * L-UNIM-FATT-CONV
      *
           MOVE    L-DDTE-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-DDTE-NUMR-INST    TO  F0SMAGA-NUMR-INST
                     WL-QTA-ED
             EXIT PARAGRAPH
           END-IF
151026*      Articolo a matricola: il numero di serie di ogni pezzo
151026*      che parte, altrimenti la riga non si registra
151026     MOVE    "V"                 TO  L-MATR-FUNZ
151026     MOVE    L-DDTE-CODE-CLIE    TO  L-MATR-CODE-CLIE
151026     MOVE    L-DDTE-NUMR-INST    TO  L-MATR-NUMR-INST
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  L-MATR-CODE-ARTI
151026     MOVE    F0SVEND-RIGA-QTA(WL-INDICE) TO  L-MATR-QTA
151026     MOVE    WL-INDICE           TO  L-MATR-RIGA
151026     CALL  "UMATRCH0"              USING L-MATR-CTRL LWCOMAR
151026     IF  NOT L-MATR-ESITO-OK
151026       EXIT PARAGRAPH
151026     END-IF
      *
      *      Prezzo dal listino del cliente quando in vigore
           IF  WL-CODE-LIST NOT EQUAL SPACES
             MOVE  0                   TO  L-RETN-VALO
           END-IF
           IF  L-RETN-VALO EQUAL 1
151026       PERFORM RT21-PREZZO-SCAGLIONE
             MOVE  F0SLIST-PREZ-UNIT   TO  F0SVEND-RIGA-PREZ
                                            (WL-INDICE)
             DISPLAY "PREZZO PROPOSTO DAL LISTINO " WL-CODE-LIST
                     ADVANCING
             ACCEPT   F0SVEND-RIGA-PREZ(WL-INDICE)
           END-IF
151026*      Il listino e' per unita' base, il prezzo battuto per
151026*      unita' trattata: la riga li tiene entrambi
151026     IF  L-RETN-VALO EQUAL 1
151026       COMPUTE F0SVEND-RIGA-PREZ-UNIM(WL-INDICE) =
151026               F0SVEND-RIGA-PREZ(WL-INDICE) * L-UNIM-FATT-CONV
151026     ELSE
151026       MOVE  F0SVEND-RIGA-PREZ(WL-INDICE)
151026                                 TO  F0SVEND-RIGA-PREZ-UNIM
151026                                      (WL-INDICE)
151026       COMPUTE F0SVEND-RIGA-PREZ(WL-INDICE) ROUNDED =
151026               F0SVEND-RIGA-PREZ-UNIM(WL-INDICE) /
151026               L-UNIM-FATT-CONV
151026     END-IF
           MOVE    F0SMAGA-DESC-ARTI   TO  F0SVEND-RIGA-DESC
                                            (WL-INDICE)
      *      Aliquota IVA della riga dall'anagrafica articoli: la
             MOVE  F0SARTI-ALIQ-IVA    TO  F0SVEND-RIGA-ALIQ-IVA
                                            (WL-INDICE)
           END-IF
151026     COMPUTE WL-IMPO-RIGA ROUNDED =
151026                 WL-QTA-UNIM * F0SVEND-RIGA-PREZ-UNIM(WL-INDICE)
           MOVE    WL-IMPO-RIGA        TO  F0SVEND-RIGA-IMPO
                                            (WL-INDICE)
      *
           MOVE    F0SMAGA-CODE-ARTI   TO  L-MOVL-CODE-ARTI
           MOVE    "UDDTEMI0"          TO  L-MOVL-NOME-PROG
           MOVE    "DDT"               TO  L-MOVL-RIF-DOCU
151026     IF  F0SVEND-DDT-CONTO-DEPOSITO
151026       MOVE  "DDT C/DEPOSITO"    TO  L-MOVL-RIF-DOCU
151026     END-IF
           MOVE    WL-QTA-PRIMA        TO  L-MOVL-QTA-PRIMA
           MOVE    F0SMAGA-QTA-GIAC    TO  L-MOVL-QTA-DOPO
           CALL  "UMOVLOG0"              USING L-MOVL-CTRL LWCOMAR
151026     IF  F0SVEND-DDT-CONTO-DEPOSITO
151026       PERFORM RT3-CARICO-CONTO-DEPOSITO
151026     END-IF
      *
           ADD     1                   TO  F0SVEND-NUMR-RIGHE
           ADD     WL-IMPO-RIGA        TO  F0SVEND-IMPO-IMPON
           .
      ******************************************************************
151026*----------  PREZZO DEL LISTINO SECONDO LA QUANTITA' DELLA RIGA
151026*            (UNITA' BASE): LO SCAGLIONE RAGGIUNTO SOSTITUISCE
151026*            IL PREZZO BASE DELLA RIGA DI LISTINO
151026 RT21-PREZZO-SCAGLIONE.
151026     MOVE    F0SVEND-RIGA-QTA(WL-INDICE) TO  L-PSCA-QTA
151026     CALL  "UPRZSCA0"              USING L-PSCA-CTRL F0SLIST
151026                                         LWCOMAR
151026     IF  L-PSCA-NUMR-SCAG NOT EQUAL ZERO
151026       MOVE  L-PSCA-QTA-MINI     TO  WL-QTA-ED
151026       DISPLAY "PREZZO A SCAGLIONE - DA " WL-QTA-ED
151026     END-IF
151026     .
      ******************************************************************
151026*----------  LA RIGA SPEDITA IN CONTO DEPOSITO ENTRA NEL DEPOSITO
151026*            DEL CLIENTE: COSTO MEDIATO TRA QUELLO GIA' PRESSO
151026*            IL CLIENTE E IL COSTO MEDIO DEL NOSTRO DEPOSITO,
151026*            PREZZO DELLA RIGA COME PREZZO CONCORDATO
151026 RT3-CARICO-CONTO-DEPOSITO.
151026     INITIALIZE F0SCDEP
151026     MOVE    L-DDTE-CODE-CLIE    TO  F0SCDEP-CODE-CLIE
151026     MOVE    WL-CODI-CLIF        TO  F0SCDEP-CODI-CLIF
151026     MOVE    F0SMAGA-CODE-ARTI   TO  F0SCDEP-CODE-ARTI
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
151026     IF  DSTF-IOSR NOT EQUAL 1
151026       INITIALIZE F0SCDEP
151026       MOVE  L-DDTE-CODE-CLIE    TO  F0SCDEP-CODE-CLIE
151026       MOVE  WL-CODI-CLIF        TO  F0SCDEP-CODI-CLIF
151026       MOVE  F0SMAGA-CODE-ARTI   TO  F0SCDEP-CODE-ARTI
151026     END-IF
151026     COMPUTE WL-QTA-CDEP =
151026                 F0SCDEP-QTA-DEPO + F0SVEND-RIGA-QTA(WL-INDICE)
151026     IF  WL-QTA-CDEP GREATER ZERO
151026         AND F0SCDEP-QTA-DEPO NOT LESS ZERO
151026       COMPUTE F0SCDEP-COST-UNIT ROUNDED =
151026                 (F0SCDEP-QTA-DEPO * F0SCDEP-COST-UNIT +
151026                  F0SVEND-RIGA-QTA(WL-INDICE) *
151026                  F0SMAGA-COST-UNIT) / WL-QTA-CDEP
151026     ELSE
151026       MOVE  F0SMAGA-COST-UNIT   TO  F0SCDEP-COST-UNIT
151026     END-IF
151026     MOVE    WL-QTA-CDEP         TO  F0SCDEP-QTA-DEPO
151026     ADD     F0SVEND-RIGA-QTA(WL-INDICE) TO  F0SCDEP-QTA-SPED
151026     MOVE    L-DDTE-NUMR-INST    TO  F0SCDEP-NUMR-INST
151026     MOVE    F0SMAGA-DESC-ARTI   TO  F0SCDEP-DESC-ARTI
151026     MOVE    F0SMAGA-GRUP-ARTI   TO  F0SCDEP-GRUP-ARTI
151026     MOVE    F0SVEND-RIGA-PREZ(WL-INDICE) TO  F0SCDEP-PREZ-UNIT
151026     MOVE    LDATE-ACTL          TO  F0SCDEP-DATA-ULTI-SPED
151026                                     F0SCDEP-DATA-AGGIO
151026     MOVE    L-IDENUTEN          TO  F0SCDEP-IDEN-UTEN
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
151026     .
      ******************************************************************
151026*----------  RIGHE DI CAUZIONE DI UN IMBALLO: ADDEBITO DEI PEZZI
151026*            CONSEGNATI E RIMBORSO (IMPORTO NEGATIVO) DEI RESI,
151026*            FUORI DALLA BASE IVA (NATURA N1) E SENZA ARTICOLO,
151026*            COSI' NON MUOVONO MAGAZZINO NE' MARGINI. SENZA
151026*            RIGHE LIBERE LA CAUZIONE NON SI MUOVE E RESTA
151026*            APERTA SUL SALDO DEL CLIENTE
151026 RT4-RIGHE-CAUZIONE.
151026     IF  L-IMBA-TAB-CAUZ-ADDE(WL-IND-IMBA) GREATER ZERO
151026       IF  F0SVEND-NUMR-RIGHE EQUAL 20
151026         DISPLAY "RIGHE ESAURITE - CAUZIONE NON ADDEBITATA "
151026                 L-IMBA-TAB-ARTI(WL-IND-IMBA)
151026         MOVE  ZERO              TO  L-IMBA-TAB-CAUZ-ADDE
151026                                      (WL-IND-IMBA)
151026       ELSE
151026         COMPUTE WL-INDICE = F0SVEND-NUMR-RIGHE + 1
151026         MOVE  SPACES            TO  F0SVEND-RIGA-DESC(WL-INDICE)
151026         STRING "CAUZIONE "      DELIMITED BY SIZE
151026                L-IMBA-TAB-DESC(WL-IND-IMBA)
151026                                 DELIMITED BY SIZE
151026                                 INTO F0SVEND-RIGA-DESC
151026                                      (WL-INDICE)
151026         MOVE  L-IMBA-TAB-CAUZ-ADDE(WL-IND-IMBA)
151026                                 TO  F0SVEND-RIGA-QTA(WL-INDICE)
151026         MOVE  L-IMBA-TAB-PREZ-ADDE(WL-IND-IMBA)
151026                                 TO  F0SVEND-RIGA-PREZ(WL-INDICE)
151026         PERFORM RT41-RIGA-CAUZIONE
151026       END-IF
151026     END-IF
151026     IF  L-IMBA-TAB-CAUZ-RIMB(WL-IND-IMBA) GREATER ZERO
151026       IF  F0SVEND-NUMR-RIGHE EQUAL 20
151026         DISPLAY "RIGHE ESAURITE - CAUZIONE NON RIMBORSATA "
151026                 L-IMBA-TAB-ARTI(WL-IND-IMBA)
151026         MOVE  ZERO              TO  L-IMBA-TAB-CAUZ-RIMB
151026                                      (WL-IND-IMBA)
151026                                     L-IMBA-TAB-RIMB-SOSP
151026                                      (WL-IND-IMBA)
151026       ELSE
151026         COMPUTE WL-INDICE = F0SVEND-NUMR-RIGHE + 1
151026         MOVE  SPACES            TO  F0SVEND-RIGA-DESC(WL-INDICE)
151026         STRING "RESO CAUZIONE " DELIMITED BY SIZE
151026                L-IMBA-TAB-DESC(WL-IND-IMBA)
151026                                 DELIMITED BY SIZE
151026                                 INTO F0SVEND-RIGA-DESC
151026                                      (WL-INDICE)
151026         COMPUTE F0SVEND-RIGA-QTA(WL-INDICE) =
151026                     0 - L-IMBA-TAB-CAUZ-RIMB(WL-IND-IMBA)
151026         MOVE  L-IMBA-TAB-PREZ-RIMB(WL-IND-IMBA)
151026                                 TO  F0SVEND-RIGA-PREZ(WL-INDICE)
151026         PERFORM RT41-RIGA-CAUZIONE
151026       END-IF
151026     END-IF
151026     .
      ******************************************************************
151026 RT41-RIGA-CAUZIONE.
151026     MOVE    SPACES              TO  F0SVEND-RIGA-CODE-ARTI
151026                                      (WL-INDICE)
151026                                     F0SVEND-RIGA-CODE-LOTT
151026                                      (WL-INDICE)
151026     MOVE    ZERO                TO  F0SVEND-RIGA-ALIQ-IVA
151026                                      (WL-INDICE)
151026     MOVE    "N1"                TO  F0SVEND-RIGA-NATURA
151026                                      (WL-INDICE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (WL-INDICE)
151026     MOVE    ZERO                TO  F0SVEND-RIGA-FATT-CONV
151026                                      (WL-INDICE)
151026                                     F0SVEND-RIGA-PREZ-UNIM
151026                                      (WL-INDICE)
151026     COMPUTE WL-IMPO-RIGA ROUNDED =
151026                 F0SVEND-RIGA-QTA(WL-INDICE) *
151026                 F0SVEND-RIGA-PREZ(WL-INDICE)
151026     MOVE    WL-IMPO-RIGA        TO  F0SVEND-RIGA-IMPO(WL-INDICE)
151026     ADD     1                   TO  F0SVEND-NUMR-RIGHE
151026     ADD     WL-IMPO-RIGA        TO  F0SVEND-IMPO-IMPON
151026     .
151026******************************************************************
151026*----------  CONTRIBUTO AMBIENTALE CONAI: CHILI DI IMBALLO DELLE
151026*            RIGHE DI MERCE PER MATERIALE E ALIQUOTA, UNA RIGA
151026*            SENZA ARTICOLO PER VOCE CON L'ALIQUOTA DELLA MERCE
151026 RT5-CONTRIBUTO-CONAI.
151026     MOVE    "I"                 TO  L-CONA-FUNZ
151026     MOVE    L-DDTE-CODE-CLIE    TO  L-CONA-CODE-CLIE
151026     MOVE    WL-CODI-CLIF        TO  L-CONA-CODI-CLIF
151026     MOVE    F0SVEND-DATA-DOCU   TO  L-CONA-DATA-DOCU
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     MOVE    "R"                 TO  L-CONA-FUNZ
151026     PERFORM RT51-RIGA-MERCE-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER F0SVEND-NUMR-RIGHE
151026     MOVE    "F"                 TO  L-CONA-FUNZ
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     IF  L-CONA-NUMR-MANC GREATER ZERO
151026       DISPLAY "CONTRIBUTO CONAI DELL'ANNO MANCANTE PER "
151026               L-CONA-NUMR-MANC " MATERIALI - NON ADDEBITATO"
151026     END-IF
151026*      Righe del contributo oltre le venti: nessuna sul DDT,
151026*      le addebita tutte la fattura differita
151026     MOVE    ZERO                TO  WL-NUMR-CONA
151026     PERFORM RT53-CONTA-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
151026     IF  F0SVEND-NUMR-RIGHE + WL-NUMR-CONA GREATER 20
151026       SET   F0SVEND-CONAI-IN-FATTURA TO TRUE
151026       DISPLAY "RIGHE ESAURITE - CONTRIBUTO CONAI ADDEBITATO"
151026               " DALLA FATTURA DIFFERITA"
151026       EXIT PARAGRAPH
151026     END-IF
151026     PERFORM RT52-RIGA-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
151026     .
151026 RT53-CONTA-CONAI.
151026     IF  L-CONA-TAB-IMPO(WL-IND-CONA) NOT EQUAL ZERO
151026       ADD   1                   TO  WL-NUMR-CONA
151026     END-IF
151026     .
151026******************************************************************
151026 RT51-RIGA-MERCE-CONAI.
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
151026 RT52-RIGA-CONAI.
151026     IF  L-CONA-TAB-IMPO(WL-IND-CONA) EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     ADD     1                   TO  F0SVEND-NUMR-RIGHE
151026     MOVE    F0SVEND-NUMR-RIGHE  TO  WL-INDICE
151026     MOVE    L-CONA-TAB-DESC(WL-IND-CONA)
151026                                 TO  F0SVEND-RIGA-DESC(WL-INDICE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-CODE-ARTI
151026                                      (WL-INDICE)
151026                                     F0SVEND-RIGA-CODE-LOTT
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
151026     ADD     L-CONA-TAB-IMPO(WL-IND-CONA)
151026                                 TO  F0SVEND-IMPO-IMPON
151026     .
151026*----------  CLIENTE CON ACCORDO EDI ATTIVO CHE VUOLE IL DESADV:
151026*            NUMERO DEL SUO ORDINE, CHE IL DESADV RIPORTA
151026 RT8-ORDINE-EDI.
151026     INITIALIZE F0SEDIP
151026     MOVE    L-DDTE-CODE-CLIE    TO  F0SEDIP-CODE-CLIE
151026     MOVE    WL-CODI-CLIF        TO  F0SEDIP-CODI-CLIF
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026         AND F0SEDIP-ATTIVO AND F0SEDIP-MANDA-DESADV
151026       DISPLAY "NUMERO ORDINE DEL CLIENTE (EDI) : " WITH NO
151026               ADVANCING
151026       ACCEPT   F0SVEND-EDI-RIFE
151026     END-IF
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
151026     .
      ******************************************************************
020926*----------  PACKING LIST DEL DDT APPENA EMESSO SU "PACKLIST":
020926*            INTESTAZIONE CON VETTORE/COLLI/PESO/PORTO E UNA
020926*            RIGA PER ARTICOLO, CON IL CODICE DEL CLIENTE
020926                                 INTO WL-LINEA
020926     MOVE    WL-LINEA            TO  PACKLIST-REC
020926     WRITE   PACKLIST-REC
151026*    Consegna a una destinazione: indirizzo, orario di
151026*    apertura e referente per chi scarica
151026     IF  F0SVEND-CODE-DEST NOT EQUAL ZERO
151026       MOVE  SPACES              TO  WL-LINEA
151026       STRING  "CONSEGNA A "     DELIMITED BY SIZE
151026               F0SVEND-DEST-DESC DELIMITED BY SIZE
151026               " "               DELIMITED BY SIZE
151026               F0SVEND-DEST-INDR DELIMITED BY SIZE
151026               " "               DELIMITED BY SIZE
151026               F0SVEND-DEST-CAP  DELIMITED BY SIZE
151026               " "               DELIMITED BY SIZE
151026               F0SVEND-DEST-COMU DELIMITED BY SIZE
151026               " ("              DELIMITED BY SIZE
151026               F0SVEND-DEST-PROV DELIMITED BY SIZE
151026               ")"               DELIMITED BY SIZE
151026                                 INTO WL-LINEA
151026       MOVE  WL-LINEA            TO  PACKLIST-REC
151026       WRITE PACKLIST-REC
151026       MOVE  SPACES              TO  WL-LINEA
151026       STRING  "ORARIO "         DELIMITED BY SIZE
151026               F0SDEST-ORAR-DEST DELIMITED BY SIZE
151026               " REFERENTE "     DELIMITED BY SIZE
151026               F0SDEST-CONT-NOME DELIMITED BY SIZE
151026               " TEL. "          DELIMITED BY SIZE
151026               F0SDEST-CONT-TELE DELIMITED BY SIZE
151026                                 INTO WL-LINEA
151026       MOVE  WL-LINEA            TO  PACKLIST-REC
151026       WRITE PACKLIST-REC
151026     END-IF
020926     PERFORM RT91-RIGA-PACKING
020926         VARYING WL-INDICE FROM 1 BY 1
020926         UNTIL WL-INDICE GREATER F0SVEND-NUMR-RIGHE
151026     PERFORM RT93-IMBALLO-PACKING
151026         VARYING WL-IND-IMBA FROM 1 BY 1
151026         UNTIL WL-IND-IMBA GREATER L-IMBA-NUMR-TAB
020926     MOVE    ALL "-"             TO  PACKLIST-REC
020926     WRITE   PACKLIST-REC
020926     MOVE    -9                  TO  DSTF-IOSR
020926       END-IF
020926     END-IF
020926     MOVE    F0SVEND-RIGA-QTA(WL-INDICE) TO  WL-QTA-ED
151026     IF  F0SVEND-RIGA-FATT-CONV(WL-INDICE) GREATER ZERO
151026       COMPUTE WL-QTA-ED = F0SVEND-RIGA-QTA(WL-INDICE) /
151026                           F0SVEND-RIGA-FATT-CONV(WL-INDICE)
151026     END-IF
020926     MOVE    SPACES              TO  WL-LINEA
020926     STRING  F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
020926                                 DELIMITED BY SIZE
020926                                 DELIMITED BY SIZE
020926             " QTA "             DELIMITED BY SIZE
020926             WL-QTA-ED           DELIMITED BY SIZE
151026             " "                 DELIMITED BY SIZE
151026             F0SVEND-RIGA-UNIT-MISU(WL-INDICE)
151026                                 DELIMITED BY SIZE
020926             " COD.CLI "         DELIMITED BY SIZE
020926             F0SARTC-CODE-ARTI-CLI DELIMITED BY SIZE
020926                                 INTO WL-LINEA
020926     MOVE    WL-LINEA            TO  PACKLIST-REC
020926     WRITE   PACKLIST-REC
151026     PERFORM RT92-MATRICOLA-PACKING
151026         VARYING WL-IND-MATR FROM 1 BY 1
151026         UNTIL WL-IND-MATR GREATER L-MATR-NUMR-TAB
020926     .
      ******************************************************************
151026*----------  MATRICOLE DEI PEZZI DELLA RIGA, SOTTO LA RIGA
151026 RT92-MATRICOLA-PACKING.
151026     IF  L-MATR-TAB-RIGA(WL-IND-MATR) EQUAL WL-INDICE
151026       MOVE  SPACES              TO  WL-LINEA
151026       STRING  "     MATRICOLA " DELIMITED BY SIZE
151026               L-MATR-TAB-NUMR(WL-IND-MATR)
151026                                 DELIMITED BY SIZE
151026                                 INTO WL-LINEA
151026       MOVE  WL-LINEA            TO  PACKLIST-REC
151026       WRITE PACKLIST-REC
151026     END-IF
151026     .
      ******************************************************************
151026*----------  IMBALLI A RENDERE CONSEGNATI E RESI, IN CODA ALLE
151026*            RIGHE
151026 RT93-IMBALLO-PACKING.
151026     IF  L-IMBA-TAB-QTA-CONS(WL-IND-IMBA) NOT EQUAL ZERO
151026         OR L-IMBA-TAB-QTA-RESA(WL-IND-IMBA) NOT EQUAL ZERO
151026       MOVE  SPACES              TO  WL-LINEA
151026       MOVE  "IMBALLO"           TO  WL-LINEA(1:)
151026       MOVE  L-IMBA-TAB-ARTI(WL-IND-IMBA) TO WL-LINEA(9:15)
151026       MOVE  L-IMBA-TAB-DESC(WL-IND-IMBA) TO WL-LINEA(25:30)
151026       MOVE  "CONSEGNATI"        TO  WL-LINEA(56:)
151026       MOVE  L-IMBA-TAB-QTA-CONS(WL-IND-IMBA) TO WL-QTA-ED
151026       MOVE  WL-QTA-ED           TO  WL-LINEA(67:15)
151026       MOVE  "RESI"              TO  WL-LINEA(84:)
151026       MOVE  L-IMBA-TAB-QTA-RESA(WL-IND-IMBA) TO WL-QTA-ED
151026       MOVE  WL-QTA-ED           TO  WL-LINEA(89:15)
151026       MOVE  WL-LINEA            TO  PACKLIST-REC
151026       WRITE PACKLIST-REC
151026     END-IF
151026     .
151026******************************************************************
151026*----------  AGENTE DEL DDT: QUELLO PROPOSTO DA "UTERRAG0", SE
151026*            CONFERMATO, ALTRIMENTI QUELLO BATTUTO (0 = NESSUNO)
151026*            VALIDATO SULL'ANAGRAFICA AGENTI
151026 RT1A-AGENTE.
151026     MOVE    L-DDTE-CODE-CLIE    TO  L-TRAG-CODE-CLIE
151026     MOVE    ZERO                TO  L-TRAG-DATA
151026     MOVE    F0SCLIF-CODE-AGEN   TO  L-TRAG-AGEN-CLIE
151026     MOVE    F0SVEND-DEST-CAP    TO  L-TRAG-CAP-DEST
151026     MOVE    F0SVEND-DEST-PROV   TO  L-TRAG-PROV-DEST
151026     MOVE    F0SVEND-CAP-CLIE    TO  L-TRAG-CAP-CLIE
151026     MOVE    F0SVEND-PROV-CLIE   TO  L-TRAG-PROV-CLIE
151026     CALL  "UTERRAG0"              USING L-TRAG-CTRL LWCOMAR
151026     IF  L-TRAG-PROPOSTO
151026       IF  L-TRAG-DA-RIFERIMENTO
151026         DISPLAY "AGENTE DEL CLIENTE: " L-TRAG-CODE-AGEN " "
151026                 L-TRAG-RAGE-AGEN
151026       ELSE
151026         DISPLAY "AGENTE DEL TERRITORIO " L-TRAG-CODE-TERR ": "
151026                 L-TRAG-CODE-AGEN " " L-TRAG-RAGE-AGEN
151026       END-IF
151026       DISPLAY "CONFERMI L'AGENTE PROPOSTO ? (S/N) : " WITH NO
151026               ADVANCING
151026       ACCEPT   WL-RISP
151026       IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026         MOVE  L-TRAG-CODE-AGEN  TO  F0SVEND-CODE-AGEN
151026         EXIT PARAGRAPH
151026       END-IF
151026     END-IF
151026     DISPLAY "CODICE AGENTE (0 = NESSUNO) : " WITH NO ADVANCING
151026     ACCEPT   F0SVEND-CODE-AGEN
151026     IF  F0SVEND-CODE-AGEN NOT EQUAL ZERO
151026       MOVE  L-DDTE-CODE-CLIE    TO  F0SAGEN-CODE-CLIE
151026       MOVE  F0SVEND-CODE-AGEN   TO  F0SAGEN-CODE-AGEN
151026       MOVE  -3                  TO  DSTF-IOSR
151026       CALL  "URAGEN10"            USING F0SAGEN LWCOMAR
151026       MOVE  1                   TO  LREAD-FILE
151026       MOVE  3                   TO  DSTF-IOSR
151026       CALL  "URAGEN10"            USING F0SAGEN LWCOMAR
151026       IF  DSTF-IOSR NOT EQUAL 1
151026         DISPLAY "AGENTE NON CENSITO - DDT SENZA AGENTE"
151026         MOVE  ZERO              TO  F0SVEND-CODE-AGEN
151026       END-IF
151026       MOVE  -9                  TO  DSTF-IOSR
151026       CALL  "URAGEN10"            USING F0SAGEN LWCOMAR
151026     END-IF
151026     .
      *(END)
