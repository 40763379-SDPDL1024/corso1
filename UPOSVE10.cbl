      *****   GIA' STATA AGGIORNATA RIGA PER RIGA AL MOMENTO DELLA
      *****   VENDITA: LA CHIUSURA GIORNALIERA (UCHIUGG0) NON DEVE
      *****   RISCARICARLO UNA SECONDA VOLTA.
151026*****
151026*****   QUANTITA' E PREZZO DELLA RIGA SI BATTONO NELL'UNITA' DI
151026*****   VENDITA SCELTA ("UUNIMIS0", ES. CARTONI); SCARICO E
151026*****   GIORNALE RESTANO NELL'UNITA' BASE.
151026*****
151026*****   I LOTTI IN SCADENZA CONSUMATI FEFO RICEVONO DA SOLI IL
151026*****   RIBASSO DELLA FASCIA DEL LORO GRUPPO (F0SSCAD), COME
151026*****   RIGA DI SCONTO PROPRIA; I RIBASSI CONCESSI RESTANO SU
151026*****   F0SRSCA PER IL RAPPORTO GIORNALIERO (USCADRE0).
151026*****
151026*****   LE MODALITA' "CARTA SUL TERMINALE" MANDANO L'IMPORTO AL
151026*****   TERMINALE DI PAGAMENTO ("UPOSTRM0"); AUTORIZZAZIONE,
151026*****   CIRCUITO, PAN MASCHERATO E TERMINALE RESTANO SUL
151026*****   DOCUMENTO PER LA RICONCILIAZIONE (UPOSRIC0). PER UNA
151026*****   DITTA DI PROVA (UPROVCH0) IL TERMINALE NON RICEVE NULLA:
151026*****   IL PAGAMENTO E' SIMULATO APPROVATO, SENZA AUTORIZZAZIONE,
151026*****   E RESTA FUORI DALLA RICONCILIAZIONE.
151026*****
151026*****   OGNI VENDITA PORTA L'ORA DI FINE VENDITA E IL SEGNO DI
151026*****   VENDITA DI CASSA, ANCHE NELLO SPOOL LOCALE: LA CASSA
151026*****   RESTA APERTA PER ORE, L'ORA SI RILEGGE A OGNI VENDITA.
151026*****
151026*****   L'AGENTE DEL CLIENTE IDENTIFICATO E' PROPOSTO DAL SUO
151026*****   RIFERIMENTO O DAL TERRITORIO DI VENDITA ("UTERRAG0").
151026*****
151026*****   LA RICHIESTA NON COPERTA DALLA DISPONIBILITA' (CLIENTE
151026*****   CHE RINUNCIA O QUANTITA' RIDOTTA AL DISPONIBILE, O
151026*****   ARTICOLO SENZA GIACENZA SUL DEPOSITO) RESTA SU F0SPERS
151026*****   COME VENDITA PERSA ("UPERREG0").
151026*****
151026*****   IL PREZZO DI LISTINO SEGUE LO SCAGLIONE DI QUANTITA'
151026*****   RAGGIUNTO DALLA RIGA ("UPRZSCA0").
151026*****
151026*****   LA VENDITA FATTURATA A UN CLIENTE IDENTIFICATO E NON
151026*****   ESENTE PORTA LE RIGHE DEL CONTRIBUTO AMBIENTALE CONAI
151026*****   ("UCONAAP0"), FUORI DALLO SCONTO CLIENTE. I POSTI PER
151026*****   QUELLE RIGHE SONO TENUTI LIBERI: LA RIGA DI MERCE CHE
151026*****   NON LASCEREBBE POSTO AL CONTRIBUTO NON SI VENDE, E LE
151026*****   RIGHE DI SCONTO NON OCCUPANO I POSTI RISERVATI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926*    articoli gestiti a lotti: il lotto consumato resta sulla
020926*    riga del documento e sul giornale di magazzino.
020926 COPY "LLOTSCA.WRK".
151026*    Ribassi automatici sui lotti in scadenza: fasce della
151026*    ditta (F0SSCAD) caricate a inizio vendita; scadenza del
151026*    lotto principale e costo medio restano da parte riga per
151026*    riga, i ribassi concessi si registrano su F0SRSCA alla
151026*    chiusura, con il numero di documento.
151026 COPY "F0SLOTT.REC".
151026 COPY "F0SSCAD.REC".
151026 COPY "F0SRSCA.REC".
151026 77  WL-IND-SCAD                 PIC S9(04) COMP VALUE ZERO.
151026 77  WL-IND-RSCA                 PIC S9(04) COMP VALUE ZERO.
151026 77  WL-RIGHE-MERCE              PIC S9(04) COMP VALUE ZERO.
151026 77  WL-GIOR-RESI                PIC S9(05) COMP VALUE ZERO.
151026 77  WL-GIOR-TROV                PIC 9(03)      VALUE ZERO.
151026 77  WL-PERC-TROV                PIC S9(03)V99  COMP-3 VALUE 0.
151026 77  WL-GRUP-CERCA               PIC X(03)      VALUE SPACES.
151026 77  WL-GRUP-FASCE               PIC X(01)      VALUE "N".
151026     88  WL-GRUP-FASCE-SI                       VALUE "S".
151026 77  WL-IMPO-RIBA                PIC S9(09)V99  COMP-3 VALUE 0.
151026 77  WL-DESC-RIBA                PIC X(40)      VALUE SPACES.
151026 01  WL-SCAD-TAB.
151026     03  WL-SCAD-NUMR            PIC S9(04) COMP VALUE ZERO.
151026     03  WL-SCAD-VOCE            OCCURS 30.
151026         05  WL-SCAD-GRUP        PIC X(03).
151026         05  WL-SCAD-GIOR        PIC 9(03).
151026         05  WL-SCAD-PERC        PIC S9(03)V99 COMP-3.
151026 01  WL-RIGA-SCAD-TAB.
151026     03  WL-RIGA-SCAD-VOCE       OCCURS 20.
151026         05  WL-RIGA-SCAD        PIC 9(08).
151026         05  WL-RIGA-COST        PIC S9(09)V9999 COMP-3.
151026 01  WL-RSCA-TAB.
151026     03  WL-RSCA-NUMR            PIC S9(04) COMP VALUE ZERO.
151026     03  WL-RSCA-VOCE            OCCURS 20.
151026         05  WL-RSCA-RIGA        PIC S9(04) COMP.
151026         05  WL-RSCA-GIOR        PIC 9(03).
151026         05  WL-RSCA-PERC        PIC S9(03)V99 COMP-3.
151026         05  WL-RSCA-IMPO        PIC S9(09)V99 COMP-3.
      *
151026*    Matricole dei pezzi venduti (articoli a matricola):
151026*    raccolte riga per riga, segnate vendute al deposito del
151026*    documento con cliente, numero e garanzia.
151026 COPY "LMATRIC.WRK".
      *
151026*    Unita' di vendita trattata sulla riga e fattore nell'unita'
151026*    base; quantita' battuta nell'unita' trattata.
151026 COPY "LUNIMIS.WRK".
151026 77  WL-QTA-UNIM                 PIC S9(07)V999 COMP-3 VALUE 0.
      *
151026*    Vendite perse per mancanza di merce (F0SPERS), registrate
151026*    dalla routine comune "UPERREG0"; quantita' ridotta battuta
151026*    nell'unita' di vendita della riga.
151026 COPY "LPERREG.WRK".
151026 77  WL-QTA-RIDO                 PIC S9(07)V999 COMP-3 VALUE 0.
      *
151026*    Prezzo a scaglione di quantita' sulla riga di listino,
151026*    scelto dalla routine comune "UPRZSCA0"
151026 COPY "LPRZSCA.WRK".
      *
151026*    Contributo ambientale CONAI sugli imballi della merce
151026*    venduta a un cliente identificato ("UCONAAP0"): una riga
151026*    senza articolo per materiale e aliquota della merce.
151026 COPY "LCONAAP.WRK".
151026 77  WL-IND-CONA                 PIC S9(04) COMP VALUE ZERO.
151026 77  WL-RIGHE-CONA               PIC S9(04) COMP VALUE ZERO.
151026 77  WL-NUMR-CONA                PIC S9(04) COMP VALUE ZERO.
151026 77  WL-MATR-INIZ                PIC S9(04) COMP VALUE ZERO.
151026 77  WL-CONA-PIENO               PIC X(01)      VALUE "N".
151026     88  WL-CONA-PIENO-SI                       VALUE "S".
      *
220826*    Giornale di magazzino: ogni variazione di giacenza viene
220826*    registrata su F0SGIOR tramite la routine comune "UMOVLOG0".
220826*    Anagrafica agenti: l'agente battuto in cassa va validato
220826*    qui prima di finire sul documento.
220826 COPY "F0SAGEN.REC".
151026*    Proposta dell'agente dal cliente o dal territorio.
151026 COPY "LTERRAG.WRK".
      *
220826*    Anagrafica articoli: la lettura del barcode risale al
220826*    codice articolo e l'aliquota IVA arriva dall'articolo
220826     03  L-NDOC-TIPO-DOCU        PIC X(04)      VALUE SPACES.
220826     03  L-NDOC-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
      *
151026*    Terminale di pagamento (UPOSTRM0): l'importo delle
151026*    modalita' carta parte dal totem, non si ribatte a mano.
151026 COPY "LPOSTRM.WRK".
151026 77  WL-CARTA-OK                 PIC X(01)      VALUE "N".
151026     88  WL-CARTA-OK-SI                         VALUE "S".
151026 77  WL-IMPO-CARTA               PIC S9(09)V99  COMP-3 VALUE 0.
151026*    Ditta di prova per l'addestramento (UPROVCH0): nessun
151026*    addebito vero sul terminale.
151026 COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-POSV-CTRL.
           03  L-POSV-CODE-CLIE        PIC 9(04).
           MOVE    ZERO                TO  WL-INDICE
220826     MOVE    ZERO                TO  WL-PERC-SCON
020926     MOVE    "N"                 TO  WL-SPLIT
151026     MOVE    ZERO                TO  L-MATR-NUMR-TAB
151026     MOVE    ZERO                TO  WL-RSCA-NUMR
151026     INITIALIZE WL-RIGA-SCAD-TAB
           INITIALIZE F0SVEND
220826*    La INITIALIZE azzera anche il tipo documento: la vendita
220826*    da totem e' sempre una fattura; l'instradamento sui
020926*    Promozioni attive della ditta, valutate automaticamente
020926*    alla battuta della riga e al totale
020926     PERFORM RT1C-CARICA-PROMO
151026*    Fasce di ribasso dei lotti in scadenza, applicate al
151026*    totale senza chiedere nulla alla cassiera
151026     PERFORM RT1F-CARICA-RIBASSI
020926*    Carta fedelta', se la ditta ha la raccolta punti attiva
020926     PERFORM RT1D-CARTA-FEDELTA
020926     END-IF
020926       ELSE
020926*      Le promozioni si applicano prima dello sconto cliente:
020926*      ogni sconto promo e' una riga propria del documento
151026*      Posti delle righe CONAI tenuti liberi dalle righe di
151026*      sconto che seguono
151026       MOVE    F0SVEND-NUMR-RIGHE  TO  WL-RIGHE-CONA
151026       PERFORM RT8N-VERIFICA-CONAI
020926       PERFORM RT7B-APPLICA-PROMO
             PERFORM RT7-APPLICA-SCONTO
020926*      Riscatto punti della carta fedelta', come riga di
020926*      sconto con i punti bruciati
020926       PERFORM RT7I-RISCATTA-PUNTI
151026*      Contributo CONAI sugli imballi quando la vendita e'
151026*      fatturata a un cliente identificato
151026       MOVE    "N"                 TO  WL-CONA-PIENO
151026       IF  F0SVEND-CODI-CLIF NOT EQUAL ZERO
151026         PERFORM RT8K-CONTRIBUTO-CONAI
151026       END-IF
151026       IF  WL-CONA-PIENO-SI
151026         DISPLAY "DOCUMENTO PIENO - CONTRIBUTO CONAI NON "
151026                 "ADDEBITABILE: VENDITA BLOCCATA, RIVOLGERSI "
151026                 "AL RESPONSABILE"
151026       ELSE
             PERFORM RT8-CHIUDI-VENDITA
151026       END-IF
020926       END-IF
           END-IF
      *
220826       END-IF
220826       MOVE    -9                TO  DSTF-IOSR
220826       CALL  "URARTI10"            USING F0SARTI LWCOMAR
151026       MOVE    SPACES            TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (WL-INDICE)
151026       MOVE    ZERO              TO  F0SVEND-RIGA-FATT-CONV
151026                                      (WL-INDICE)
151026       MOVE    1                 TO  L-UNIM-FATT-CONV
020926       IF  WL-PESO-VAR EQUAL "S"
020926*        La quantita' arriva dalla bilancia, in chilogrammi
020926         MOVE  WL-QTA-PESO       TO  F0SVEND-RIGA-QTA
020926                                      (WL-INDICE)
151026                                     WL-QTA-UNIM
020926         MOVE  WL-QTA-PESO       TO  WL-GIAC-ED
020926         DISPLAY "PESO DALLA BILANCIA (KG)    : " WL-GIAC-ED
020926       ELSE
151026         PERFORM RT2Q-QUANTITA-UNITA
020926       END-IF
      *
020926*      In modalita' degradata niente giacenza, lotti o
020926*      vende intera e lo scarico esplode nei componenti
020926       MOVE    DSTF-IOSR         TO  WL-MAGA-ESI
020926       PERFORM RT2E-CONTROLLA-KIT
151026*      Kit gia' montato in giacenza (ordini di montaggio): se
151026*      la giacenza del kit copre la riga si vende quella, come
151026*      un articolo qualsiasi; altrimenti esplode come sempre
151026       IF  WL-KIT-SI AND WL-MAGA-ESI EQUAL 1
151026           AND F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
151026               NOT LESS F0SVEND-RIGA-QTA(WL-INDICE)
151026         MOVE  "N"               TO  WL-KIT
151026       END-IF
020926       IF  WL-KIT-SI
020926         PERFORM RT2G-VENDI-KIT
020926       ELSE
020926       IF  WL-MAGA-ESI NOT EQUAL 1
               DISPLAY "ARTICOLO NON PRESENTE SUL DEPOSITO"
151026         MOVE  ZERO              TO  WL-QTA-DISP
151026         MOVE  "N"               TO  L-PERS-MOTIVO
151026         PERFORM RT2Y-REGISTRA-PERSA
             ELSE
220826*        La disponibilita' vera e' giacenza meno impegnato
220826*        dagli ordini aperti
220826         MOVE WL-QTA-DISP        TO  WL-GIAC-ED
                 DISPLAY "GIACENZA INSUFFICIENTE - DISPONIBILI "
                         WL-GIAC-ED
151026*        Il cliente rinuncia o prende quanto c'e': in tutti e
151026*        due i casi la domanda non servita resta su F0SPERS e
151026*        la riga ridotta prosegue come una riga normale
151026         PERFORM RT2X-VENDITA-PERSA
151026       END-IF
151026       IF  WL-QTA-DISP LESS F0SVEND-RIGA-QTA(WL-INDICE)
151026         CONTINUE
               ELSE
151026*          Articolo a matricola: il numero di serie di ogni
151026*          pezzo venduto, altrimenti la riga non si registra
151026           MOVE  L-MATR-NUMR-TAB   TO  WL-MATR-INIZ
151026           PERFORM RT2S-CHIEDI-MATRICOLE
151026           IF  L-MATR-ESITO-OK
220826*          Prezzo dal listino del cliente quando in vigore,
220826*          battuto a mano negli altri casi; i listini sono in
220826*          euro, con un'altra divisa il prezzo si batte a mano
220826             MOVE  0             TO  L-RETN-VALO
220826           END-IF
220826           IF  L-RETN-VALO EQUAL 1
151026             PERFORM RT2W-PREZZO-SCAGLIONE
220826             MOVE  F0SLIST-PREZ-UNIT TO
220826                   F0SVEND-RIGA-PREZ(WL-INDICE)
220826             DISPLAY "PREZZO PROPOSTO DAL LISTINO "
                         ADVANCING
                 ACCEPT   F0SVEND-RIGA-PREZ(WL-INDICE)
220826           END-IF
151026           PERFORM RT2U-PREZZO-UNITA
220826*          Aliquota IVA della riga: arriva dall'anagrafica
220826*          articoli quando l'articolo e' censito, battuta a
220826*          mano negli altri casi; le vendite miste stanno su
                 MOVE    F0SMAGA-DESC-ARTI
                                       TO  F0SVEND-RIGA-DESC
                                            (WL-INDICE)
151026           COMPUTE WL-IMPO-RIGA ROUNDED =
151026               WL-QTA-UNIM * F0SVEND-RIGA-PREZ-UNIM(WL-INDICE)
220826*          Prezzo battuto in divisa: sul documento vanno gli
220826*          equivalenti in euro, il totale in divisa resta da
220826*          parte per il riferimento di testata
220826             COMPUTE F0SVEND-RIGA-PREZ(WL-INDICE) ROUNDED =
220826                         F0SVEND-RIGA-PREZ(WL-INDICE) *
220826                         WL-CAMBIO
151026             PERFORM RT2V-CAMBIO-PREZZO-UNITA
220826           END-IF
                 MOVE    WL-IMPO-RIGA  TO  F0SVEND-RIGA-IMPO
                                            (WL-INDICE)
151026*          Riga che non lascerebbe posto alle righe CONAI: non
151026*          si vende (matricole comprese) e la vendita va chiusa
151026           MOVE  WL-INDICE       TO  WL-RIGHE-CONA
151026           PERFORM RT8N-VERIFICA-CONAI
151026           IF  WL-CONA-PIENO-SI
151026             MOVE WL-MATR-INIZ   TO  L-MATR-NUMR-TAB
151026             PERFORM RT2Z-RIGA-SENZA-POSTO
151026             EXIT PARAGRAPH
151026           END-IF
      *
020926*          Scarico atomico sotto blocco record (URMAGA10,
020926*          LREAD-FILE = 60): due casse non si perdono piu'
020926*          gruppo) corre una promozione: il conto si fa al
020926*          totale
020926           PERFORM RT2D-SEGNALA-PROMO
151026           END-IF
               END-IF
             END-IF
020926       END-IF
           END-IF
           .
      ******************************************************************
151026*----------  MATRICOLE DELLA RIGA: "UMATRCH0" LE CHIEDE SOLO
151026*            SUGLI ARTICOLI A MATRICOLA, DISPONIBILI SUL
151026*            DEPOSITO DEL TOTEM
151026 RT2S-CHIEDI-MATRICOLE.
151026     MOVE    "V"                 TO  L-MATR-FUNZ
151026     MOVE    L-POSV-CODE-CLIE    TO  L-MATR-CODE-CLIE
151026     MOVE    L-POSV-NUMR-INST    TO  L-MATR-NUMR-INST
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  L-MATR-CODE-ARTI
151026     MOVE    F0SVEND-RIGA-QTA(WL-INDICE) TO  L-MATR-QTA
151026     MOVE    WL-INDICE           TO  L-MATR-RIGA
151026     CALL  "UMATRCH0"              USING L-MATR-CTRL LWCOMAR
151026     .
      ******************************************************************
020926*----------  CONSUMO LOTTI FEFO DELLA RIGA APPENA SCARICATA:
020926*            SOLO PER GLI ARTICOLI GESTITI A LOTTI, CON IL
020926*            LOTTO PRINCIPALE REGISTRATO SULLA RIGA; LA PARTE
020926     MOVE    L-LOTS-CODE-LOTT    TO  WL-LOTT-RIGA
020926     MOVE    L-LOTS-CODE-LOTT    TO  F0SVEND-RIGA-CODE-LOTT
020926                                      (WL-INDICE)
151026     IF  L-LOTS-CODE-LOTT NOT EQUAL SPACES
151026       PERFORM RT2F-SCADENZA-LOTTO
151026     END-IF
020926     IF  L-LOTS-ESITO EQUAL "P"
020926       DISPLAY "ATTENZIONE: LOTTI INSUFFICIENTI, PARTE DELLO"
020926               " SCARICO FUORI LOTTO"
020926     END-IF
020926     .
      ******************************************************************
151026*----------  SCADENZA DEL LOTTO PRINCIPALE CONSUMATO E COSTO
151026*            MEDIO DELL'ARTICOLO: SERVONO AL TOTALE PER IL
151026*            RIBASSO AUTOMATICO DEI LOTTI IN SCADENZA
151026 RT2F-SCADENZA-LOTTO.
151026     MOVE    L-POSV-CODE-CLIE    TO  F0SLOTT-CODE-CLIE
151026     MOVE    L-POSV-NUMR-INST    TO  F0SLOTT-NUMR-INST
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  F0SLOTT-CODE-ARTI
151026     MOVE    L-LOTS-CODE-LOTT    TO  F0SLOTT-CODE-LOTT
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026       MOVE  F0SLOTT-DATA-SCAD   TO  WL-RIGA-SCAD(WL-INDICE)
151026       MOVE  F0SMAGA-COST-UNIT   TO  WL-RIGA-COST(WL-INDICE)
151026     END-IF
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URLOTT10"              USING F0SLOTT LWCOMAR
151026     .
      ******************************************************************
020926*----------  BARCODE A PESO VARIABILE (EAN-13 PREFISSO "2"):
020926*            CIFRA DI CONTROLLO VERIFICATA, PESO IN GRAMMI
020926*            DALLE POSIZIONI 8-12, E CODICE RICOSTRUITO CON IL
020926       MOVE  0                   TO  L-RETN-VALO
020926     END-IF
020926     IF  L-RETN-VALO EQUAL 1
151026       PERFORM RT2W-PREZZO-SCAGLIONE
020926       MOVE  F0SLIST-PREZ-UNIT   TO  F0SVEND-RIGA-PREZ
020926                                      (WL-INDICE)
020926       DISPLAY "PREZZO PROPOSTO DAL LISTINO " WL-CODE-LIST
020926               ADVANCING
020926       ACCEPT   F0SVEND-RIGA-PREZ(WL-INDICE)
020926     END-IF
151026     PERFORM RT2U-PREZZO-UNITA
020926     IF  WL-KIT-ALIQ NOT EQUAL ZERO
020926       MOVE  WL-KIT-ALIQ         TO  F0SVEND-RIGA-ALIQ-IVA
020926                                      (WL-INDICE)
020926     END-IF
020926     MOVE    WL-KIT-DESC         TO  F0SVEND-RIGA-DESC
020926                                      (WL-INDICE)
151026     COMPUTE WL-IMPO-RIGA ROUNDED =
151026                 WL-QTA-UNIM * F0SVEND-RIGA-PREZ-UNIM(WL-INDICE)
020926     IF  WL-DIVI-VALU NOT EQUAL SPACES
020926       ADD  WL-IMPO-RIGA         TO  WL-TOTA-VALU
020926       COMPUTE WL-IMPO-RIGA ROUNDED =
020926                   WL-IMPO-RIGA * WL-CAMBIO
020926       COMPUTE F0SVEND-RIGA-PREZ(WL-INDICE) ROUNDED =
020926                   F0SVEND-RIGA-PREZ(WL-INDICE) * WL-CAMBIO
151026       PERFORM RT2V-CAMBIO-PREZZO-UNITA
020926     END-IF
020926     MOVE    WL-IMPO-RIGA        TO  F0SVEND-RIGA-IMPO
020926                                      (WL-INDICE)
151026     MOVE    WL-INDICE           TO  WL-RIGHE-CONA
151026     PERFORM RT8N-VERIFICA-CONAI
151026     IF  WL-CONA-PIENO-SI
151026       PERFORM RT2Z-RIGA-SENZA-POSTO
151026       EXIT PARAGRAPH
151026     END-IF
020926*    Scarico dei componenti della distinta
020926     MOVE    -3                  TO  DSTF-IOSR
020926     CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
220826       MOVE    -9                TO  DSTF-IOSR
220826       CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
220826     END-IF
151026*    Agente proposto dal cliente o dal territorio della sua
151026*    sede: confermato, non si chiede
151026     IF  WL-CODI-CLIF NOT EQUAL ZERO
151026       PERFORM RT1T-PROPONI-AGENTE
151026       IF  L-TRAG-PROPOSTO
151026         EXIT PARAGRAPH
151026       END-IF
151026     END-IF
220826*    Agente che ha portato la vendita (0 = nessuno), validato
220826*    sull'anagrafica agenti
220826     DISPLAY "CODICE AGENTE (0 = NESSUNO) : " WITH NO ADVANCING
020926     CALL  "URPROM10"              USING F0SPROM LWCOMAR
020926     .
      ******************************************************************
151026*----------  FASCE DI RIBASSO ATTIVE DELLA DITTA PER I LOTTI
151026*            IN SCADENZA
151026 RT1F-CARICA-RIBASSI.
151026     MOVE    ZERO                TO  WL-SCAD-NUMR
151026     INITIALIZE F0SSCAD
151026     MOVE    L-POSV-CODE-CLIE    TO  F0SSCAD-CODE-CLIE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
151026     PERFORM RT1G-UNA-FASCIA
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026            OR WL-SCAD-NUMR NOT LESS 30
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
151026     .
      ******************************************************************
151026 RT1G-UNA-FASCIA.
151026     IF  F0SSCAD-ATTIVA AND F0SSCAD-PERC-RIBA GREATER ZERO
151026       ADD   1                   TO  WL-SCAD-NUMR
151026       MOVE  F0SSCAD-GRUP-ARTI   TO  WL-SCAD-GRUP(WL-SCAD-NUMR)
151026       MOVE  F0SSCAD-GIOR-SCAD   TO  WL-SCAD-GIOR(WL-SCAD-NUMR)
151026       MOVE  F0SSCAD-PERC-RIBA   TO  WL-SCAD-PERC(WL-SCAD-NUMR)
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
151026     .
      ******************************************************************
020926*----------  CARTA FEDELTA': CARICA I TASSI PUNTI DELLA DITTA
020926*            DALL'ANAGRAFICA FAN E LEGGE LA CARTA BATTUTA IN
020926*            CASSA; CON RACCOLTA NON ATTIVA NON SI CHIEDE NULLA
      ******************************************************************
      *----------  APPLICA L'EVENTUALE SCONTO CONCORDATO CON IL CLIENTE
       RT7-APPLICA-SCONTO.
151026*    I ribassi dei lotti in scadenza entrano prima dello sconto
151026*    concordato, che si calcola sul totale gia' ribassato
151026     PERFORM RT7M-RIBASSI-SCADENZA
220826     IF  WL-CODI-CLIF NOT EQUAL ZERO
             MOVE    L-POSV-CODE-CLIE  TO  F0SSCON-CODE-CLIE
             MOVE    WL-CODI-CLIF      TO  F0SSCON-CODI-CLIF
           END-IF
           .
      ******************************************************************
151026*----------  RIBASSI AUTOMATICI DEI LOTTI IN SCADENZA: OGNI
151026*            RIGA MERCE IL CUI LOTTO PRINCIPALE CADE IN UNA
151026*            FASCIA DELLA DITTA RICEVE UNA RIGA DI RIBASSO
151026*            PROPRIA (IMPORTO NEGATIVO, ALIQUOTA DELLA MERCE),
151026*            COME LE PROMOZIONI
151026 RT7M-RIBASSI-SCADENZA.
151026     IF  WL-SCAD-NUMR EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    F0SVEND-NUMR-RIGHE  TO  WL-RIGHE-MERCE
151026     PERFORM RT7N-RIBASSO-RIGA
151026         VARYING WL-IND-RSCA FROM 1 BY 1
151026         UNTIL WL-IND-RSCA GREATER WL-RIGHE-MERCE
151026     .
      ******************************************************************
151026*----------  GIORNI RESIDUI DEL LOTTO (ZERO SE GIA' SCADUTO) E
151026*            FASCIA PIU' STRETTA CHE LI CONTIENE: PRIMA FRA
151026*            QUELLE DEL GRUPPO DELL'ARTICOLO, POI, SE IL GRUPPO
151026*            NON NE HA, FRA QUELLE VALIDE PER TUTTI I GRUPPI
151026 RT7N-RIBASSO-RIGA.
151026     IF  WL-RIGA-SCAD(WL-IND-RSCA) EQUAL ZERO
151026         OR F0SVEND-RIGA-IMPO(WL-IND-RSCA) NOT GREATER ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     COMPUTE WL-GIOR-RESI =
151026             FUNCTION INTEGER-OF-DATE(WL-RIGA-SCAD(WL-IND-RSCA))
151026           - FUNCTION INTEGER-OF-DATE(LDATE-ACTL)
151026     IF  WL-GIOR-RESI LESS ZERO
151026       MOVE  ZERO                TO  WL-GIOR-RESI
151026     END-IF
151026     IF  WL-GIOR-RESI GREATER 999
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    ZERO                TO  WL-PERC-TROV
151026     MOVE    999                 TO  WL-GIOR-TROV
151026     MOVE    "N"                 TO  WL-GRUP-FASCE
151026     MOVE    WL-RIGA-GRUP(WL-IND-RSCA) TO  WL-GRUP-CERCA
151026     IF  WL-GRUP-CERCA NOT EQUAL SPACES
151026       PERFORM RT7O-CERCA-FASCIA
151026           VARYING WL-IND-SCAD FROM 1 BY 1
151026           UNTIL WL-IND-SCAD GREATER WL-SCAD-NUMR
151026     END-IF
151026     IF  NOT WL-GRUP-FASCE-SI
151026       MOVE  SPACES              TO  WL-GRUP-CERCA
151026       PERFORM RT7O-CERCA-FASCIA
151026           VARYING WL-IND-SCAD FROM 1 BY 1
151026           UNTIL WL-IND-SCAD GREATER WL-SCAD-NUMR
151026     END-IF
151026     IF  WL-PERC-TROV EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  F0SVEND-NUMR-RIGHE + WL-NUMR-CONA NOT LESS 20
151026       DISPLAY "DOCUMENTO PIENO - RIBASSO SCADENZA LOTTO "
151026               F0SVEND-RIGA-CODE-LOTT(WL-IND-RSCA)
151026               " NON APPLICABILE"
151026       EXIT PARAGRAPH
151026     END-IF
151026     COMPUTE WL-IMPO-RIBA ROUNDED =
151026             F0SVEND-RIGA-IMPO(WL-IND-RSCA) * WL-PERC-TROV / 100
151026     IF  WL-IMPO-RIBA NOT GREATER ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     PERFORM RT7P-RIGA-RIBASSO
151026     .
      ******************************************************************
151026 RT7O-CERCA-FASCIA.
151026     IF  WL-SCAD-GRUP(WL-IND-SCAD) EQUAL WL-GRUP-CERCA
151026       MOVE  "S"                 TO  WL-GRUP-FASCE
151026       IF  WL-SCAD-GIOR(WL-IND-SCAD) NOT LESS WL-GIOR-RESI
151026           AND WL-SCAD-GIOR(WL-IND-SCAD) NOT GREATER
151026                 WL-GIOR-TROV
151026         MOVE  WL-SCAD-GIOR(WL-IND-SCAD) TO  WL-GIOR-TROV
151026         MOVE  WL-SCAD-PERC(WL-IND-SCAD) TO  WL-PERC-TROV
151026       END-IF
151026     END-IF
151026     .
      ******************************************************************
151026*----------  RIGA DI RIBASSO IN CODA AL DOCUMENTO, RICORDATA
151026*            PER LA REGISTRAZIONE SU F0SRSCA ALLA CHIUSURA
151026 RT7P-RIGA-RIBASSO.
151026     ADD     1                   TO  F0SVEND-NUMR-RIGHE
151026     MOVE    SPACES              TO  WL-DESC-RIBA
151026     STRING  "RIBASSO SCADENZA LOTTO " DELIMITED BY SIZE
151026             F0SVEND-RIGA-CODE-LOTT(WL-IND-RSCA)
151026                                 DELIMITED BY SIZE
151026                                 INTO WL-DESC-RIBA
151026     MOVE    WL-DESC-RIBA        TO  F0SVEND-RIGA-DESC
151026                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-CODE-ARTI
151026                                      (F0SVEND-NUMR-RIGHE)
151026                                     F0SVEND-RIGA-CODE-LOTT
151026                                      (F0SVEND-NUMR-RIGHE)
151026                                     F0SVEND-RIGA-UNIT-MISU
151026                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    ZERO                TO  F0SVEND-RIGA-FATT-CONV
151026                                      (F0SVEND-NUMR-RIGHE)
151026                                     F0SVEND-RIGA-PREZ-UNIM
151026                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    F0SVEND-RIGA-QTA(WL-IND-RSCA)
151026                                 TO  F0SVEND-RIGA-QTA
151026                                      (F0SVEND-NUMR-RIGHE)
151026     COMPUTE F0SVEND-RIGA-PREZ(F0SVEND-NUMR-RIGHE) ROUNDED =
151026             ZERO - F0SVEND-RIGA-PREZ(WL-IND-RSCA) *
151026                    WL-PERC-TROV / 100
151026     COMPUTE F0SVEND-RIGA-IMPO(F0SVEND-NUMR-RIGHE) =
151026             ZERO - WL-IMPO-RIBA
151026     MOVE    F0SVEND-RIGA-ALIQ-IVA(WL-IND-RSCA)
151026                                 TO  F0SVEND-RIGA-ALIQ-IVA
151026                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    F0SVEND-RIGA-NATURA(WL-IND-RSCA)
151026                                 TO  F0SVEND-RIGA-NATURA
151026                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    SPACES              TO  WL-RIGA-GRUP
151026                                      (F0SVEND-NUMR-RIGHE)
151026     SUBTRACT WL-IMPO-RIBA       FROM F0SVEND-IMPO-IMPON
151026     ADD     1                   TO  WL-RSCA-NUMR
151026     MOVE    WL-IND-RSCA         TO  WL-RSCA-RIGA(WL-RSCA-NUMR)
151026     MOVE    WL-GIOR-RESI        TO  WL-RSCA-GIOR(WL-RSCA-NUMR)
151026     MOVE    WL-PERC-TROV        TO  WL-RSCA-PERC(WL-RSCA-NUMR)
151026     MOVE    WL-IMPO-RIBA        TO  WL-RSCA-IMPO(WL-RSCA-NUMR)
151026     MOVE    WL-IMPO-RIBA        TO  WL-IMPO-ED
151026     DISPLAY "RIBASSO SCADENZA LOTTO "
151026             F0SVEND-RIGA-CODE-LOTT(WL-IND-RSCA)
151026             " SCONTO " WL-IMPO-ED
151026     .
      ******************************************************************
020926*----------  VALUTA LE PROMOZIONI AL TOTALE: OGNI SCONTO
020926*            MATURATO ENTRA COME RIGA PROPRIA DEL DOCUMENTO
020926*            (IMPORTO NEGATIVO, ALIQUOTA DELLA MERCE RIDOTTA),
020926*            IMPORTO NEGATIVO CON L'ALIQUOTA DELLA MERCE
020926*            RIDOTTA, DESCRIZIONE IN CHIARO PER IL CLIENTE
020926 RT7G-RIGA-SCONTO-PROMO.
151026     IF  F0SVEND-NUMR-RIGHE + WL-NUMR-CONA NOT LESS 20
020926       DISPLAY "DOCUMENTO PIENO - PROMO "
020926               WL-PROM-DESC(WL-IND-PROM) " NON APPLICABILE"
020926       EXIT PARAGRAPH
020926                                      (F0SVEND-NUMR-RIGHE)
020926     MOVE    SPACES              TO  F0SVEND-RIGA-CODE-LOTT
020926                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    ZERO                TO  F0SVEND-RIGA-FATT-CONV
151026                                      (F0SVEND-NUMR-RIGHE)
151026                                     F0SVEND-RIGA-PREZ-UNIM
151026                                      (F0SVEND-NUMR-RIGHE)
020926     MOVE    WL-QTA-GRATIS       TO  F0SVEND-RIGA-QTA
020926                                      (F0SVEND-NUMR-RIGHE)
020926     COMPUTE F0SVEND-RIGA-PREZ(F0SVEND-NUMR-RIGHE) =
020926     IF  WL-PNTI-RISC NOT GREATER ZERO
020926       EXIT PARAGRAPH
020926     END-IF
151026     IF  F0SVEND-NUMR-RIGHE + WL-NUMR-CONA NOT LESS 20
020926       DISPLAY "DOCUMENTO PIENO - RISCATTO NON APPLICABILE"
020926       EXIT PARAGRAPH
020926     END-IF
020926                                      (F0SVEND-NUMR-RIGHE)
020926     MOVE    SPACES              TO  F0SVEND-RIGA-CODE-LOTT
020926                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    SPACES              TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (F0SVEND-NUMR-RIGHE)
151026     MOVE    ZERO                TO  F0SVEND-RIGA-FATT-CONV
151026                                      (F0SVEND-NUMR-RIGHE)
151026                                     F0SVEND-RIGA-PREZ-UNIM
151026                                      (F0SVEND-NUMR-RIGHE)
020926     MOVE    1                   TO  F0SVEND-RIGA-QTA
020926                                      (F0SVEND-NUMR-RIGHE)
020926     COMPUTE F0SVEND-RIGA-PREZ(F0SVEND-NUMR-RIGHE) =
220826*    Controllo fido al momento della vendita: il credito oltre
220826*    il limite si blocca qui, non a fine mese
220826     PERFORM RT83-CONTROLLO-FIDO
151026*    Modalita' carta: addebito sul terminale; la carta
151026*    rifiutata riporta alla scelta della modalita'
151026     PERFORM RT8H-PAGAMENTO-CARTA
      *
           MOVE    LDATE-ACTL          TO  F0SVEND-DATA-DOCU
151026     MOVE    FUNCTION CURRENT-DATE TO LDATEHORA
151026     MOVE    LDATEHORA(9:6)      TO  F0SVEND-ORA-DOCU
151026     SET     F0SVEND-VENDITA-CASSA TO TRUE
220826*    Instradamento fiscale: la vendita al banco senza cliente
220826*    censito viaggia sui corrispettivi giornalieri (origine
220826*    totem); con un cliente identificato il documento resta
           MOVE    F0SVEND-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "VENDITA REGISTRATA - DOCUMENTO N. "
                   F0SVEND-NUMR-DOCU " TOTALE " WL-IMPO-ED
151026*    Matricole vendute: cliente (se identificato), documento
151026*    e garanzia dalla data di vendita
151026     MOVE    "V"                 TO  L-MATR-FUNZ
151026     MOVE    F0SVEND-CODI-CLIF   TO  L-MATR-CODI-CLIF
151026     MOVE    F0SVEND-RAGE-CLIE   TO  L-MATR-RAGE-CLIE
151026     MOVE    F0SVEND-TIPO-DOCU   TO  L-MATR-TIPO-DOCU
151026     MOVE    F0SVEND-NUMR-DOCU   TO  L-MATR-NUMR-DOCU
151026     MOVE    F0SVEND-DATA-DOCU   TO  L-MATR-DATA-DOCU
151026     CALL  "UMATRAG0"              USING L-MATR-CTRL LWCOMAR
151026*    Ribassi scadenza concessi, con il numero di documento
151026     IF  WL-RSCA-NUMR GREATER ZERO
151026       PERFORM RT8E-REGISTRA-RIBASSI
151026     END-IF
020926*    Maturazione punti della carta fedelta' sul totale
020926     PERFORM RT8B-MATURA-PUNTI
020926*    Movimento gift card per la quadratura di cassa, con il
220826*----------  ACCUMULA UNA RIGA NEL RIEPILOGO PER ALIQUOTA, AL
220826*            NETTO DELLA QUOTA DI SCONTO CLIENTE
220826 RT82-RIEPILOGA-RIGA.
151026*    Il contributo CONAI non e' merce: entra per intero, si
151026*    fattura e si dichiara quello della riga
151026     IF  F0SVEND-RIGA-CODE-ARTI(WL-INDICE) EQUAL SPACES
151026         AND F0SVEND-RIGA-DESC(WL-INDICE)(1:17) EQUAL
151026                                     "CONTRIBUTO CONAI "
151026       MOVE  F0SVEND-RIGA-IMPO(WL-INDICE) TO  WL-IMPO-NETTO
151026     ELSE
220826     COMPUTE WL-IMPO-NETTO ROUNDED =
220826                 F0SVEND-RIGA-IMPO(WL-INDICE) *
220826                 (100 - WL-PERC-SCON) / 100
151026     END-IF
220826     MOVE    ZERO                TO  WL-ALIQ-TROV
220826     PERFORM VARYING WL-IND-ALIQ FROM 1 BY 1
220826             UNTIL WL-IND-ALIQ GREATER F0SVEND-NUMR-ALIQ
220826     ADD  WL-IMPO-NETTO          TO  F0SVEND-RIEP-IMPON
220826                                      (WL-ALIQ-TROV)
220826     .
151026******************************************************************
151026*----------  CONTRIBUTO AMBIENTALE CONAI: CHILI DI IMBALLO DELLE
151026*            RIGHE DI MERCE PER MATERIALE E ALIQUOTA, UNA RIGA
151026*            SENZA ARTICOLO PER VOCE CON L'ALIQUOTA DELLA MERCE.
151026*            AL CLIENTE ESENTE LA TABELLA TORNA SENZA IMPORTI
151026 RT8K-CONTRIBUTO-CONAI.
151026     MOVE    "I"                 TO  L-CONA-FUNZ
151026     MOVE    F0SVEND-CODE-CLIE   TO  L-CONA-CODE-CLIE
151026     MOVE    F0SVEND-CODI-CLIF   TO  L-CONA-CODI-CLIF
151026     MOVE    LDATE-ACTL          TO  L-CONA-DATA-DOCU
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     MOVE    "R"                 TO  L-CONA-FUNZ
151026     MOVE    F0SVEND-NUMR-RIGHE  TO  WL-RIGHE-CONA
151026     PERFORM RT8L-RIGA-MERCE-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER WL-RIGHE-CONA
151026     MOVE    "F"                 TO  L-CONA-FUNZ
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     IF  L-CONA-NUMR-MANC GREATER ZERO
151026       DISPLAY "CONTRIBUTO CONAI DELL'ANNO MANCANTE PER "
151026               L-CONA-NUMR-MANC " MATERIALI - NON ADDEBITATO"
151026     END-IF
151026*    I posti sono riservati alla battuta delle righe: se non
151026*    bastano lo stesso, la vendita si blocca e il contributo
151026*    non si perde
151026     MOVE    ZERO                TO  WL-NUMR-CONA
151026     PERFORM RT8O-CONTA-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
151026     IF  F0SVEND-NUMR-RIGHE + WL-NUMR-CONA GREATER 20
151026       SET   WL-CONA-PIENO-SI    TO  TRUE
151026       EXIT PARAGRAPH
151026     END-IF
151026     PERFORM RT8M-RIGA-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
151026     .
151026******************************************************************
151026*----------  RIGA DI MERCE: QUANTITA' NELL'UNITA' BASE
151026 RT8L-RIGA-MERCE-CONAI.
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
151026*----------  UNA RIGA DEL CONTRIBUTO IN CODA AL DOCUMENTO; IL
151026*            POSTO C'E' SEMPRE (CONTROLLATO DA RT8K)
151026 RT8M-RIGA-CONAI.
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
151026                                     WL-RIGA-GRUP(WL-INDICE)
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
151026     ADD     L-CONA-TAB-IMPO(WL-IND-CONA) TO F0SVEND-IMPO-IMPON
151026     MOVE    L-CONA-TAB-IMPO(WL-IND-CONA) TO WL-IMPO-ED
151026     DISPLAY L-CONA-TAB-DESC(WL-IND-CONA) " " WL-IMPO-ED
151026     .
151026******************************************************************
151026*----------  QUANTE RIGHE CONAI CHIEDONO LE PRIME WL-RIGHE-CONA
151026*            RIGHE DEL DOCUMENTO, E SE CI STANNO NEI 20 POSTI;
151026*            SENZA CLIENTE IDENTIFICATO NON SE NE CHIEDONO
151026 RT8N-VERIFICA-CONAI.
151026     MOVE    ZERO                TO  WL-NUMR-CONA
151026     MOVE    "N"                 TO  WL-CONA-PIENO
151026     IF  F0SVEND-CODI-CLIF EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    "I"                 TO  L-CONA-FUNZ
151026     MOVE    F0SVEND-CODE-CLIE   TO  L-CONA-CODE-CLIE
151026     MOVE    F0SVEND-CODI-CLIF   TO  L-CONA-CODI-CLIF
151026     MOVE    LDATE-ACTL          TO  L-CONA-DATA-DOCU
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     MOVE    "R"                 TO  L-CONA-FUNZ
151026     PERFORM RT8L-RIGA-MERCE-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER WL-RIGHE-CONA
151026     MOVE    "F"                 TO  L-CONA-FUNZ
151026     CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
151026     PERFORM RT8O-CONTA-CONAI
151026         VARYING WL-IND-CONA FROM 1 BY 1
151026         UNTIL WL-IND-CONA GREATER L-CONA-NUMR-TAB
151026     IF  WL-RIGHE-CONA + WL-NUMR-CONA GREATER 20
151026       SET   WL-CONA-PIENO-SI    TO  TRUE
151026     END-IF
151026     .
151026******************************************************************
151026*----------  CONTA LE VOCI CONAI CON IMPORTO (UNA RIGA CIASCUNA)
151026 RT8O-CONTA-CONAI.
151026     IF  L-CONA-TAB-IMPO(WL-IND-CONA) NOT EQUAL ZERO
151026       ADD   1                   TO  WL-NUMR-CONA
151026     END-IF
151026     .
151026******************************************************************
151026*----------  RIGA BATTUTA MA SENZA POSTO PER IL CONTRIBUTO CONAI:
151026*            NON SI SCARICA E NON SI REGISTRA, LE RIGHE GIA'
151026*            BATTUTE SI CHIUDONO NELLA VENDITA
151026 RT2Z-RIGA-SENZA-POSTO.
151026     DISPLAY "DOCUMENTO PIENO CON IL CONTRIBUTO CONAI - RIGA NON "
151026             "VENDUTA, BATTERLA SU UNA NUOVA VENDITA"
151026     SET     WL-RIGA-FINE-SI     TO  TRUE
151026     .
      ******************************************************************
220826*----------  CHIEDE E VALIDA LA MODALITA' DI PAGAMENTO SULLA
220826*            TABELLA F0STPAG DELLA DITTA; RIPROPONE LA DOMANDA
220826     CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
220826     .
      ******************************************************************
151026*----------  PAGAMENTO CON CARTA SUL TERMINALE: IL RESIDUO DEL
151026*            DOCUMENTO (AL NETTO DELLA GIFT CARD) VA AL
151026*            TERMINALE; CON CARTA RIFIUTATA O SENZA ESITO SI
151026*            TORNA ALLA SCELTA DELLA MODALITA' (E AL CONTROLLO
151026*            FIDO SE LA NUOVA E' A CREDITO) FINCHE' LA VENDITA
151026*            NON E' PAGATA
151026 RT8H-PAGAMENTO-CARTA.
151026     MOVE    "N"                 TO  WL-CARTA-OK
151026     PERFORM RT8I-ADDEBITO-CARTA
151026         UNTIL WL-CARTA-OK-SI
151026     .
      ******************************************************************
151026 RT8I-ADDEBITO-CARTA.
151026     COMPUTE WL-IMPO-CARTA = F0SVEND-IMPO-TOTA - WL-GIFT-IMPO
151026     IF  NOT F0STPAG-CARTA-POS
151026         OR WL-IMPO-CARTA NOT GREATER ZERO
151026       SET   WL-CARTA-OK-SI      TO  TRUE
151026       EXIT PARAGRAPH
151026     END-IF
151026*      Ditta di prova: la carta del corsista non si addebita,
151026*      il pagamento si registra come approvato simulato
151026     IF  L-POSV-CODE-CLIE NOT EQUAL L-PRVC-CODE-CLIE
151026       MOVE  L-POSV-CODE-CLIE    TO  L-PRVC-CODE-CLIE
151026       CALL  "UPROVCH0"            USING L-PRVC-CTRL LWCOMAR
151026     END-IF
151026     IF  L-PRVC-PROVA
151026       DISPLAY "DITTA DI PROVA - TERMINALE NON CHIAMATO,"
151026               " PAGAMENTO CARTA SIMULATO"
151026       MOVE  WL-IMPO-CARTA       TO  F0SVEND-POS-IMPO
151026       MOVE  SPACES              TO  F0SVEND-POS-AUTH
151026                                     F0SVEND-POS-PAN
151026                                     F0SVEND-POS-TERM
151026       MOVE  "SIMULATA"          TO  F0SVEND-POS-TIPO-CART
151026       MOVE  "PROVA"             TO  F0SVEND-POS-RIFE
151026       MOVE  SPACE               TO  F0SVEND-POS-RICO
151026       SET   WL-CARTA-OK-SI      TO  TRUE
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    L-POSV-CODE-CLIE    TO  L-PTRM-CODE-CLIE
151026     MOVE    L-POSV-NUMR-INST    TO  L-PTRM-NUMR-INST
151026     MOVE    WL-IMPO-CARTA       TO  L-PTRM-IMPO
151026     CALL  "UPOSTRM0"              USING L-PTRM-CTRL LWCOMAR
151026     IF  L-PTRM-APPROVATA
151026       MOVE  WL-IMPO-CARTA       TO  F0SVEND-POS-IMPO
151026       MOVE  L-PTRM-AUTH         TO  F0SVEND-POS-AUTH
151026       MOVE  L-PTRM-TIPO-CART    TO  F0SVEND-POS-TIPO-CART
151026       MOVE  L-PTRM-PAN          TO  F0SVEND-POS-PAN
151026       MOVE  L-PTRM-TERM         TO  F0SVEND-POS-TERM
151026       MOVE  L-PTRM-RIFE         TO  F0SVEND-POS-RIFE
151026       MOVE  SPACE               TO  F0SVEND-POS-RICO
151026       SET   WL-CARTA-OK-SI      TO  TRUE
151026       EXIT PARAGRAPH
151026     END-IF
151026     DISPLAY "PAGAMENTO CARTA NON RIUSCITO - SCEGLIERE LA"
151026             " MODALITA' DI PAGAMENTO"
151026     PERFORM RT81-MODALITA-PAGAMENTO
151026     PERFORM RT83-CONTROLLO-FIDO
151026     .
      ******************************************************************
151026*----------  RIBASSI SCADENZA CONCESSI SULLA VENDITA: UNA RIGA
151026*            F0SRSCA PER RIGA RIBASSATA, CON IL COSTO DELLA
151026*            MERCE CHE ALTRIMENTI SAREBBE SCADUTA INVENDUTA
151026 RT8E-REGISTRA-RIBASSI.
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URRSCA10"              USING F0SRSCA LWCOMAR
151026     PERFORM RT8G-UN-RIBASSO
151026         VARYING WL-IND-RSCA FROM 1 BY 1
151026         UNTIL WL-IND-RSCA GREATER WL-RSCA-NUMR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URRSCA10"              USING F0SRSCA LWCOMAR
151026     .
      ******************************************************************
151026 RT8G-UN-RIBASSO.
151026     MOVE    WL-RSCA-RIGA(WL-IND-RSCA) TO  WL-IND-RIGA
151026     INITIALIZE F0SRSCA
151026     MOVE    F0SVEND-CODE-CLIE   TO  F0SRSCA-CODE-CLIE
151026     MOVE    F0SVEND-DATA-DOCU   TO  F0SRSCA-DATA-VEND
151026     MOVE    F0SVEND-NUMR-INST   TO  F0SRSCA-NUMR-INST
151026     MOVE    F0SVEND-NUMR-DOCU   TO  F0SRSCA-NUMR-DOCU
151026     MOVE    WL-IND-RIGA         TO  F0SRSCA-NUMR-RIGA
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-IND-RIGA)
151026                                 TO  F0SRSCA-CODE-ARTI
151026     MOVE    WL-RIGA-GRUP(WL-IND-RIGA) TO  F0SRSCA-GRUP-ARTI
151026     MOVE    F0SVEND-RIGA-CODE-LOTT(WL-IND-RIGA)
151026                                 TO  F0SRSCA-CODE-LOTT
151026     MOVE    WL-RIGA-SCAD(WL-IND-RIGA) TO  F0SRSCA-DATA-SCAD
151026     MOVE    WL-RSCA-GIOR(WL-IND-RSCA) TO  F0SRSCA-GIOR-RESI
151026     MOVE    F0SVEND-RIGA-QTA(WL-IND-RIGA) TO  F0SRSCA-QTA
151026     MOVE    WL-RSCA-PERC(WL-IND-RSCA) TO  F0SRSCA-PERC-RIBA
151026     MOVE    F0SVEND-RIGA-IMPO(WL-IND-RIGA)
151026                                 TO  F0SRSCA-IMPO-RIGA
151026     MOVE    WL-RSCA-IMPO(WL-IND-RSCA) TO  F0SRSCA-IMPO-RIBA
151026     COMPUTE F0SRSCA-IMPO-COST ROUNDED =
151026             F0SVEND-RIGA-QTA(WL-IND-RIGA) *
151026             WL-RIGA-COST(WL-IND-RIGA)
151026     MOVE    L-IDENUTEN          TO  F0SRSCA-IDEN-UTEN
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URRSCA10"              USING F0SRSCA LWCOMAR
151026     .
      ******************************************************************
020926*----------  I GESTORI FILE RISPONDONO? UNA PROVA DI APERTURA
020926*            SU URFATT10 E URMAGA10 DECIDE SE IL TERMINALE
020926*            LAVORA NORMALE O IN MODALITA' DEGRADATA
020926     CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
020926     .
      ******************************************************************
151026*----------  GIACENZA INSUFFICIENTE: QUANTITA' RIDOTTA AL
151026*            DISPONIBILE OPPURE RINUNCIA DEL CLIENTE, REGISTRATE
151026*            COME VENDITA PERSA. LA RIDUZIONE OLTRE IL
151026*            DISPONIBILE LASCIA LA RIGA DA RIBATTERE
151026 RT2X-VENDITA-PERSA.
151026     DISPLAY "QUANTITA' RIDOTTA (0 = IL CLIENTE RINUNCIA) : "
151026             WITH NO ADVANCING
151026     ACCEPT   WL-QTA-RIDO
151026     IF  WL-QTA-RIDO NOT GREATER ZERO
151026       MOVE  "A"                 TO  L-PERS-MOTIVO
151026       PERFORM RT2Y-REGISTRA-PERSA
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  WL-QTA-RIDO * L-UNIM-FATT-CONV GREATER WL-QTA-DISP
151026       DISPLAY "QUANTITA' OLTRE IL DISPONIBILE - RIGA NON"
151026               " REGISTRATA"
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    "R"                 TO  L-PERS-MOTIVO
151026     COMPUTE L-PERS-QTA-DATA = WL-QTA-RIDO * L-UNIM-FATT-CONV
151026     PERFORM RT2Y-REGISTRA-PERSA
151026     MOVE    L-PERS-QTA-DATA     TO  F0SVEND-RIGA-QTA(WL-INDICE)
151026     MOVE    WL-QTA-RIDO         TO  WL-QTA-UNIM
151026     .
151026******************************************************************
151026*----------  VENDITA PERSA DELLA RIGA CORRENTE SU F0SPERS; IL
151026*            CLIENTE E' QUELLO IDENTIFICATO A INIZIO VENDITA
151026 RT2Y-REGISTRA-PERSA.
151026     MOVE    L-POSV-CODE-CLIE    TO  L-PERS-CODE-CLIE
151026     MOVE    L-POSV-NUMR-INST    TO  L-PERS-NUMR-INST
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  L-PERS-CODE-ARTI
151026     MOVE    F0SVEND-RIGA-QTA(WL-INDICE)
151026                                 TO  L-PERS-QTA-RICH
151026     MOVE    WL-QTA-DISP         TO  L-PERS-QTA-DISP
151026     MOVE    F0SVEND-CODI-CLIF   TO  L-PERS-CODI-CLIF
151026     MOVE    "B"                 TO  L-PERS-ORIG
151026     IF  NOT L-PERS-RIDOTTA
151026       MOVE  ZERO                TO  L-PERS-QTA-DATA
151026     END-IF
151026     CALL  "UPERREG0"              USING L-PERS-CTRL LWCOMAR
151026     .
      ******************************************************************
151026*----------  QUANTITA' DELLA RIGA NELL'UNITA' DI VENDITA SCELTA:
151026*            LA RIGA LA TIENE NELL'UNITA' BASE, COME LO SCARICO
151026 RT2Q-QUANTITA-UNITA.
151026     MOVE    "V"                 TO  L-UNIM-FUNZ
151026     MOVE    "S"                 TO  L-UNIM-VIDEO
151026     MOVE    L-POSV-CODE-CLIE    TO  L-UNIM-CODE-CLIE
151026     MOVE    F0SVEND-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  L-UNIM-CODE-ARTI
151026     MOVE    SPACES              TO  L-UNIM-UNIT-MISU
151026     CALL  "UUNIMIS0"              USING L-UNIM-CTRL LWCOMAR
151026     IF  NOT L-UNIM-ESITO-OK
151026       MOVE  1                   TO  L-UNIM-FATT-CONV
151026       MOVE  SPACES              TO  L-UNIM-UNIT-MISU
151026     END-IF
151026     MOVE    L-UNIM-UNIT-MISU    TO  F0SVEND-RIGA-UNIT-MISU
151026                                      (WL-INDICE)
151026     MOVE    L-UNIM-FATT-CONV    TO  F0SVEND-RIGA-FATT-CONV
151026                                      (WL-INDICE)
151026     DISPLAY "QUANTITA'                   : " WITH NO ADVANCING
151026     ACCEPT   WL-QTA-UNIM
151026     COMPUTE F0SVEND-RIGA-QTA(WL-INDICE) =
151026                 WL-QTA-UNIM * L-UNIM-FATT-CONV
151026     .
151026******************************************************************
151026*----------  PREZZO NELL'UNITA' TRATTATA: IL LISTINO E' PER UNITA'
151026*            BASE (L-RETN-VALO = 1), QUELLO BATTUTO E' PER UNITA'
151026*            TRATTATA; LA RIGA LI TIENE ENTRAMBI
151026 RT2U-PREZZO-UNITA.
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
151026     .
151026******************************************************************
151026*----------  PREZZO DEL LISTINO SECONDO LA QUANTITA' DELLA RIGA
151026*            (UNITA' BASE): LO SCAGLIONE RAGGIUNTO SOSTITUISCE
151026*            IL PREZZO BASE DELLA RIGA DI LISTINO
151026 RT2W-PREZZO-SCAGLIONE.
151026     MOVE    F0SVEND-RIGA-QTA(WL-INDICE) TO  L-PSCA-QTA
151026     CALL  "UPRZSCA0"              USING L-PSCA-CTRL F0SLIST
151026                                         LWCOMAR
151026     IF  L-PSCA-NUMR-SCAG NOT EQUAL ZERO
151026       MOVE  L-PSCA-QTA-MINI     TO  WL-GIAC-ED
151026       DISPLAY "PREZZO A SCAGLIONE - DA " WL-GIAC-ED
151026     END-IF
151026     .
151026******************************************************************
151026*----------  PREZZO PER UNITA' TRATTATA IN EURO, DOPO IL CAMBIO
151026 RT2V-CAMBIO-PREZZO-UNITA.
151026     COMPUTE F0SVEND-RIGA-PREZ-UNIM(WL-INDICE) ROUNDED =
151026                 F0SVEND-RIGA-PREZ-UNIM(WL-INDICE) * WL-CAMBIO
151026     .
      ******************************************************************
020926*----------  RIGA IN MODALITA' DEGRADATA: DESCRIZIONE, PREZZO E
020926*            ALIQUOTA BATTUTI A MANO, NESSUN TOCCO A GIACENZA,
020926*            LOTTI O GIORNALE (CI PENSA IL RIPRISTINO)
020926     ACCEPT   F0SVEND-RIGA-DESC(WL-INDICE)
020926     DISPLAY "PREZZO UNITARIO             : " WITH NO ADVANCING
020926     ACCEPT   F0SVEND-RIGA-PREZ(WL-INDICE)
151026     MOVE    0                   TO  L-RETN-VALO
151026     PERFORM RT2U-PREZZO-UNITA
020926     DISPLAY "ALIQUOTA IVA RIGA (ES. 22,00) : " WITH NO
020926             ADVANCING
020926     ACCEPT   F0SVEND-RIGA-ALIQ-IVA(WL-INDICE)
151026     COMPUTE WL-IMPO-RIGA ROUNDED =
151026                 WL-QTA-UNIM * F0SVEND-RIGA-PREZ-UNIM(WL-INDICE)
020926     MOVE    WL-IMPO-RIGA        TO  F0SVEND-RIGA-IMPO
020926                                      (WL-INDICE)
020926     ADD     1                   TO  F0SVEND-NUMR-RIGHE
020926                                 GIVING F0SVEND-IMPO-TOTA
020926     PERFORM RT8D-BOLLO-VIRTUALE
020926     MOVE    LDATE-ACTL          TO  F0SVEND-DATA-DOCU
151026     MOVE    FUNCTION CURRENT-DATE TO LDATEHORA
151026     MOVE    LDATEHORA(9:6)      TO  F0SVEND-ORA-DOCU
151026     SET     F0SVEND-VENDITA-CASSA TO TRUE
020926     SET     F0SVEND-ORIG-TOTEM  TO  TRUE
020926*    Il magazzino non e' stato toccato: il documento restera'
020926*    da scaricare e la chiusura giornaliera lo sistemera'
020926     DISPLAY "RICORDARE IL RIPRISTINO SPOOL APPENA I GESTORI"
020926             " RISPONDONO"
020926     .
151026******************************************************************
151026*----------  AGENTE PROPOSTO DA "UTERRAG0" PER IL CLIENTE
151026*            IDENTIFICATO: IL SUO AGENTE DI RIFERIMENTO,
151026*            ALTRIMENTI QUELLO DEL TERRITORIO DELLA SEDE
151026 RT1T-PROPONI-AGENTE.
151026     MOVE    L-POSV-CODE-CLIE    TO  L-TRAG-CODE-CLIE
151026     MOVE    ZERO                TO  L-TRAG-DATA
151026     MOVE    F0SCLIF-CODE-AGEN   TO  L-TRAG-AGEN-CLIE
151026     MOVE    SPACES              TO  L-TRAG-CAP-DEST
151026                                     L-TRAG-PROV-DEST
151026     MOVE    F0SVEND-CAP-CLIE    TO  L-TRAG-CAP-CLIE
151026     MOVE    F0SVEND-PROV-CLIE   TO  L-TRAG-PROV-CLIE
151026     CALL  "UTERRAG0"              USING L-TRAG-CTRL LWCOMAR
151026     IF  NOT L-TRAG-PROPOSTO
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  L-TRAG-DA-RIFERIMENTO
151026       DISPLAY "AGENTE DEL CLIENTE: " L-TRAG-CODE-AGEN " "
151026               L-TRAG-RAGE-AGEN
151026     ELSE
151026       DISPLAY "AGENTE DEL TERRITORIO " L-TRAG-CODE-TERR ": "
151026               L-TRAG-CODE-AGEN " " L-TRAG-RAGE-AGEN
151026     END-IF
151026     DISPLAY "CONFERMI L'AGENTE PROPOSTO ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   WL-RISP
151026     IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026       MOVE  L-TRAG-CODE-AGEN    TO  F0SVEND-CODE-AGEN
151026     ELSE
151026       MOVE  "N"                 TO  L-TRAG-ESITO
151026     END-IF
151026     .
      *(END)
