      *****   INVIATO. L'INVIO VERO E PROPRIO AL CANALE SDI (PEC O
      *****   WEB SERVICE) RESTA UN PASSO SUCCESSIVO, ESTERNO A QUESTO
      *****   PROGRAMMA, CHE SI OCCUPA SOLO DI PRODURRE IL TRACCIATO.
151026*****   LE FATTURE AD ALTRE DITTE DEL GRUPPO GENERANO NELLA
151026*****   DITTA CLIENTE LA FATTURA FORNITORE SPECULARE (UINTGEN0).
151026*****   AI CLIENTI IN EDI LA FATTURA PARTE ANCHE COME INVOIC
151026*****   (UEDIOUT0).
151026*****   PER LE DITTE DI PROVA (UPROVCH0) NON SI ESPORTA NULLA.
151026*****   IL TRACCIATO PRODOTTO VA IN CONSERVAZIONE (UCNSREG0) CON
151026*****   L'ELENCO DEI DOCUMENTI CHE CONTIENE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-IMPO-INT                  PIC 9(09)         VALUE 0.
       01  W-IMPO-DEC                  PIC 99            VALUE 0.
       01  W-IMPO-STR                  PIC X(15)         VALUE SPACES.
151026*    Quantita' e prezzo nell'unita' trattata sulla riga (quattro
151026*    decimali sul prezzo, come sul listino)
151026 01  W-UNIM-CENT                 PIC S9(13) COMP-3 VALUE 0.
151026 01  W-UNIM-DEC4                 PIC 9(04)         VALUE 0.
151026 01  W-UNIM-QTA-STR              PIC X(15)         VALUE SPACES.
151026 01  W-UNIM-PREZ-STR             PIC X(15)         VALUE SPACES.
      *
090826*----------  AREE DI SERVIZIO PER L'ESCAPE DEI CARATTERI
090826*            SPECIALI XML (& < >) PRIMA DELL'INTERPOLAZIONE IN
090826 77  W-XML-PTR                   PIC S9(05) COMP-3 VALUE 0.
090826 77  W-XML-CTR                   PIC S9(05) COMP-3 VALUE 0.
090826 77  W-XML-CAR                   PIC X(01)   VALUE SPACE.
151026*    Generazione della fattura speculare intercompany.
151026 COPY "LINTGEN.WRK".
151026*    Fattura al cliente in EDI come messaggio INVOIC.
151026 COPY "LEDIOUT.WRK".
151026*    Controllo ditta di prova, ricordato per ditta.
151026 COPY "LPROVCH.WRK".
151026*    Affidamento del tracciato alla conservazione.
151026 COPY "LCNSREG.WRK".
      *
       LINKAGE SECTION.
       01  L-SDIE-CTRL.
220826     MOVE    -3                  TO  DSTF-IOSR.
220826     CALL    "URNUMD10"          USING F0SNUMD LWCOMAR.
           OPEN    OUTPUT SDIXML-FILE.
151026     INITIALIZE L-CNSR-CTRL.
151026     SET     L-CNSR-INIZIO       TO  TRUE.
151026     MOVE    "FE"                TO  L-CNSR-TIPO-FILE.
151026     MOVE    "SDIXML"            TO  L-CNSR-NOME-ORIG.
151026     MOVE    "UFATTU10"          TO  L-CNSR-NOME-PROG.
151026     MOVE    LDATE-ACTL(1:4)     TO  L-CNSR-ANNO.
151026     MOVE    LDATE-ACTL(5:2)     TO  L-CNSR-MESE.
151026     CALL    "UCNSREG0"          USING L-CNSR-CTRL LWCOMAR.
           MOVE    19                  TO  LREAD-FILE.
           MOVE    3                   TO  DSTF-IOSR.
           CALL    "URFATT10"          USING F0SVEND LWCOMAR.
220826*      mai allo SDI, li riprende la fatturazione differita;
220826*      le vendite da totem viaggiano sui corrispettivi
220826*      giornalieri (UCORRIS0), non come fatture
151026*      Le ditte di prova per l'addestramento non mandano
151026*      nulla allo SDI: i loro documenti restano non inviati
151026       IF  F0SVEND-CODE-CLIE NOT EQUAL L-PRVC-CODE-CLIE
151026           MOVE    F0SVEND-CODE-CLIE TO  L-PRVC-CODE-CLIE
151026           CALL    "UPROVCH0"    USING L-PRVC-CTRL LWCOMAR
151026       END-IF
220826       IF  NOT F0SVEND-SDI-BLOCCATO
220826           AND NOT F0SVEND-DOC-DDT
220826           AND NOT F0SVEND-ORIG-TOTEM
151026           AND NOT L-PRVC-PROVA
             PERFORM ESPORTA-DOCUMENTO
             ADD     1                 TO  L-SDIE-NUMR-ESPO
220826       END-IF
             CALL    "URFATT10"        USING F0SVEND LWCOMAR
           END-PERFORM.
           CLOSE   SDIXML-FILE.
151026     IF  L-SDIE-NUMR-ESPO GREATER ZERO
151026         SET     L-CNSR-FINE     TO  TRUE
151026         CALL    "UCNSREG0"      USING L-CNSR-CTRL LWCOMAR
151026     END-IF.
220826     MOVE    -9                  TO  DSTF-IOSR.
220826     CALL    "URNUMD10"          USING F0SNUMD LWCOMAR.
           MOVE    -9                  TO  DSTF-IOSR.
                                        INTO  W-LINEA.
               WRITE   SDIXML-REC      FROM  W-LINEA.
      *
151026*        Autofattura TD16-TD19: il cedente e' il fornitore
151026*        che ha emesso la fattura integrata, la ditta e' il
151026*        cessionario
151026         IF  F0SVEND-DOC-AUTOFATT
151026             PERFORM ESPORTA-SOGGETTI-AUTOFATT
151026         ELSE
151026             PERFORM ESPORTA-SOGGETTI
151026         END-IF.
      *
090826         MOVE    F0SVEND-INDR-CLIE TO  W-XML-SRC.
090826         PERFORM ESCAPA-XML.
220826*        Tipo documento dalla testata: nota di credito (TD04)
220826*        per i resi, fattura (TD01) per tutto il resto, compresi
220826*        i documenti emessi prima dell'introduzione del campo.
151026*        Le autofatture escono con il proprio tipo (TD16-TD19),
151026*        le fatture d'acconto su ordine come TD02.
220826         IF  F0SVEND-DOC-NOTA-CRED
220826           MOVE  "TD04"          TO  W-TIPO-DOCU
220826         ELSE
151026           IF  F0SVEND-DOC-AUTOFATT OR F0SVEND-DOC-ACCONTO
151026             MOVE  F0SVEND-TIPO-DOCU TO  W-TIPO-DOCU
151026           ELSE
151026             MOVE  "TD01"        TO  W-TIPO-DOCU
151026           END-IF
220826         END-IF.
220826*        Il documento porta sempre gli equivalenti in euro,
220826*        anche quando e' nato in un'altra divisa: l'elemento
                                        INTO  W-LINEA.
               WRITE   SDIXML-REC      FROM  W-LINEA.
      *
151026*        Autofattura: la fattura del fornitore che integra va
151026*        richiamata in DatiFattureCollegate
151026         IF  F0SVEND-DOC-AUTOFATT
151026             MOVE    SPACES      TO  W-LINEA
151026             STRING  "  <DatiFattureCollegate><IdDocumento>"
151026                                  DELIMITED BY SIZE
151026                     FUNCTION TRIM(F0SVEND-AUTO-NUMR-FATT)
151026                                  DELIMITED BY SIZE
151026                     "</IdDocumento><Data>"
151026                                  DELIMITED BY SIZE
151026                     F0SVEND-AUTO-DATA-FATT DELIMITED BY SIZE
151026                     "</Data></DatiFattureCollegate>"
151026                                  DELIMITED BY SIZE
151026                                  INTO  W-LINEA
151026             WRITE   SDIXML-REC  FROM  W-LINEA
151026         END-IF.
151026*        Fattura dell'evasione che storna un acconto: la
151026*        fattura d'acconto (TD02) va richiamata anch'essa in
151026*        DatiFattureCollegate
151026         IF  F0SVEND-DOC-FATTURA
151026             AND F0SVEND-ACCO-NUMR-DOCU NOT EQUAL ZERO
151026             MOVE    SPACES      TO  W-LINEA
151026             STRING  "  <DatiFattureCollegate><IdDocumento>"
151026                                  DELIMITED BY SIZE
151026                     F0SVEND-ACCO-NUMR-DOCU DELIMITED BY SIZE
151026                     "</IdDocumento><Data>"
151026                                  DELIMITED BY SIZE
151026                     F0SVEND-ACCO-DATA-DOCU DELIMITED BY SIZE
151026                     "</Data></DatiFattureCollegate>"
151026                                  DELIMITED BY SIZE
151026                                  INTO  W-LINEA
151026             WRITE   SDIXML-REC  FROM  W-LINEA
151026         END-IF.
      *
020926*        Bollo virtuale applicato all'emissione: il blocco
020926*        DatiBollo deve comparire sulla FatturaPA
020926         IF  F0SVEND-BOLLO-SI
220826             WRITE   SDIXML-REC  FROM  W-LINEA
220826         END-PERFORM.
      *
151026*        Merce consegnata a una destinazione diversa dalla
151026*        sede del cessionario: IndirizzoResa in DatiTrasporto
151026         IF  F0SVEND-CODE-DEST NOT EQUAL ZERO
151026             MOVE    F0SVEND-DEST-INDR TO  W-XML-SRC
151026             PERFORM ESCAPA-XML
151026             MOVE    W-XML-ESC   TO  W-XML-ESC2
151026             MOVE    F0SVEND-DEST-COMU TO  W-XML-SRC
151026             PERFORM ESCAPA-XML
151026             MOVE    SPACES      TO  W-LINEA
151026             STRING  "  <DatiTrasporto><IndirizzoResa>"
151026                                  DELIMITED BY SIZE
151026                     "<Indirizzo>" DELIMITED BY SIZE
151026                     FUNCTION TRIM(W-XML-ESC2)
151026                                  DELIMITED BY SIZE
151026                     "</Indirizzo><CAP>" DELIMITED BY SIZE
151026                     F0SVEND-DEST-CAP DELIMITED BY SPACE
151026                     "</CAP><Comune>" DELIMITED BY SIZE
151026                     FUNCTION TRIM(W-XML-ESC)
151026                                  DELIMITED BY SIZE
151026                     "</Comune><Provincia>" DELIMITED BY SIZE
151026                     F0SVEND-DEST-PROV DELIMITED BY SPACE
151026                     "</Provincia><Nazione>IT</Nazione>"
151026                                  DELIMITED BY SIZE
151026                     "</IndirizzoResa></DatiTrasporto>"
151026                                  DELIMITED BY SIZE
151026                                  INTO  W-LINEA
151026             WRITE   SDIXML-REC  FROM  W-LINEA
151026         END-IF.
      *
020926*        I documenti con le righe su file (F0SVENR) le
020926*        esportano da li', senza alcun limite di numero; gli
020926*        altri dalle righe in testata come sempre
                                        INTO  W-LINEA.
               WRITE   SDIXML-REC      FROM  W-LINEA.
      *
151026*        Fattura a un'altra ditta del gruppo: nella ditta
151026*        cliente nasce la fattura fornitore speculare, con
151026*        rate e ricevimenti attesi; i riferimenti tornano
151026*        sulla testata riscritta qui sotto
151026         CALL    "UINTGEN0"      USING L-INTG-CTRL F0SVEND
151026                                       LWCOMAR.
151026*        Cliente in EDI: la stessa fattura come INVOIC
151026         IF  NOT F0SVEND-DOC-AUTOFATT
151026             SET     L-EOUT-INVOIC   TO  TRUE
151026             CALL    "UEDIOUT0"      USING L-EOUT-CTRL F0SVEND
151026                                           LWCOMAR
151026         END-IF.
               MOVE    "S"             TO  F0SVEND-SDI-STATO.
               MOVE    LDATE-ACTL      TO  F0SVEND-SDI-DATA-INVIO.
               MOVE    W-PROG-INVIO-ED TO  F0SVEND-SDI-PROG-INVIO.
               MOVE    30              TO  LREAD-FILE.
               MOVE    3               TO  DSTF-IOSR.
               CALL    "URFATT10"      USING F0SVEND LWCOMAR.
151026*        Il documento resta nell'elenco del tracciato da
151026*        conservare
151026         SET     L-CNSR-DOCUMENTO TO TRUE.
151026         MOVE    F0SVEND-CODE-CLIE TO L-CNSR-CODE-CLIE.
151026         MOVE    "F"             TO  L-CNSR-TIPO-DOCU.
151026         MOVE    F0SVEND-DATA-DOCU(1:4) TO L-CNSR-ANNO-DOCU.
151026         MOVE    SPACES          TO  L-CNSR-RIFE-DOCU.
151026         MOVE    F0SVEND-NUMR-INST TO L-CNSR-RIFE-DOCU(1:4).
151026         MOVE    F0SVEND-NUMR-DOCU TO L-CNSR-RIFE-DOCU(5:6).
151026         MOVE    F0SVEND-DATA-DOCU TO L-CNSR-DATA-DOCU.
151026         MOVE    F0SVEND-RAGE-CLIE TO L-CNSR-DESC.
151026         MOVE    F0SVEND-IMPO-TOTA TO L-CNSR-IMPORTO.
151026         MOVE    W-PROG-INVIO-ED TO  L-CNSR-SDI-PROG.
151026         CALL    "UCNSREG0"      USING L-CNSR-CTRL LWCOMAR.
      ******************************************************************
151026*****    CEDENTE (LA DITTA) E CESSIONARIO (IL CLIENTE) DI UN     ***
151026*****    DOCUMENTO DI VENDITA                                    ***
151026 ESPORTA-SOGGETTI.
               MOVE    SPACES          TO  W-LINEA.
               STRING  "  <CedentePrestatore><IdFiscaleIVA>"
                                        DELIMITED BY SIZE
                       "</IdFiscaleIVA></CedentePrestatore>"
                                        DELIMITED BY SIZE
                                        INTO  W-LINEA.
               WRITE   SDIXML-REC      FROM  W-LINEA.
      *
090826         MOVE    F0SVEND-RAGE-CLIE TO  W-XML-SRC.
090826         PERFORM ESCAPA-XML.
               MOVE    SPACES          TO  W-LINEA.
               STRING  "  <CessionarioCommittente><PIVA>"
                                        DELIMITED BY SIZE
                       F0SVEND-PIVA-CLIE DELIMITED BY SPACE
                       "</PIVA><CodiceFiscale>"
                                        DELIMITED BY SIZE
                       F0SVEND-CFIS-CLIE DELIMITED BY SPACE
                       "</CodiceFiscale><Denominazione>"
                                        DELIMITED BY SIZE
090826                 FUNCTION TRIM(W-XML-ESC)
                                        DELIMITED BY SIZE
                       "</Denominazione></CessionarioCommittente>"
                                        DELIMITED BY SIZE
                                        INTO  W-LINEA.
               WRITE   SDIXML-REC      FROM  W-LINEA.
      ******************************************************************
151026*****    AUTOFATTURA TD16-TD19: CEDENTE IL FORNITORE (PAESE E    ***
151026*****    PARTITA IVA ANCHE ESTERA), CESSIONARIO LA DITTA         ***
151026 ESPORTA-SOGGETTI-AUTOFATT.
151026         MOVE    F0SVEND-RAGE-CLIE TO  W-XML-SRC.
151026         PERFORM ESCAPA-XML.
151026         MOVE    SPACES          TO  W-LINEA.
151026         STRING  "  <CedentePrestatore><IdFiscaleIVA><IdPaese>"
151026                                  DELIMITED BY SIZE
151026                 F0SVEND-AUTO-PAES DELIMITED BY SPACE
151026                 "</IdPaese><IdCodice>"
151026                                  DELIMITED BY SIZE
151026                 F0SVEND-AUTO-PIVA DELIMITED BY SPACE
151026                 "</IdCodice></IdFiscaleIVA><Denominazione>"
151026                                  DELIMITED BY SIZE
151026                 FUNCTION TRIM(W-XML-ESC)
151026                                  DELIMITED BY SIZE
151026                 "</Denominazione></CedentePrestatore>"
151026                                  DELIMITED BY SIZE
151026                                  INTO  W-LINEA.
151026         WRITE   SDIXML-REC      FROM  W-LINEA.
151026         MOVE    SPACES          TO  W-LINEA.
151026         STRING  "  <CessionarioCommittente><IdFiscaleIVA>"
151026                                  DELIMITED BY SIZE
151026                 "</IdFiscaleIVA></CessionarioCommittente>"
151026                                  DELIMITED BY SIZE
151026                                  INTO  W-LINEA.
151026         WRITE   SDIXML-REC      FROM  W-LINEA.
      ******************************************************************
220826*****    UN BLOCCO DatiRiepilogo (ALIQUOTA, IMPONIBILE, IMPOSTA) ***
220826*****    DAI VALORI GIA' CARICATI IN W-RIEP-ALIQ/IMPON/IVA       ***
                       "</Descrizione></DettaglioLinee>"
                                        DELIMITED BY SIZE
                                        INTO  W-LINEA.
151026*        Riga battuta in un'unita' diversa dalla base: la
151026*        linea porta quantita', unita' e prezzo trattati
151026         IF  F0SVEND-RIGA-UNIT-MISU(W-RIGA-IND) NOT EQUAL SPACES
151026             AND F0SVEND-RIGA-FATT-CONV(W-RIGA-IND) GREATER ZERO
151026             PERFORM ESPORTA-RIGA-UNITA
151026         END-IF.
               WRITE   SDIXML-REC      FROM  W-LINEA.
      ******************************************************************
151026*****    LINEA DI DETTAGLIO CON QUANTITA', UNITA' DI MISURA E    ***
151026*****    PREZZO NELL'UNITA' TRATTATA (QUANTITA' DI GIACENZA      ***
151026*****    DIVISA PER IL FATTORE DI CONVERSIONE)                   ***
151026 ESPORTA-RIGA-UNITA.
151026         COMPUTE W-UNIM-CENT ROUNDED =
151026                 F0SVEND-RIGA-QTA(W-RIGA-IND) * 100 /
151026                 F0SVEND-RIGA-FATT-CONV(W-RIGA-IND).
151026         DIVIDE  W-UNIM-CENT BY 100 GIVING W-IMPO-INT
151026                                 REMAINDER W-IMPO-DEC.
151026         MOVE    SPACES          TO  W-UNIM-QTA-STR.
151026         STRING  W-IMPO-INT      DELIMITED BY SIZE
151026                 "."             DELIMITED BY SIZE
151026                 W-IMPO-DEC      DELIMITED BY SIZE
151026                                 INTO  W-UNIM-QTA-STR.
151026         COMPUTE W-UNIM-CENT =
151026                 F0SVEND-RIGA-PREZ-UNIM(W-RIGA-IND) * 10000.
151026         DIVIDE  W-UNIM-CENT BY 10000 GIVING W-IMPO-INT
151026                                 REMAINDER W-UNIM-DEC4.
151026         MOVE    SPACES          TO  W-UNIM-PREZ-STR.
151026         STRING  W-IMPO-INT      DELIMITED BY SIZE
151026                 "."             DELIMITED BY SIZE
151026                 W-UNIM-DEC4     DELIMITED BY SIZE
151026                                 INTO  W-UNIM-PREZ-STR.
151026         MOVE    SPACES          TO  W-LINEA.
151026         STRING  "  <DettaglioLinee><NumeroLinea>"
151026                                  DELIMITED BY SIZE
151026                 W-RIGA-IND-ED   DELIMITED BY SIZE
151026                 "</NumeroLinea><Descrizione>"
151026                                  DELIMITED BY SIZE
151026                 FUNCTION TRIM(W-XML-ESC)
151026                                  DELIMITED BY SIZE
151026                 "</Descrizione><Quantita>"
151026                                  DELIMITED BY SIZE
151026                 W-UNIM-QTA-STR  DELIMITED BY SPACE
151026                 "</Quantita><UnitaMisura>"
151026                                  DELIMITED BY SIZE
151026                 F0SVEND-RIGA-UNIT-MISU(W-RIGA-IND)
151026                                  DELIMITED BY SPACE
151026                 "</UnitaMisura><PrezzoUnitario>"
151026                                  DELIMITED BY SIZE
151026                 W-UNIM-PREZ-STR DELIMITED BY SPACE
151026                 "</PrezzoUnitario></DettaglioLinee>"
151026                                  DELIMITED BY SIZE
151026                                  INTO  W-LINEA.
      ******************************************************************
090826*----------  ESCAPE DEI CARATTERI SPECIALI XML (& < >) PRIMA
090826*            DELL'INTERPOLAZIONE IN UN ELEMENTO XML (W-XML-SRC
090826*            IN INGRESSO, W-XML-ESC IN USCITA)
020926     CALL    "URVENR10"          USING F0SVENR LWCOMAR.
020926     PERFORM UNTIL DSTF-IOSR NOT EQUAL 1
020926         MOVE  F0SVENR-RIGA-DESC TO  F0SVEND-RIGA-DESC(1)
151026         MOVE  F0SVENR-RIGA-QTA  TO  F0SVEND-RIGA-QTA(1)
151026         MOVE  F0SVENR-RIGA-UNIT-MISU TO F0SVEND-RIGA-UNIT-MISU(1)
151026         MOVE  F0SVENR-RIGA-FATT-CONV TO F0SVEND-RIGA-FATT-CONV(1)
151026         MOVE  F0SVENR-RIGA-PREZ-UNIM TO F0SVEND-RIGA-PREZ-UNIM(1)
020926         MOVE  1                 TO  W-RIGA-IND
020926         MOVE  F0SVENR-NUMR-RIGA TO  W-RIGA-NUMR
020926         PERFORM ESPORTA-RIGA
