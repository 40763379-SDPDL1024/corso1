       IDENTIFICATION DIVISION.
       PROGRAM-ID. UFATIMP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   IMPORT DELLE FATTURE ELETTRONICHE RICEVUTE DAI FORNITORI
      *****   (FATTURAPA DA SDI): LEGGE IL FILE FATTRICE DEPOSITATO DAL
      *****   CANALE DI RICEZIONE, CON I TRACCIATI XML RICEVUTI UNO DI
      *****   SEGUITO ALL'ALTRO, E PER OGNI FATTURAELETTRONICABODY
      *****   REGISTRA LA FATTURA FORNITORE SU F0SFACQ (TRAMITE
      *****   "URFACQ10") AL POSTO DELLA BATTITURA IN UFATACQ0:
      *****
      *****   - IL CEDENTE E' RICONOSCIUTO DALLA PARTITA IVA
      *****     (IDFISCALEIVA/IDCODICE) SULL'ANAGRAFICA FORNITORI
      *****     F0SANFO, TRAMITE "URANFO10" (LREAD-FILE = 40)
      *****   - OGNI DETTAGLIOLINEE DIVENTA UNA RIGA DI FATTURA CON IL
      *****     RISCONTRO A TRE VIE DI UFATACQ0 CONTRO IL RICEVIMENTO
      *****     (F0SPROP): L'ORDINE E' QUELLO CITATO IN
      *****     DATIORDINEACQUISTO (PER RIGA O PER DOCUMENTO), IN
      *****     MANCANZA IL PRIMO RICEVIMENTO DELLO STESSO FORNITORE E
      *****     ARTICOLO NON ANCORA FATTURATO; LA QUANTITA' SI
      *****     RISCONTRA SUL RESIDUO DEL RICEVIMENTO (RICEVUTO MENO
      *****     GIA' FATTURATO), CHE LA RIGA POI CONSUMA
      *****   - LA FATTURA SENZA DIFFERENZE NASCE REGISTRATA (STATO
      *****     "R") E LE RATE DI DATIPAGAMENTO/DETTAGLIOPAGAMENTO
      *****     (SCADENZA E IMPORTO) ENTRANO NELLO SCADENZARIO PASSIVO
      *****     F0SPASF; LA FATTURA CON DIFFERENZE NASCE CONTESTATA
      *****     (STATO "C") COME IN UFATACQ0 E LE SUE RATE RESTANO
      *****     FUORI DAL PAGAMENTO, ELENCATE SULLA LISTA SCARTI E
      *****     CONSERVATE SULLA REGISTRAZIONE: LE PASSA IN F0SPASF
      *****     L'APPROVAZIONE DEL COMPRATORE IN UFATACQ0
      *****   - LA FATTURA IN REVERSE CHARGE INTERNO (NATURA N6)
      *****     NASCE SEGNATA PER L'AUTOFATTURA DI INTEGRAZIONE TD16
      *****     (UAUTFAT0) ED E' RIPORTATA SULLA LISTA
      *****
      *****   TUTTO CIO' CHE NON SI RIESCE A RISCONTRARE (PARTITA IVA
      *****   SCONOSCIUTA, FATTURA GIA' REGISTRATA, TIPO DOCUMENTO NON
      *****   GESTITO, RIGA SENZA RICEVIMENTO, DIFFERENZE DI QUANTITA'
      *****   O PREZZO) FINISCE SULLA LISTA FATTSCAR PER IL
      *****   COMPRATORE, INVECE DI ANDARE PERSO.
      *****
      *****   LA RIGA FATTURATA IN UN'UNITA' ALTERNATIVA DELL'ARTICOLO
      *****   (UNITAMISURA, ES. CARTONI) E' RICONDOTTA ALL'UNITA' BASE
      *****   ("UUNIMIS0") PRIMA DEL RISCONTRO CON IL RICEVIMENTO.
      *****
      *****   L'XML E' LETTO CARATTERE PER CARATTERE: VA BENE SIA IL
      *****   TRACCIATO INDENTATO (UN ELEMENTO PER RIGA) SIA QUELLO SU
      *****   RIGHE LUNGHE, PURCHE' OGNI RIGA STIA NEI 512 CARATTERI
      *****   DEL RECORD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATTRICE-FILE        ASSIGN TO "FATTRICE"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-RIC.
           SELECT FATTSCAR-FILE        ASSIGN TO "FATTSCAR"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-SCA.
       DATA DIVISION.
       FILE SECTION.
       FD  FATTRICE-FILE.
       01  FATTRICE-REC                PIC X(512).
       FD  FATTSCAR-FILE.
       01  FATTSCAR-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-RIC                 PIC X(02)   VALUE SPACES.
       77  WL-STAT-SCA                 PIC X(02)   VALUE SPACES.
       77  W-EOF                       PIC X       VALUE "N".
           88  W-EOF-SI                            VALUE "S".
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-NUMR-LETTE                PIC 9(05)   VALUE 0.
       77  W-NUMR-REGI                 PIC 9(05)   VALUE 0.
       77  W-NUMR-CONT                 PIC 9(05)   VALUE 0.
       77  W-NUMR-SCAR                 PIC 9(05)   VALUE 0.
       77  W-NUMR-DIFF                 PIC 9(02)   VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
       77  W-MOTIVO                    PIC X(60)   VALUE SPACES.
      *
      *----------  LETTURA XML: POSIZIONE NELLA RIGA, CARATTERE
      *            CORRENTE, ETICHETTA IN COSTRUZIONE E TESTO
      *            DELL'ELEMENTO
       77  W-POS                       PIC S9(04)  COMP VALUE 0.
       77  W-LUNG-RIGA                 PIC S9(04)  COMP VALUE 0.
       77  W-SPAZI                     PIC S9(04)  COMP VALUE 0.
       77  W-CAR                       PIC X(01)   VALUE SPACE.
       77  W-IN-TAG                    PIC X(01)   VALUE "N".
           88  W-IN-TAG-SI                         VALUE "S".
       77  W-TAG                       PIC X(80)   VALUE SPACES.
       77  W-TAG-LUNG                  PIC S9(04)  COMP VALUE 0.
       77  W-VAL                       PIC X(100)  VALUE SPACES.
       77  W-VAL-LUNG                  PIC S9(04)  COMP VALUE 0.
       77  W-NOME                      PIC X(60)   VALUE SPACES.
       77  W-NOME-PRE                  PIC X(60)   VALUE SPACES.
       77  W-NOME-DOPO                 PIC X(60)   VALUE SPACES.
       77  W-TIPO-TAG                  PIC X(01)   VALUE SPACE.
           88  W-TAG-APERTURA                      VALUE "A".
           88  W-TAG-CHIUSURA                      VALUE "C".
           88  W-TAG-VUOTO                         VALUE "V".
           88  W-TAG-IGNORA                        VALUE "I".
      *
      *----------  CONTESTO: IN QUALE BLOCCO DEL TRACCIATO SIAMO
       77  W-SEZIONE                   PIC X(01)   VALUE SPACE.
           88  W-SEZ-CEDENTE                       VALUE "C".
           88  W-SEZ-ALTRO                         VALUE "A".
       77  W-IN-IDFISC                 PIC X(01)   VALUE "N".
       77  W-IN-DGD                    PIC X(01)   VALUE "N".
       77  W-IN-ODA                    PIC X(01)   VALUE "N".
       77  W-IN-LINEA                  PIC X(01)   VALUE "N".
       77  W-IN-CODART                 PIC X(01)   VALUE "N".
       77  W-IN-RIEP                   PIC X(01)   VALUE "N".
       77  W-IN-PAGA                   PIC X(01)   VALUE "N".
      *
      *----------  CONVERSIONI: IMPORTI CON IL PUNTO DECIMALE E DATE
      *            AAAA-MM-GG DEL TRACCIATO
       77  W-NUM-X                     PIC X(30)   VALUE SPACES.
       77  W-NUM                       PIC S9(11)V9(06) VALUE 0.
       77  W-CIFRE                     PIC X(06)   VALUE SPACES.
       77  W-CIFRE-LUNG                PIC S9(04)  COMP VALUE 0.
       77  W-CIFRE-NUM                 PIC 9(06)   VALUE 0.
       01  W-DATA-X                    PIC X(08)   VALUE SPACES.
       01  W-DATA REDEFINES W-DATA-X   PIC 9(08).
       77  W-POS2                      PIC S9(04)  COMP VALUE 0.
      *
      *----------  ALIQUOTA DELLA DITTA PER L'INTEGRAZIONE DEGLI
      *            ACQUISTI IN REVERSE CHARGE INTERNO
       77  W-ALIQ-ORDINARIA            PIC S9(03)V99 COMP-3
                                                   VALUE 22,00.
      *
      *----------  CEDENTE: DALLA TESTATA, VALE PER TUTTI I BODY
      *            DEL FILE
       01  W-CED.
           03  W-CED-PIVA              PIC X(16)   VALUE SPACES.
           03  W-CED-CFIS              PIC X(16)   VALUE SPACES.
           03  W-CED-RAGE              PIC X(40)   VALUE SPACES.
      *
      *----------  UN DOCUMENTO (FATTURAELETTRONICABODY)
       01  W-DOC.
           03  W-DOC-TIPO              PIC X(04)   VALUE SPACES.
           03  W-DOC-DATA              PIC 9(08)   VALUE 0.
           03  W-DOC-NUMR              PIC X(15)   VALUE SPACES.
           03  W-DOC-TOTA              PIC S9(09)V99 COMP-3 VALUE 0.
           03  W-DOC-IMPO-IVA          PIC S9(09)V99 COMP-3 VALUE 0.
           03  W-DOC-ALIQ              PIC S9(03)V99 COMP-3 VALUE 0.
      *    Natura N6 (inversione contabile) su un riepilogo: la
      *    fattura va integrata con un'autofattura TD16
           03  W-DOC-INTEG             PIC X(04)   VALUE SPACES.
           03  W-DOC-NUMR-PROP         PIC 9(06)   VALUE 0.
           03  W-DOC-NUMR-LINE         PIC 9(02)   VALUE 0.
           03  W-DOC-TROPPE            PIC X(01)   VALUE "N".
           03  W-DOC-LINE              OCCURS 20.
               05  W-LIN-NUMR          PIC 9(04)   VALUE 0.
               05  W-LIN-CODE-ARTI     PIC X(15)   VALUE SPACES.
               05  W-LIN-DESC          PIC X(30)   VALUE SPACES.
               05  W-LIN-QTA           PIC S9(07)V999 COMP-3 VALUE 0.
               05  W-LIN-UNIT          PIC X(03)   VALUE SPACES.
               05  W-LIN-PREZ          PIC S9(09)V9999 COMP-3
                                                   VALUE 0.
               05  W-LIN-IMPO          PIC S9(09)V99 COMP-3 VALUE 0.
               05  W-LIN-NUMR-PROP     PIC 9(06)   VALUE 0.
           03  W-DOC-NUMR-RATE         PIC 9(02)   VALUE 0.
           03  W-DOC-RATA              OCCURS 12.
               05  W-RAT-DATA-SCAD     PIC 9(08)   VALUE 0.
               05  W-RAT-IMPO          PIC S9(09)V99 COMP-3 VALUE 0.
      *
      *----------  RIFERIMENTI D'ORDINE DI UN BLOCCO
      *            DATIORDINEACQUISTO: LE RIGHE CITATE E IL NUMERO
      *            D'ORDINE (IDDOCUMENTO), CHE ARRIVA DOPO LE RIGHE
       01  W-ODA.
           03  W-ODA-NUMR-RIFE         PIC 9(02)   VALUE 0.
           03  W-ODA-RIFE              PIC 9(04)   OCCURS 20
                                                   VALUE 0.
           03  W-ODA-NUMR-PROP         PIC 9(06)   VALUE 0.
      *
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND2                      PIC S9(04)  COMP VALUE 0.
       77  W-IMPO-RIGA                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-IMPO-RATE                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-DOPPIA                    PIC X(01)   VALUE "N".
           88  W-DOPPIA-SI                         VALUE "S".
       77  W-PROP-OK                   PIC X(01)   VALUE "N".
           88  W-PROP-OK-SI                        VALUE "S".
      *
      *----------  PREZZO DI RIFERIMENTO DELLA RIGA, COME IN UFATACQ0:
      *            LISTINO DEL FORNITORE O COSTO MEDIO
       77  W-PREZ-RIFE                 PIC S9(09)V9999 COMP-3 VALUE 0.
       77  W-RIFE                      PIC X(01)   VALUE SPACE.
           88  W-RIFE-LISTINO                      VALUE "L".
           88  W-RIFE-COSTO-MEDIO                  VALUE "M".
      *
       COPY "F0SANFO.REC".
       COPY "F0SFACQ.REC".
       COPY "F0SPROP.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SFCAT.REC".
       COPY "F0SPASF.REC".
      *
      *    Conversione dell'unita' fatturata nell'unita' base.
       COPY "LUNIMIS.WRK".
      *
       LINKAGE SECTION.
       01  L-FIMP-CTRL.
           03  L-FIMP-CODE-CLIE        PIC 9(04).
           03  L-FIMP-NUMR-REGI        PIC 9(05).
           03  L-FIMP-ESITO            PIC X(01).
               88  L-FIMP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-FIMP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    ZERO                TO  L-FIMP-NUMR-REGI
           MOVE    SPACE               TO  L-FIMP-ESITO
           DISPLAY "IMPORT FATTURE FORNITORI DA SDI  -  DITTA "
                   L-FIMP-CODE-CLIE
           OPEN INPUT  FATTRICE-FILE
           IF  WL-STAT-RIC NOT EQUAL "00"
             DISPLAY "FILE FATTRICE NON TROVATO - NESSUNA FATTURA"
                     " DA IMPORTARE"
             MOVE  "S"                 TO  L-FIMP-ESITO
             GO TO EXIT-PRO
           END-IF
           OPEN OUTPUT FATTSCAR-FILE
           PERFORM 1000-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           INITIALIZE W-CED W-DOC
           PERFORM 2000-LEGGI-RIGA
           PERFORM 2100-TRATTA-RIGA
               UNTIL W-EOF-SI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           PERFORM 9000-RIEPILOGO
           CLOSE FATTRICE-FILE FATTSCAR-FILE
           MOVE    W-NUMR-REGI         TO  L-FIMP-NUMR-REGI
           MOVE    "S"                 TO  L-FIMP-ESITO
           DISPLAY "IMPORT CONCLUSO - REGISTRATE " W-NUMR-REGI
                   " - SCARTATE " W-NUMR-SCAR " (VEDI FATTSCAR)"
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-INTESTAZIONE.
           MOVE SPACES                 TO  W-LINEA
           STRING "IMPORT FATTURE FORNITORI DA SDI - DITTA "
                                       DELIMITED BY SIZE
               L-FIMP-CODE-CLIE        DELIMITED BY SIZE
               " DEL "                 DELIMITED BY SIZE
               LDATE-ACTL              DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           STRING "DOCUMENTI DA LAVORARE A CURA DEL COMPRATORE"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           .
      ******************************************************************
       2000-LEGGI-RIGA.
           READ FATTRICE-FILE
             AT END
               MOVE "S"                TO  W-EOF
           END-READ
           .
      ******************************************************************
      *----------  UNA RIGA DEL FILE: ESAMINATA FINO ALL'ULTIMO
      *            CARATTERE SIGNIFICATIVO, POI LA SUCCESSIVA
       2100-TRATTA-RIGA.
           MOVE    ZERO                TO  W-SPAZI
           INSPECT FUNCTION REVERSE(FATTRICE-REC)
                   TALLYING W-SPAZI FOR LEADING SPACES
           COMPUTE W-LUNG-RIGA = 512 - W-SPAZI
           PERFORM 2200-ESAMINA-CARATTERE
               VARYING W-POS FROM 1 BY 1
               UNTIL W-POS GREATER W-LUNG-RIGA
           PERFORM 2000-LEGGI-RIGA
           .
      ******************************************************************
      *----------  UN CARATTERE: "<" APRE UN'ETICHETTA, ">" LA CHIUDE;
      *            FUORI DALLE ETICHETTE E' TESTO DELL'ELEMENTO (GLI
      *            SPAZI INIZIALI NON CONTANO)
       2200-ESAMINA-CARATTERE.
           MOVE    FATTRICE-REC(W-POS:1) TO W-CAR
           EVALUATE TRUE
             WHEN W-CAR EQUAL "<"
               SET  W-IN-TAG-SI        TO  TRUE
               MOVE SPACES             TO  W-TAG
               MOVE ZERO               TO  W-TAG-LUNG
             WHEN W-CAR EQUAL ">" AND W-IN-TAG-SI
               MOVE "N"                TO  W-IN-TAG
               PERFORM 2300-ETICHETTA
             WHEN W-IN-TAG-SI
               IF  W-TAG-LUNG LESS 80
                 ADD  1                TO  W-TAG-LUNG
                 MOVE W-CAR            TO  W-TAG(W-TAG-LUNG:1)
               END-IF
             WHEN W-CAR EQUAL SPACE AND W-VAL-LUNG EQUAL ZERO
               CONTINUE
             WHEN OTHER
               IF  W-VAL-LUNG LESS 100
                 ADD  1                TO  W-VAL-LUNG
                 MOVE W-CAR            TO  W-VAL(W-VAL-LUNG:1)
               END-IF
           END-EVALUATE
           .
      ******************************************************************
      *----------  ETICHETTA COMPLETA: TIPO (APERTURA, CHIUSURA,
      *            VUOTA), NOME SENZA ATTRIBUTI NE' PREFISSO DI
      *            NAMESPACE
       2300-ETICHETTA.
           MOVE    SPACES              TO  W-NOME
           EVALUATE TRUE
             WHEN W-TAG-LUNG EQUAL ZERO
               SET  W-TAG-IGNORA       TO  TRUE
             WHEN W-TAG(1:1) EQUAL "?" OR W-TAG(1:1) EQUAL "!"
               SET  W-TAG-IGNORA       TO  TRUE
             WHEN W-TAG(1:1) EQUAL "/"
               SET  W-TAG-CHIUSURA     TO  TRUE
               UNSTRING W-TAG(2:) DELIMITED BY SPACE
                   INTO W-NOME
             WHEN W-TAG(W-TAG-LUNG:1) EQUAL "/"
               SET  W-TAG-VUOTO        TO  TRUE
               UNSTRING W-TAG DELIMITED BY SPACE OR "/"
                   INTO W-NOME
             WHEN OTHER
               SET  W-TAG-APERTURA     TO  TRUE
               UNSTRING W-TAG DELIMITED BY SPACE
                   INTO W-NOME
           END-EVALUATE
           IF  W-TAG-IGNORA
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-NOME-PRE W-NOME-DOPO
           UNSTRING W-NOME DELIMITED BY ":"
               INTO W-NOME-PRE W-NOME-DOPO
           IF  W-NOME-DOPO NOT EQUAL SPACES
             MOVE  W-NOME-DOPO         TO  W-NOME
           END-IF
      *
           EVALUATE TRUE
             WHEN W-TAG-APERTURA
               PERFORM 2400-APRI-ELEMENTO
               MOVE SPACES             TO  W-VAL
               MOVE ZERO               TO  W-VAL-LUNG
             WHEN W-TAG-CHIUSURA
               PERFORM 2500-CHIUDI-ELEMENTO
               MOVE SPACES             TO  W-VAL
               MOVE ZERO               TO  W-VAL-LUNG
             WHEN W-TAG-VUOTO
               MOVE SPACES             TO  W-VAL
               MOVE ZERO               TO  W-VAL-LUNG
           END-EVALUATE
           .
      ******************************************************************
      *----------  APERTURA DI UN BLOCCO: CAMBIA IL CONTESTO
       2400-APRI-ELEMENTO.
           EVALUATE W-NOME
             WHEN "FatturaElettronicaHeader"
               INITIALIZE W-CED
               MOVE SPACE              TO  W-SEZIONE
             WHEN "CedentePrestatore"
               SET  W-SEZ-CEDENTE      TO  TRUE
             WHEN "RappresentanteFiscale"
             WHEN "CessionarioCommittente"
             WHEN "TerzoIntermediarioOSoggettoEmittente"
               SET  W-SEZ-ALTRO        TO  TRUE
             WHEN "IdFiscaleIVA"
               MOVE "S"                TO  W-IN-IDFISC
             WHEN "FatturaElettronicaBody"
               INITIALIZE W-DOC
               MOVE SPACE              TO  W-SEZIONE
             WHEN "DatiGeneraliDocumento"
               MOVE "S"                TO  W-IN-DGD
             WHEN "DatiOrdineAcquisto"
               INITIALIZE W-ODA
               MOVE "S"                TO  W-IN-ODA
             WHEN "DettaglioLinee"
               MOVE "S"                TO  W-IN-LINEA
               IF  W-DOC-NUMR-LINE LESS 20
                 ADD  1                TO  W-DOC-NUMR-LINE
               ELSE
                 MOVE "S"              TO  W-DOC-TROPPE
               END-IF
             WHEN "CodiceArticolo"
               MOVE "S"                TO  W-IN-CODART
             WHEN "DatiRiepilogo"
               MOVE "S"                TO  W-IN-RIEP
             WHEN "DettaglioPagamento"
               MOVE "S"                TO  W-IN-PAGA
               IF  W-DOC-NUMR-RATE LESS 12
                 ADD  1                TO  W-DOC-NUMR-RATE
               END-IF
           END-EVALUATE
           .
      ******************************************************************
      *----------  CHIUSURA DI UN ELEMENTO: IL TESTO RACCOLTO VA NEL
      *            CAMPO CHE GLI CORRISPONDE NEL CONTESTO CORRENTE
       2500-CHIUDI-ELEMENTO.
           MOVE    W-DOC-NUMR-LINE     TO  W-IND
           MOVE    W-DOC-NUMR-RATE     TO  W-IND2
           EVALUATE W-NOME
             WHEN "CedentePrestatore"
             WHEN "RappresentanteFiscale"
             WHEN "CessionarioCommittente"
             WHEN "TerzoIntermediarioOSoggettoEmittente"
               MOVE SPACE              TO  W-SEZIONE
             WHEN "IdFiscaleIVA"
               MOVE "N"                TO  W-IN-IDFISC
             WHEN "IdCodice"
               IF  W-SEZ-CEDENTE AND W-IN-IDFISC EQUAL "S"
                 MOVE W-VAL            TO  W-CED-PIVA
               END-IF
             WHEN "CodiceFiscale"
               IF  W-SEZ-CEDENTE
                 MOVE W-VAL            TO  W-CED-CFIS
               END-IF
             WHEN "Denominazione"
               IF  W-SEZ-CEDENTE
                 MOVE W-VAL            TO  W-CED-RAGE
               END-IF
             WHEN "DatiGeneraliDocumento"
               MOVE "N"                TO  W-IN-DGD
             WHEN "TipoDocumento"
               IF  W-IN-DGD EQUAL "S"
                 MOVE W-VAL            TO  W-DOC-TIPO
               END-IF
             WHEN "Data"
               IF  W-IN-DGD EQUAL "S"
                 PERFORM 2800-CONVERTI-DATA
                 MOVE W-DATA           TO  W-DOC-DATA
               END-IF
             WHEN "Numero"
               IF  W-IN-DGD EQUAL "S"
                 MOVE W-VAL            TO  W-DOC-NUMR
               END-IF
             WHEN "ImportoTotaleDocumento"
               IF  W-IN-DGD EQUAL "S"
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-DOC-TOTA
               END-IF
             WHEN "RiferimentoNumeroLinea"
               IF  W-IN-ODA EQUAL "S" AND W-ODA-NUMR-RIFE LESS 20
                 ADD  1                TO  W-ODA-NUMR-RIFE
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-ODA-RIFE(W-ODA-NUMR-RIFE)
               END-IF
             WHEN "IdDocumento"
               IF  W-IN-ODA EQUAL "S"
                 PERFORM 2900-SOLO-CIFRE
                 MOVE W-CIFRE-NUM      TO  W-ODA-NUMR-PROP
               END-IF
             WHEN "DatiOrdineAcquisto"
               MOVE "N"                TO  W-IN-ODA
               PERFORM 2600-ASSEGNA-ORDINE
             WHEN "DettaglioLinee"
               MOVE "N"                TO  W-IN-LINEA
             WHEN "CodiceArticolo"
               MOVE "N"                TO  W-IN-CODART
             WHEN "NumeroLinea"
               IF  W-IN-LINEA EQUAL "S" AND W-DOC-TROPPE NOT EQUAL "S"
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-LIN-NUMR(W-IND)
               END-IF
             WHEN "CodiceValore"
               IF  W-IN-CODART EQUAL "S" AND W-DOC-TROPPE NOT EQUAL "S"
                   AND W-LIN-CODE-ARTI(W-IND) EQUAL SPACES
                 MOVE W-VAL            TO  W-LIN-CODE-ARTI(W-IND)
               END-IF
             WHEN "Descrizione"
               IF  W-IN-LINEA EQUAL "S" AND W-DOC-TROPPE NOT EQUAL "S"
                 MOVE W-VAL            TO  W-LIN-DESC(W-IND)
               END-IF
             WHEN "Quantita"
               IF  W-IN-LINEA EQUAL "S" AND W-DOC-TROPPE NOT EQUAL "S"
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-LIN-QTA(W-IND)
               END-IF
             WHEN "UnitaMisura"
               IF  W-IN-LINEA EQUAL "S" AND W-DOC-TROPPE NOT EQUAL "S"
                 MOVE W-VAL            TO  W-LIN-UNIT(W-IND)
               END-IF
             WHEN "PrezzoUnitario"
               IF  W-IN-LINEA EQUAL "S" AND W-DOC-TROPPE NOT EQUAL "S"
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-LIN-PREZ(W-IND)
               END-IF
             WHEN "PrezzoTotale"
               IF  W-IN-LINEA EQUAL "S" AND W-DOC-TROPPE NOT EQUAL "S"
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-LIN-IMPO(W-IND)
               END-IF
             WHEN "DatiRiepilogo"
               MOVE "N"                TO  W-IN-RIEP
             WHEN "AliquotaIVA"
      *          L'aliquota di testata e' quella del primo riepilogo
               IF  W-IN-RIEP EQUAL "S" AND W-DOC-ALIQ EQUAL ZERO
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-DOC-ALIQ
               END-IF
             WHEN "Natura"
               IF  W-IN-RIEP EQUAL "S" AND W-VAL(1:2) EQUAL "N6"
                 MOVE "TD16"           TO  W-DOC-INTEG
               END-IF
             WHEN "Imposta"
               IF  W-IN-RIEP EQUAL "S"
                 PERFORM 2700-CONVERTI-NUMERO
                 ADD  W-NUM            TO  W-DOC-IMPO-IVA
               END-IF
             WHEN "DettaglioPagamento"
               MOVE "N"                TO  W-IN-PAGA
             WHEN "DataScadenzaPagamento"
               IF  W-IN-PAGA EQUAL "S" AND W-IND2 GREATER ZERO
                 PERFORM 2800-CONVERTI-DATA
                 MOVE W-DATA           TO  W-RAT-DATA-SCAD(W-IND2)
               END-IF
             WHEN "ImportoPagamento"
               IF  W-IN-PAGA EQUAL "S" AND W-IND2 GREATER ZERO
                 PERFORM 2700-CONVERTI-NUMERO
                 MOVE W-NUM            TO  W-RAT-IMPO(W-IND2)
               END-IF
             WHEN "FatturaElettronicaBody"
               ADD  1                  TO  W-NUMR-LETTE
               PERFORM 3000-REGISTRA-FATTURA
           END-EVALUATE
           .
      ******************************************************************
      *----------  FINE DI UN BLOCCO DATIORDINEACQUISTO: SENZA RIGHE
      *            CITATE L'ORDINE VALE PER TUTTO IL DOCUMENTO,
      *            ALTRIMENTI SOLO PER LE RIGHE CITATE
       2600-ASSEGNA-ORDINE.
           IF  W-ODA-NUMR-RIFE EQUAL ZERO
             MOVE  W-ODA-NUMR-PROP     TO  W-DOC-NUMR-PROP
           ELSE
             PERFORM 2610-ASSEGNA-RIFERIMENTO
                 VARYING W-IND2 FROM 1 BY 1
                 UNTIL W-IND2 GREATER W-ODA-NUMR-RIFE
           END-IF
           .
      ******************************************************************
      *----------  IL NUMERO DI RIGA CITATO E' QUELLO DI
      *            DETTAGLIOLINEE, CHE NEL TRACCIATO VIENE DOPO: SI
      *            TIENE DA PARTE PER NUMERO E SI RITROVA IN
      *            3200-RIGA-FATTURA
       2610-ASSEGNA-RIFERIMENTO.
           IF  W-ODA-RIFE(W-IND2) GREATER ZERO
               AND W-ODA-RIFE(W-IND2) NOT GREATER 20
             MOVE  W-ODA-NUMR-PROP     TO
                   W-LIN-NUMR-PROP(W-ODA-RIFE(W-IND2))
           END-IF
           .
      ******************************************************************
      *----------  IMPORTO/QUANTITA' COL PUNTO DECIMALE DEL TRACCIATO
      *            NEL NUMERICO DI LAVORO (LA DITTA USA LA VIRGOLA)
       2700-CONVERTI-NUMERO.
           MOVE    ZERO                TO  W-NUM
           IF  W-VAL EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    W-VAL               TO  W-NUM-X
           INSPECT W-NUM-X REPLACING ALL "." BY ","
           MOVE    FUNCTION NUMVAL(W-NUM-X) TO W-NUM
           .
      ******************************************************************
      *----------  DATA AAAA-MM-GG DEL TRACCIATO IN AAAAMMGG
       2800-CONVERTI-DATA.
           MOVE    ZERO                TO  W-DATA
           IF  W-VAL(5:1) EQUAL "-" AND W-VAL(8:1) EQUAL "-"
             STRING W-VAL(1:4) W-VAL(6:2) W-VAL(9:2)
                                       DELIMITED BY SIZE
                                       INTO W-DATA-X
           END-IF
           .
      ******************************************************************
      *----------  IL NUMERO D'ORDINE CITATO DAL FORNITORE PUO' AVERE
      *            PREFISSI ("ODA 123", "N.123"): CONTANO LE SOLE CIFRE
       2900-SOLO-CIFRE.
           MOVE    SPACES              TO  W-CIFRE
           MOVE    ZERO                TO  W-CIFRE-LUNG W-CIFRE-NUM
           PERFORM 2910-CIFRA
               VARYING W-POS2 FROM 1 BY 1
               UNTIL W-POS2 GREATER W-VAL-LUNG
           IF  W-CIFRE-LUNG GREATER ZERO
             MOVE  W-CIFRE(1:W-CIFRE-LUNG) TO W-CIFRE-NUM
           END-IF
           .
       2910-CIFRA.
           IF  W-VAL(W-POS2:1) NUMERIC AND W-CIFRE-LUNG LESS 6
             ADD   1                   TO  W-CIFRE-LUNG
             MOVE  W-VAL(W-POS2:1)     TO  W-CIFRE(W-CIFRE-LUNG:1)
           END-IF
           .
      ******************************************************************
      *----------  FINE DI UN DOCUMENTO: RICONOSCIMENTO DEL CEDENTE,
      *            CONTROLLI DI TESTATA, RIGHE CON RISCONTRO,
      *            DEPOSITO SU F0SFACQ E RATE SU F0SPASF
       3000-REGISTRA-FATTURA.
           IF  W-CED-PIVA EQUAL SPACES
             MOVE  "PARTITA IVA DEL CEDENTE ASSENTE" TO W-MOTIVO
             PERFORM 8000-SCARTA-FATTURA
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SANFO
           MOVE    L-FIMP-CODE-CLIE    TO  F0SANFO-CODE-CLIE
           MOVE    W-CED-PIVA          TO  F0SANFO-PIVA-FORN
           MOVE    40                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  "PARTITA IVA SCONOSCIUTA IN ANAGRAFICA FORNITORI"
                                       TO  W-MOTIVO
             PERFORM 8000-SCARTA-FATTURA
             EXIT PARAGRAPH
           END-IF
      *      Solo fatture immediate e differite: note di credito,
      *      parcelle e documenti integrativi si registrano a mano
           IF  W-DOC-TIPO NOT EQUAL "TD01" AND NOT EQUAL "TD24"
               AND NOT EQUAL "TD25"
             STRING "TIPO DOCUMENTO " DELIMITED BY SIZE
                 W-DOC-TIPO            DELIMITED BY SIZE
                 " DA REGISTRARE A MANO" DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8000-SCARTA-FATTURA
             EXIT PARAGRAPH
           END-IF
           IF  W-DOC-TROPPE EQUAL "S"
             MOVE  "OLTRE 20 RIGHE - DA REGISTRARE A MANO"
                                       TO  W-MOTIVO
             PERFORM 8000-SCARTA-FATTURA
             EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CERCA-DOPPIA
      *      La fattura di un'altra ditta del gruppo e' gia' stata
      *      generata all'emissione (UINTGEN0): l'XML non si registra
           IF  W-DOPPIA-SI
             IF  F0SFACQ-INTC-DITT NOT EQUAL ZERO
               MOVE "GIA' GENERATA DA UNA DITTA DEL GRUPPO"
                                       TO  W-MOTIVO
             ELSE
               MOVE "FATTURA GIA' REGISTRATA PER IL FORNITORE"
                                       TO  W-MOTIVO
             END-IF
             PERFORM 8000-SCARTA-FATTURA
             EXIT PARAGRAPH
           END-IF
      *
           INITIALIZE F0SFACQ
           MOVE    L-FIMP-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    F0SANFO-CODE-FORN   TO  F0SFACQ-CODE-FORN
           MOVE    W-DOC-NUMR          TO  F0SFACQ-NUMR-FATT
           MOVE    W-DOC-DATA          TO  F0SFACQ-DATA-FATT
           MOVE    LDATE-ACTL          TO  F0SFACQ-DATA-REGI
           MOVE    L-IDENUTEN          TO  F0SFACQ-IDEN-REGI
           MOVE    F0SANFO-RAGE-FORN   TO  F0SFACQ-RAGE-FORN
           MOVE    W-DOC-ALIQ          TO  F0SFACQ-ALIQ-IVA
      *      Reverse charge interno: senza IVA dal fornitore, la
      *      integra l'autofattura TD16 (UAUTFAT0) all'aliquota
      *      ordinaria, da verificare sulla lista
           IF  W-DOC-INTEG NOT EQUAL SPACES
             MOVE  W-DOC-INTEG         TO  F0SFACQ-TIPO-INTEG
             MOVE  W-ALIQ-ORDINARIA    TO  F0SFACQ-ALIQ-INTEG
           END-IF
           MOVE    ZERO                TO  W-NUMR-DIFF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           PERFORM 3200-RIGA-FATTURA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-DOC-NUMR-LINE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           MOVE    W-DOC-IMPO-IVA      TO  F0SFACQ-IMPO-IVA
           IF  F0SFACQ-INTEG-VALIDA
             COMPUTE F0SFACQ-IVA-INTEG ROUNDED =
                     F0SFACQ-IMPO-IMPON * F0SFACQ-ALIQ-INTEG / 100
           END-IF
           IF  W-DOC-TOTA NOT EQUAL ZERO
             MOVE  W-DOC-TOTA          TO  F0SFACQ-IMPO-TOTA
           ELSE
             ADD   F0SFACQ-IMPO-IMPON F0SFACQ-IMPO-IVA
                                       GIVING F0SFACQ-IMPO-TOTA
           END-IF
      *
      *      Le rate del fornitore restano sulla registrazione: la
      *      contestata le ritrova all'approvazione in UFATACQ0
           MOVE    W-DOC-NUMR-RATE     TO  F0SFACQ-NUMR-RATE
           PERFORM 3010-RATA-REGISTRAZIONE
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-DOC-NUMR-RATE
      *
      *      Stessa regola di UFATACQ0: la fattura con differenze
      *      nasce contestata e non passa in pagamento
           IF  W-NUMR-DIFF EQUAL ZERO
             SET   F0SFACQ-REGISTRATA  TO  TRUE
           ELSE
             SET   F0SFACQ-CONTESTATA  TO  TRUE
           END-IF
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           ADD     1                   TO  W-NUMR-REGI
           IF  F0SFACQ-INTEG-VALIDA
             PERFORM 8300-RIGA-INTEGRAZIONE
           END-IF
           IF  F0SFACQ-CONTESTATA
             ADD   1                   TO  W-NUMR-CONT
             PERFORM 8200-RIGA-CONTESTATA
           ELSE
             PERFORM 4000-GENERA-SCADENZE
           END-IF
           .
       3010-RATA-REGISTRAZIONE.
           MOVE    W-RAT-DATA-SCAD(W-IND2) TO F0SFACQ-RATA-DATA-SCAD
                                            (W-IND2)
           MOVE    W-RAT-IMPO(W-IND2)  TO  F0SFACQ-RATA-IMPO(W-IND2)
           .
      ******************************************************************
      *----------  LA STESSA FATTURA (FORNITORE, NUMERO, DATA) NON SI
      *            REGISTRA DUE VOLTE: IL CANALE PUO' RIDEPOSITARE UN
      *            FILE GIA' LETTO
       3100-CERCA-DOPPIA.
           MOVE    "N"                 TO  W-DOPPIA
           MOVE    L-FIMP-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           PERFORM 3110-CONFRONTA-DOPPIA
               UNTIL DSTF-IOSR NOT EQUAL 1 OR W-DOPPIA-SI
           .
       3110-CONFRONTA-DOPPIA.
           IF  F0SFACQ-CODE-FORN EQUAL F0SANFO-CODE-FORN
               AND F0SFACQ-NUMR-FATT EQUAL W-DOC-NUMR
               AND F0SFACQ-DATA-FATT EQUAL W-DOC-DATA
             SET   W-DOPPIA-SI         TO  TRUE
           ELSE
             MOVE  11                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFACQ10"            USING F0SFACQ LWCOMAR
           END-IF
           .
      ******************************************************************
      *----------  UNA RIGA DI FATTURA: RITROVA IL RICEVIMENTO E
      *            APPLICA IL RISCONTRO A TRE VIE DI UFATACQ0
       3200-RIGA-FATTURA.
      *      Righe descrittive senza importo (note, riferimenti) non
      *      entrano nella registrazione
           IF  W-LIN-IMPO(W-IND) EQUAL ZERO
               AND W-LIN-PREZ(W-IND) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-LIN-QTA(W-IND) EQUAL ZERO
             MOVE  1                   TO  W-LIN-QTA(W-IND)
           END-IF
           ADD     1                   TO  F0SFACQ-NUMR-RIGHE
           MOVE    F0SFACQ-NUMR-RIGHE  TO  W-IND2
           MOVE    W-LIN-CODE-ARTI(W-IND) TO F0SFACQ-RIGA-CODE-ARTI
                                            (W-IND2)
           MOVE    W-LIN-QTA(W-IND)    TO  F0SFACQ-RIGA-QTA(W-IND2)
           MOVE    W-LIN-PREZ(W-IND)   TO  F0SFACQ-RIGA-PREZ(W-IND2)
           IF  W-LIN-IMPO(W-IND) NOT EQUAL ZERO
             MOVE  W-LIN-IMPO(W-IND)   TO  W-IMPO-RIGA
           ELSE
             COMPUTE W-IMPO-RIGA ROUNDED =
                         W-LIN-QTA(W-IND) * W-LIN-PREZ(W-IND)
           END-IF
           MOVE    W-IMPO-RIGA         TO  F0SFACQ-RIGA-IMPO(W-IND2)
           ADD     W-IMPO-RIGA         TO  F0SFACQ-IMPO-IMPON
      *
      *      Ordine citato per riga, poi per documento, poi il primo
      *      ricevimento dello stesso fornitore e articolo ancora da
      *      fatturare
           IF  W-LIN-NUMR(W-IND) GREATER ZERO
               AND W-LIN-NUMR(W-IND) NOT GREATER 20
               AND W-LIN-NUMR-PROP(W-LIN-NUMR(W-IND)) GREATER ZERO
             MOVE  W-LIN-NUMR-PROP(W-LIN-NUMR(W-IND))
                                       TO  F0SPROP-NUMR-PROP
           ELSE
             MOVE  W-DOC-NUMR-PROP     TO  F0SPROP-NUMR-PROP
           END-IF
           MOVE    "N"                 TO  W-PROP-OK
           IF  F0SPROP-NUMR-PROP GREATER ZERO
             MOVE  L-FIMP-CODE-CLIE    TO  F0SPROP-CODE-CLIE
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPROP10"            USING F0SPROP LWCOMAR
             IF  DSTF-IOSR EQUAL 1
                 AND F0SPROP-CODE-FORN EQUAL F0SFACQ-CODE-FORN
                 AND F0SPROP-RICEVUTA
                 AND F0SPROP-QTA-RICE GREATER F0SPROP-QTA-FATT
               SET  W-PROP-OK-SI       TO  TRUE
             END-IF
           END-IF
           IF  NOT W-PROP-OK-SI
               AND W-LIN-CODE-ARTI(W-IND) NOT EQUAL SPACES
             PERFORM 3300-CERCA-RICEVIMENTO
           END-IF
           IF  NOT W-PROP-OK-SI
             SET  F0SFACQ-RIGA-NO-RISC(W-IND2) TO TRUE
             ADD  1                    TO  W-NUMR-DIFF
             MOVE "NESSUN RICEVIMENTO RISCONTRABILE"
                                       TO  W-MOTIVO
             PERFORM 8100-SCARTA-RIGA
             EXIT PARAGRAPH
           END-IF
      *
           MOVE    F0SPROP-NUMR-PROP   TO  F0SFACQ-RIGA-NUMR-PROP
                                            (W-IND2)
           MOVE    F0SPROP-CODE-ARTI   TO  F0SFACQ-RIGA-CODE-ARTI
                                            (W-IND2)
           PERFORM 3400-UNITA-FATTURATA
           COMPUTE F0SFACQ-RIGA-QTA-RICE(W-IND2) =
                       F0SPROP-QTA-RICE - F0SPROP-QTA-FATT
           MOVE    SPACE               TO  F0SFACQ-RIGA-ESIT(W-IND2)
      *      La riga consuma il residuo del ricevimento, al massimo
      *      fino a esaurirlo: la fattura successiva dello stesso
      *      fornitore e articolo cerca un altro ricevimento
           IF  F0SFACQ-RIGA-QTA(W-IND2) GREATER
                     F0SFACQ-RIGA-QTA-RICE(W-IND2)
             SET  F0SFACQ-RIGA-DIFF-QTA(W-IND2) TO TRUE
             MOVE F0SPROP-QTA-RICE     TO  F0SPROP-QTA-FATT
           ELSE
             ADD  F0SFACQ-RIGA-QTA(W-IND2) TO F0SPROP-QTA-FATT
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           PERFORM 3500-PREZZO-RIFERIMENTO
           IF  W-PREZ-RIFE GREATER ZERO
               AND F0SFACQ-RIGA-PREZ(W-IND2) GREATER W-PREZ-RIFE
             IF  F0SFACQ-RIGA-DIFF-QTA(W-IND2)
               SET  F0SFACQ-RIGA-DIFF-TUTTO(W-IND2) TO TRUE
             ELSE
               SET  F0SFACQ-RIGA-DIFF-PREZ(W-IND2) TO TRUE
             END-IF
           END-IF
           EVALUATE TRUE
             WHEN F0SFACQ-RIGA-OK(W-IND2)
               CONTINUE
             WHEN F0SFACQ-RIGA-DIFF-QTA(W-IND2)
               MOVE "QTA FATTURATA OLTRE LA RICEVUTA" TO W-MOTIVO
             WHEN F0SFACQ-RIGA-DIFF-PREZ(W-IND2)
                  AND W-RIFE-LISTINO
               MOVE "PREZZO SOPRA IL LISTINO" TO W-MOTIVO
             WHEN F0SFACQ-RIGA-DIFF-PREZ(W-IND2)
               MOVE "PREZZO SOPRA IL COSTO MEDIO" TO W-MOTIVO
             WHEN W-RIFE-LISTINO
               MOVE "QTA OLTRE LA RICEVUTA E PREZZO SOPRA IL LISTINO"
                                       TO  W-MOTIVO
             WHEN OTHER
               MOVE "QTA OLTRE LA RICEVUTA E PREZZO SOPRA IL COSTO"
                                       TO  W-MOTIVO
           END-EVALUATE
           IF  NOT F0SFACQ-RIGA-OK(W-IND2)
             ADD  1                    TO  W-NUMR-DIFF
             PERFORM 8100-SCARTA-RIGA
           END-IF
           .
      ******************************************************************
      *----------  PREZZO DI RIFERIMENTO DELLA RIGA, STESSA REGOLA DI
      *            UFATACQ0: LISTINO DEL FORNITORE FATTURANTE VALIDO
      *            ALLA DATA FATTURA (F0SFCAT), ALTRIMENTI IL COSTO
      *            MEDIO DELL'ARTICOLO NEL DEPOSITO DEL RICEVIMENTO
       3500-PREZZO-RIFERIMENTO.
           MOVE    ZERO                TO  W-PREZ-RIFE
           INITIALIZE F0SFCAT
           MOVE    L-FIMP-CODE-CLIE    TO  F0SFCAT-CODE-CLIE
           MOVE    F0SPROP-CODE-ARTI   TO  F0SFCAT-CODE-ARTI
           MOVE    F0SFACQ-CODE-FORN   TO  F0SFCAT-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SFCAT-PREZ-ACQU GREATER ZERO
               AND F0SFCAT-DATA-INIZ NOT GREATER F0SFACQ-DATA-FATT
               AND (F0SFCAT-DATA-FINE EQUAL ZERO
                    OR F0SFCAT-DATA-FINE NOT LESS F0SFACQ-DATA-FATT)
             SET  W-RIFE-LISTINO       TO  TRUE
             MOVE F0SFCAT-PREZ-ACQU    TO  W-PREZ-RIFE
             EXIT PARAGRAPH
           END-IF
           SET     W-RIFE-COSTO-MEDIO  TO  TRUE
           MOVE    L-FIMP-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    F0SPROP-NUMR-INST   TO  F0SMAGA-NUMR-INST
           MOVE    F0SPROP-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE F0SMAGA-COST-UNIT    TO  W-PREZ-RIFE
           END-IF
           .
      ******************************************************************
      *----------  PRIMO RICEVIMENTO (F0SPROP "R") DELLO STESSO
      *            FORNITORE E ARTICOLO CON UN RESIDUO NON FATTURATO
       3300-CERCA-RICEVIMENTO.
           MOVE    L-FIMP-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           PERFORM 3310-CONFRONTA-RICEVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1 OR W-PROP-OK-SI
           .
       3310-CONFRONTA-RICEVIMENTO.
           IF  F0SPROP-CODE-FORN EQUAL F0SFACQ-CODE-FORN
               AND F0SPROP-CODE-ARTI EQUAL W-LIN-CODE-ARTI(W-IND)
               AND F0SPROP-RICEVUTA
               AND F0SPROP-QTA-RICE GREATER F0SPROP-QTA-FATT
             SET   W-PROP-OK-SI        TO  TRUE
           ELSE
             MOVE  9                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPROP10"            USING F0SPROP LWCOMAR
           END-IF
           .
      ******************************************************************
      *----------  RIGA FATTURATA IN UN'UNITA' ALTERNATIVA: QUANTITA' E
      *            PREZZO RICONDOTTI ALL'UNITA' BASE DEL RICEVIMENTO;
      *            UN'UNITA' CHE L'ARTICOLO NON CONOSCE RESTA COM'E'
       3400-UNITA-FATTURATA.
           IF  W-LIN-UNIT(W-IND) EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    "C"                 TO  L-UNIM-FUNZ
           MOVE    "N"                 TO  L-UNIM-VIDEO
           MOVE    L-FIMP-CODE-CLIE    TO  L-UNIM-CODE-CLIE
           MOVE    F0SPROP-CODE-ARTI   TO  L-UNIM-CODE-ARTI
           MOVE    W-LIN-UNIT(W-IND)   TO  L-UNIM-UNIT-MISU
           INSPECT L-UNIM-UNIT-MISU CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           CALL  "UUNIMIS0"              USING L-UNIM-CTRL LWCOMAR
           IF  L-UNIM-ESITO-OK AND L-UNIM-FATT-CONV NOT EQUAL 1
             COMPUTE F0SFACQ-RIGA-QTA(W-IND2) =
                         W-LIN-QTA(W-IND) * L-UNIM-FATT-CONV
             COMPUTE F0SFACQ-RIGA-PREZ(W-IND2) ROUNDED =
                         W-LIN-PREZ(W-IND) / L-UNIM-FATT-CONV
           END-IF
           .
      ******************************************************************
      *----------  RATE DI DATIPAGAMENTO SULLO SCADENZARIO PASSIVO;
      *            SENZA DETTAGLIO UNA SOLA RATA ALLA DATA FATTURA
       4000-GENERA-SCADENZE.
           IF  W-DOC-NUMR-RATE EQUAL ZERO
             MOVE  1                   TO  W-DOC-NUMR-RATE
             MOVE  F0SFACQ-DATA-FATT   TO  W-RAT-DATA-SCAD(1)
             MOVE  F0SFACQ-IMPO-TOTA   TO  W-RAT-IMPO(1)
           END-IF
           PERFORM 4100-GENERA-RATA
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-DOC-NUMR-RATE
           .
       4100-GENERA-RATA.
           INITIALIZE F0SPASF
           MOVE    F0SFACQ-CODE-CLIE   TO  F0SPASF-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SPASF-CODE-FORN
           MOVE    F0SFACQ-NUMR-REGI   TO  F0SPASF-NUMR-REGI
           MOVE    W-IND2              TO  F0SPASF-NUMR-RATA
           MOVE    F0SFACQ-NUMR-FATT   TO  F0SPASF-NUMR-FATT
           MOVE    F0SFACQ-DATA-FATT   TO  F0SPASF-DATA-FATT
           MOVE    F0SFACQ-RAGE-FORN   TO  F0SPASF-RAGE-FORN
           IF  W-RAT-DATA-SCAD(W-IND2) EQUAL ZERO
             MOVE  F0SFACQ-DATA-FATT   TO  F0SPASF-DATA-SCAD
           ELSE
             MOVE  W-RAT-DATA-SCAD(W-IND2) TO F0SPASF-DATA-SCAD
           END-IF
           MOVE    W-RAT-IMPO(W-IND2)  TO  F0SPASF-IMPO-APER
           MOVE    F0SPASF-IMPO-APER   TO  F0SPASF-IMPO-RESI
           SET     F0SPASF-APERTA      TO  TRUE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           .
      ******************************************************************
      *----------  DOCUMENTO NON REGISTRATO: UNA RIGA SULLA LISTA
      *            SCARTI CON IL MOTIVO
       8000-SCARTA-FATTURA.
           ADD     1                   TO  W-NUMR-SCAR
           MOVE    W-DOC-TOTA          TO  W-IMPO-ED
           MOVE SPACES                 TO  W-LINEA
           STRING "SCARTATA  P.IVA "   DELIMITED BY SIZE
               W-CED-PIVA              DELIMITED BY SPACE
               "  FATT. "              DELIMITED BY SIZE
               W-DOC-NUMR              DELIMITED BY SPACE
               " DEL "                 DELIMITED BY SIZE
               W-DOC-DATA              DELIMITED BY SIZE
               " TOT. "                DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           STRING "          "         DELIMITED BY SIZE
               W-CED-RAGE              DELIMITED BY SIZE
               " - "                   DELIMITED BY SIZE
               W-MOTIVO                DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           MOVE SPACES                 TO  W-MOTIVO
           .
      ******************************************************************
      *----------  RIGA REGISTRATA MA CON DIFFERENZA O SENZA
      *            RICEVIMENTO: VA DECISA DAL COMPRATORE
       8100-SCARTA-RIGA.
           MOVE    F0SFACQ-RIGA-QTA(W-IND2) TO W-QTA-ED
           MOVE SPACES                 TO  W-LINEA
           STRING "DIFFERENZA FORN. "  DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               " FATT. "               DELIMITED BY SIZE
               W-DOC-NUMR              DELIMITED BY SPACE
               " RIGA "                DELIMITED BY SIZE
               W-LIN-NUMR(W-IND)       DELIMITED BY SIZE
               " ART. "                DELIMITED BY SIZE
               W-LIN-CODE-ARTI(W-IND)  DELIMITED BY SIZE
               " QTA "                 DELIMITED BY SIZE
               W-QTA-ED                DELIMITED BY SIZE
               " - "                   DELIMITED BY SIZE
               W-MOTIVO                DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           MOVE SPACES                 TO  W-MOTIVO
           .
      ******************************************************************
      *----------  FATTURA REGISTRATA CONTESTATA: LE RATE RICEVUTE,
      *            CONSERVATE SULLA REGISTRAZIONE, RESTANO FUORI DALLO
      *            SCADENZARIO FINO ALL'APPROVAZIONE IN UFATACQ0
       8200-RIGA-CONTESTATA.
           MOVE SPACES                 TO  W-LINEA
           STRING "CONTESTATA FORN. "  DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               " REG. "                DELIMITED BY SIZE
               F0SFACQ-NUMR-REGI       DELIMITED BY SIZE
               " FATT. "               DELIMITED BY SIZE
               W-DOC-NUMR              DELIMITED BY SPACE
               " - RATE DA APPROVARE IN UFATACQ0:"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           PERFORM 8210-RATA-CONTESTATA
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-DOC-NUMR-RATE
           .
       8210-RATA-CONTESTATA.
           MOVE    W-RAT-IMPO(W-IND2)  TO  W-IMPO-ED
           MOVE SPACES                 TO  W-LINEA
           STRING "          SCADENZA " DELIMITED BY SIZE
               W-RAT-DATA-SCAD(W-IND2) DELIMITED BY SIZE
               " IMPORTO "             DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  FATTURA IN REVERSE CHARGE INTERNO: L'AUTOFATTURA
      *            DI INTEGRAZIONE ESCE ALL'ALIQUOTA ORDINARIA, DA
      *            VERIFICARE PRIMA DEL PASSAGGIO DI UAUTFAT0
       8300-RIGA-INTEGRAZIONE.
           MOVE    F0SFACQ-IVA-INTEG   TO  W-IMPO-ED
           MOVE SPACES                 TO  W-LINEA
           STRING "REVERSE CHARGE FORN. " DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               " REG. "                DELIMITED BY SIZE
               F0SFACQ-NUMR-REGI       DELIMITED BY SIZE
               " FATT. "               DELIMITED BY SIZE
               W-DOC-NUMR              DELIMITED BY SPACE
               " - AUTOFATTURA "       DELIMITED BY SIZE
               F0SFACQ-TIPO-INTEG      DELIMITED BY SIZE
               " IVA "                 DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           .
      ******************************************************************
       9000-RIEPILOGO.
           MOVE SPACES                 TO  W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           STRING "DOCUMENTI LETTI: "  DELIMITED BY SIZE
               W-NUMR-LETTE            DELIMITED BY SIZE
               "  REGISTRATI: "        DELIMITED BY SIZE
               W-NUMR-REGI             DELIMITED BY SIZE
               "  DI CUI CONTESTATI: " DELIMITED BY SIZE
               W-NUMR-CONT             DELIMITED BY SIZE
               "  SCARTATI: "          DELIMITED BY SIZE
               W-NUMR-SCAR             DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE FATTSCAR-REC          FROM  W-LINEA
           .
      *(END)
