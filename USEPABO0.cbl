       IDENTIFICATION DIVISION.
       PROGRAM-ID. USEPABO0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   DISTINTA DI BONIFICI SEPA DALLA PROPOSTA PAGAMENTI: PER
      *****   LA DITTA CORRENTE RIPRESENTA A VIDEO, UNA PER UNA, LE
      *****   RATE FORNITORI APERTE (F0SPASF, TRAMITE "URPASF10") IN
      *****   SCADENZA ENTRO LA DATA DELLA PROPOSTA STAMPATA DA
      *****   UPAGPRO0 E NON ANCORA IN UNA DISTINTA; SI CONFERMANO
      *****   LE RATE SPUNTATE SULLA LISTA.
      *****
      *****   PER LE RATE AUTORIZZATE PRODUCE SU SEPACT IL FLUSSO
      *****   XML DI BONIFICI SEPA (CBI CBIPaymentRequest, TRACCIATO
      *****   pain.001) DA CARICARE SUL REMOTE BANKING: IBAN
      *****   ORDINANTE E CODICE CUC DALL'ANAGRAFICA DITTA (FAN),
      *****   IBAN DEL BENEFICIARIO DALL'ANAGRAFICA FORNITORI
      *****   (F0SANFO). UNA RATA DI FORNITORE SENZA IBAN VIENE
      *****   ESCLUSA CON AVVISO.
      *****
      *****   LA DISTINTA PRENDE IL NUMERO DALLA SERIE "SEPA" DEL
      *****   NUMERATORE F0SNUMD (RIPARTE OGNI ANNO) E LE RATE
      *****   PASSANO "IN PAGAMENTO" CON NUMERO E DATA DELLA
      *****   DISTINTA: L'IMPORT DELL'ESTRATTO CONTO (UBANIMP0) LE
      *****   SALDA QUANDO TROVA L'ADDEBITO. L'EndToEndId DI OGNI
      *****   BONIFICO E' "PASF" PIU' FORNITORE, REGISTRAZIONE E
      *****   RATA, COSI' L'ADDEBITO SI RICONOSCE DALLA CAUSALE.
      *****   UNA DITTA DI PROVA (UPROVCH0) NON PRODUCE DISTINTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEPACT-FILE          ASSIGN TO "SEPACT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-SCT.
       DATA DIVISION.
       FILE SECTION.
       FD  SEPACT-FILE.
       01  SEPACT-REC                  PIC X(300).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-SCT                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(300)  VALUE SPACES.
       77  W-RISP                      PIC X(01)   VALUE SPACE.
       77  W-DATA-LIMI                 PIC 9(08)   VALUE ZERO.
       77  W-DATA-ESEC                 PIC 9(08)   VALUE ZERO.
       77  W-ORA-ACTL                  PIC 9(08)   VALUE ZERO.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-RATE                 PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-BONI                 PIC 9(05)   VALUE 0.
       77  W-NUMR-ED                   PIC Z(04)9  VALUE 0.
       77  W-TOTA-DIST                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IBAN-DITT                 PIC X(27)   VALUE SPACES.
       77  W-CUC-DITT                  PIC X(08)   VALUE SPACES.
       77  W-RAGE-DITT                 PIC X(40)   VALUE SPACES.
       77  W-ANNO-DIST                 PIC 9(04)   VALUE ZERO.
       77  W-NUMR-DIST                 PIC 9(06)   VALUE ZERO.
      *
      *----------  IDENTIFICATIVI DEL FLUSSO E DEL SINGOLO BONIFICO
       01  W-MSG-ID.
           03  FILLER                  PIC X(04)   VALUE "SEPA".
           03  W-MSG-ANNO              PIC 9(04)   VALUE ZERO.
           03  FILLER                  PIC X(01)   VALUE "-".
           03  W-MSG-NUMR              PIC 9(06)   VALUE ZERO.
       01  W-E2E-ID.
           03  FILLER                  PIC X(04)   VALUE "PASF".
           03  W-E2E-CODE-FORN         PIC 9(04)   VALUE ZERO.
           03  W-E2E-NUMR-REGI         PIC 9(06)   VALUE ZERO.
           03  W-E2E-NUMR-RATA         PIC 9(02)   VALUE ZERO.
       01  W-DATA-XML.
           03  W-DX-AAAA               PIC 9(04)   VALUE ZERO.
           03  FILLER                  PIC X(01)   VALUE "-".
           03  W-DX-MM                 PIC 9(02)   VALUE ZERO.
           03  FILLER                  PIC X(01)   VALUE "-".
           03  W-DX-GG                 PIC 9(02)   VALUE ZERO.
       01  W-ORA-XML.
           03  W-OX-HH                 PIC 9(02)   VALUE ZERO.
           03  FILLER                  PIC X(01)   VALUE ":".
           03  W-OX-MI                 PIC 9(02)   VALUE ZERO.
           03  FILLER                  PIC X(01)   VALUE ":".
           03  W-OX-SS                 PIC 9(02)   VALUE ZERO.
       01  W-DATA-APPO                 PIC 9(08)   VALUE ZERO.
       01  W-DATA-APPO-R REDEFINES W-DATA-APPO.
           03  W-DA-AAAA               PIC 9(04).
           03  W-DA-MM                 PIC 9(02).
           03  W-DA-GG                 PIC 9(02).
      *
      *----------  IMPORTI IN FORMATO XML: PUNTO DECIMALE FISSO E
      *            NESSUNO ZERO IN TESTA, INDIPENDENTE DAL
      *            DECIMAL-POINT IS COMMA DEL PROGRAMMA
       77  W-IMPO-XML                  PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-IMPO-CENT                 PIC S9(13)  COMP-3 VALUE 0.
       77  W-IMPO-INT                  PIC 9(11)   VALUE 0.
       77  W-IMPO-INT-ED               PIC Z(10)9  VALUE 0.
       77  W-IMPO-DEC                  PIC 99      VALUE 0.
       77  W-IMPO-SPAZI                PIC S9(04)  COMP VALUE 0.
       77  W-IMPO-STR                  PIC X(15)   VALUE SPACES.
      *
      *----------  ESCAPE DEI CARATTERI SPECIALI XML, COME UFATTU10
       77  W-XML-SRC                   PIC X(40)   VALUE SPACES.
       77  W-XML-ESC                   PIC X(200)  VALUE SPACES.
       77  W-XML-PTR                   PIC S9(05) COMP-3 VALUE 0.
       77  W-XML-CTR                   PIC S9(05) COMP-3 VALUE 0.
       77  W-XML-CAR                   PIC X(01)   VALUE SPACE.
      *
      *----------  RATE DELLA PROPOSTA, RACCOLTE DALLA SCANSIONE PRIMA
      *            DI CHIEDERE LE CONFERME E DI AGGIORNARE LE PARTITE
       01  W-TAB-RATE.
           03  W-TR-RATA               OCCURS 500.
               05  W-TR-CODE-FORN      PIC 9(04).
               05  W-TR-NUMR-REGI      PIC 9(06).
               05  W-TR-NUMR-RATA      PIC 9(02).
               05  W-TR-NUMR-FATT      PIC X(15).
               05  W-TR-DATA-FATT      PIC 9(08).
               05  W-TR-DATA-SCAD      PIC 9(08).
               05  W-TR-RAGE-FORN      PIC X(40).
               05  W-TR-IMPO           PIC S9(09)V99 COMP-3.
               05  W-TR-IBAN           PIC X(34).
               05  W-TR-BIC            PIC X(11).
               05  W-TR-SCELTA         PIC X(01).
                   88  W-TR-AUTORIZZATA            VALUE "S".
      *
       COPY "F0SPASF.REC".
       COPY "F0SANFO.REC".
       COPY "F0SNUMD.REC".
       COPY "RMN.REC".
       COPY "FAN.REC".
       COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-SEPA-CTRL.
           03  L-SEPA-CODE-CLIE        PIC 9(04).
           03  L-SEPA-NUMR-BONI        PIC 9(05).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-SEPA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    ZERO                TO  L-SEPA-NUMR-BONI
           DISPLAY "DISTINTA BONIFICI SEPA FORNITORI  -  DITTA "
                   L-SEPA-CODE-CLIE
           MOVE    L-SEPA-CODE-CLIE    TO  L-PRVC-CODE-CLIE
           CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
           IF  L-PRVC-PROVA
             DISPLAY "DITTA DI PROVA - NESSUN FLUSSO PER LA BANCA"
             GO TO EXIT-PRO
           END-IF
           PERFORM RT1-COORDINATE-DITTA
           IF  W-IBAN-DITT EQUAL SPACES
             DISPLAY "IBAN ORDINANTE OBBLIGATORIO - OPERAZIONE"
                     " ANNULLATA"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "RATE DELLA PROPOSTA FINO AL (AAAAMMGG) : "
                   WITH NO ADVANCING
           ACCEPT   W-DATA-LIMI
           DISPLAY "DATA DI ESECUZIONE (AAAAMMGG, 0=OGGI)  : "
                   WITH NO ADVANCING
           ACCEPT   W-DATA-ESEC
           IF  W-DATA-ESEC EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-ESEC
           END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           PERFORM RT2-RACCOGLI-RATE
           IF  W-NUMR-RATE EQUAL ZERO
             DISPLAY "NESSUNA RATA DA PAGARE ENTRO IL " W-DATA-LIMI
             GO TO CHIU-SEPA
           END-IF
           PERFORM RT3-AUTORIZZA-RATA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-RATE
           IF  W-NUMR-BONI EQUAL ZERO
             DISPLAY "NESSUNA RATA AUTORIZZATA - DISTINTA NON PRODOTTA"
             GO TO CHIU-SEPA
           END-IF
           MOVE    W-NUMR-BONI         TO  W-NUMR-ED
           MOVE    W-TOTA-DIST         TO  W-IMPO-ED
           DISPLAY "DISTINTA DI " W-NUMR-ED " BONIFICI PER "
                   W-IMPO-ED
           DISPLAY "GENERARE IL FLUSSO PER LA BANCA ? (S/N) : " WITH
                   NO ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-SEPA
           END-IF
           OPEN OUTPUT SEPACT-FILE
           IF  WL-STAT-SCT NOT EQUAL "00"
             DISPLAY "IMPOSSIBILE CREARE IL FILE SEPACT"
             GO TO CHIU-SEPA
           END-IF
           PERFORM RT4-NUMERA-DISTINTA
           PERFORM RT5-TESTATA-FLUSSO
           PERFORM RT6-BONIFICO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-RATE
           MOVE    "  </PmtInf>"       TO  W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           MOVE    "</CBIPaymentRequest>" TO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           CLOSE SEPACT-FILE
           PERFORM RT8-METTI-IN-PAGAMENTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-RATE
           MOVE    W-NUMR-BONI         TO  L-SEPA-NUMR-BONI
           DISPLAY "DISTINTA " W-MSG-ID " PRODOTTA SU SEPACT - RATE"
                   " IN PAGAMENTO"
       CHIU-SEPA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  IBAN ORDINANTE E CUC DALL'ANAGRAFICA DITTA (STESSA
      *            LETTURA DI USCONVE0); SE MANCANO SI CHIEDONO A VIDEO
       RT1-COORDINATE-DITTA.
           MOVE    SPACES              TO  W-IBAN-DITT W-CUC-DITT
                                           W-RAGE-DITT
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMNUC30"              USING RMN FAN LWCOMAR
           MOVE    L-SEPA-CODE-CLIE    TO  FAN-KEI0
           MOVE    "A"                 TO  FAN-TIPO-RECO DSTF-TRKR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMNUC30"              USING RMN FAN LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND FAN-CODE-CLIE EQUAL L-SEPA-CODE-CLIE
             MOVE  FAN-IBAN-DITT       TO  W-IBAN-DITT
             MOVE  FAN-CUC-DITT        TO  W-CUC-DITT
             MOVE  FAN-RAGE-CLIE       TO  W-RAGE-DITT
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMNUC30"              USING RMN FAN LWCOMAR
           IF  W-IBAN-DITT EQUAL SPACES
             DISPLAY "IBAN ORDINANTE DELLA DITTA  : " WITH NO
                     ADVANCING
             ACCEPT   W-IBAN-DITT
           END-IF
           IF  W-CUC-DITT EQUAL SPACES
             DISPLAY "CODICE CUC CBI DELLA DITTA  : " WITH NO
                     ADVANCING
             ACCEPT   W-CUC-DITT
           END-IF
           IF  W-RAGE-DITT EQUAL SPACES
             DISPLAY "RAGIONE SOCIALE ORDINANTE   : " WITH NO
                     ADVANCING
             ACCEPT   W-RAGE-DITT
           END-IF
           DISPLAY "CONTO D'ADDEBITO " W-IBAN-DITT
           .
      ******************************************************************
      *----------  RATE APERTE, NON GIA' IN DISTINTA, IN SCADENZA
      *            ENTRO LA DATA DELLA PROPOSTA
       RT2-RACCOGLI-RATE.
           MOVE    ZERO                TO  W-NUMR-RATE
           MOVE    L-SEPA-CODE-CLIE    TO  F0SPASF-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           PERFORM RT2-RATA-PROPOSTA
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       RT2-RATA-PROPOSTA.
           IF  NOT F0SPASF-IN-PAGAMENTO
               AND F0SPASF-DATA-SCAD NOT GREATER W-DATA-LIMI
               AND W-NUMR-RATE LESS 500
             ADD   1                   TO  W-NUMR-RATE
             MOVE  F0SPASF-CODE-FORN   TO  W-TR-CODE-FORN(W-NUMR-RATE)
             MOVE  F0SPASF-NUMR-REGI   TO  W-TR-NUMR-REGI(W-NUMR-RATE)
             MOVE  F0SPASF-NUMR-RATA   TO  W-TR-NUMR-RATA(W-NUMR-RATE)
             MOVE  F0SPASF-NUMR-FATT   TO  W-TR-NUMR-FATT(W-NUMR-RATE)
             MOVE  F0SPASF-DATA-FATT   TO  W-TR-DATA-FATT(W-NUMR-RATE)
             MOVE  F0SPASF-DATA-SCAD   TO  W-TR-DATA-SCAD(W-NUMR-RATE)
             MOVE  F0SPASF-RAGE-FORN   TO  W-TR-RAGE-FORN(W-NUMR-RATE)
      *        Partite depositate prima del residuo: vale l'aperto,
      *        stessa regola della proposta pagamenti
             IF  F0SPASF-IMPO-RESI EQUAL ZERO
               MOVE F0SPASF-IMPO-APER  TO  W-TR-IMPO(W-NUMR-RATE)
             ELSE
               MOVE F0SPASF-IMPO-RESI  TO  W-TR-IMPO(W-NUMR-RATE)
             END-IF
             MOVE  SPACES              TO  W-TR-IBAN(W-NUMR-RATE)
                                           W-TR-BIC(W-NUMR-RATE)
             MOVE  SPACE               TO  W-TR-SCELTA(W-NUMR-RATE)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           .
      ******************************************************************
      *----------  CONFERMA A VIDEO DELLA RATA SPUNTATA SULLA LISTA;
      *            SERVE L'IBAN DEL FORNITORE
       RT3-AUTORIZZA-RATA.
           MOVE    W-TR-IMPO(W-IND)    TO  W-IMPO-ED
           DISPLAY W-TR-RAGE-FORN(W-IND)(1:30) " FATT "
                   W-TR-NUMR-FATT(W-IND) " RATA "
                   W-TR-NUMR-RATA(W-IND) " SCAD "
                   W-TR-DATA-SCAD(W-IND) " " W-IMPO-ED
           DISPLAY "AUTORIZZATA SULLA PROPOSTA ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             EXIT PARAGRAPH
           END-IF
           IF  W-TR-IMPO(W-IND) NOT GREATER ZERO
             DISPLAY "RATA SENZA IMPORTO DA PAGARE - ESCLUSA"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SANFO
           MOVE    L-SEPA-CODE-CLIE    TO  F0SANFO-CODE-CLIE
           MOVE    W-TR-CODE-FORN(W-IND) TO F0SANFO-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR F0SANFO-IBAN-FORN EQUAL SPACES
             DISPLAY "FORNITORE " W-TR-CODE-FORN(W-IND)
                     " SENZA IBAN IN ANAGRAFICA - RATA ESCLUSA"
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SANFO-IBAN-FORN   TO  W-TR-IBAN(W-IND)
           MOVE    F0SANFO-BIC-FORN    TO  W-TR-BIC(W-IND)
           IF  F0SANFO-RAGE-FORN NOT EQUAL SPACES
             MOVE  F0SANFO-RAGE-FORN   TO  W-TR-RAGE-FORN(W-IND)
           END-IF
           SET     W-TR-AUTORIZZATA(W-IND) TO TRUE
           ADD     1                   TO  W-NUMR-BONI
           ADD     W-TR-IMPO(W-IND)    TO  W-TOTA-DIST
           .
      ******************************************************************
      *----------  NUMERO DELLA DISTINTA DALLA SERIE "SEPA" DEL
      *            NUMERATORE, CHE RIPARTE OGNI ANNO COME LA "SDI "
       RT4-NUMERA-DISTINTA.
           MOVE    LDATE-ACTL(1:4)     TO  W-ANNO-DIST
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    L-SEPA-CODE-CLIE    TO  F0SNUMD-CODE-CLIE
           MOVE    ZERO                TO  F0SNUMD-NUMR-INST
           MOVE    "SEPA"              TO  F0SNUMD-TIPO-DOCU
           MOVE    W-ANNO-DIST         TO  F0SNUMD-ANNO
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    F0SNUMD-ULTI-NUMR   TO  W-NUMR-DIST
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    W-ANNO-DIST         TO  W-MSG-ANNO
           MOVE    W-NUMR-DIST         TO  W-MSG-NUMR
           .
      ******************************************************************
      *----------  TESTATA DEL FLUSSO (GrpHdr) E DELLA DISPOSIZIONE
      *            DI PAGAMENTO (PmtInf) CON IL CONTO D'ADDEBITO
       RT5-TESTATA-FLUSSO.
           MOVE    "<?xml version=""1.0"" encoding=""UTF-8""?>"
                                       TO  W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "<CBIPaymentRequest xmlns="
                                       DELIMITED BY SIZE
                   """urn:CBI:xsd:CBIPaymentRequest.00.04.00"">"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           MOVE    LDATE-ACTL          TO  W-DATA-APPO
           MOVE    W-DA-AAAA           TO  W-DX-AAAA
           MOVE    W-DA-MM             TO  W-DX-MM
           MOVE    W-DA-GG             TO  W-DX-GG
           ACCEPT   W-ORA-ACTL         FROM TIME
           MOVE    W-ORA-ACTL(1:2)     TO  W-OX-HH
           MOVE    W-ORA-ACTL(3:2)     TO  W-OX-MI
           MOVE    W-ORA-ACTL(5:2)     TO  W-OX-SS
           MOVE    W-NUMR-BONI         TO  W-NUMR-ED
           MOVE    W-TOTA-DIST         TO  W-IMPO-XML
           PERFORM RT7-IMPORTO-XML
           MOVE    SPACES              TO  W-LINEA
           STRING  "  <GrpHdr><MsgId>" DELIMITED BY SIZE
                   W-MSG-ID            DELIMITED BY SIZE
                   "</MsgId><CreDtTm>" DELIMITED BY SIZE
                   W-DATA-XML          DELIMITED BY SIZE
                   "T"                 DELIMITED BY SIZE
                   W-ORA-XML           DELIMITED BY SIZE
                   "</CreDtTm><NbOfTxs>" DELIMITED BY SIZE
                   W-NUMR-ED(W-IMPO-SPAZI + 1:) DELIMITED BY SIZE
                   "</NbOfTxs><CtrlSum>" DELIMITED BY SIZE
                   W-IMPO-STR          DELIMITED BY SPACE
                   "</CtrlSum>"        DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           MOVE    W-RAGE-DITT         TO  W-XML-SRC
           PERFORM RT9-ESCAPA-XML
           MOVE    SPACES              TO  W-LINEA
           STRING  "    <InitgPty><Nm>" DELIMITED BY SIZE
                   FUNCTION TRIM(W-XML-ESC) DELIMITED BY SIZE
                   "</Nm><Id><OrgId><Othr><Id>" DELIMITED BY SIZE
                   W-CUC-DITT          DELIMITED BY SPACE
                   "</Id><Issr>CBI</Issr></Othr></OrgId></Id>"
                                       DELIMITED BY SIZE
                   "</InitgPty></GrpHdr>" DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
      *
           MOVE    W-DATA-ESEC         TO  W-DATA-APPO
           MOVE    W-DA-AAAA           TO  W-DX-AAAA
           MOVE    W-DA-MM             TO  W-DX-MM
           MOVE    W-DA-GG             TO  W-DX-GG
           MOVE    SPACES              TO  W-LINEA
           STRING  "  <PmtInf><PmtInfId>" DELIMITED BY SIZE
                   W-MSG-ID            DELIMITED BY SIZE
                   "</PmtInfId><PmtMtd>TRF</PmtMtd>"
                                       DELIMITED BY SIZE
                   "<BtchBookg>false</BtchBookg>"
                                       DELIMITED BY SIZE
                   "<PmtTpInf><InstrPrty>NORM</InstrPrty>"
                                       DELIMITED BY SIZE
                   "<SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>"
                                       DELIMITED BY SIZE
                   "<ReqdExctnDt>"     DELIMITED BY SIZE
                   W-DATA-XML          DELIMITED BY SIZE
                   "</ReqdExctnDt>"    DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
      *      Banca d'addebito indicata con l'ABI, che sull'IBAN
      *      italiano segue CIN europeo e CIN nazionale
           MOVE    SPACES              TO  W-LINEA
           STRING  "    <Dbtr><Nm>"    DELIMITED BY SIZE
                   FUNCTION TRIM(W-XML-ESC) DELIMITED BY SIZE
                   "</Nm></Dbtr><DbtrAcct><Id><IBAN>"
                                       DELIMITED BY SIZE
                   W-IBAN-DITT         DELIMITED BY SPACE
                   "</IBAN></Id></DbtrAcct>" DELIMITED BY SIZE
                   "<DbtrAgt><FinInstnId><ClrSysMmbId><MmbId>"
                                       DELIMITED BY SIZE
                   W-IBAN-DITT(6:5)    DELIMITED BY SIZE
                   "</MmbId></ClrSysMmbId></FinInstnId></DbtrAgt>"
                                       DELIMITED BY SIZE
                   "<ChrgBr>SLEV</ChrgBr>" DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           .
      ******************************************************************
      *----------  UN BONIFICO (CdtTrfTxInf) PER OGNI RATA AUTORIZZATA
       RT6-BONIFICO.
           IF  NOT W-TR-AUTORIZZATA(W-IND)
             EXIT PARAGRAPH
           END-IF
           MOVE    W-TR-CODE-FORN(W-IND) TO W-E2E-CODE-FORN
           MOVE    W-TR-NUMR-REGI(W-IND) TO W-E2E-NUMR-REGI
           MOVE    W-TR-NUMR-RATA(W-IND) TO W-E2E-NUMR-RATA
           MOVE    W-TR-IMPO(W-IND)    TO  W-IMPO-XML
           PERFORM RT7-IMPORTO-XML
           MOVE    SPACES              TO  W-LINEA
           STRING  "    <CdtTrfTxInf><PmtId><InstrId>"
                                       DELIMITED BY SIZE
                   W-E2E-ID            DELIMITED BY SIZE
                   "</InstrId><EndToEndId>" DELIMITED BY SIZE
                   W-E2E-ID            DELIMITED BY SIZE
                   "</EndToEndId></PmtId>" DELIMITED BY SIZE
                   "<Amt><InstdAmt Ccy=""EUR"">" DELIMITED BY SIZE
                   W-IMPO-STR          DELIMITED BY SPACE
                   "</InstdAmt></Amt>" DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           IF  W-TR-BIC(W-IND) NOT EQUAL SPACES
             MOVE  SPACES              TO  W-LINEA
             STRING "      <CdtrAgt><FinInstnId><BIC>"
                                       DELIMITED BY SIZE
                    W-TR-BIC(W-IND)    DELIMITED BY SPACE
                    "</BIC></FinInstnId></CdtrAgt>"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE SEPACT-REC          FROM W-LINEA
           END-IF
           MOVE    W-TR-RAGE-FORN(W-IND) TO W-XML-SRC
           PERFORM RT9-ESCAPA-XML
           MOVE    SPACES              TO  W-LINEA
           STRING  "      <Cdtr><Nm>"  DELIMITED BY SIZE
                   FUNCTION TRIM(W-XML-ESC) DELIMITED BY SIZE
                   "</Nm></Cdtr><CdtrAcct><Id><IBAN>"
                                       DELIMITED BY SIZE
                   W-TR-IBAN(W-IND)    DELIMITED BY SPACE
                   "</IBAN></Id></CdtrAcct>" DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           MOVE    W-TR-NUMR-FATT(W-IND) TO W-XML-SRC
           PERFORM RT9-ESCAPA-XML
           MOVE    SPACES              TO  W-LINEA
           STRING  "      <RmtInf><Ustrd>SALDO FATTURA "
                                       DELIMITED BY SIZE
                   FUNCTION TRIM(W-XML-ESC) DELIMITED BY SIZE
                   " DEL "             DELIMITED BY SIZE
                   W-TR-DATA-FATT(W-IND) DELIMITED BY SIZE
                   " RATA "            DELIMITED BY SIZE
                   W-TR-NUMR-RATA(W-IND) DELIMITED BY SIZE
                   "</Ustrd></RmtInf></CdtTrfTxInf>"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   SEPACT-REC          FROM W-LINEA
           .
      ******************************************************************
      *----------  W-IMPO-XML IN W-IMPO-STR CON IL PUNTO DECIMALE E
      *            SENZA ZERI IN TESTA; W-IMPO-SPAZI RESTA VALIDO
      *            ANCHE PER IL CONTATORE W-NUMR-ED DELLA TESTATA
       RT7-IMPORTO-XML.
           COMPUTE W-IMPO-CENT = W-IMPO-XML * 100
           DIVIDE  W-IMPO-CENT BY 100 GIVING W-IMPO-INT
                                   REMAINDER W-IMPO-DEC
           MOVE    W-IMPO-INT          TO  W-IMPO-INT-ED
           MOVE    ZERO                TO  W-IMPO-SPAZI
           INSPECT W-IMPO-INT-ED TALLYING W-IMPO-SPAZI
                                   FOR LEADING SPACES
           MOVE    SPACES              TO  W-IMPO-STR
           STRING  W-IMPO-INT-ED(W-IMPO-SPAZI + 1:)
                                       DELIMITED BY SIZE
                   "."                 DELIMITED BY SIZE
                   W-IMPO-DEC          DELIMITED BY SIZE
                                       INTO W-IMPO-STR
           MOVE    ZERO                TO  W-IMPO-SPAZI
           INSPECT W-NUMR-ED TALLYING W-IMPO-SPAZI
                                   FOR LEADING SPACES
           .
      ******************************************************************
      *----------  LA RATA AUTORIZZATA PASSA "IN PAGAMENTO" CON IL
      *            NUMERO DELLA DISTINTA
       RT8-METTI-IN-PAGAMENTO.
           IF  NOT W-TR-AUTORIZZATA(W-IND)
             EXIT PARAGRAPH
           END-IF
           MOVE    L-SEPA-CODE-CLIE    TO  F0SPASF-CODE-CLIE
           MOVE    W-TR-CODE-FORN(W-IND) TO F0SPASF-CODE-FORN
           MOVE    W-TR-NUMR-REGI(W-IND) TO F0SPASF-NUMR-REGI
           MOVE    W-TR-NUMR-RATA(W-IND) TO F0SPASF-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           IF  F0SPASF-IMPO-RESI EQUAL ZERO
             MOVE  F0SPASF-IMPO-APER   TO  F0SPASF-IMPO-RESI
           END-IF
           SET     F0SPASF-IN-PAGAMENTO TO TRUE
           MOVE    W-ANNO-DIST         TO  F0SPASF-ANNO-DIST
           MOVE    W-NUMR-DIST         TO  F0SPASF-NUMR-DIST
           MOVE    LDATE-ACTL          TO  F0SPASF-DATA-DIST
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           .
      ******************************************************************
      *----------  ESCAPE DEI CARATTERI SPECIALI XML (& < >) PRIMA
      *            DELL'INTERPOLAZIONE IN UN ELEMENTO XML (W-XML-SRC
      *            IN INGRESSO, W-XML-ESC IN USCITA)
       RT9-ESCAPA-XML.
           MOVE    SPACES              TO  W-XML-ESC
           MOVE    1                   TO  W-XML-PTR
           PERFORM RT9-ESCAPA-CARATTERE
               VARYING W-XML-CTR FROM 1 BY 1
               UNTIL W-XML-CTR GREATER 40
           .
       RT9-ESCAPA-CARATTERE.
           MOVE    W-XML-SRC(W-XML-CTR:1) TO W-XML-CAR
           EVALUATE W-XML-CAR
             WHEN "&"
               STRING "&amp;"          DELIMITED BY SIZE
                                       INTO W-XML-ESC
                                       WITH POINTER W-XML-PTR
             WHEN "<"
               STRING "&lt;"           DELIMITED BY SIZE
                                       INTO W-XML-ESC
                                       WITH POINTER W-XML-PTR
             WHEN ">"
               STRING "&gt;"           DELIMITED BY SIZE
                                       INTO W-XML-ESC
                                       WITH POINTER W-XML-PTR
             WHEN OTHER
               STRING W-XML-CAR        DELIMITED BY SIZE
                                       INTO W-XML-ESC
                                       WITH POINTER W-XML-PTR
           END-EVALUATE
           .
      *(END)
