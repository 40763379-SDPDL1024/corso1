       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCOMPEN0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   COMPENSAZIONE DELLE PARTITE APERTE DI UN SOGGETTO CHE E'
      *****   INSIEME NOSTRO CLIENTE E NOSTRO FORNITORE: IL CLIENTE
      *****   FINALE (F0SCLIF) PORTA IL CODICE DEL FORNITORE
      *****   COLLEGATO (F0SCLIF-CODE-FORN, DALL'ANAGRAFICA CLIENTI).
      *****
      *****   MOSTRA A VIDEO LE PARTITE APERTE DEL CLIENTE (F0SPASC,
      *****   ESCLUSE LE RATE GIA' PRESENTATE IN BANCA COME RIBA/SDD)
      *****   E LE RATE APERTE DEL FORNITORE (F0SPASF, ESCLUSE QUELLE
      *****   GIA' IN UNA DISTINTA DI BONIFICI) E PROPONE DI
      *****   COMPENSARE FINO AL MINORE DEI DUE SALDI; L'IMPORTO SI
      *****   PUO' RIDURRE. LA COMPENSAZIONE CHIUDE LE PARTITE DEI DUE
      *****   LATI IN ORDINE DI SCADENZA, DALLA PIU' VECCHIA.
      *****
      *****   LA COMPENSAZIONE PRENDE IL NUMERO DALLA SERIE "COMP" DEL
      *****   NUMERATORE F0SNUMD (RIPARTE OGNI ANNO) E VIENE
      *****   REGISTRATA SU ENTRAMBI I LATI: INCASSO DI TIPO
      *****   COMPENSAZIONE SU F0SINCA (CHE LA PRIMA NOTA UPRIMNO0
      *****   PORTA A DEBITI FORNITORI / CREDITI CLIENTI) E PAGAMENTO
      *****   DI TIPO COMPENSAZIONE NELLO STORICO PAGAMENTI FORNITORI
      *****   F0SPAGF. SU "COMPENS" STAMPA LA DICHIARAZIONE DI
      *****   COMPENSAZIONE DA FAR FIRMARE ALLA CONTROPARTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENS-FILE         ASSIGN TO "COMPENS"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-CMP.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPENS-FILE.
       01  COMPENS-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-CMP                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-RISP                      PIC X(01)   VALUE SPACE.
       77  W-CODI-CLIF                 PIC 9(06)   VALUE ZERO.
       77  W-CODE-FORN                 PIC 9(04)   VALUE ZERO.
       77  W-RAGE-DITT                 PIC X(40)   VALUE SPACES.
       77  W-RAGE-CLIF                 PIC X(40)   VALUE SPACES.
       77  W-PIVA-CLIF                 PIC X(11)   VALUE SPACES.
       77  W-RAGE-FORN                 PIC X(40)   VALUE SPACES.
       77  W-DATA-COMP                 PIC 9(08)   VALUE ZERO.
       77  W-ANNO-COMP                 PIC 9(04)   VALUE ZERO.
       77  W-NUMR-COMP                 PIC 9(06)   VALUE ZERO.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND2                      PIC S9(04)  COMP VALUE 0.
       77  W-IND-POS                   PIC S9(04)  COMP VALUE 0.
       77  W-POSTO                     PIC X(01)   VALUE SPACE.
           88  W-POSTO-TROVATO                     VALUE "S".
       77  W-NUMR-PACL                 PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-PAFO                 PIC S9(04)  COMP VALUE 0.
       77  W-IMPO-RESI                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-TOTA-CLIE                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOTA-FORN                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-IMPO-PROP                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-IMPO-COMP                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-DA-RIPARTIRE              PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
      *
      *----------  DATA GG/MM/AAAA PER LA DICHIARAZIONE
       01  W-DATA-APPO                 PIC 9(08)   VALUE ZERO.
       01  W-DATA-APPO-R REDEFINES W-DATA-APPO.
           03  W-DA-AAAA               PIC 9(04).
           03  W-DA-MM                 PIC 9(02).
           03  W-DA-GG                 PIC 9(02).
       01  W-DATA-ED.
           03  W-DE-GG                 PIC 9(02)   VALUE ZERO.
           03  FILLER                  PIC X(01)   VALUE "/".
           03  W-DE-MM                 PIC 9(02)   VALUE ZERO.
           03  FILLER                  PIC X(01)   VALUE "/".
           03  W-DE-AAAA               PIC 9(04)   VALUE ZERO.
      *
      *    Blocco contabile di periodo, come per gli incassi
       01  WL-PCTL-CTRL.
           03  WL-PCTL-CODE-CLIE      PIC 9(04)    VALUE ZERO.
           03  WL-PCTL-DATA           PIC 9(08)    VALUE ZERO.
           03  WL-PCTL-OPERAZIONE     PIC X(20)    VALUE SPACES.
           03  WL-PCTL-ESITO          PIC X(01)    VALUE SPACE.
      *
      *----------  PARTITE APERTE DEL CLIENTE, IN ORDINE DI SCADENZA
       01  W-TAB-PACL.
           03  W-TC-PART               OCCURS 200.
               05  W-TC-NUMR-INST      PIC 9(04).
               05  W-TC-NUMR-DOCU      PIC 9(06).
               05  W-TC-NUMR-RATA      PIC 9(02).
               05  W-TC-DATA-DOCU      PIC 9(08).
               05  W-TC-DATA-SCAD      PIC 9(08).
               05  W-TC-IMPO-RESI      PIC S9(09)V99 COMP-3.
               05  W-TC-IMPO-COMP      PIC S9(09)V99 COMP-3.
      *
      *----------  RATE APERTE DEL FORNITORE, IN ORDINE DI SCADENZA
       01  W-TAB-PAFO.
           03  W-TF-PART               OCCURS 200.
               05  W-TF-NUMR-REGI      PIC 9(06).
               05  W-TF-NUMR-RATA      PIC 9(02).
               05  W-TF-NUMR-FATT      PIC X(15).
               05  W-TF-DATA-FATT      PIC 9(08).
               05  W-TF-DATA-SCAD      PIC 9(08).
               05  W-TF-IMPO-RESI      PIC S9(09)V99 COMP-3.
               05  W-TF-IMPO-COMP      PIC S9(09)V99 COMP-3.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SPASC.REC".
       COPY "F0SINCA.REC".
       COPY "F0SPASF.REC".
       COPY "F0SPAGF.REC".
       COPY "F0SNUMD.REC".
       COPY "RMN.REC".
       COPY "FAN.REC".
      *
       LINKAGE SECTION.
       01  L-COMP-CTRL.
           03  L-COMP-CODE-CLIE        PIC 9(04).
           03  L-COMP-NUMR-COMP        PIC 9(06).
           03  L-COMP-ESITO            PIC X(01).
               88  L-COMP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-COMP-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-COMP-ESITO
           MOVE    ZERO                TO  L-COMP-NUMR-COMP
           DISPLAY "COMPENSAZIONE CLIENTE/FORNITORE  -  DITTA "
                   L-COMP-CODE-CLIE
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   W-CODI-CLIF
           PERFORM RT1-SOGGETTO
           IF  W-CODE-FORN EQUAL ZERO
             GO TO EXIT-PRO
           END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           PERFORM RT2-PARTITE-CLIENTE
           PERFORM RT3-RATE-FORNITORE
           IF  W-TOTA-CLIE NOT GREATER ZERO
               OR W-TOTA-FORN NOT GREATER ZERO
             DISPLAY "NESSUNA PARTITA APERTA DA COMPENSARE SU UNO DEI"
                     " DUE LATI"
             GO TO CHIU-COMP
           END-IF
           PERFORM RT21-MOSTRA-CLIENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PACL
           MOVE    W-TOTA-CLIE         TO  W-IMPO-ED
           DISPLAY "TOTALE CREDITI VERSO IL CLIENTE    : " W-IMPO-ED
           PERFORM RT31-MOSTRA-FORNITORE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PAFO
           MOVE    W-TOTA-FORN         TO  W-IMPO-ED
           DISPLAY "TOTALE DEBITI VERSO IL FORNITORE   : " W-IMPO-ED
      *      Si compensa al massimo il minore dei due saldi
           IF  W-TOTA-CLIE LESS W-TOTA-FORN
             MOVE  W-TOTA-CLIE         TO  W-IMPO-PROP
           ELSE
             MOVE  W-TOTA-FORN         TO  W-IMPO-PROP
           END-IF
           MOVE    W-IMPO-PROP         TO  W-IMPO-ED
           DISPLAY "IMPORTO COMPENSABILE               : " W-IMPO-ED
           DISPLAY "IMPORTO DA COMPENSARE (0=PROPOSTO) : " WITH NO
                   ADVANCING
           ACCEPT   W-IMPO-COMP
           IF  W-IMPO-COMP EQUAL ZERO
             MOVE  W-IMPO-PROP         TO  W-IMPO-COMP
           END-IF
           IF  W-IMPO-COMP LESS ZERO
               OR W-IMPO-COMP GREATER W-IMPO-PROP
             DISPLAY "IMPORTO NON VALIDO - OPERAZIONE ANNULLATA"
             GO TO CHIU-COMP
           END-IF
           DISPLAY "DATA COMPENSAZIONE (AAAAMMGG, 0=OGGI) : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-COMP
           IF  W-DATA-COMP EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-COMP
           END-IF
      *    Controllo del blocco contabile di periodo
           MOVE    L-COMP-CODE-CLIE    TO  WL-PCTL-CODE-CLIE
           MOVE    W-DATA-COMP         TO  WL-PCTL-DATA
           MOVE    "COMPENSAZIONE"     TO  WL-PCTL-OPERAZIONE
           MOVE    SPACE               TO  WL-PCTL-ESITO
           CALL  "UPERCTL0"              USING WL-PCTL-CTRL LWCOMAR
           IF  WL-PCTL-ESITO EQUAL "B"
             GO TO CHIU-COMP
           END-IF
           MOVE    W-IMPO-COMP         TO  W-IMPO-ED
           DISPLAY "CONFERMI LA COMPENSAZIONE DI " W-IMPO-ED
                   " ? (S/N) : " WITH NO ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-COMP
           END-IF
      *
           MOVE    W-IMPO-COMP         TO  W-DA-RIPARTIRE
           PERFORM RT4-RIPARTISCI-CLIENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PACL
           MOVE    W-IMPO-COMP         TO  W-DA-RIPARTIRE
           PERFORM RT41-RIPARTISCI-FORNITORE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PAFO
           PERFORM RT5-NUMERA-COMPENSAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           PERFORM RT6-CHIUDI-PARTITA-CLIENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PACL
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           PERFORM RT7-CHIUDI-RATA-FORNITORE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PAFO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           PERFORM RT8-DICHIARAZIONE
           MOVE    W-NUMR-COMP         TO  L-COMP-NUMR-COMP
           MOVE    "S"                 TO  L-COMP-ESITO
           DISPLAY "COMPENSAZIONE " W-NUMR-COMP "/" W-ANNO-COMP
                   " REGISTRATA - DICHIARAZIONE SU COMPENS"
       CHIU-COMP.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  CLIENTE, FORNITORE COLLEGATO E RAGIONE SOCIALE DELLA
      *            DITTA (STESSA LETTURA DI USCONVE0); SENZA FORNITORE
      *            COLLEGATO NON C'E' NULLA DA COMPENSARE
       RT1-SOGGETTO.
           MOVE    ZERO                TO  W-CODE-FORN
           INITIALIZE F0SCLIF
           MOVE    L-COMP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    W-CODI-CLIF         TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CLIENTE NON TROVATO"
             MOVE  ZERO                TO  F0SCLIF-CODE-FORN
           ELSE
             IF  F0SCLIF-CODE-FORN EQUAL ZERO
               DISPLAY "CLIENTE NON COLLEGATO A UN FORNITORE"
                       " (ANAGRAFICA CLIENTI)"
             END-IF
           END-IF
           MOVE    F0SCLIF-CODE-FORN   TO  W-CODE-FORN
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-RAGE-CLIF
           MOVE    F0SCLIF-PIVA-CLIF   TO  W-PIVA-CLIF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  W-CODE-FORN EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE " W-RAGE-CLIF
           DISPLAY "FORNITORE COLLEGATO " W-CODE-FORN
      *
           MOVE    SPACES              TO  W-RAGE-DITT
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMNUC30"              USING RMN FAN LWCOMAR
           MOVE    L-COMP-CODE-CLIE    TO  FAN-KEI0
           MOVE    "A"                 TO  FAN-TIPO-RECO DSTF-TRKR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMNUC30"              USING RMN FAN LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND FAN-CODE-CLIE EQUAL L-COMP-CODE-CLIE
             MOVE  FAN-RAGE-CLIE       TO  W-RAGE-DITT
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMNUC30"              USING RMN FAN LWCOMAR
           .
      ******************************************************************
      *----------  PARTITE APERTE DEL CLIENTE SU TUTTI I DEPOSITI; LE
      *            RATE PRESENTATE IN BANCA (RIBA/SDD) O CEDUTE A UNA
      *            LINEA DI ANTICIPO SONO GIA' IN INCASSO E NON SI
      *            COMPENSANO
       RT2-PARTITE-CLIENTE.
           MOVE    ZERO                TO  W-NUMR-PACL W-TOTA-CLIE
           INITIALIZE F0SPASC
           MOVE    L-COMP-CODE-CLIE    TO  F0SPASC-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           PERFORM RT22-PARTITA-CLIENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       RT22-PARTITA-CLIENTE.
           IF  F0SPASC-APERTA
               AND F0SPASC-CODI-CLIF EQUAL W-CODI-CLIF
               AND NOT F0SPASC-RIBA-PRESENTATA
               AND NOT F0SPASC-ANTICIPATA
               AND W-NUMR-PACL LESS 200
      *        Partite depositate prima del residuo: vale l'aperto
             IF  F0SPASC-IMPO-RESI EQUAL ZERO
               MOVE F0SPASC-IMPO-APER  TO  W-IMPO-RESI
             ELSE
               MOVE F0SPASC-IMPO-RESI  TO  W-IMPO-RESI
             END-IF
             IF  W-IMPO-RESI GREATER ZERO
               PERFORM RT23-INSERISCI-CLIENTE
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           .
      *----------  INSERIMENTO ORDINATO PER SCADENZA
       RT23-INSERISCI-CLIENTE.
           ADD     1                   TO  W-NUMR-PACL
           MOVE    W-NUMR-PACL         TO  W-IND-POS
           MOVE    SPACE               TO  W-POSTO
           PERFORM RT24-CERCA-POSTO-CLIENTE
               UNTIL W-POSTO-TROVATO
           MOVE    F0SPASC-NUMR-INST   TO  W-TC-NUMR-INST(W-IND-POS)
           MOVE    F0SPASC-NUMR-DOCU   TO  W-TC-NUMR-DOCU(W-IND-POS)
           MOVE    F0SPASC-NUMR-RATA   TO  W-TC-NUMR-RATA(W-IND-POS)
           MOVE    F0SPASC-DATA-DOCU   TO  W-TC-DATA-DOCU(W-IND-POS)
           MOVE    F0SPASC-DATA-SCAD   TO  W-TC-DATA-SCAD(W-IND-POS)
           MOVE    W-IMPO-RESI         TO  W-TC-IMPO-RESI(W-IND-POS)
           MOVE    ZERO                TO  W-TC-IMPO-COMP(W-IND-POS)
           ADD     W-IMPO-RESI         TO  W-TOTA-CLIE
           .
      *----------  LE PARTITE CON SCADENZA SUCCESSIVA SCALANO DI UN
      *            POSTO
       RT24-CERCA-POSTO-CLIENTE.
           IF  W-IND-POS LESS 2
             SET  W-POSTO-TROVATO      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-IND2 = W-IND-POS - 1
           IF  W-TC-DATA-SCAD(W-IND2) NOT GREATER F0SPASC-DATA-SCAD
             SET  W-POSTO-TROVATO      TO  TRUE
           ELSE
             MOVE W-TC-PART(W-IND2)   TO  W-TC-PART(W-IND-POS)
             MOVE W-IND2               TO  W-IND-POS
           END-IF
           .
       RT21-MOSTRA-CLIENTE.
           MOVE    W-TC-IMPO-RESI(W-IND) TO W-IMPO-ED
           DISPLAY "CLIENTE   DOC " W-TC-NUMR-DOCU(W-IND) " RATA "
                   W-TC-NUMR-RATA(W-IND) " SCAD "
                   W-TC-DATA-SCAD(W-IND) " " W-IMPO-ED
           .
      ******************************************************************
      *----------  RATE APERTE DEL FORNITORE COLLEGATO; QUELLE GIA' IN
      *            UNA DISTINTA DI BONIFICI ASPETTANO L'ADDEBITO
       RT3-RATE-FORNITORE.
           MOVE    ZERO                TO  W-NUMR-PAFO W-TOTA-FORN
           MOVE    SPACES              TO  W-RAGE-FORN
           INITIALIZE F0SPASF
           MOVE    L-COMP-CODE-CLIE    TO  F0SPASF-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           PERFORM RT32-RATA-FORNITORE
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       RT32-RATA-FORNITORE.
           IF  F0SPASF-CODE-FORN EQUAL W-CODE-FORN
               AND NOT F0SPASF-IN-PAGAMENTO
               AND W-NUMR-PAFO LESS 200
             MOVE  F0SPASF-RAGE-FORN   TO  W-RAGE-FORN
             IF  F0SPASF-IMPO-RESI EQUAL ZERO
               MOVE F0SPASF-IMPO-APER  TO  W-IMPO-RESI
             ELSE
               MOVE F0SPASF-IMPO-RESI  TO  W-IMPO-RESI
             END-IF
             IF  W-IMPO-RESI GREATER ZERO
               PERFORM RT33-INSERISCI-FORNITORE
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           .
       RT33-INSERISCI-FORNITORE.
           ADD     1                   TO  W-NUMR-PAFO
           MOVE    W-NUMR-PAFO         TO  W-IND-POS
           MOVE    SPACE               TO  W-POSTO
           PERFORM RT34-CERCA-POSTO-FORNITORE
               UNTIL W-POSTO-TROVATO
           MOVE    F0SPASF-NUMR-REGI   TO  W-TF-NUMR-REGI(W-IND-POS)
           MOVE    F0SPASF-NUMR-RATA   TO  W-TF-NUMR-RATA(W-IND-POS)
           MOVE    F0SPASF-NUMR-FATT   TO  W-TF-NUMR-FATT(W-IND-POS)
           MOVE    F0SPASF-DATA-FATT   TO  W-TF-DATA-FATT(W-IND-POS)
           MOVE    F0SPASF-DATA-SCAD   TO  W-TF-DATA-SCAD(W-IND-POS)
           MOVE    W-IMPO-RESI         TO  W-TF-IMPO-RESI(W-IND-POS)
           MOVE    ZERO                TO  W-TF-IMPO-COMP(W-IND-POS)
           ADD     W-IMPO-RESI         TO  W-TOTA-FORN
           .
      *----------  LE PARTITE CON SCADENZA SUCCESSIVA SCALANO DI UN
      *            POSTO
       RT34-CERCA-POSTO-FORNITORE.
           IF  W-IND-POS LESS 2
             SET  W-POSTO-TROVATO      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-IND2 = W-IND-POS - 1
           IF  W-TF-DATA-SCAD(W-IND2) NOT GREATER F0SPASF-DATA-SCAD
             SET  W-POSTO-TROVATO      TO  TRUE
           ELSE
             MOVE W-TF-PART(W-IND2)   TO  W-TF-PART(W-IND-POS)
             MOVE W-IND2               TO  W-IND-POS
           END-IF
           .
       RT31-MOSTRA-FORNITORE.
           MOVE    W-TF-IMPO-RESI(W-IND) TO W-IMPO-ED
           DISPLAY "FORNITORE FATT " W-TF-NUMR-FATT(W-IND) " RATA "
                   W-TF-NUMR-RATA(W-IND) " SCAD "
                   W-TF-DATA-SCAD(W-IND) " " W-IMPO-ED
           .
      ******************************************************************
      *----------  RIPARTIZIONE DELL'IMPORTO COMPENSATO SULLE PARTITE
      *            DEI DUE LATI, DALLA SCADENZA PIU' VECCHIA
       RT4-RIPARTISCI-CLIENTE.
           IF  W-DA-RIPARTIRE GREATER ZERO
             IF  W-TC-IMPO-RESI(W-IND) LESS W-DA-RIPARTIRE
               MOVE W-TC-IMPO-RESI(W-IND) TO W-TC-IMPO-COMP(W-IND)
             ELSE
               MOVE W-DA-RIPARTIRE     TO  W-TC-IMPO-COMP(W-IND)
             END-IF
             SUBTRACT W-TC-IMPO-COMP(W-IND) FROM W-DA-RIPARTIRE
           END-IF
           .
       RT41-RIPARTISCI-FORNITORE.
           IF  W-DA-RIPARTIRE GREATER ZERO
             IF  W-TF-IMPO-RESI(W-IND) LESS W-DA-RIPARTIRE
               MOVE W-TF-IMPO-RESI(W-IND) TO W-TF-IMPO-COMP(W-IND)
             ELSE
               MOVE W-DA-RIPARTIRE     TO  W-TF-IMPO-COMP(W-IND)
             END-IF
             SUBTRACT W-TF-IMPO-COMP(W-IND) FROM W-DA-RIPARTIRE
           END-IF
           .
      ******************************************************************
      *----------  NUMERO DELLA COMPENSAZIONE DALLA SERIE "COMP" DEL
      *            NUMERATORE, PER ANNO DELLA DATA DI COMPENSAZIONE
       RT5-NUMERA-COMPENSAZIONE.
           MOVE    W-DATA-COMP(1:4)    TO  W-ANNO-COMP
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    L-COMP-CODE-CLIE    TO  F0SNUMD-CODE-CLIE
           MOVE    ZERO                TO  F0SNUMD-NUMR-INST
           MOVE    "COMP"              TO  F0SNUMD-TIPO-DOCU
           MOVE    W-ANNO-COMP         TO  F0SNUMD-ANNO
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    F0SNUMD-ULTI-NUMR   TO  W-NUMR-COMP
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           .
      ******************************************************************
      *----------  LATO CLIENTE: RESIDUO RIDOTTO (SALDATA A ZERO) E
      *            INCASSO DI TIPO COMPENSAZIONE SU F0SINCA
       RT6-CHIUDI-PARTITA-CLIENTE.
           IF  W-TC-IMPO-COMP(W-IND) NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPASC
           MOVE    L-COMP-CODE-CLIE    TO  F0SPASC-CODE-CLIE
           MOVE    W-TC-NUMR-INST(W-IND) TO F0SPASC-NUMR-INST
           MOVE    W-TC-NUMR-DOCU(W-IND) TO F0SPASC-NUMR-DOCU
           MOVE    W-TC-NUMR-RATA(W-IND) TO F0SPASC-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           COMPUTE F0SPASC-IMPO-RESI = W-TC-IMPO-RESI(W-IND)
                                     - W-TC-IMPO-COMP(W-IND)
           IF  F0SPASC-IMPO-RESI EQUAL ZERO
             SET  F0SPASC-SALDATA      TO  TRUE
             MOVE W-DATA-COMP          TO  F0SPASC-DATA-SALDO
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
      *
           INITIALIZE F0SINCA
           MOVE    F0SPASC-CODE-CLIE   TO  F0SINCA-CODE-CLIE
           MOVE    F0SPASC-NUMR-INST   TO  F0SINCA-NUMR-INST
           MOVE    F0SPASC-NUMR-DOCU   TO  F0SINCA-NUMR-DOCU
           MOVE    F0SPASC-NUMR-RATA   TO  F0SINCA-NUMR-RATA
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           MOVE    W-DATA-COMP         TO  F0SINCA-DATA-INCA
           MOVE    W-TC-IMPO-COMP(W-IND) TO F0SINCA-IMPO-INCA
           MOVE    F0SPASC-CODI-CLIF   TO  F0SINCA-CODI-CLIF
           MOVE    L-IDENUTEN          TO  F0SINCA-IDEN-UTEN
           SET     F0SINCA-COMPENSAZIONE TO TRUE
           MOVE    W-ANNO-COMP         TO  F0SINCA-ANNO-COMP
           MOVE    W-NUMR-COMP         TO  F0SINCA-NUMR-COMP
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           .
      ******************************************************************
      *----------  LATO FORNITORE: RESIDUO RIDOTTO (SALDATA A ZERO) E
      *            PAGAMENTO DI TIPO COMPENSAZIONE SU F0SPAGF
       RT7-CHIUDI-RATA-FORNITORE.
           IF  W-TF-IMPO-COMP(W-IND) NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPASF
           MOVE    L-COMP-CODE-CLIE    TO  F0SPASF-CODE-CLIE
           MOVE    W-CODE-FORN         TO  F0SPASF-CODE-FORN
           MOVE    W-TF-NUMR-REGI(W-IND) TO F0SPASF-NUMR-REGI
           MOVE    W-TF-NUMR-RATA(W-IND) TO F0SPASF-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           COMPUTE F0SPASF-IMPO-RESI = W-TF-IMPO-RESI(W-IND)
                                     - W-TF-IMPO-COMP(W-IND)
           IF  F0SPASF-IMPO-RESI EQUAL ZERO
             SET  F0SPASF-SALDATA      TO  TRUE
             MOVE W-DATA-COMP          TO  F0SPASF-DATA-SALDO
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
      *
           INITIALIZE F0SPAGF
           MOVE    F0SPASF-CODE-CLIE   TO  F0SPAGF-CODE-CLIE
           MOVE    F0SPASF-CODE-FORN   TO  F0SPAGF-CODE-FORN
           MOVE    F0SPASF-NUMR-REGI   TO  F0SPAGF-NUMR-REGI
           MOVE    F0SPASF-NUMR-RATA   TO  F0SPAGF-NUMR-RATA
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           MOVE    W-DATA-COMP         TO  F0SPAGF-DATA-PAGA
           MOVE    W-TF-IMPO-COMP(W-IND) TO F0SPAGF-IMPO-PAGA
           SET     F0SPAGF-COMPENSAZIONE TO TRUE
           MOVE    W-ANNO-COMP         TO  F0SPAGF-ANNO-COMP
           MOVE    W-NUMR-COMP         TO  F0SPAGF-NUMR-COMP
           MOVE    W-CODI-CLIF         TO  F0SPAGF-CODI-CLIF
           MOVE    L-IDENUTEN          TO  F0SPAGF-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           .
      ******************************************************************
      *----------  DICHIARAZIONE DI COMPENSAZIONE PER LA FIRMA DELLA
      *            CONTROPARTE: PARTITE COMPENSATE DEI DUE LATI,
      *            IMPORTO E SALDI CHE RESTANO APERTI
       RT8-DICHIARAZIONE.
           OPEN OUTPUT COMPENS-FILE
           IF  WL-STAT-CMP NOT EQUAL "00"
             DISPLAY "IMPOSSIBILE CREARE IL FILE COMPENS"
             EXIT PARAGRAPH
           END-IF
           MOVE    W-RAGE-DITT         TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    W-DATA-COMP         TO  W-DATA-APPO
           PERFORM RT81-DATA-ESTESA
           MOVE    SPACES              TO  W-LINEA
           STRING  "DICHIARAZIONE DI COMPENSAZIONE N. "
                                       DELIMITED BY SIZE
                   W-NUMR-COMP         DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   W-ANNO-COMP         DELIMITED BY SIZE
                   " DEL "             DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "CONTROPARTE: "     DELIMITED BY SIZE
                   W-RAGE-CLIF         DELIMITED BY SIZE
                   "  P.IVA "          DELIMITED BY SIZE
                   W-PIVA-CLIF         DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "NOSTRO CODICE CLIENTE "
                                       DELIMITED BY SIZE
                   W-CODI-CLIF         DELIMITED BY SIZE
                   " - NOSTRO CODICE FORNITORE "
                                       DELIMITED BY SIZE
                   W-CODE-FORN         DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "LE PARTI CONVENGONO DI ESTINGUERE PER "
                                       DELIMITED BY SIZE
                   "COMPENSAZIONE (ART. 1241 E SEGG. C.C.), FINO A "
                                       DELIMITED BY SIZE
                   "CONCORRENZA DELL'IMPORTO INDICATO,"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    "I SEGUENTI CREDITI E DEBITI RECIPROCI:"
                                       TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
      *
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    "NOSTRI CREDITI (NOSTRE FATTURE)"
                                       TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "DOCUMENTO        RATA  DATA DOC.   SCADENZA    "
                                       DELIMITED BY SIZE
                   "       RESIDUO     COMPENSATO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           PERFORM RT82-RIGA-CLIENTE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PACL
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    "NOSTRI DEBITI (VOSTRE FATTURE)"
                                       TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "FATTURA          RATA  DATA FATT.  SCADENZA    "
                                       DELIMITED BY SIZE
                   "       RESIDUO     COMPENSATO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           PERFORM RT83-RIGA-FORNITORE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PAFO
      *
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    W-IMPO-COMP         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "IMPORTO COMPENSATO                 : "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           COMPUTE W-IMPO-RESI = W-TOTA-CLIE - W-IMPO-COMP
           MOVE    W-IMPO-RESI         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "RESTANO APERTI A NOSTRO CREDITO    : "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           COMPUTE W-IMPO-RESI = W-TOTA-FORN - W-IMPO-COMP
           MOVE    W-IMPO-RESI         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "RESTANO APERTI A NOSTRO DEBITO     : "
                                       DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "PER "              DELIMITED BY SIZE
                   W-RAGE-DITT         DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    "PER LA CONTROPARTE" TO W-LINEA(67:18)
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    ALL "_"             TO  W-LINEA(1:40)
           MOVE    ALL "_"             TO  W-LINEA(67:40)
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   COMPENS-REC         FROM W-LINEA
           MOVE    "DATA ____________" TO  W-LINEA(67:17)
           WRITE   COMPENS-REC         FROM W-LINEA
           CLOSE COMPENS-FILE
           .
      *----------  DATA AAAAMMGG DI W-DATA-APPO IN GG/MM/AAAA
       RT81-DATA-ESTESA.
           MOVE    W-DA-GG             TO  W-DE-GG
           MOVE    W-DA-MM             TO  W-DE-MM
           MOVE    W-DA-AAAA           TO  W-DE-AAAA
           .
       RT82-RIGA-CLIENTE.
           IF  W-TC-IMPO-COMP(W-IND) NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-TC-NUMR-DOCU(W-IND) TO W-LINEA(1:6)
           MOVE    W-TC-NUMR-RATA(W-IND) TO W-LINEA(19:2)
           MOVE    W-TC-DATA-DOCU(W-IND) TO W-DATA-APPO
           PERFORM RT81-DATA-ESTESA
           MOVE    W-DATA-ED           TO  W-LINEA(24:10)
           MOVE    W-TC-DATA-SCAD(W-IND) TO W-DATA-APPO
           PERFORM RT81-DATA-ESTESA
           MOVE    W-DATA-ED           TO  W-LINEA(36:10)
           MOVE    W-TC-IMPO-RESI(W-IND) TO W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(48:14)
           MOVE    W-TC-IMPO-COMP(W-IND) TO W-IMPO-ED2
           MOVE    W-IMPO-ED2          TO  W-LINEA(63:14)
           WRITE   COMPENS-REC         FROM W-LINEA
           .
       RT83-RIGA-FORNITORE.
           IF  W-TF-IMPO-COMP(W-IND) NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-TF-NUMR-FATT(W-IND) TO W-LINEA(1:15)
           MOVE    W-TF-NUMR-RATA(W-IND) TO W-LINEA(19:2)
           MOVE    W-TF-DATA-FATT(W-IND) TO W-DATA-APPO
           PERFORM RT81-DATA-ESTESA
           MOVE    W-DATA-ED           TO  W-LINEA(24:10)
           MOVE    W-TF-DATA-SCAD(W-IND) TO W-DATA-APPO
           PERFORM RT81-DATA-ESTESA
           MOVE    W-DATA-ED           TO  W-LINEA(36:10)
           MOVE    W-TF-IMPO-RESI(W-IND) TO W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(48:14)
           MOVE    W-TF-IMPO-COMP(W-IND) TO W-IMPO-ED2
           MOVE    W-IMPO-ED2          TO  W-LINEA(63:14)
           WRITE   COMPENS-REC         FROM W-LINEA
           .
      *(END)
