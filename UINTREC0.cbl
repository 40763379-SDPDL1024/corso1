       IDENTIFICATION DIVISION.
       PROGRAM-ID. UINTREC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RICONCILIAZIONE INTERCOMPANY DELLA DITTA DI SESSIONE, SU
      *****   "RICINTC": RIPORTA SOLO I DOCUMENTI I CUI DUE LATI NON
      *****   TORNANO, CON IL VALORE DELL'UNO E DELL'ALTRO.
      *****   LATO EMITTENTE - PER OGNI DOCUMENTO DI VENDITA (F0SVEND)
      *****   A UN'ALTRA DITTA DEL GRUPPO:
      *****   - FATTURA SPECULARE NON GENERATA (DA REGISTRARE A MANO)
      *****     O NON PIU' PRESENTE NELLA DITTA CLIENTE (F0SFACQ)
      *****   - IMPONIBILE, IVA E TOTALE DIVERSI DAI NOSTRI
      *****   - RESIDUO APERTO DELLE NOSTRE PARTITE (F0SPASC) DIVERSO
      *****     DA QUELLO DELLE SUE RATE (F0SPASF): INCASSO O
      *****     PAGAMENTO REGISTRATO DA UNA PARTE SOLA
      *****   - MERCE RICEVUTA (F0SPROP) IN QUANTITA' DIVERSA DALLA
      *****     FATTURATA, O RIGA D'ORDINE ANNULLATA
      *****   LATO RICEVENTE - PER OGNI FATTURA FORNITORE REGISTRATA
      *****   QUI DA UN FORNITORE DEL GRUPPO (F0SANFO-DITT-INTC):
      *****   - REGISTRATA A MANO, SENZA DOCUMENTO DEL GRUPPO COLLEGATO
      *****   - DOCUMENTO D'ORIGINE NON PIU' PRESENTE NELL'EMITTENTE
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RICINTC-FILE         ASSIGN TO "RICINTC"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS W-STAT-RIC.
       DATA DIVISION.
       FILE SECTION.
       FD  RICINTC-FILE.
       01  RICINTC-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  W-STAT-RIC                  PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-VEND-ESI                  PIC S9(04) COMP VALUE ZERO.
       77  W-FACQ-ESI                  PIC S9(04) COMP VALUE ZERO.
       77  W-ESI                       PIC S9(04) COMP VALUE ZERO.
       77  W-TESTA-FATTA               PIC X(01)      VALUE "N".
       77  W-NUMR-DOCU                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-DISC                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-REGI                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ORFA                 PIC 9(05)      VALUE ZERO.
       77  W-RESI-EMIT                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-RESI-RICE                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-VOCE                      PIC X(38)      VALUE SPACES.
       77  W-VALO-EMIT                 PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-VALO-RICE                 PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-EMIT-ED                   PIC ---.---.--9,999 VALUE 0.
       77  W-RICE-ED                   PIC ---.---.--9,999 VALUE 0.
       77  W-MOTIVO                    PIC X(60)      VALUE SPACES.
      *
       COPY "F0SVEND.REC".
       COPY "F0SFACQ.REC".
       COPY "F0SPASC.REC".
       COPY "F0SPASF.REC".
       COPY "F0SPROP.REC".
       COPY "F0SANFO.REC".
      *
       LINKAGE SECTION.
       01  L-INRC-CTRL.
           03  L-INRC-CODE-CLIE        PIC 9(04).
           03  L-INRC-ESITO            PIC X(01).
               88  L-INRC-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-INRC-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-INRC-ESITO
           DISPLAY "RICONCILIAZIONE INTERCOMPANY  -  DITTA "
                   L-INRC-CODE-CLIE
           OPEN OUTPUT RICINTC-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
      *
      *      Lato emittente: i nostri documenti al gruppo
           MOVE    SPACES              TO  W-LINEA
           STRING  "RICONCILIAZIONE INTERCOMPANY AL " DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   "  DITTA "          DELIMITED BY SIZE
                   L-INRC-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "DOCUMENTI EMESSI A DITTE DEL GRUPPO"
                                       TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "VOCE"              TO  W-LINEA(5:)
           MOVE    "NOSTRO LATO"       TO  W-LINEA(48:)
           MOVE    "DITTA CLIENTE"     TO  W-LINEA(64:)
           PERFORM 8900-SCRIVI
           INITIALIZE F0SVEND
           MOVE    L-INRC-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    DSTF-IOSR           TO  W-VEND-ESI
           PERFORM 1000-DOCUMENTO
               UNTIL W-VEND-ESI NOT EQUAL 1
      *
      *      Lato ricevente: le fatture del gruppo registrate qui
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "FATTURE DI DITTE DEL GRUPPO REGISTRATE IN DITTA"
                                       TO  W-LINEA
           PERFORM 8900-SCRIVI
           INITIALIZE F0SFACQ
           MOVE    L-INRC-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    DSTF-IOSR           TO  W-FACQ-ESI
           PERFORM 2000-REGISTRAZIONE
               UNTIL W-FACQ-ESI NOT EQUAL 1
      *
           PERFORM 9000-RIEPILOGO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           CLOSE RICINTC-FILE
           MOVE    "S"                 TO  L-INRC-ESITO
           DISPLAY "RAPPORTO PRODOTTO SU RICINTC - DOCUMENTI "
                   W-NUMR-DOCU " NON CONCORDANTI " W-NUMR-DISC
                   " REGISTRAZIONI SENZA ORIGINE " W-NUMR-ORFA
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN NOSTRO DOCUMENTO: SOLO QUELLI A DITTE DEL GRUPPO
      *            GIA' PASSATI DALL'ESPORTAZIONE SDI
       1000-DOCUMENTO.
           IF  F0SVEND-INTC-DITT NOT EQUAL ZERO
             ADD   1                   TO  W-NUMR-DOCU
             MOVE  "N"                 TO  W-TESTA-FATTA
             PERFORM 1100-CONFRONTA
             IF  W-TESTA-FATTA EQUAL "S"
               ADD 1                   TO  W-NUMR-DISC
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    DSTF-IOSR           TO  W-VEND-ESI
           .
      ******************************************************************
       1100-CONFRONTA.
           IF  F0SVEND-INTC-SCARTATO
             MOVE  "NON GENERATA - DA REGISTRARE A MANO"
                                       TO  W-VOCE
             MOVE  F0SVEND-IMPO-TOTA   TO  W-VALO-EMIT
             MOVE  ZERO                TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SFACQ
           MOVE    F0SVEND-INTC-DITT   TO  F0SFACQ-CODE-CLIE
           MOVE    F0SVEND-INTC-FORN   TO  F0SFACQ-CODE-FORN
           MOVE    F0SVEND-INTC-REGI   TO  F0SFACQ-NUMR-REGI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  "REGISTRAZIONE ASSENTE"  TO  W-VOCE
             MOVE  F0SVEND-IMPO-TOTA   TO  W-VALO-EMIT
             MOVE  ZERO                TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
             EXIT PARAGRAPH
           END-IF
      *
      *      Importi del documento
           IF  F0SFACQ-IMPO-IMPON NOT EQUAL F0SVEND-IMPO-IMPON
             MOVE  "IMPONIBILE"        TO  W-VOCE
             MOVE  F0SVEND-IMPO-IMPON  TO  W-VALO-EMIT
             MOVE  F0SFACQ-IMPO-IMPON  TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
           END-IF
           IF  F0SFACQ-IMPO-IVA NOT EQUAL F0SVEND-IMPO-IVA
             MOVE  "IVA"               TO  W-VOCE
             MOVE  F0SVEND-IMPO-IVA    TO  W-VALO-EMIT
             MOVE  F0SFACQ-IMPO-IVA    TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
           END-IF
           IF  F0SFACQ-IMPO-TOTA NOT EQUAL F0SVEND-IMPO-TOTA
             MOVE  "TOTALE DOCUMENTO"  TO  W-VOCE
             MOVE  F0SVEND-IMPO-TOTA   TO  W-VALO-EMIT
             MOVE  F0SFACQ-IMPO-TOTA   TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
           END-IF
      *
      *      Residuo aperto: nostre partite contro sue rate
           PERFORM 1200-PARTITE-EMITTENTE
           PERFORM 1300-RATE-RICEVENTE
           IF  W-RESI-EMIT NOT EQUAL W-RESI-RICE
             MOVE  "RESIDUO DA INCASSARE/PAGARE" TO W-VOCE
             MOVE  W-RESI-EMIT         TO  W-VALO-EMIT
             MOVE  W-RESI-RICE         TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
           END-IF
      *
      *      Merce: ricevuto contro fatturato, riga per riga
           PERFORM 1400-RIGA-MERCE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER F0SFACQ-NUMR-RIGHE
           .
      ******************************************************************
      *----------  RESIDUO DELLE NOSTRE PARTITE DEL DOCUMENTO: RATA
      *            UNICA STORICA (ZERO) OPPURE RATE DA 1 IN POI
       1200-PARTITE-EMITTENTE.
           MOVE    ZERO                TO  W-RESI-EMIT
           INITIALIZE F0SPASC
           MOVE    F0SVEND-CODE-CLIE   TO  F0SPASC-CODE-CLIE
           MOVE    F0SVEND-NUMR-INST   TO  F0SPASC-NUMR-INST
           MOVE    F0SVEND-NUMR-DOCU   TO  F0SPASC-NUMR-DOCU
           MOVE    ZERO                TO  F0SPASC-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM 1210-RESIDUO-PARTITA
             EXIT PARAGRAPH
           END-IF
           MOVE    1                   TO  F0SPASC-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI
           PERFORM 1220-PARTITA-SUCCESSIVA
               UNTIL W-ESI NOT EQUAL 1
           .
       1210-RESIDUO-PARTITA.
      *      Le partite storiche aperte portano il residuo a ZERO:
      *      vale l'intero importo
           IF  NOT F0SPASC-SALDATA
             IF  F0SPASC-IMPO-RESI EQUAL ZERO
               ADD  F0SPASC-IMPO-APER  TO  W-RESI-EMIT
             ELSE
               ADD  F0SPASC-IMPO-RESI  TO  W-RESI-EMIT
             END-IF
           END-IF
           .
       1220-PARTITA-SUCCESSIVA.
           PERFORM 1210-RESIDUO-PARTITA
           ADD     1                   TO  F0SPASC-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI
           .
      ******************************************************************
      *----------  RESIDUO DELLE RATE PASSIVE DELLA REGISTRAZIONE
      *            NELLA DITTA CLIENTE
       1300-RATE-RICEVENTE.
           MOVE    ZERO                TO  W-RESI-RICE
           INITIALIZE F0SPASF
           MOVE    F0SFACQ-CODE-CLIE   TO  F0SPASF-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SPASF-CODE-FORN
           MOVE    F0SFACQ-NUMR-REGI   TO  F0SPASF-NUMR-REGI
           MOVE    1                   TO  F0SPASF-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI
           PERFORM 1310-RATA-SUCCESSIVA
               UNTIL W-ESI NOT EQUAL 1
           .
       1310-RATA-SUCCESSIVA.
           IF  NOT F0SPASF-SALDATA
             ADD   F0SPASF-IMPO-RESI   TO  W-RESI-RICE
           END-IF
           ADD     1                   TO  F0SPASF-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI
           .
      ******************************************************************
      *----------  UNA RIGA DELLA REGISTRAZIONE CON RICEVIMENTO ATTESO:
      *            LA MERCE NON ANCORA ARRIVATA E' IN VIAGGIO, NON UNA
      *            DIFFERENZA
       1400-RIGA-MERCE.
           IF  F0SFACQ-RIGA-NUMR-PROP(W-IND) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPROP
           MOVE    F0SFACQ-CODE-CLIE   TO  F0SPROP-CODE-CLIE
           MOVE    F0SFACQ-RIGA-NUMR-PROP(W-IND) TO F0SPROP-NUMR-PROP
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR F0SPROP-ANNULLATA
             MOVE  SPACES              TO  W-VOCE
             STRING "ORDINE ANNULLATO ART. " DELIMITED BY SIZE
                 F0SFACQ-RIGA-CODE-ARTI(W-IND) DELIMITED BY SIZE
                                       INTO W-VOCE
             MOVE  F0SFACQ-RIGA-QTA(W-IND) TO  W-VALO-EMIT
             MOVE  ZERO                TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
             EXIT PARAGRAPH
           END-IF
           IF  F0SPROP-RICEVUTA
               AND F0SPROP-QTA-RICE NOT EQUAL
                         F0SFACQ-RIGA-QTA(W-IND)
             MOVE  SPACES              TO  W-VOCE
             STRING "QTA RICEVUTA ART. " DELIMITED BY SIZE
                 F0SFACQ-RIGA-CODE-ARTI(W-IND) DELIMITED BY SIZE
                                       INTO W-VOCE
             MOVE  F0SFACQ-RIGA-QTA(W-IND) TO  W-VALO-EMIT
             MOVE  F0SPROP-QTA-RICE    TO  W-VALO-RICE
             PERFORM 8100-RIGA-DIFFERENZA
           END-IF
           .
      ******************************************************************
      *----------  UNA NOSTRA FATTURA FORNITORE: SOLO QUELLE DI
      *            FORNITORI DEL GRUPPO
       2000-REGISTRAZIONE.
           INITIALIZE F0SANFO
           MOVE    F0SFACQ-CODE-CLIE   TO  F0SANFO-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SANFO-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SANFO-DITT-INTC NOT EQUAL ZERO
             ADD   1                   TO  W-NUMR-REGI
             MOVE  SPACES              TO  W-MOTIVO
             IF  F0SFACQ-INTC-DOCU EQUAL ZERO
               MOVE "REGISTRATA A MANO, SENZA DOCUMENTO DEL GRUPPO"
                                       TO  W-MOTIVO
             ELSE
               INITIALIZE F0SVEND
               MOVE F0SFACQ-INTC-DITT  TO  F0SVEND-CODE-CLIE
               MOVE F0SFACQ-INTC-INST  TO  F0SVEND-NUMR-INST
               MOVE F0SFACQ-INTC-DOCU  TO  F0SVEND-NUMR-DOCU
               MOVE 40                 TO  LREAD-FILE
               MOVE 3                  TO  DSTF-IOSR
               CALL "URFATT10"           USING F0SVEND LWCOMAR
               IF  DSTF-IOSR NOT EQUAL 1
                 MOVE "DOCUMENTO D'ORIGINE ASSENTE NELL'EMITTENTE"
                                       TO  W-MOTIVO
               END-IF
             END-IF
             IF  W-MOTIVO NOT EQUAL SPACES
               PERFORM 8200-RIGA-ORFANA
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    DSTF-IOSR           TO  W-FACQ-ESI
           .
      ******************************************************************
      *----------  RIGA DI DIFFERENZA, PRECEDUTA ALLA PRIMA DEL
      *            DOCUMENTO DAI SUOI ESTREMI
       8100-RIGA-DIFFERENZA.
           IF  W-TESTA-FATTA NOT EQUAL "S"
             MOVE  "S"                 TO  W-TESTA-FATTA
             MOVE  SPACES              TO  W-LINEA
             STRING "DOC. "            DELIMITED BY SIZE
                 F0SVEND-NUMR-INST     DELIMITED BY SIZE
                 "/"                   DELIMITED BY SIZE
                 F0SVEND-NUMR-DOCU     DELIMITED BY SIZE
                 " DEL "               DELIMITED BY SIZE
                 F0SVEND-DATA-DOCU     DELIMITED BY SIZE
                 " "                   DELIMITED BY SIZE
                 F0SVEND-RAGE-CLIE     DELIMITED BY SIZE
                 " DITTA "             DELIMITED BY SIZE
                 F0SVEND-INTC-DITT     DELIMITED BY SIZE
                 " FORN. "             DELIMITED BY SIZE
                 F0SVEND-INTC-FORN     DELIMITED BY SIZE
                 " REG. "              DELIMITED BY SIZE
                 F0SVEND-INTC-REGI     DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 8900-SCRIVI
           END-IF
           MOVE    W-VALO-EMIT         TO  W-EMIT-ED
           MOVE    W-VALO-RICE         TO  W-RICE-ED
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-VOCE              TO  W-LINEA(5:38)
           MOVE    W-EMIT-ED           TO  W-LINEA(44:)
           MOVE    W-RICE-ED           TO  W-LINEA(62:)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       8200-RIGA-ORFANA.
           ADD     1                   TO  W-NUMR-ORFA
           MOVE    F0SFACQ-IMPO-TOTA   TO  W-EMIT-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "FORN. "             DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               " (DITTA "              DELIMITED BY SIZE
               F0SANFO-DITT-INTC       DELIMITED BY SIZE
               ") REG. "               DELIMITED BY SIZE
               F0SFACQ-NUMR-REGI       DELIMITED BY SIZE
               " FATT. "               DELIMITED BY SIZE
               F0SFACQ-NUMR-FATT       DELIMITED BY SPACE
               " DEL "                 DELIMITED BY SIZE
               F0SFACQ-DATA-FATT       DELIMITED BY SIZE
               " TOT. "                DELIMITED BY SIZE
               W-EMIT-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-MOTIVO            TO  W-LINEA(5:)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  RICINTC-REC
           WRITE   RICINTC-REC
           .
      ******************************************************************
       9000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "DOCUMENTI AL GRUPPO: "  DELIMITED BY SIZE
                   W-NUMR-DOCU         DELIMITED BY SIZE
                   "  NON CONCORDANTI: "    DELIMITED BY SIZE
                   W-NUMR-DISC         DELIMITED BY SIZE
                   "  FATTURE DAL GRUPPO: " DELIMITED BY SIZE
                   W-NUMR-REGI         DELIMITED BY SIZE
                   "  SENZA ORIGINE: "      DELIMITED BY SIZE
                   W-NUMR-ORFA         DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      *(END)
