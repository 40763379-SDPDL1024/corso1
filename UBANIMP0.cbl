      *****   IN UINCAVE0. GLI ACCREDITI SENZA ABBINAMENTO (O
      *****   RIFIUTATI) FINISCONO NELLA LISTA DI LAVORO BANCRESI,
      *****   CHE SOSTITUISCE LA LETTURA MANUALE DELL'ESTRATTO.
151026*****
151026*****   LE RIGHE CON SEGNO "D" (O "-") DOPO LA CAUSALE SONO
151026*****   ADDEBITI: SI ABBINANO AI BONIFICI FORNITORI "IN
151026*****   PAGAMENTO" DELLE DISTINTE SEPA (F0SPASF, USEPABO0),
151026*****   PER RIFERIMENTO EndToEndId CITATO NELLA CAUSALE, PER
151026*****   IMPORTO ESATTO DI UN'UNICA RATA O PER TOTALE ESATTO DI
151026*****   UN'UNICA DISTINTA; ALLA CONFERMA LE RATE VENGONO
151026*****   SALDATE ALLA DATA DELL'ADDEBITO.
151026*****   OGNI ADDEBITO ABBINATO RESTA NELLO STORICO PAGAMENTI
151026*****   FORNITORI (F0SPAGF, TRAMITE "URPAGF10").
151026*****   UNA PARTITA CEDUTA A UNA LINEA DI ANTICIPO FATTURE CHE
151026*****   L'ACCREDITO SALDA CHIUDE LA CESSIONE E LIBERA LA LINEA
151026*****   (UANTRIL0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  EST-IMPO-CENT           PIC 9(11).
           03  FILLER                  PIC X(01).
           03  EST-CAUSALE             PIC X(60).
151026*    Segno del movimento: SPAZIO = accredito (tracciato
151026*    originale), "D" o "-" = addebito
151026     03  FILLER                  PIC X(01).
151026     03  EST-SEGNO               PIC X(01).
151026         88  EST-ADDEBITO                    VALUES "D" "-".
       FD  BANCRESI-FILE.
       01  BANCRESI-REC                PIC X(132).
      *
020926     03  W-PCTL-ESITO           PIC X(01)    VALUE SPACE.
       77  W-TOKE-LEN                  PIC S9(04)  COMP VALUE 0.
       77  W-RESI-RATA                 PIC S9(09)V99 COMP-3 VALUE 0.
151026*
151026*----------  ADDEBITI: BONIFICI FORNITORI IN PAGAMENTO, RACCOLTI
151026*            A OGNI ADDEBITO E TOTALIZZATI PER DISTINTA
151026 77  W-NUMR-PAGA                 PIC S9(04)  COMP VALUE 0.
151026 77  W-NUMR-DIST                 PIC S9(04)  COMP VALUE 0.
151026 77  W-IND-PAGA                  PIC S9(04)  COMP VALUE 0.
151026 77  W-IND-DIST                  PIC S9(04)  COMP VALUE 0.
151026 77  W-CAND-E2E-NUMR             PIC 9(04)   VALUE ZERO.
151026 77  W-CAND-E2E-IND              PIC S9(04)  COMP VALUE 0.
151026 77  W-CAND-RATA-NUMR            PIC 9(04)   VALUE ZERO.
151026 77  W-CAND-RATA-IND             PIC S9(04)  COMP VALUE 0.
151026 77  W-CAND-DIST-NUMR            PIC 9(04)   VALUE ZERO.
151026 77  W-CAND-DIST-IND             PIC S9(04)  COMP VALUE 0.
151026 77  W-IMPO-ADDE                 PIC S9(09)V99 COMP-3 VALUE 0.
151026 77  W-IMPO-PAGATO               PIC S9(09)V99 COMP-3 VALUE 0.
151026 01  W-E2E-ID.
151026     03  FILLER                  PIC X(04)   VALUE "PASF".
151026     03  W-E2E-CODE-FORN         PIC 9(04)   VALUE ZERO.
151026     03  W-E2E-NUMR-REGI         PIC 9(06)   VALUE ZERO.
151026     03  W-E2E-NUMR-RATA         PIC 9(02)   VALUE ZERO.
151026 01  W-TAB-PAGA.
151026     03  W-TP-RATA               OCCURS 500.
151026         05  W-TP-CHIAVE         PIC X(16).
151026         05  W-TP-ANNO-DIST      PIC 9(04).
151026         05  W-TP-NUMR-DIST      PIC 9(06).
151026         05  W-TP-NUMR-FATT      PIC X(15).
151026         05  W-TP-RAGE-FORN      PIC X(30).
151026         05  W-TP-IMPO           PIC S9(09)V99 COMP-3.
151026 01  W-TAB-DIST.
151026     03  W-TD-DIST               OCCURS 50.
151026         05  W-TD-ANNO-DIST      PIC 9(04).
151026         05  W-TD-NUMR-DIST      PIC 9(06).
151026         05  W-TD-TOTA           PIC S9(11)V99 COMP-3.
151026*
151026*    Rata ceduta a una linea di anticipo: l'incasso a saldo la
151026*    chiude e libera l'utilizzo della linea (UANTRIL0)
151026 01  W-ANTR-CTRL.
151026     03  W-ANTR-CODE-CLIE       PIC 9(04)    VALUE ZERO.
151026     03  W-ANTR-CODE-LINE       PIC X(04)    VALUE SPACES.
151026     03  W-ANTR-IMPO-ANTI       PIC S9(09)V99 COMP-3 VALUE ZERO.
151026     03  W-ANTR-ESITO           PIC X(01)    VALUE SPACE.
      *
       COPY "F0SPASC.REC".
       COPY "F0SINCA.REC".
151026 COPY "F0SPASF.REC".
151026 COPY "F0SPAGF.REC".
      *
       LINKAGE SECTION.
       01  L-BANI-CTRL.
           OPEN OUTPUT BANCRESI-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
           PERFORM RT1-LEGGI-ACCREDITO
           PERFORM UNTIL W-EOF-SI
             PERFORM RT2-TRATTA-ACCREDITO
           END-PERFORM
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
           MOVE SPACES                 TO  W-LINEA
           STRING "ACCREDITI ABBINATI: " DELIMITED BY SIZE
               W-NUMR-ABBI             DELIMITED BY SIZE
       RT2-TRATTA-ACCREDITO.
           COMPUTE W-IMPO-ACCR = EST-IMPO-CENT / 100
           MOVE    W-IMPO-ACCR         TO  W-IMPO-ED
151026     IF  EST-ADDEBITO
151026       PERFORM RT9-TRATTA-ADDEBITO
151026       EXIT PARAGRAPH
151026     END-IF
           DISPLAY "ACCREDITO DEL " EST-DATA-ACCR " IMPORTO "
                   W-IMPO-ED
           DISPLAY "CAUSALE: " EST-CAUSALE
           IF  F0SPASC-IMPO-RESI EQUAL ZERO
             SET  F0SPASC-SALDATA      TO  TRUE
             MOVE EST-DATA-ACCR        TO  F0SPASC-DATA-SALDO
151026       IF  F0SPASC-ANTICIPATA
151026         PERFORM RT98-CHIUDI-ANTICIPO
151026       END-IF
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           MOVE W-LINEA                TO  BANCRESI-REC
           WRITE BANCRESI-REC
           .
151026******************************************************************
151026*----------  UN ADDEBITO: RACCOLTA DEI BONIFICI FORNITORI IN
151026*            PAGAMENTO, SCELTA DELLA REGOLA PIU' AFFIDABILE,
151026*            CONFERMA A VIDEO E CHIUSURA DELLE RATE
151026 RT9-TRATTA-ADDEBITO.
151026     DISPLAY "ADDEBITO DEL " EST-DATA-ACCR " IMPORTO "
151026             W-IMPO-ED
151026     DISPLAY "CAUSALE: " EST-CAUSALE
151026     MOVE    ZERO                TO  W-NUMR-PAGA W-NUMR-DIST
151026                                     W-CAND-E2E-NUMR
151026                                     W-CAND-RATA-NUMR
151026                                     W-CAND-DIST-NUMR
151026     MOVE    L-BANI-CODE-CLIE    TO  F0SPASF-CODE-CLIE
151026     MOVE    19                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     PERFORM RT91-VALUTA-RATA
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     PERFORM RT94-VALUTA-DISTINTA
151026         VARYING W-IND-DIST FROM 1 BY 1
151026         UNTIL W-IND-DIST GREATER W-NUMR-DIST
151026     MOVE    SPACES              TO  W-REGOLA
151026     EVALUATE TRUE
151026       WHEN W-CAND-E2E-NUMR EQUAL 1
151026         MOVE W-CAND-E2E-IND     TO  W-IND-PAGA
151026         MOVE "BONIFICO"         TO  W-REGOLA
151026       WHEN W-CAND-RATA-NUMR EQUAL 1
151026         MOVE W-CAND-RATA-IND    TO  W-IND-PAGA
151026         MOVE "IMPORTO"          TO  W-REGOLA
151026       WHEN W-CAND-DIST-NUMR EQUAL 1
151026         MOVE W-CAND-DIST-IND    TO  W-IND-DIST
151026         MOVE "DISTINTA"         TO  W-REGOLA
151026     END-EVALUATE
151026     IF  W-REGOLA EQUAL SPACES
151026       DISPLAY "NESSUN BONIFICO IN PAGAMENTO ABBINABILE"
151026       PERFORM RT8-ACCODA-RESIDUO
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  W-REGOLA EQUAL "DISTINTA"
151026       MOVE  W-TD-TOTA(W-IND-DIST) TO W-IMPO-ED
151026       DISPLAY "PROPOSTA (DISTINTA) - DISTINTA "
151026               W-TD-NUMR-DIST(W-IND-DIST) "/"
151026               W-TD-ANNO-DIST(W-IND-DIST) " TOTALE " W-IMPO-ED
151026     ELSE
151026       DISPLAY "PROPOSTA (" W-REGOLA ") - FATTURA "
151026               W-TP-NUMR-FATT(W-IND-PAGA) " "
151026               W-TP-RAGE-FORN(W-IND-PAGA)
151026     END-IF
151026     DISPLAY "CONFERMI L'ABBINAMENTO ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   W-RISP
151026     IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
151026       PERFORM RT8-ACCODA-RESIDUO
151026       EXIT PARAGRAPH
151026     END-IF
151026*      Stessa porta degli accrediti: la data dell'addebito
151026*      passa dal blocco contabile di periodo
151026     MOVE    L-BANI-CODE-CLIE    TO  W-PCTL-CODE-CLIE
151026     MOVE    EST-DATA-ACCR       TO  W-PCTL-DATA
151026     MOVE    "PAGAMENTO BANCA"   TO  W-PCTL-OPERAZIONE
151026     MOVE    SPACE               TO  W-PCTL-ESITO
151026     CALL  "UPERCTL0"              USING W-PCTL-CTRL LWCOMAR
151026     IF  W-PCTL-ESITO EQUAL "B"
151026       PERFORM RT8-ACCODA-RESIDUO
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  W-REGOLA EQUAL "DISTINTA"
151026       PERFORM RT93-CHIUDI-DISTINTA
151026           VARYING W-IND-PAGA FROM 1 BY 1
151026           UNTIL W-IND-PAGA GREATER W-NUMR-PAGA
151026     ELSE
151026       MOVE  W-IMPO-ACCR         TO  W-IMPO-ADDE
151026       PERFORM RT92-CHIUDI-RATA
151026     END-IF
151026     ADD     1                   TO  W-NUMR-ABBI
151026     .
151026******************************************************************
151026*----------  UNA RATA DELLA SCANSIONE: SE IN PAGAMENTO ENTRA IN
151026*            TABELLA E NEL TOTALE DELLA SUA DISTINTA E SI
151026*            CONTANO I CANDIDATI PER RIFERIMENTO E PER IMPORTO
151026 RT91-VALUTA-RATA.
151026     IF  F0SPASF-IN-PAGAMENTO AND W-NUMR-PAGA LESS 500
151026       ADD   1                   TO  W-NUMR-PAGA
151026       MOVE  F0SPASF-CHIAVE      TO  W-TP-CHIAVE(W-NUMR-PAGA)
151026       MOVE  F0SPASF-ANNO-DIST   TO  W-TP-ANNO-DIST(W-NUMR-PAGA)
151026       MOVE  F0SPASF-NUMR-DIST   TO  W-TP-NUMR-DIST(W-NUMR-PAGA)
151026       MOVE  F0SPASF-NUMR-FATT   TO  W-TP-NUMR-FATT(W-NUMR-PAGA)
151026       MOVE  F0SPASF-RAGE-FORN   TO  W-TP-RAGE-FORN(W-NUMR-PAGA)
151026       IF  F0SPASF-IMPO-RESI EQUAL ZERO
151026         MOVE F0SPASF-IMPO-APER  TO  W-TP-IMPO(W-NUMR-PAGA)
151026       ELSE
151026         MOVE F0SPASF-IMPO-RESI  TO  W-TP-IMPO(W-NUMR-PAGA)
151026       END-IF
151026*        Regola 1: EndToEndId del bonifico citato nella causale
151026       MOVE  F0SPASF-CODE-FORN   TO  W-E2E-CODE-FORN
151026       MOVE  F0SPASF-NUMR-REGI   TO  W-E2E-NUMR-REGI
151026       MOVE  F0SPASF-NUMR-RATA   TO  W-E2E-NUMR-RATA
151026       MOVE  "N"                 TO  W-TROVATO
151026       PERFORM RT95-CERCA-RIFERIMENTO
151026           VARYING W-IND FROM 1 BY 1
151026           UNTIL W-IND GREATER 45 OR W-TROVATO EQUAL "S"
151026       IF  W-TROVATO EQUAL "S"
151026         ADD  1                  TO  W-CAND-E2E-NUMR
151026         MOVE W-NUMR-PAGA        TO  W-CAND-E2E-IND
151026       END-IF
151026*        Regola 2: importo esatto contro il residuo della rata
151026       IF  W-TP-IMPO(W-NUMR-PAGA) EQUAL W-IMPO-ACCR
151026         ADD  1                  TO  W-CAND-RATA-NUMR
151026         MOVE W-NUMR-PAGA        TO  W-CAND-RATA-IND
151026       END-IF
151026*        Regola 3: totale della distinta, per le banche che
151026*        addebitano la distinta in un solo movimento
151026       MOVE  "N"                 TO  W-TROVATO
151026       PERFORM RT96-CERCA-DISTINTA
151026           VARYING W-IND-DIST FROM 1 BY 1
151026           UNTIL W-IND-DIST GREATER W-NUMR-DIST
151026              OR W-TROVATO EQUAL "S"
151026       IF  W-TROVATO EQUAL "S"
151026         SUBTRACT 1              FROM W-IND-DIST
151026         ADD  W-TP-IMPO(W-NUMR-PAGA) TO W-TD-TOTA(W-IND-DIST)
151026       ELSE
151026         IF  W-NUMR-DIST LESS 50
151026           ADD  1                TO  W-NUMR-DIST
151026           MOVE F0SPASF-ANNO-DIST TO W-TD-ANNO-DIST(W-NUMR-DIST)
151026           MOVE F0SPASF-NUMR-DIST TO W-TD-NUMR-DIST(W-NUMR-DIST)
151026           MOVE W-TP-IMPO(W-NUMR-PAGA)
151026                                 TO  W-TD-TOTA(W-NUMR-DIST)
151026         END-IF
151026       END-IF
151026     END-IF
151026     MOVE    9                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     .
151026******************************************************************
151026*----------  CHIUDE LA RATA W-IND-PAGA PER W-IMPO-ADDE: L'ADDEBITO
151026*            OLTRE IL RESIDUO LA SALDA, UNO INFERIORE NE RIDUCE
151026*            IL RESIDUO E LA LASCIA IN PAGAMENTO
151026 RT92-CHIUDI-RATA.
151026     MOVE    W-TP-CHIAVE(W-IND-PAGA) TO F0SPASF-CHIAVE
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     IF  DSTF-IOSR NOT EQUAL 1
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  F0SPASF-IMPO-RESI EQUAL ZERO
151026       MOVE  F0SPASF-IMPO-APER   TO  F0SPASF-IMPO-RESI
151026     END-IF
151026     IF  W-IMPO-ADDE NOT LESS F0SPASF-IMPO-RESI
151026       MOVE  F0SPASF-IMPO-RESI   TO  W-IMPO-PAGATO
151026       MOVE  ZERO                TO  F0SPASF-IMPO-RESI
151026       SET   F0SPASF-SALDATA     TO  TRUE
151026       SET   F0SPASF-ADDEBITATA  TO  TRUE
151026       MOVE  EST-DATA-ACCR       TO  F0SPASF-DATA-SALDO
151026       DISPLAY "RATA SALDATA - FATTURA " F0SPASF-NUMR-FATT
151026               " RATA " F0SPASF-NUMR-RATA
151026     ELSE
151026       MOVE  W-IMPO-ADDE         TO  W-IMPO-PAGATO
151026       SUBTRACT W-IMPO-ADDE      FROM F0SPASF-IMPO-RESI
151026       DISPLAY "ADDEBITO INFERIORE ALLA RATA - RESIDUO IN"
151026               " PAGAMENTO DA VERIFICARE"
151026     END-IF
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     PERFORM RT97-DEPOSITA-PAGAMENTO
151026     .
151026 RT93-CHIUDI-DISTINTA.
151026     IF  W-TP-ANNO-DIST(W-IND-PAGA) EQUAL
151026                                 W-TD-ANNO-DIST(W-IND-DIST)
151026         AND W-TP-NUMR-DIST(W-IND-PAGA) EQUAL
151026                                 W-TD-NUMR-DIST(W-IND-DIST)
151026       MOVE  W-TP-IMPO(W-IND-PAGA) TO W-IMPO-ADDE
151026       PERFORM RT92-CHIUDI-RATA
151026     END-IF
151026     .
151026 RT94-VALUTA-DISTINTA.
151026     IF  W-TD-TOTA(W-IND-DIST) EQUAL W-IMPO-ACCR
151026       ADD   1                   TO  W-CAND-DIST-NUMR
151026       MOVE  W-IND-DIST          TO  W-CAND-DIST-IND
151026     END-IF
151026     .
151026 RT95-CERCA-RIFERIMENTO.
151026     IF  EST-CAUSALE(W-IND:16) EQUAL W-E2E-ID
151026       MOVE  "S"                 TO  W-TROVATO
151026     END-IF
151026     .
151026 RT96-CERCA-DISTINTA.
151026     IF  W-TD-ANNO-DIST(W-IND-DIST) EQUAL F0SPASF-ANNO-DIST
151026         AND W-TD-NUMR-DIST(W-IND-DIST) EQUAL F0SPASF-NUMR-DIST
151026       MOVE  "S"                 TO  W-TROVATO
151026     END-IF
151026     .
151026******************************************************************
151026*----------  DEPOSITA L'ADDEBITO NELLO STORICO PAGAMENTI F0SPAGF,
151026*            CON IL PROSSIMO PROGRESSIVO LIBERO DELLA RATA
151026 RT97-DEPOSITA-PAGAMENTO.
151026     INITIALIZE F0SPAGF
151026     MOVE    F0SPASF-CODE-CLIE   TO  F0SPAGF-CODE-CLIE
151026     MOVE    F0SPASF-CODE-FORN   TO  F0SPAGF-CODE-FORN
151026     MOVE    F0SPASF-NUMR-REGI   TO  F0SPAGF-NUMR-REGI
151026     MOVE    F0SPASF-NUMR-RATA   TO  F0SPAGF-NUMR-RATA
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
151026     MOVE    50                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
151026     MOVE    EST-DATA-ACCR       TO  F0SPAGF-DATA-PAGA
151026     MOVE    W-IMPO-PAGATO       TO  F0SPAGF-IMPO-PAGA
151026     SET     F0SPAGF-BONIFICO    TO  TRUE
151026     MOVE    L-IDENUTEN          TO  F0SPAGF-IDEN-UTEN
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
151026     .
151026******************************************************************
151026*----------  RATA CEDUTA A UNA LINEA DI ANTICIPO E ORA SALDATA:
151026*            CESSIONE CHIUSA E UTILIZZO DELLA LINEA RILASCIATO
151026 RT98-CHIUDI-ANTICIPO.
151026     SET     F0SPASC-ANTI-CHIUSA TO  TRUE
151026     MOVE    EST-DATA-ACCR       TO  F0SPASC-DATA-FINE-ANTI
151026     MOVE    F0SPASC-CODE-CLIE   TO  W-ANTR-CODE-CLIE
151026     MOVE    F0SPASC-CODE-LINE   TO  W-ANTR-CODE-LINE
151026     MOVE    F0SPASC-IMPO-ANTI   TO  W-ANTR-IMPO-ANTI
151026     MOVE    SPACE               TO  W-ANTR-ESITO
151026     CALL  "UANTRIL0"              USING W-ANTR-CTRL LWCOMAR
151026     .
      *(END)
