       IDENTIFICATION DIVISION.
       PROGRAM-ID. UVALFOR0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RATING FORNITORI TRIMESTRALE (VENDOR RATING) PER IL
      *****   RIESAME ANNUALE DEI FORNITORI E GLI AUDIT ISO: PER OGNI
      *****   FORNITORE DELLA DITTA (QUELLI DI F0SFORA PIU' QUELLI
      *****   CHE COMPAIONO NEI RICEVIMENTI, NEI RESI E NELLE
      *****   FATTURE) CALCOLA SUL TRIMESTRE CHIESTO A VIDEO E SUL
      *****   TRIMESTRE PRECEDENTE:
      *****
      *****   - PUNTUALITA': RICEVIMENTI (F0SPROP) ARRIVATI ENTRO LA
      *****     DATA ATTESA. LA DATA ATTESA E' LA CONSEGNA PROMESSA
      *****     O RICHIESTA DELL'ORDINE D'ACQUISTO (F0SOACQ); PER LE
      *****     RIGHE SENZA ORDINE NUMERATO LA DATA DELLA PROPOSTA
      *****     PIU' I GIORNI DI CONSEGNA DEL LISTINO (F0SFCAT) O DEL
      *****     FORNITORE DELL'ARTICOLO (F0SFORA). LE RIGHE SENZA
      *****     NESSUNA DATA ATTESA NON ENTRANO NELLA PERCENTUALE
      *****   - EVASIONE (FILL RATE): QUANTITA' RICEVUTA, FINO AL
      *****     MASSIMO DELL'ORDINATO, SULLA QUANTITA' ORDINATA
      *****   - NON CONFORMITA': RICEVIMENTI DIFFORMI (F0SPROP-INDC-
      *****     DIFF) PIU' RESI A FORNITORE (F0SRESF), IN PERCENTUALE
      *****     SUI RICEVIMENTI
      *****   - RISCONTRO FATTURE: RIGHE DELLE FATTURE REGISTRATE NEL
      *****     TRIMESTRE (F0SFACQ) CON DIFFERENZA DI QUANTITA', DI
      *****     PREZZO O SENZA RICEVIMENTO RISCONTRABILE
      *****
      *****   IL PUNTEGGIO COMPLESSIVO (0-100) E' LA MEDIA PESATA DI
      *****   PUNTUALITA' (35), EVASIONE (25), CONFORMITA' (25) E
      *****   FATTURE SENZA DIFFERENZE (15), SULLE SOLE VOCI CHE NEL
      *****   TRIMESTRE HANNO DATI; IL TREND E' LA DIFFERENZA
      *****   RISPETTO AL PUNTEGGIO DEL TRIMESTRE PRECEDENTE. REPORT
      *****   SU "VALFORN".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALFORN-FILE         ASSIGN TO "VALFORN"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-VAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VALFORN-FILE.
       01  VALFORN-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-VAL                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-TRIM                      PIC 9(01)   VALUE ZERO.
       77  W-ANNO-PREC                 PIC 9(04)   VALUE ZERO.
       77  W-TRIM-PREC                 PIC 9(01)   VALUE ZERO.
       77  W-IND                       PIC S9(04)  COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04)  COMP VALUE ZERO.
       77  W-IND-RIGA                  PIC S9(04)  COMP VALUE ZERO.
       77  W-IND-FORN                  PIC S9(04)  COMP VALUE ZERO.
       77  W-NUMR-FORN                 PIC S9(04)  COMP VALUE ZERO.
       77  W-PER                       PIC S9(04)  COMP VALUE ZERO.
       77  W-CODE-FORN-RIC             PIC 9(04)   VALUE ZERO.
       77  W-RAGE-FORN-RIC             PIC X(40)   VALUE SPACES.
       77  W-DATA-RIF                  PIC 9(08)   VALUE ZERO.
       77  W-DATA-ATTESA               PIC 9(08)   VALUE ZERO.
       77  W-GG-CONSEGNA               PIC 9(03)   VALUE ZERO.
       77  W-QTA-EVASA                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-NUMR-STAMPATI             PIC 9(05)   VALUE ZERO.
       77  W-NUMR-INATTIVI             PIC 9(05)   VALUE ZERO.
       77  W-NUMR-SALTATI              PIC 9(05)   VALUE ZERO.
      *
      *----------  LIMITI DEI DUE TRIMESTRI (1 = CHIESTO, 2 =
      *            PRECEDENTE), CONFRONTATI COME AAAAMMGG
       01  W-TAB-PERIODI.
           03  W-PERIODO               OCCURS 2.
               05  W-PER-DAL           PIC 9(08).
               05  W-PER-AL            PIC 9(08).
      *
      *----------  PESI DEL PUNTEGGIO COMPLESSIVO
       77  W-PESO-PUNT                 PIC 9(03)   VALUE 35.
       77  W-PESO-EVAS                 PIC 9(03)   VALUE 25.
       77  W-PESO-CONF                 PIC 9(03)   VALUE 25.
       77  W-PESO-FATT                 PIC 9(03)   VALUE 15.
       77  W-PESO-TOTA                 PIC 9(03)   VALUE ZERO.
       77  W-SOMMA-PESATA              PIC S9(07)V99 COMP-3 VALUE 0.
       77  W-PERC                      PIC S9(05)V99 COMP-3 VALUE 0.
       77  W-TREND                     PIC S9(03)V9 COMP-3 VALUE 0.
      *
      *----------  CAMPI EDITATI DELLA RIGA DI STAMPA
       77  W-NUMR-ED                   PIC ZZZ9    VALUE ZERO.
       77  W-PERC-ED                   PIC ZZ9,9   VALUE ZERO.
       77  W-PUNT-ED                   PIC ZZ9,9   VALUE ZERO.
       77  W-PREC-ED                   PIC X(05)   VALUE SPACES.
       77  W-PREC-NUM-ED               PIC ZZ9,9   VALUE ZERO.
       77  W-TREND-ED                  PIC +ZZ9,9  VALUE ZERO.
       77  W-TREND-X                   PIC X(06)   VALUE SPACES.
       01  W-COLONNE.
           03  W-COL-PUNT              PIC X(05)   VALUE SPACES.
           03  W-COL-EVAS              PIC X(05)   VALUE SPACES.
           03  W-COL-CONF              PIC X(05)   VALUE SPACES.
      *
      *----------  FORNITORI IN ORDINE DI CODICE CON I CONTATORI DEI
      *            DUE TRIMESTRI
       01  W-TAB-FORN.
           03  W-FR-ELEM               OCCURS 300.
               05  W-FR-CODE-FORN      PIC 9(04).
               05  W-FR-RAGE-FORN      PIC X(40).
               05  W-FR-TRIM           OCCURS 2.
                   07  W-FR-NUMR-RICE  PIC S9(05)     COMP-3.
                   07  W-FR-NUMR-MISU  PIC S9(05)     COMP-3.
                   07  W-FR-NUMR-PUNT  PIC S9(05)     COMP-3.
                   07  W-FR-NUMR-DIFO  PIC S9(05)     COMP-3.
                   07  W-FR-NUMR-RESI  PIC S9(05)     COMP-3.
                   07  W-FR-QTA-ORDI   PIC S9(09)V999 COMP-3.
                   07  W-FR-QTA-EVAS   PIC S9(09)V999 COMP-3.
                   07  W-FR-NUMR-RFAT  PIC S9(05)     COMP-3.
                   07  W-FR-NUMR-DQTA  PIC S9(05)     COMP-3.
                   07  W-FR-NUMR-DPRE  PIC S9(05)     COMP-3.
                   07  W-FR-NUMR-NRIS  PIC S9(05)     COMP-3.
                   07  W-FR-PUNTEGGIO  PIC S9(03)V9   COMP-3.
                   07  W-FR-VALUTATO   PIC X(01).
                       88  W-FR-CON-PUNTEGGIO         VALUE "S".
                   07  W-FR-PERC-PUNT  PIC S9(03)V9   COMP-3.
                   07  W-FR-PERC-EVAS  PIC S9(03)V9   COMP-3.
                   07  W-FR-PERC-CONF  PIC S9(03)V9   COMP-3.
      *
       COPY "F0SFORA.REC".
       COPY "F0SFCAT.REC".
       COPY "F0SPROP.REC".
       COPY "F0SOACQ.REC".
       COPY "F0SRESF.REC".
       COPY "F0SFACQ.REC".
      *
       LINKAGE SECTION.
       01  L-VALF-CTRL.
           03  L-VALF-CODE-CLIE        PIC 9(04).
           03  L-VALF-NUMR-FORN        PIC 9(05).
           03  L-VALF-ESITO            PIC X(01).
               88  L-VALF-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-VALF-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-VALF-ESITO
           MOVE    ZERO                TO  L-VALF-NUMR-FORN
           DISPLAY "RATING FORNITORI TRIMESTRALE  -  DITTA "
                   L-VALF-CODE-CLIE
           DISPLAY "ANNO (AAAA)                 : " WITH NO ADVANCING
           ACCEPT   W-ANNO
           DISPLAY "TRIMESTRE (1-4)             : " WITH NO ADVANCING
           ACCEPT   W-TRIM
           IF  W-ANNO EQUAL ZERO
               OR W-TRIM LESS 1 OR W-TRIM GREATER 4
             DISPLAY "ANNO O TRIMESTRE NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           PERFORM 1000-PERIODI
           MOVE    ZERO                TO  W-NUMR-FORN
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFCAT10"             USING F0SFCAT LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           PERFORM 2000-FORNITORI-ARTICOLI
           PERFORM 3000-RICEVIMENTI
           MOVE    -9                  TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFCAT10"             USING F0SFCAT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           PERFORM 4000-RESI
           PERFORM 5000-FATTURE
           PERFORM 6000-PUNTEGGIO
               VARYING W-IND-FORN FROM 1 BY 1
               UNTIL W-IND-FORN GREATER W-NUMR-FORN
           OPEN OUTPUT VALFORN-FILE
           PERFORM 7000-INTESTAZIONE
           PERFORM 7100-RIGA-FORNITORE
               VARYING W-IND-FORN FROM 1 BY 1
               UNTIL W-IND-FORN GREATER W-NUMR-FORN
           PERFORM 8000-RIEPILOGO
           CLOSE VALFORN-FILE
           MOVE    W-NUMR-STAMPATI     TO  L-VALF-NUMR-FORN
           MOVE    "S"                 TO  L-VALF-ESITO
           DISPLAY "RATING FORNITORI PRODOTTO SU VALFORN - FORNITORI "
                   W-NUMR-STAMPATI
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  PRIMO E ULTIMO GIORNO DEL TRIMESTRE CHIESTO E DEL
      *            PRECEDENTE (IL 31 CHIUDE OGNI MESE NEL CONFRONTO)
       1000-PERIODI.
           COMPUTE W-PER-DAL(1) = W-ANNO * 10000
                                + ((W-TRIM - 1) * 3 + 1) * 100 + 1
           COMPUTE W-PER-AL(1)  = W-ANNO * 10000
                                + (W-TRIM * 3) * 100 + 31
           IF  W-TRIM EQUAL 1
             MOVE  4                   TO  W-TRIM-PREC
             COMPUTE W-ANNO-PREC = W-ANNO - 1
           ELSE
             COMPUTE W-TRIM-PREC = W-TRIM - 1
             MOVE  W-ANNO              TO  W-ANNO-PREC
           END-IF
           COMPUTE W-PER-DAL(2) = W-ANNO-PREC * 10000
                                + ((W-TRIM-PREC - 1) * 3 + 1) * 100 + 1
           COMPUTE W-PER-AL(2)  = W-ANNO-PREC * 10000
                                + (W-TRIM-PREC * 3) * 100 + 31
           .
      ******************************************************************
      *----------  FORNITORI DEGLI ARTICOLI (F0SFORA): LA BASE DEL
      *            RATING, ANCHE SENZA MOVIMENTI NEL TRIMESTRE
       2000-FORNITORI-ARTICOLI.
           INITIALIZE F0SFORA
           MOVE    L-VALF-CODE-CLIE    TO  F0SFORA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           PERFORM 2100-FORNITORE-ARTICOLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       2100-FORNITORE-ARTICOLO.
           IF  F0SFORA-CODE-FORN GREATER ZERO
             MOVE  F0SFORA-CODE-FORN   TO  W-CODE-FORN-RIC
             MOVE  F0SFORA-RAGE-FORN   TO  W-RAGE-FORN-RIC
             PERFORM 2800-CERCA-FORNITORE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFORA10"             USING F0SFORA LWCOMAR
           .
      ******************************************************************
      *----------  POSIZIONE DEL FORNITORE W-CODE-FORN-RIC IN TABELLA
      *            (W-IND-FORN); UN FORNITORE NUOVO SI INSERISCE AL
      *            SUO POSTO IN ORDINE DI CODICE. ZERO = TABELLA PIENA
       2800-CERCA-FORNITORE.
           MOVE    ZERO                TO  W-IND-FORN
           PERFORM 2810-CONFRONTA-CODICE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-FORN
                  OR W-IND-FORN GREATER ZERO
           IF  W-IND-FORN GREATER ZERO
             IF  W-FR-CODE-FORN(W-IND-FORN) EQUAL W-CODE-FORN-RIC
               IF  W-FR-RAGE-FORN(W-IND-FORN) EQUAL SPACES
                 MOVE W-RAGE-FORN-RIC  TO  W-FR-RAGE-FORN(W-IND-FORN)
               END-IF
               EXIT PARAGRAPH
             END-IF
           ELSE
             COMPUTE W-IND-FORN = W-NUMR-FORN + 1
           END-IF
           IF  W-NUMR-FORN NOT LESS 300
             ADD   1                   TO  W-NUMR-SALTATI
             MOVE  ZERO                TO  W-IND-FORN
             EXIT PARAGRAPH
           END-IF
           PERFORM 2820-SPOSTA-FORNITORE
               VARYING W-IND2 FROM W-NUMR-FORN BY -1
               UNTIL W-IND2 LESS W-IND-FORN
           ADD     1                   TO  W-NUMR-FORN
           INITIALIZE W-FR-ELEM(W-IND-FORN)
           MOVE    W-CODE-FORN-RIC     TO  W-FR-CODE-FORN(W-IND-FORN)
           MOVE    W-RAGE-FORN-RIC     TO  W-FR-RAGE-FORN(W-IND-FORN)
           .
       2810-CONFRONTA-CODICE.
           IF  W-FR-CODE-FORN(W-IND) NOT LESS W-CODE-FORN-RIC
             MOVE  W-IND               TO  W-IND-FORN
           END-IF
           .
       2820-SPOSTA-FORNITORE.
           MOVE    W-FR-ELEM(W-IND2)   TO  W-FR-ELEM(W-IND2 + 1)
           .
      ******************************************************************
      *----------  TRIMESTRE (1 O 2) DELLA DATA W-DATA-RIF IN W-PER;
      *            ZERO = FUORI DAI DUE TRIMESTRI
       2900-PERIODO.
           MOVE    ZERO                TO  W-PER
           IF  W-DATA-RIF NOT LESS W-PER-DAL(1)
               AND W-DATA-RIF NOT GREATER W-PER-AL(1)
             MOVE  1                   TO  W-PER
           END-IF
           IF  W-DATA-RIF NOT LESS W-PER-DAL(2)
               AND W-DATA-RIF NOT GREATER W-PER-AL(2)
             MOVE  2                   TO  W-PER
           END-IF
           .
      ******************************************************************
      *----------  RICEVIMENTI DEI DUE TRIMESTRI (F0SPROP CON DATA DI
      *            RICEVIMENTO): PUNTUALITA', EVASIONE, DIFFORMITA'
       3000-RICEVIMENTI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           INITIALIZE F0SPROP
           MOVE    L-VALF-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           PERFORM 3100-RICEVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           .
       3100-RICEVIMENTO.
           IF  F0SPROP-DATA-RICE GREATER ZERO
               AND F0SPROP-CODE-FORN GREATER ZERO
               AND NOT F0SPROP-ANNULLATA
             MOVE  F0SPROP-DATA-RICE   TO  W-DATA-RIF
             PERFORM 2900-PERIODO
             IF  W-PER GREATER ZERO
               MOVE F0SPROP-CODE-FORN  TO  W-CODE-FORN-RIC
               MOVE F0SPROP-RAGE-FORN  TO  W-RAGE-FORN-RIC
               PERFORM 2800-CERCA-FORNITORE
               IF  W-IND-FORN GREATER ZERO
                 PERFORM 3200-CONTA-RICEVIMENTO
               END-IF
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           .
       3200-CONTA-RICEVIMENTO.
           ADD     1                   TO  W-FR-NUMR-RICE
                                            (W-IND-FORN W-PER)
           IF  F0SPROP-RICE-DIFFORME
             ADD   1                   TO  W-FR-NUMR-DIFO
                                            (W-IND-FORN W-PER)
           END-IF
      *      Evasione: il ricevuto oltre l'ordinato non migliora il
      *      fill rate
           IF  F0SPROP-QTA-PROP GREATER ZERO
             IF  F0SPROP-QTA-RICE GREATER F0SPROP-QTA-PROP
               MOVE F0SPROP-QTA-PROP   TO  W-QTA-EVASA
             ELSE
               MOVE F0SPROP-QTA-RICE   TO  W-QTA-EVASA
             END-IF
             ADD   F0SPROP-QTA-PROP    TO  W-FR-QTA-ORDI
                                            (W-IND-FORN W-PER)
             ADD   W-QTA-EVASA         TO  W-FR-QTA-EVAS
                                            (W-IND-FORN W-PER)
           END-IF
           PERFORM 3300-DATA-ATTESA
           IF  W-DATA-ATTESA GREATER ZERO
             ADD   1                   TO  W-FR-NUMR-MISU
                                            (W-IND-FORN W-PER)
             IF  F0SPROP-DATA-RICE NOT GREATER W-DATA-ATTESA
               ADD  1                  TO  W-FR-NUMR-PUNT
                                            (W-IND-FORN W-PER)
             END-IF
           END-IF
           .
      ******************************************************************
      *----------  DATA ATTESA DELLA RIGA: PROMESSA O RICHIESTA
      *            DELL'ORDINE NUMERATO, ALTRIMENTI PROPOSTA PIU'
      *            GIORNI DI CONSEGNA DEL LISTINO O DEL FORNITORE
      *            DELL'ARTICOLO; ZERO = NON MISURABILE
       3300-DATA-ATTESA.
           MOVE    ZERO                TO  W-DATA-ATTESA W-GG-CONSEGNA
           IF  F0SPROP-NUMR-OACQ GREATER ZERO
             INITIALIZE F0SOACQ
             MOVE  L-VALF-CODE-CLIE    TO  F0SOACQ-CODE-CLIE
             MOVE  F0SPROP-NUMR-OACQ   TO  F0SOACQ-NUMR-OACQ
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL "UROACQ10"           USING F0SOACQ LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               IF  F0SOACQ-DATA-PROM GREATER ZERO
                 MOVE F0SOACQ-DATA-PROM TO W-DATA-ATTESA
               ELSE
                 MOVE F0SOACQ-DATA-RICH TO W-DATA-ATTESA
               END-IF
             END-IF
           END-IF
           IF  W-DATA-ATTESA GREATER ZERO
               OR F0SPROP-DATA-PROP EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SFCAT
           MOVE    L-VALF-CODE-CLIE    TO  F0SFCAT-CODE-CLIE
           MOVE    F0SPROP-CODE-ARTI   TO  F0SFCAT-CODE-ARTI
           MOVE    F0SPROP-CODE-FORN   TO  F0SFCAT-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFCAT10"             USING F0SFCAT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SFCAT-GG-CONSEGNA TO  W-GG-CONSEGNA
           ELSE
             INITIALIZE F0SFORA
             MOVE  L-VALF-CODE-CLIE    TO  F0SFORA-CODE-CLIE
             MOVE  F0SPROP-CODE-ARTI   TO  F0SFORA-CODE-ARTI
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL "URFORA10"           USING F0SFORA LWCOMAR
             IF  DSTF-IOSR EQUAL 1
                 AND F0SFORA-CODE-FORN EQUAL F0SPROP-CODE-FORN
               MOVE F0SFORA-GG-CONSEGNA TO W-GG-CONSEGNA
             END-IF
           END-IF
           IF  W-GG-CONSEGNA GREATER ZERO
             COMPUTE W-DATA-ATTESA = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(F0SPROP-DATA-PROP)
                      + W-GG-CONSEGNA)
           END-IF
           .
      ******************************************************************
      *----------  RESI A FORNITORE DEI DUE TRIMESTRI (F0SRESF)
       4000-RESI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URRESF10"             USING F0SRESF LWCOMAR
           INITIALIZE F0SRESF
           MOVE    L-VALF-CODE-CLIE    TO  F0SRESF-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URRESF10"             USING F0SRESF LWCOMAR
           PERFORM 4100-RESO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URRESF10"             USING F0SRESF LWCOMAR
           .
       4100-RESO.
           MOVE    F0SRESF-DATA-RESO   TO  W-DATA-RIF
           PERFORM 2900-PERIODO
           IF  W-PER GREATER ZERO
               AND F0SRESF-CODE-FORN GREATER ZERO
             MOVE  F0SRESF-CODE-FORN   TO  W-CODE-FORN-RIC
             MOVE  F0SRESF-RAGE-FORN   TO  W-RAGE-FORN-RIC
             PERFORM 2800-CERCA-FORNITORE
             IF  W-IND-FORN GREATER ZERO
               ADD  1                  TO  W-FR-NUMR-RESI
                                            (W-IND-FORN W-PER)
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URRESF10"             USING F0SRESF LWCOMAR
           .
      ******************************************************************
      *----------  FATTURE REGISTRATE NEI DUE TRIMESTRI (F0SFACQ):
      *            ESITO DEL RISCONTRO RIGA PER RIGA
       5000-FATTURE.
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           INITIALIZE F0SFACQ
           MOVE    L-VALF-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           PERFORM 5100-FATTURA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           .
       5100-FATTURA.
           MOVE    F0SFACQ-DATA-REGI   TO  W-DATA-RIF
           PERFORM 2900-PERIODO
           IF  W-PER GREATER ZERO
               AND F0SFACQ-CODE-FORN GREATER ZERO
             MOVE  F0SFACQ-CODE-FORN   TO  W-CODE-FORN-RIC
             MOVE  F0SFACQ-RAGE-FORN   TO  W-RAGE-FORN-RIC
             PERFORM 2800-CERCA-FORNITORE
             IF  W-IND-FORN GREATER ZERO
               PERFORM 5200-RIGA-FATTURA
                   VARYING W-IND-RIGA FROM 1 BY 1
                   UNTIL W-IND-RIGA GREATER F0SFACQ-NUMR-RIGHE
                      OR W-IND-RIGA GREATER 20
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           .
       5200-RIGA-FATTURA.
           ADD     1                   TO  W-FR-NUMR-RFAT
                                            (W-IND-FORN W-PER)
           EVALUATE TRUE
             WHEN F0SFACQ-RIGA-DIFF-QTA(W-IND-RIGA)
               ADD  1                  TO  W-FR-NUMR-DQTA
                                            (W-IND-FORN W-PER)
             WHEN F0SFACQ-RIGA-DIFF-PREZ(W-IND-RIGA)
               ADD  1                  TO  W-FR-NUMR-DPRE
                                            (W-IND-FORN W-PER)
             WHEN F0SFACQ-RIGA-DIFF-TUTTO(W-IND-RIGA)
               ADD  1                  TO  W-FR-NUMR-DQTA
                                            (W-IND-FORN W-PER)
                                           W-FR-NUMR-DPRE
                                            (W-IND-FORN W-PER)
             WHEN F0SFACQ-RIGA-NO-RISC(W-IND-RIGA)
               ADD  1                  TO  W-FR-NUMR-NRIS
                                            (W-IND-FORN W-PER)
           END-EVALUATE
           .
      ******************************************************************
      *----------  PERCENTUALI E PUNTEGGIO PESATO DEI DUE TRIMESTRI DI
      *            UN FORNITORE
       6000-PUNTEGGIO.
           PERFORM 6100-PUNTEGGIO-TRIMESTRE
               VARYING W-PER FROM 1 BY 1
               UNTIL W-PER GREATER 2
           .
       6100-PUNTEGGIO-TRIMESTRE.
           MOVE    ZERO                TO  W-PESO-TOTA W-SOMMA-PESATA
           MOVE    SPACE               TO  W-FR-VALUTATO
                                            (W-IND-FORN W-PER)
           MOVE    ZERO                TO  W-FR-PUNTEGGIO
                                            (W-IND-FORN W-PER)
           IF  W-FR-NUMR-MISU(W-IND-FORN W-PER) GREATER ZERO
             COMPUTE W-FR-PERC-PUNT(W-IND-FORN W-PER) ROUNDED =
                     W-FR-NUMR-PUNT(W-IND-FORN W-PER) * 100
                   / W-FR-NUMR-MISU(W-IND-FORN W-PER)
             COMPUTE W-SOMMA-PESATA = W-SOMMA-PESATA
                   + W-FR-PERC-PUNT(W-IND-FORN W-PER) * W-PESO-PUNT
             ADD   W-PESO-PUNT         TO  W-PESO-TOTA
           END-IF
           IF  W-FR-QTA-ORDI(W-IND-FORN W-PER) GREATER ZERO
             COMPUTE W-FR-PERC-EVAS(W-IND-FORN W-PER) ROUNDED =
                     W-FR-QTA-EVAS(W-IND-FORN W-PER) * 100
                   / W-FR-QTA-ORDI(W-IND-FORN W-PER)
             COMPUTE W-SOMMA-PESATA = W-SOMMA-PESATA
                   + W-FR-PERC-EVAS(W-IND-FORN W-PER) * W-PESO-EVAS
             ADD   W-PESO-EVAS         TO  W-PESO-TOTA
           END-IF
      *      Conformita': 100 meno difformi e resi sui ricevimenti,
      *      mai sotto zero
           IF  W-FR-NUMR-RICE(W-IND-FORN W-PER) GREATER ZERO
             COMPUTE W-PERC ROUNDED =
                     (W-FR-NUMR-DIFO(W-IND-FORN W-PER)
                    + W-FR-NUMR-RESI(W-IND-FORN W-PER)) * 100
                   / W-FR-NUMR-RICE(W-IND-FORN W-PER)
             IF  W-PERC GREATER 100
               MOVE 100                TO  W-PERC
             END-IF
             COMPUTE W-FR-PERC-CONF(W-IND-FORN W-PER) = 100 - W-PERC
             COMPUTE W-SOMMA-PESATA = W-SOMMA-PESATA
                   + W-FR-PERC-CONF(W-IND-FORN W-PER) * W-PESO-CONF
             ADD   W-PESO-CONF         TO  W-PESO-TOTA
           END-IF
           IF  W-FR-NUMR-RFAT(W-IND-FORN W-PER) GREATER ZERO
             COMPUTE W-PERC ROUNDED =
                     (W-FR-NUMR-DQTA(W-IND-FORN W-PER)
                    + W-FR-NUMR-DPRE(W-IND-FORN W-PER)
                    + W-FR-NUMR-NRIS(W-IND-FORN W-PER)) * 100
                   / W-FR-NUMR-RFAT(W-IND-FORN W-PER)
             IF  W-PERC GREATER 100
               MOVE 100                TO  W-PERC
             END-IF
             COMPUTE W-SOMMA-PESATA = W-SOMMA-PESATA
                   + (100 - W-PERC) * W-PESO-FATT
             ADD   W-PESO-FATT         TO  W-PESO-TOTA
           END-IF
           IF  W-PESO-TOTA GREATER ZERO
             COMPUTE W-FR-PUNTEGGIO(W-IND-FORN W-PER) ROUNDED =
                     W-SOMMA-PESATA / W-PESO-TOTA
             SET   W-FR-CON-PUNTEGGIO(W-IND-FORN W-PER) TO TRUE
           END-IF
           .
      ******************************************************************
       7000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "RATING FORNITORI - TRIMESTRE " DELIMITED BY SIZE
                   W-TRIM              DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   W-ANNO              DELIMITED BY SIZE
                   " (DAL "            DELIMITED BY SIZE
                   W-PER-DAL(1)        DELIMITED BY SIZE
                   ") CONFRONTO CON "  DELIMITED BY SIZE
                   W-TRIM-PREC         DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   W-ANNO-PREC         DELIMITED BY SIZE
                   "  -  DITTA "       DELIMITED BY SIZE
                   L-VALF-CODE-CLIE    DELIMITED BY SIZE
                   "  AL "             DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VALFORN-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   VALFORN-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "FORN RAGIONE SOCIALE           RICE  PUNT%  EVAS%"
                                       DELIMITED BY SIZE
                   "  DIFF  RESI  CONF%  R.FAT D.QTA D.PRZ NORIS"
                                       DELIMITED BY SIZE
                   "  PUNTEGGIO  PREC.   TREND"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VALFORN-REC         FROM  W-LINEA
           .
      ******************************************************************
      *----------  UNA RIGA PER FORNITORE CON I DATI DEL TRIMESTRE E IL
      *            CONFRONTO COL PRECEDENTE; SENZA MOVIMENTI IN
      *            NESSUNO DEI DUE NON SI STAMPA
       7100-RIGA-FORNITORE.
           IF  W-FR-NUMR-RICE(W-IND-FORN 1) EQUAL ZERO
               AND W-FR-NUMR-RESI(W-IND-FORN 1) EQUAL ZERO
               AND W-FR-NUMR-RFAT(W-IND-FORN 1) EQUAL ZERO
               AND NOT W-FR-CON-PUNTEGGIO(W-IND-FORN 2)
             ADD  1                    TO  W-NUMR-INATTIVI
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-STAMPATI
           MOVE    "  -  "             TO  W-COL-PUNT W-COL-EVAS
                                           W-COL-CONF
           IF  W-FR-NUMR-MISU(W-IND-FORN 1) GREATER ZERO
             MOVE  W-FR-PERC-PUNT(W-IND-FORN 1) TO W-PERC-ED
             MOVE  W-PERC-ED           TO  W-COL-PUNT
           END-IF
           IF  W-FR-QTA-ORDI(W-IND-FORN 1) GREATER ZERO
             MOVE  W-FR-PERC-EVAS(W-IND-FORN 1) TO W-PERC-ED
             MOVE  W-PERC-ED           TO  W-COL-EVAS
           END-IF
           IF  W-FR-NUMR-RICE(W-IND-FORN 1) GREATER ZERO
             MOVE  W-FR-PERC-CONF(W-IND-FORN 1) TO W-PERC-ED
             MOVE  W-PERC-ED           TO  W-COL-CONF
           END-IF
           MOVE    "  N.D."            TO  W-TREND-X
           IF  W-FR-CON-PUNTEGGIO(W-IND-FORN 1)
             MOVE  W-FR-PUNTEGGIO(W-IND-FORN 1) TO W-PUNT-ED
           ELSE
             MOVE  ZERO                TO  W-PUNT-ED
           END-IF
           IF  W-FR-CON-PUNTEGGIO(W-IND-FORN 2)
             MOVE  W-FR-PUNTEGGIO(W-IND-FORN 2) TO W-PREC-NUM-ED
             MOVE  W-PREC-NUM-ED       TO  W-PREC-ED
           ELSE
             MOVE  "  -  "             TO  W-PREC-ED
           END-IF
           IF  W-FR-CON-PUNTEGGIO(W-IND-FORN 1)
               AND W-FR-CON-PUNTEGGIO(W-IND-FORN 2)
             COMPUTE W-TREND = W-FR-PUNTEGGIO(W-IND-FORN 1)
                             - W-FR-PUNTEGGIO(W-IND-FORN 2)
             MOVE  W-TREND             TO  W-TREND-ED
             MOVE  W-TREND-ED          TO  W-TREND-X
           END-IF
           IF  NOT W-FR-CON-PUNTEGGIO(W-IND-FORN 1)
             MOVE  " INATT"            TO  W-TREND-X
           END-IF
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-FR-CODE-FORN(W-IND-FORN) TO W-LINEA(1:4)
           MOVE    W-FR-RAGE-FORN(W-IND-FORN) TO W-LINEA(6:25)
           MOVE    W-FR-NUMR-RICE(W-IND-FORN 1) TO W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(32:4)
           MOVE    W-COL-PUNT          TO  W-LINEA(38:5)
           MOVE    W-COL-EVAS          TO  W-LINEA(45:5)
           MOVE    W-FR-NUMR-DIFO(W-IND-FORN 1) TO W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(52:4)
           MOVE    W-FR-NUMR-RESI(W-IND-FORN 1) TO W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(58:4)
           MOVE    W-COL-CONF          TO  W-LINEA(64:5)
           MOVE    W-FR-NUMR-RFAT(W-IND-FORN 1) TO W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(72:4)
           MOVE    W-FR-NUMR-DQTA(W-IND-FORN 1) TO W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(78:4)
           MOVE    W-FR-NUMR-DPRE(W-IND-FORN 1) TO W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(84:4)
           MOVE    W-FR-NUMR-NRIS(W-IND-FORN 1) TO W-NUMR-ED
           MOVE    W-NUMR-ED           TO  W-LINEA(90:4)
           MOVE    W-PUNT-ED           TO  W-LINEA(100:5)
           MOVE    W-PREC-ED           TO  W-LINEA(107:5)
           MOVE    W-TREND-X           TO  W-LINEA(114:6)
           WRITE   VALFORN-REC         FROM  W-LINEA
           .
      ******************************************************************
       8000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           WRITE   VALFORN-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "FORNITORI VALUTATI: " DELIMITED BY SIZE
                   W-NUMR-STAMPATI     DELIMITED BY SIZE
                   "  SENZA MOVIMENTI NEI DUE TRIMESTRI: "
                                       DELIMITED BY SIZE
                   W-NUMR-INATTIVI     DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VALFORN-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "PUNTEGGIO = PUNTUALITA' 35 + EVASIONE 25 + "
                                       DELIMITED BY SIZE
                   "CONFORMITA' 25 + FATTURE SENZA DIFFERENZE 15, "
                                       DELIMITED BY SIZE
                   "SULLE SOLE VOCI CON DATI NEL TRIMESTRE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VALFORN-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "CONF% = 100 - (DIFFORMI + RESI) / RICEVIMENTI; "
                                       DELIMITED BY SIZE
                   "TREND = PUNTEGGIO - TRIMESTRE PRECEDENTE; "
                                       DELIMITED BY SIZE
                   "INATT = NESSUN DATO NEL TRIMESTRE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VALFORN-REC         FROM  W-LINEA
           IF  W-NUMR-SALTATI GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "MOVIMENTI DI FORNITORI OLTRE LA CAPIENZA, NON "
                                       DELIMITED BY SIZE
                    "VALUTATI: "       DELIMITED BY SIZE
                    W-NUMR-SALTATI     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE VALFORN-REC         FROM  W-LINEA
           END-IF
           .
      *(END)
