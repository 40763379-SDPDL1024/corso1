       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMOVCMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REGISTRAZIONE MANUALE DI CONTABILITA' GENERALE
      *****   (GIROCONTI, RETTIFICHE, RATEI, OPERAZIONI CHE NON
      *****   NASCONO DA UN EVENTO DEL SISTEMA): DATA, DESCRIZIONE E
      *****   RIFERIMENTO, POI FINO A VENTI RIGHE CONTO / DARE /
      *****   AVERE. OGNI CONTO DEVE ESSERE NEL PIANO DEI CONTI
      *****   (F0SPCON); A FINE RIGHE SI MOSTRANO I TOTALI E UNA
      *****   REGISTRAZIONE CHE NON QUADRA NON SI SCRIVE: SI
      *****   AGGIUNGONO RIGHE O SI ANNULLA. LA SCRITTURA, CON IL
      *****   NUMERO DI REGISTRAZIONE E IL PROGRESSIVO DEL LIBRO
      *****   GIORNALE, LA FA "UCONREG0". UNA DATA NEL PERIODO
      *****   CONTABILE CHIUSO (UPERCTL0) FERMA L'IMMISSIONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-FINE-RIGHE               PIC X(01)      VALUE "N".
           88  WL-FINE-RIGHE-SI                       VALUE "S".
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-CONTO                    PIC X(08)      VALUE SPACES.
       77  WL-DARE                     PIC S9(11)V99 COMP-3 VALUE 0.
       77  WL-AVERE                    PIC S9(11)V99 COMP-3 VALUE 0.
       77  WL-TOTA-DARE                PIC S9(11)V99 COMP-3 VALUE 0.
       77  WL-TOTA-AVERE               PIC S9(11)V99 COMP-3 VALUE 0.
       77  WL-IMPO-ACC                 PIC 9(11)V99   VALUE ZERO.
       77  WL-DARE-ED                  PIC ---.---.---.--9,99 VALUE 0.
       77  WL-AVERE-ED                 PIC ---.---.---.--9,99 VALUE 0.
      *
       COPY "F0SPCON.REC".
       COPY "LCONREG.WRK".
      *    Blocco contabile di periodo (UPERCTL0)
       01  WL-PCTL-CTRL.
           03  WL-PCTL-CODE-CLIE       PIC 9(04)      VALUE ZERO.
           03  WL-PCTL-DATA            PIC 9(08)      VALUE ZERO.
           03  WL-PCTL-OPERAZIONE      PIC X(20)      VALUE SPACES.
           03  WL-PCTL-ESITO           PIC X(01)      VALUE SPACE.
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-MOVC-CTRL.
           03  L-MOVC-CODE-CLIE        PIC 9(04).
           03  L-MOVC-NUMR-REGI        PIC 9(06).
           03  L-MOVC-ESITO            PIC X(01).
               88  L-MOVC-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-MOVC-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-MOVC-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UMOVCMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SMOVC"           TO  L-AZIO-NOME-FILE
           MOVE    L-MOVC-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           MOVE    ZERO                TO  L-MOVC-NUMR-REGI
                                           WL-TOTA-DARE WL-TOTA-AVERE
           INITIALIZE L-CREG-CTRL
           MOVE    L-MOVC-CODE-CLIE    TO  L-CREG-CODE-CLIE
           SET     L-CREG-MANUALE      TO  TRUE
           DISPLAY "REGISTRAZIONE MANUALE DI CONTABILITA' GENERALE  -"
                   "  DITTA " L-MOVC-CODE-CLIE
           DISPLAY "DATA REGISTRAZIONE (AAAAMMGG, 0=OGGI) : " WITH NO
                   ADVANCING
           ACCEPT   L-CREG-DATA-REGI
           IF  L-CREG-DATA-REGI EQUAL ZERO
             MOVE  LDATE-ACTL          TO  L-CREG-DATA-REGI
           END-IF
      *    Controllo del blocco contabile di periodo
           MOVE    L-MOVC-CODE-CLIE    TO  WL-PCTL-CODE-CLIE
           MOVE    L-CREG-DATA-REGI    TO  WL-PCTL-DATA
           MOVE    "PRIMA NOTA MANUALE"TO  WL-PCTL-OPERAZIONE
           MOVE    SPACE               TO  WL-PCTL-ESITO
           CALL  "UPERCTL0"              USING WL-PCTL-CTRL LWCOMAR
           IF  WL-PCTL-ESITO EQUAL "B"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "DESCRIZIONE                 : " WITH NO ADVANCING
           ACCEPT   L-CREG-DESC
           IF  L-CREG-DESC EQUAL SPACES
             DISPLAY "DESCRIZIONE OBBLIGATORIA"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "RIFERIMENTO                 : " WITH NO ADVANCING
           ACCEPT   L-CREG-RIFE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR.
       RIGHE-MOVC.
           MOVE    "N"                 TO  WL-FINE-RIGHE
           PERFORM RT2-RIGA
               UNTIL WL-FINE-RIGHE-SI OR L-CREG-NUMR-RIGHE EQUAL 20
           MOVE    WL-TOTA-DARE        TO  WL-DARE-ED
           MOVE    WL-TOTA-AVERE       TO  WL-AVERE-ED
           DISPLAY "TOTALE DARE  " WL-DARE-ED
           DISPLAY "TOTALE AVERE " WL-AVERE-ED
           IF  L-CREG-NUMR-RIGHE LESS 2
             DISPLAY "SERVONO ALMENO DUE RIGHE - OPERAZIONE ANNULLATA"
             GO TO CHIU-MOVC
           END-IF
           IF  WL-TOTA-DARE NOT EQUAL WL-TOTA-AVERE
             DISPLAY "LA REGISTRAZIONE NON QUADRA"
             IF  L-CREG-NUMR-RIGHE LESS 20
               DISPLAY "AGGIUNGI RIGHE (S) O ANNULLA (N) ? : " WITH NO
                       ADVANCING
               ACCEPT   WL-RISP
               IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
                 GO TO RIGHE-MOVC
               END-IF
             END-IF
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-MOVC
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-MOVC
           END-IF
      *      Il piano dei conti lo riapre "UCONREG0" per i suoi
      *      controlli
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           CALL  "UCONREG0"              USING L-CREG-CTRL LWCOMAR
           IF  L-CREG-REGISTRATA
             MOVE  L-CREG-NUMR-REGI    TO  L-MOVC-NUMR-REGI
             MOVE  "S"                 TO  L-MOVC-ESITO
             DISPLAY "REGISTRAZIONE N. " L-CREG-NUMR-REGI " DEL "
                     L-CREG-DATA-REGI(1:4) " SCRITTA"
           ELSE
             EVALUATE TRUE
               WHEN L-CREG-DATA-ERRATA
                 DISPLAY "DATA DI REGISTRAZIONE NON VALIDA"
               WHEN L-CREG-SBILANCIATA
                 DISPLAY "LA REGISTRAZIONE NON QUADRA"
               WHEN L-CREG-CONTO-ASSENTE
                 DISPLAY "CONTO NON PRESENTE NEL PIANO DEI CONTI"
               WHEN OTHER
                 DISPLAY "NESSUNA RIGA DA REGISTRARE"
             END-EVALUATE
             DISPLAY "REGISTRAZIONE NON SCRITTA"
           END-IF
           GO TO EXIT-PRO.
       CHIU-MOVC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UNA RIGA: CONTO DEL PIANO DEI CONTI, IMPORTO IN
      *            DARE OPPURE IN AVERE (NON ENTRAMBI)
       RT2-RIGA.
           COMPUTE WL-IND = L-CREG-NUMR-RIGHE + 1
           DISPLAY "RIGA " WL-IND " CONTO (VUOTO = FINE) : " WITH NO
                   ADVANCING
           MOVE    SPACES              TO  WL-CONTO
           ACCEPT   WL-CONTO
           IF  WL-CONTO EQUAL SPACES
             SET   WL-FINE-RIGHE-SI    TO  TRUE
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPCON
           MOVE    L-MOVC-CODE-CLIE    TO  F0SPCON-CODE-CLIE
           MOVE    WL-CONTO            TO  F0SPCON-CODE-CONTO
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CONTO NON PRESENTE NEL PIANO DEI CONTI"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "  " F0SPCON-DESC-CONTO
           DISPLAY "  DARE                      : " WITH NO ADVANCING
           MOVE    ZERO                TO  WL-IMPO-ACC
           ACCEPT   WL-IMPO-ACC
           MOVE    WL-IMPO-ACC         TO  WL-DARE
           DISPLAY "  AVERE                     : " WITH NO ADVANCING
           MOVE    ZERO                TO  WL-IMPO-ACC
           ACCEPT   WL-IMPO-ACC
           MOVE    WL-IMPO-ACC         TO  WL-AVERE
           IF  (WL-DARE EQUAL ZERO AND WL-AVERE EQUAL ZERO)
               OR (WL-DARE NOT EQUAL ZERO AND WL-AVERE NOT EQUAL ZERO)
             DISPLAY "IMPORTO IN DARE OPPURE IN AVERE - RIGA SCARTATA"
             EXIT PARAGRAPH
           END-IF
           MOVE    WL-IND              TO  L-CREG-NUMR-RIGHE
           MOVE    WL-CONTO            TO  L-CREG-RIGA-CONTO(WL-IND)
           MOVE    WL-DARE             TO  L-CREG-RIGA-DARE(WL-IND)
           MOVE    WL-AVERE            TO  L-CREG-RIGA-AVERE(WL-IND)
           MOVE    SPACES              TO  L-CREG-RIGA-DESC(WL-IND)
           ADD     WL-DARE             TO  WL-TOTA-DARE
           ADD     WL-AVERE            TO  WL-TOTA-AVERE
           .
      *(END)
