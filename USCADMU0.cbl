       IDENTIFICATION DIVISION.
       PROGRAM-ID. USCADMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DEI RIBASSI AUTOMATICI SUI LOTTI IN
      *****   SCADENZA (F0SSCAD): PER UN GRUPPO MERCEOLOGICO (VUOTO =
      *****   TUTTI I GRUPPI SENZA FASCE PROPRIE) MOSTRA LE FASCE GIA'
      *****   PRESENTI E REGISTRA UNA FASCIA: GIORNI ALLA SCADENZA E
      *****   PERCENTUALE DI RIBASSO. UNA PERCENTUALE A ZERO TOGLIE
      *****   LA FASCIA. IL TOTEM (UPOSVE10) APPLICA IL RIBASSO DA
      *****   SOLO QUANDO CONSUMA UN LOTTO DENTRO UNA FASCIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-GRUP-ARTI                PIC X(03)      VALUE SPACES.
       77  WL-GIOR-SCAD                PIC 9(03)      VALUE ZERO.
       77  WL-PERC-RIBA                PIC S9(03)V99  COMP-3 VALUE 0.
       77  WL-PERC-ED                  PIC ZZ9,99     VALUE 0.
       77  WL-NUMR-FASC                PIC S9(04) COMP VALUE ZERO.
      *
       COPY "F0SSCAD.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica,
      *    le cancellazioni chiedono anche quello di cancellazione.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-SCAD-CTRL.
           03  L-SCAD-CODE-CLIE        PIC 9(04).
           03  L-SCAD-ESITO            PIC X(01).
               88  L-SCAD-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-SCAD-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-SCAD-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "29"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "USCADMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SSCAD"           TO  L-AZIO-NOME-FILE
           MOVE    L-SCAD-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "RIBASSI LOTTI IN SCADENZA  -  DITTA "
                   L-SCAD-CODE-CLIE
           DISPLAY "GRUPPO MERCEOLOGICO (VUOTO=TUTTI) : " WITH NO
                   ADVANCING
           ACCEPT   WL-GRUP-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
           PERFORM RT2-MOSTRA-FASCE
      *
           DISPLAY "FASCIA: ENTRO QUANTI GIORNI DALLA SCADENZA : "
                   WITH NO ADVANCING
           ACCEPT   WL-GIOR-SCAD
           INITIALIZE F0SSCAD
           MOVE    L-SCAD-CODE-CLIE    TO  F0SSCAD-CODE-CLIE
           MOVE    WL-GRUP-ARTI        TO  F0SSCAD-GRUP-ARTI
           MOVE    WL-GIOR-SCAD        TO  F0SSCAD-GIOR-SCAD
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SSCAD-PERC-RIBA   TO  WL-PERC-ED
             DISPLAY "FASCIA GIA' PRESENTE - RIBASSO " WL-PERC-ED "%"
           ELSE
             INITIALIZE F0SSCAD
             MOVE  L-SCAD-CODE-CLIE    TO  F0SSCAD-CODE-CLIE
             MOVE  WL-GRUP-ARTI        TO  F0SSCAD-GRUP-ARTI
             MOVE  WL-GIOR-SCAD        TO  F0SSCAD-GIOR-SCAD
           END-IF
           DISPLAY "PERCENTUALE DI RIBASSO (0=TOGLIE LA FASCIA) : "
                   WITH NO ADVANCING
           ACCEPT   WL-PERC-RIBA
           IF  WL-PERC-RIBA LESS ZERO
               OR WL-PERC-RIBA GREATER 100
             DISPLAY "PERCENTUALE NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO CHIU-SCAD
           END-IF
           IF  WL-PERC-RIBA EQUAL ZERO
             PERFORM RT3-TOGLI-FASCIA
             GO TO CHIU-SCAD
           END-IF
           MOVE    WL-PERC-RIBA        TO  F0SSCAD-PERC-RIBA
           DISPLAY "STATO (A=ATTIVA / S=SOSPESA): " WITH NO ADVANCING
           ACCEPT   F0SSCAD-STAT-SCAD
           IF  F0SSCAD-STAT-SCAD EQUAL "s"
             MOVE  "S"                 TO  F0SSCAD-STAT-SCAD
           END-IF
           IF  NOT F0SSCAD-SOSPESA
             SET   F0SSCAD-ATTIVA      TO  TRUE
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-SCAD
           END-IF
           MOVE    LDATE-ACTL          TO  F0SSCAD-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SSCAD-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
           MOVE    "S"                 TO  L-SCAD-ESITO
           DISPLAY "FASCIA REGISTRATA".
       CHIU-SCAD.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  FASCE GIA' PRESENTI PER IL GRUPPO SCELTO
       RT2-MOSTRA-FASCE.
           MOVE    ZERO                TO  WL-NUMR-FASC
           INITIALIZE F0SSCAD
           MOVE    L-SCAD-CODE-CLIE    TO  F0SSCAD-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
           PERFORM RT21-UNA-FASCIA
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  WL-NUMR-FASC EQUAL ZERO
             DISPLAY "NESSUNA FASCIA PER IL GRUPPO"
           END-IF
           .
      ******************************************************************
       RT21-UNA-FASCIA.
           IF  F0SSCAD-GRUP-ARTI EQUAL WL-GRUP-ARTI
             ADD   1                   TO  WL-NUMR-FASC
             MOVE  F0SSCAD-PERC-RIBA   TO  WL-PERC-ED
             DISPLAY "  ENTRO " F0SSCAD-GIOR-SCAD " GG: RIBASSO "
                     WL-PERC-ED "%  STATO " F0SSCAD-STAT-SCAD
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
           .
      ******************************************************************
      *----------  PERCENTUALE A ZERO: LA FASCIA ESISTENTE SI TOGLIE
       RT3-TOGLI-FASCIA.
           IF  F0SSCAD-PERC-RIBA EQUAL ZERO
             DISPLAY "FASCIA NON PRESENTE - NULLA DA TOGLIERE"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "TOGLIERE LA FASCIA ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           MOVE    "C"                 TO  L-AZIO-AZIONE
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCAD10"              USING F0SSCAD LWCOMAR
           MOVE    "S"                 TO  L-SCAD-ESITO
           DISPLAY "FASCIA TOLTA"
           .
      *(END)
