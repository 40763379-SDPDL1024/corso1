       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUBIRIF0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RIFORNIMENTO DELLE CELLE DI PRELIEVO: SUL DEPOSITO DI
      *****   SESSIONE CERCA LE CELLE DI PRELIEVO (F0SUBIC, TRAMITE
      *****   "URUBIC10") SCESE SOTTO IL LORO MINIMO E PER OGNUNA
      *****   PROPONE LO SPOSTAMENTO DALLE CELLE DI RISERVA
      *****   DELL'ARTICOLO, IN SEQUENZA DI PERCORSO, FINO ALLA
      *****   CAPIENZA DELLA CELLA (AL MINIMO SE LA CAPIENZA NON E'
      *****   GESTITA). IL MAGAZZINIERE CONFERMA CELLA PER CELLA CHE
      *****   LO SPOSTAMENTO E' FATTO; LA GIACENZA DEL DEPOSITO NON
      *****   CAMBIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-FINE                     PIC X(01)      VALUE "N".
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-IND2                     PIC S9(04) COMP VALUE ZERO.
       77  WL-UBIC-ESI                 PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-RIFO                PIC 9(04)      VALUE ZERO.
       77  WL-TAB-PIENA                PIC X(01)      VALUE "N".
       77  WL-QTA-SERV                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-PREN                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-MINI-ED                  PIC ---.---.--9,999 VALUE 0.
      *
      *----------  CELLE DI PRELIEVO SOTTO MINIMO DEL DEPOSITO
       01  WL-RIF-TAB.
           03  WL-RIF-NUMR             PIC S9(04) COMP VALUE ZERO.
           03  WL-RIF-VOCE             OCCURS 200 TIMES.
               05  WL-RIF-CODE-ARTI    PIC X(15)      VALUE SPACES.
               05  WL-RIF-UBIC         PIC X(06)      VALUE SPACES.
               05  WL-RIF-QTA          PIC S9(07)V999 COMP-3 VALUE 0.
               05  WL-RIF-MINI         PIC S9(07)V999 COMP-3 VALUE 0.
               05  WL-RIF-MASS         PIC S9(07)V999 COMP-3 VALUE 0.
      *
      *----------  CELLE DI RISERVA DELL'ARTICOLO IN RIFORNIMENTO, CON
      *            LA QUANTITA' PROPOSTA DA OGNUNA
       01  WL-RIS-TAB.
           03  WL-RIS-NUMR             PIC S9(04) COMP VALUE ZERO.
           03  WL-RIS-VOCE             OCCURS 50 TIMES.
               05  WL-RIS-UBIC         PIC X(06)      VALUE SPACES.
               05  WL-RIS-QTA          PIC S9(07)V999 COMP-3 VALUE 0.
               05  WL-RIS-PREN         PIC S9(07)V999 COMP-3 VALUE 0.
      *
       COPY "F0SUBIC.REC".
      *
       LINKAGE SECTION.
       01  L-UBRF-CTRL.
           03  L-UBRF-CODE-CLIE        PIC 9(04).
           03  L-UBRF-NUMR-INST        PIC 9(04).
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-UBRF-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           DISPLAY "RIFORNIMENTO CELLE DI PRELIEVO  -  DITTA "
                   L-UBRF-CODE-CLIE " DEPOSITO " L-UBRF-NUMR-INST
           MOVE    ZERO                TO  WL-RIF-NUMR
                                           WL-NUMR-RIFO
           MOVE    "N"                 TO  WL-FINE
                                           WL-TAB-PIENA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
      *
      *      Celle di prelievo sotto minimo, raccolte prima dei
      *      rifornimenti che riscrivono il file
           INITIALIZE F0SUBIC
           MOVE    L-UBRF-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           PERFORM RT2-CELLA-SOTTO-MINIMO
               UNTIL WL-UBIC-ESI NOT EQUAL 1
           IF  WL-RIF-NUMR EQUAL ZERO
             DISPLAY "NESSUNA CELLA DI PRELIEVO SOTTO MINIMO"
             GO TO CHIU-UBIC
           END-IF
           DISPLAY "CELLE SOTTO MINIMO: " WL-RIF-NUMR
           IF  WL-TAB-PIENA EQUAL "S"
             DISPLAY "ATTENZIONE: ELENCO PIENO (200 CELLE), LE ALTRE"
                     " AL PROSSIMO GIRO"
           END-IF
           PERFORM RT3-RIFORNISCI-CELLA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-RIF-NUMR
                  OR WL-FINE EQUAL "S"
           DISPLAY "CELLE RIFORNITE: " WL-NUMR-RIFO.
       CHIU-UBIC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       RT2-CELLA-SOTTO-MINIMO.
           IF  F0SUBIC-NUMR-INST EQUAL L-UBRF-NUMR-INST
               AND F0SUBIC-PRELIEVO
               AND F0SUBIC-QTA-MINI GREATER ZERO
               AND F0SUBIC-QTA-UBIC LESS F0SUBIC-QTA-MINI
             IF  WL-RIF-NUMR LESS 200
               ADD   1                 TO  WL-RIF-NUMR
               MOVE  F0SUBIC-CODE-ARTI TO  WL-RIF-CODE-ARTI(WL-RIF-NUMR)
               MOVE  F0SUBIC-CODE-UBIC TO  WL-RIF-UBIC(WL-RIF-NUMR)
               MOVE  F0SUBIC-QTA-UBIC  TO  WL-RIF-QTA(WL-RIF-NUMR)
               MOVE  F0SUBIC-QTA-MINI  TO  WL-RIF-MINI(WL-RIF-NUMR)
               MOVE  F0SUBIC-QTA-MASS  TO  WL-RIF-MASS(WL-RIF-NUMR)
             ELSE
               MOVE  "S"               TO  WL-TAB-PIENA
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           .
      ******************************************************************
      *----------  UNA CELLA DA RIFORNIRE: PROPOSTA DALLE RISERVE,
      *            CONFERMA, SPOSTAMENTO
       RT3-RIFORNISCI-CELLA.
           IF  WL-RIF-MASS(WL-IND) GREATER ZERO
             COMPUTE WL-QTA-SERV =
                         WL-RIF-MASS(WL-IND) - WL-RIF-QTA(WL-IND)
           ELSE
             COMPUTE WL-QTA-SERV =
                         WL-RIF-MINI(WL-IND) - WL-RIF-QTA(WL-IND)
           END-IF
           MOVE    WL-RIF-QTA(WL-IND)  TO  WL-QTA-ED
           MOVE    WL-RIF-MINI(WL-IND) TO  WL-MINI-ED
           DISPLAY "ARTICOLO " WL-RIF-CODE-ARTI(WL-IND)
                   " CELLA " WL-RIF-UBIC(WL-IND)
                   " IN CELLA " WL-QTA-ED " MINIMO " WL-MINI-ED
      *      Riserve dell'articolo con merce, in sequenza di percorso
           MOVE    ZERO                TO  WL-RIS-NUMR
           INITIALIZE F0SUBIC
           MOVE    L-UBRF-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBRF-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-RIF-CODE-ARTI(WL-IND) TO F0SUBIC-CODE-ARTI
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           PERFORM RT31-CELLA-RISERVA
               UNTIL WL-UBIC-ESI NOT EQUAL 1
                  OR WL-QTA-SERV NOT GREATER ZERO
           IF  WL-RIS-NUMR EQUAL ZERO
             DISPLAY "  NESSUNA MERCE IN RISERVA - DA RIORDINARE"
             EXIT PARAGRAPH
           END-IF
           PERFORM RT32-MOSTRA-PROPOSTA
               VARYING WL-IND2 FROM 1 BY 1
               UNTIL WL-IND2 GREATER WL-RIS-NUMR
           DISPLAY "  SPOSTAMENTO FATTO ? (S/N, F = FINE) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP EQUAL "F") OR (WL-RISP EQUAL "f")
             MOVE  "S"                 TO  WL-FINE
             EXIT PARAGRAPH
           END-IF
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "  CELLA NON RIFORNITA"
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  WL-QTA-PREN
           PERFORM RT33-SCARICA-RISERVA
               VARYING WL-IND2 FROM 1 BY 1
               UNTIL WL-IND2 GREATER WL-RIS-NUMR
           PERFORM RT34-CARICA-PRELIEVO
           ADD     1                   TO  WL-NUMR-RIFO
           .
      ******************************************************************
      *----------  UNA CELLA DELL'ARTICOLO: LE RISERVE CON MERCE
      *            COPRONO IL SERVE FINCHE' BASTANO
       RT31-CELLA-RISERVA.
           IF  F0SUBIC-RISERVA
               AND F0SUBIC-QTA-UBIC GREATER ZERO
               AND WL-RIS-NUMR LESS 50
             ADD   1                   TO  WL-RIS-NUMR
             MOVE  F0SUBIC-CODE-UBIC   TO  WL-RIS-UBIC(WL-RIS-NUMR)
             MOVE  F0SUBIC-QTA-UBIC    TO  WL-RIS-QTA(WL-RIS-NUMR)
             IF  F0SUBIC-QTA-UBIC LESS WL-QTA-SERV
               MOVE F0SUBIC-QTA-UBIC   TO  WL-RIS-PREN(WL-RIS-NUMR)
             ELSE
               MOVE WL-QTA-SERV        TO  WL-RIS-PREN(WL-RIS-NUMR)
             END-IF
             SUBTRACT WL-RIS-PREN(WL-RIS-NUMR) FROM WL-QTA-SERV
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           .
      ******************************************************************
       RT32-MOSTRA-PROPOSTA.
           MOVE    WL-RIS-PREN(WL-IND2) TO WL-QTA-ED
           DISPLAY "  DA CELLA " WL-RIS-UBIC(WL-IND2)
                   " PORTARE " WL-QTA-ED
           .
      ******************************************************************
      *----------  UNA RISERVA PROPOSTA: RILETTA E SCARICATA DEL
      *            PROPOSTO, NEI LIMITI DI QUANTO OGGI CONTIENE
       RT33-SCARICA-RISERVA.
           INITIALIZE F0SUBIC
           MOVE    L-UBRF-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBRF-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-RIF-CODE-ARTI(WL-IND) TO F0SUBIC-CODE-ARTI
           MOVE    WL-RIS-UBIC(WL-IND2) TO F0SUBIC-CODE-UBIC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           IF  WL-RIS-PREN(WL-IND2) GREATER F0SUBIC-QTA-UBIC
             MOVE  F0SUBIC-QTA-UBIC    TO  WL-RIS-PREN(WL-IND2)
           END-IF
           SUBTRACT WL-RIS-PREN(WL-IND2) FROM F0SUBIC-QTA-UBIC
           ADD     WL-RIS-PREN(WL-IND2) TO WL-QTA-PREN
           MOVE    LDATE-ACTL          TO  F0SUBIC-DATA-ULTI-PREL
                                           F0SUBIC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           .
      ******************************************************************
      *----------  LA CELLA DI PRELIEVO RICEVE QUANTO TOLTO DALLE
      *            RISERVE
       RT34-CARICA-PRELIEVO.
           INITIALIZE F0SUBIC
           MOVE    L-UBRF-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBRF-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    WL-RIF-CODE-ARTI(WL-IND) TO F0SUBIC-CODE-ARTI
           MOVE    WL-RIF-UBIC(WL-IND) TO  F0SUBIC-CODE-UBIC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           ADD     WL-QTA-PREN         TO  F0SUBIC-QTA-UBIC
           MOVE    LDATE-ACTL          TO  F0SUBIC-DATA-ULTI-CARI
                                           F0SUBIC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    F0SUBIC-QTA-UBIC    TO  WL-QTA-ED
           DISPLAY "  CELLA RIFORNITA - ORA " WL-QTA-ED
           .
      *(END)
