       IDENTIFICATION DIVISION.
       PROGRAM-ID. UANTFAT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   CESSIONE DI RATE CLIENTI A UNA LINEA DI ANTICIPO
      *****   FATTURE O DI FACTORING (F0SLANT): CHIEDE A VIDEO LA
      *****   LINEA, NE MOSTRA FIDO, UTILIZZO E DISPONIBILE E
      *****   PROPONE UNA PER UNA, IN ORDINE DI SCADENZA, LE RATE
      *****   APERTE NON ANCORA SCADUTE (F0SPASC) DI UN CLIENTE O DI
      *****   TUTTI. LE RATE GIA' PRESENTATE IN BANCA (RIBA/SDD) O
      *****   GIA' CEDUTE NON SI PROPONGONO. SU OGNI RATA SCELTA LA
      *****   BANCA ANTICIPA LA PERCENTUALE DELLA LINEA SUL RESIDUO,
      *****   PURCHE' RESTI NEL FIDO.
      *****   ALLA CONFERMA LE RATE SONO SEGNATE CEDUTE (LINEA,
      *****   IMPORTO ANTICIPATO, DATA) E L'UTILIZZO DELLA LINEA
      *****   CRESCE DEL TOTALE ANTICIPATO. DA QUEL MOMENTO LA RATA
      *****   NON VA PIU' IN PRESENTAZIONE RIBA NE' NEI SOLLECITI:
      *****   SI CHIUDE ALL'INCASSO (UANTRIL0) O SI STORNA A
      *****   SCADENZA (UANTSTO0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  W-RISP                      PIC X(01)   VALUE SPACE.
       77  W-CODI-CLIF                 PIC 9(06)   VALUE ZERO.
       77  W-DATA-CESS                 PIC 9(08)   VALUE ZERO.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND2                      PIC S9(04)  COMP VALUE 0.
       77  W-IND-POS                   PIC S9(04)  COMP VALUE 0.
       77  W-POSTO                     PIC X(01)   VALUE SPACE.
           88  W-POSTO-TROVATO                     VALUE "S".
       77  W-FINE-SCELTA               PIC X(01)   VALUE SPACE.
           88  W-SCELTA-FINITA                     VALUE "S".
       77  W-NUMR-PART                 PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-CEDU                 PIC S9(04)  COMP VALUE 0.
       77  W-IMPO-RESI                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-IMPO-ANTI                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-DISPONIBILE               PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-TOTA-ANTI                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
       77  W-PERC-ED                   PIC ZZ9,99  VALUE 0.
      *
      *----------  RATE CEDIBILI, IN ORDINE DI SCADENZA
       01  W-TAB-PART.
           03  W-TP-PART               OCCURS 200.
               05  W-TP-NUMR-INST      PIC 9(04).
               05  W-TP-NUMR-DOCU      PIC 9(06).
               05  W-TP-NUMR-RATA      PIC 9(02).
               05  W-TP-CODI-CLIF      PIC 9(06).
               05  W-TP-RAGE-CLIE      PIC X(30).
               05  W-TP-DATA-SCAD      PIC 9(08).
               05  W-TP-IMPO-RESI      PIC S9(09)V99 COMP-3.
               05  W-TP-IMPO-ANTI      PIC S9(09)V99 COMP-3.
               05  W-TP-SCELTA         PIC X(01).
                   88  W-TP-CEDUTA                 VALUE "S".
      *
       COPY "F0SLANT.REC".
       COPY "F0SPASC.REC".
      *
       LINKAGE SECTION.
       01  L-ANTF-CTRL.
           03  L-ANTF-CODE-CLIE        PIC 9(04).
           03  L-ANTF-ESITO            PIC X(01).
               88  L-ANTF-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ANTF-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ANTF-ESITO
           DISPLAY "CESSIONE RATE A LINEA DI ANTICIPO  -  DITTA "
                   L-ANTF-CODE-CLIE
           INITIALIZE F0SLANT
           MOVE    L-ANTF-CODE-CLIE    TO  F0SLANT-CODE-CLIE
           DISPLAY "CODICE LINEA                : " WITH NO ADVANCING
           ACCEPT   F0SLANT-CODE-LINE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "LINEA NON TROVATA"
             GO TO CHIU-LANT
           END-IF
           IF  F0SLANT-CHIUSA
             DISPLAY "LINEA CHIUSA - NESSUNA NUOVA CESSIONE"
             GO TO CHIU-LANT
           END-IF
           COMPUTE W-DISPONIBILE = F0SLANT-IMPO-FIDO
                                 - F0SLANT-IMPO-UTIL
           PERFORM RT1-MOSTRA-LINEA
           IF  W-DISPONIBILE NOT GREATER ZERO
             DISPLAY "FIDO ESAURITO - NESSUNA NUOVA CESSIONE"
             GO TO CHIU-LANT
           END-IF
           DISPLAY "CODICE CLIENTE (NNNNNN, 0=TUTTI) : " WITH NO
                   ADVANCING
           ACCEPT   W-CODI-CLIF
           DISPLAY "DATA CESSIONE (AAAAMMGG, 0=OGGI) : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-CESS
           IF  W-DATA-CESS EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-CESS
           END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           PERFORM RT2-RATE-CEDIBILI
           IF  W-NUMR-PART EQUAL ZERO
             DISPLAY "NESSUNA RATA CEDIBILE"
             GO TO CHIU-PASC
           END-IF
           MOVE    ZERO                TO  W-NUMR-CEDU W-TOTA-ANTI
           MOVE    SPACE               TO  W-FINE-SCELTA
           PERFORM RT3-SCEGLI-RATA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PART
                  OR W-SCELTA-FINITA
           IF  W-NUMR-CEDU EQUAL ZERO
             DISPLAY "NESSUNA RATA SCELTA"
             GO TO CHIU-PASC
           END-IF
           MOVE    W-TOTA-ANTI         TO  W-IMPO-ED
           DISPLAY "RATE SCELTE " W-NUMR-CEDU "  TOTALE ANTICIPATO "
                   W-IMPO-ED
           DISPLAY "CONFERMI LA CESSIONE ? (S/N) : " WITH NO ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-PASC
           END-IF
           MOVE    ZERO                TO  W-NUMR-CEDU W-TOTA-ANTI
           PERFORM RT4-CEDI-RATA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-PART
      *    Utilizzo della linea per il solo anticipato davvero ceduto
           ADD     W-TOTA-ANTI         TO  F0SLANT-IMPO-UTIL
           MOVE    LDATE-ACTL          TO  F0SLANT-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SLANT-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           MOVE    "S"                 TO  L-ANTF-ESITO
           MOVE    W-TOTA-ANTI         TO  W-IMPO-ED
           DISPLAY "CEDUTE " W-NUMR-CEDU " RATE - ANTICIPATO "
                   W-IMPO-ED
       CHIU-PASC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR.
       CHIU-LANT.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
       RT1-MOSTRA-LINEA.
           DISPLAY "LINEA " F0SLANT-CODE-LINE " " F0SLANT-DESC-LINE
                   "  TIPO " F0SLANT-TIPO-LINE
           MOVE    F0SLANT-IMPO-FIDO   TO  W-IMPO-ED
           MOVE    F0SLANT-PERC-ANTI   TO  W-PERC-ED
           DISPLAY "FIDO        " W-IMPO-ED "  ANTICIPO % " W-PERC-ED
           MOVE    F0SLANT-IMPO-UTIL   TO  W-IMPO-ED
           MOVE    W-DISPONIBILE       TO  W-IMPO-ED2
           DISPLAY "UTILIZZATO  " W-IMPO-ED "  DISPONIBILE "
                   W-IMPO-ED2
           .
      ******************************************************************
      *----------  RATE APERTE, NON SCADUTE ALLA DATA DI CESSIONE, MAI
      *            PRESENTATE IN BANCA NE' CEDUTE
       RT2-RATE-CEDIBILI.
           MOVE    ZERO                TO  W-NUMR-PART
           INITIALIZE F0SPASC
           MOVE    L-ANTF-CODE-CLIE    TO  F0SPASC-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           PERFORM RT22-RATA-CEDIBILE
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       RT22-RATA-CEDIBILE.
           IF  F0SPASC-APERTA
               AND F0SPASC-STAT-ANTI EQUAL SPACE
               AND NOT F0SPASC-RIBA-PRESENTATA
               AND F0SPASC-DATA-SCAD GREATER W-DATA-CESS
               AND F0SPASC-CODI-CLIF NOT EQUAL ZERO
               AND (W-CODI-CLIF EQUAL ZERO
                    OR F0SPASC-CODI-CLIF EQUAL W-CODI-CLIF)
               AND W-NUMR-PART LESS 200
      *        Partite depositate prima del residuo: vale l'aperto
             IF  F0SPASC-IMPO-RESI EQUAL ZERO
               MOVE F0SPASC-IMPO-APER  TO  W-IMPO-RESI
             ELSE
               MOVE F0SPASC-IMPO-RESI  TO  W-IMPO-RESI
             END-IF
             IF  W-IMPO-RESI GREATER ZERO
               PERFORM RT23-INSERISCI-RATA
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           .
      *----------  INSERIMENTO ORDINATO PER SCADENZA
       RT23-INSERISCI-RATA.
           ADD     1                   TO  W-NUMR-PART
           MOVE    W-NUMR-PART         TO  W-IND-POS
           MOVE    SPACE               TO  W-POSTO
           PERFORM RT24-CERCA-POSTO
               UNTIL W-POSTO-TROVATO
           MOVE    F0SPASC-NUMR-INST   TO  W-TP-NUMR-INST(W-IND-POS)
           MOVE    F0SPASC-NUMR-DOCU   TO  W-TP-NUMR-DOCU(W-IND-POS)
           MOVE    F0SPASC-NUMR-RATA   TO  W-TP-NUMR-RATA(W-IND-POS)
           MOVE    F0SPASC-CODI-CLIF   TO  W-TP-CODI-CLIF(W-IND-POS)
           MOVE    F0SPASC-RAGE-CLIE   TO  W-TP-RAGE-CLIE(W-IND-POS)
           MOVE    F0SPASC-DATA-SCAD   TO  W-TP-DATA-SCAD(W-IND-POS)
           MOVE    W-IMPO-RESI         TO  W-TP-IMPO-RESI(W-IND-POS)
           MOVE    ZERO                TO  W-TP-IMPO-ANTI(W-IND-POS)
           MOVE    SPACE               TO  W-TP-SCELTA(W-IND-POS)
           .
       RT24-CERCA-POSTO.
           IF  W-IND-POS LESS 2
             SET  W-POSTO-TROVATO      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-IND2 = W-IND-POS - 1
           IF  W-TP-DATA-SCAD(W-IND2) NOT GREATER F0SPASC-DATA-SCAD
             SET  W-POSTO-TROVATO      TO  TRUE
           ELSE
             MOVE W-TP-PART(W-IND2)    TO  W-TP-PART(W-IND-POS)
             MOVE W-IND2               TO  W-IND-POS
           END-IF
           .
      ******************************************************************
      *----------  PROPOSTA DELLA RATA: L'ANTICIPO E' LA PERCENTUALE
      *            DELLA LINEA SUL RESIDUO E DEVE STARE NEL DISPONIBILE
       RT3-SCEGLI-RATA.
           COMPUTE W-IMPO-ANTI ROUNDED = W-TP-IMPO-RESI(W-IND)
                                       * F0SLANT-PERC-ANTI / 100
           MOVE    W-TP-IMPO-RESI(W-IND) TO W-IMPO-ED
           MOVE    W-IMPO-ANTI         TO  W-IMPO-ED2
           DISPLAY W-TP-CODI-CLIF(W-IND) " " W-TP-RAGE-CLIE(W-IND)
           DISPLAY "  DOC " W-TP-NUMR-DOCU(W-IND) " RATA "
                   W-TP-NUMR-RATA(W-IND) " SCAD "
                   W-TP-DATA-SCAD(W-IND) " RESIDUO " W-IMPO-ED
                   " ANTICIPO " W-IMPO-ED2
           IF  W-IMPO-ANTI GREATER W-DISPONIBILE
             DISPLAY "  ANTICIPO OLTRE IL DISPONIBILE - RATA SALTATA"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "  CEDERE LA RATA ? (S/N/F=FINE) : " WITH NO
                   ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP EQUAL "F") OR (W-RISP EQUAL "f")
             SET  W-SCELTA-FINITA      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             EXIT PARAGRAPH
           END-IF
           SET     W-TP-CEDUTA(W-IND)  TO  TRUE
           MOVE    W-IMPO-ANTI         TO  W-TP-IMPO-ANTI(W-IND)
           ADD     1                   TO  W-NUMR-CEDU
           ADD     W-IMPO-ANTI         TO  W-TOTA-ANTI
           SUBTRACT W-IMPO-ANTI        FROM W-DISPONIBILE
           .
      ******************************************************************
      *----------  SEGNA LA RATA CEDUTA, RILEGGENDOLA PER NON CEDERNE
      *            UNA NEL FRATTEMPO INCASSATA O PRESENTATA
       RT4-CEDI-RATA.
           IF  NOT W-TP-CEDUTA(W-IND)
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPASC
           MOVE    L-ANTF-CODE-CLIE    TO  F0SPASC-CODE-CLIE
           MOVE    W-TP-NUMR-INST(W-IND) TO F0SPASC-NUMR-INST
           MOVE    W-TP-NUMR-DOCU(W-IND) TO F0SPASC-NUMR-DOCU
           MOVE    W-TP-NUMR-RATA(W-IND) TO F0SPASC-NUMR-RATA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR NOT F0SPASC-APERTA
               OR F0SPASC-STAT-ANTI NOT EQUAL SPACE
               OR F0SPASC-RIBA-PRESENTATA
             DISPLAY "DOC " W-TP-NUMR-DOCU(W-IND) " RATA "
                     W-TP-NUMR-RATA(W-IND) " NON PIU' CEDIBILE"
             EXIT PARAGRAPH
           END-IF
           SET     F0SPASC-ANTICIPATA  TO  TRUE
           MOVE    F0SLANT-CODE-LINE   TO  F0SPASC-CODE-LINE
           MOVE    W-TP-IMPO-ANTI(W-IND) TO F0SPASC-IMPO-ANTI
           MOVE    W-DATA-CESS         TO  F0SPASC-DATA-ANTI
           MOVE    ZERO                TO  F0SPASC-DATA-FINE-ANTI
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           ADD     1                   TO  W-NUMR-CEDU
           ADD     W-TP-IMPO-ANTI(W-IND) TO W-TOTA-ANTI
           .
      *(END)
