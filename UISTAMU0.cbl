       IDENTIFICATION DIVISION.
       PROGRAM-ID. UISTAMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   INSERIMENTO MENSILE DEGLI INDICI ISTAT (F0SISTA): CHIEDE
      *****   A VIDEO IL CODICE DELL'INDICE (VUOTO = FOI), IL MESE
      *****   AAAAMM E IL VALORE PUBBLICATO, MOSTRA IL VALORE GIA'
      *****   PRESENTE E QUELLO DELLO STESSO MESE DELL'ANNO PRIMA, E
      *****   DEPOSITA LA RIGA TRAMITE "URISTA10". GLI INDICI SERVONO
      *****   ALL'ADEGUAMENTO ANNUALE DEI CONTRATTI (UCONIST0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-ANNO-MESE                PIC 9(06)      VALUE ZERO.
       77  WL-MESE                     PIC 9(02)      VALUE ZERO.
       77  WL-ANNO                     PIC 9(04)      VALUE ZERO.
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-ISTA-CTRL.
           03  L-ISTA-ESITO            PIC X(01).
               88  L-ISTA-ESITO-OK                    VALUE "S".
       COPY "F0SISTA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ISTA-CTRL F0SISTA LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ISTA-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UISTAMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SISTA"           TO  L-AZIO-NOME-FILE
           MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "INDICI ISTAT DEI PREZZI"
           INITIALIZE F0SISTA
           DISPLAY "CODICE INDICE (VUOTO = FOI) : " WITH NO ADVANCING
           ACCEPT   F0SISTA-CODE-INDI
           IF  F0SISTA-CODE-INDI EQUAL SPACES
             MOVE  "FOI "              TO  F0SISTA-CODE-INDI
           END-IF
           DISPLAY "MESE (AAAAMM)               : " WITH NO ADVANCING
           ACCEPT   WL-ANNO-MESE
           DIVIDE  WL-ANNO-MESE BY 100 GIVING WL-ANNO
                                     REMAINDER WL-MESE
           IF  WL-MESE EQUAL ZERO OR WL-MESE GREATER 12
             DISPLAY "MESE NON VALIDO - OPERAZIONE ANNULLATA"
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR
      *
      *      Lo stesso mese dell'anno prima, per un controllo a
      *      occhio della variazione
           SUBTRACT 100 FROM WL-ANNO-MESE GIVING F0SISTA-ANNO-MESE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "STESSO MESE ANNO PRECEDENTE : " F0SISTA-VALORE
           END-IF
           MOVE    WL-ANNO-MESE        TO  F0SISTA-ANNO-MESE
           MOVE    ZERO                TO  F0SISTA-VALORE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "MESE GIA' INSERITO - VALORE ATTUALE "
                     F0SISTA-VALORE " DEL " F0SISTA-DATA-INS
           END-IF
           DISPLAY "VALORE DELL'INDICE (ES. 121,3) : " WITH NO
                   ADVANCING
           ACCEPT   F0SISTA-VALORE
           IF  F0SISTA-VALORE NOT GREATER ZERO
             DISPLAY "VALORE NON VALIDO - OPERAZIONE ANNULLATA"
             GO TO CHIU-ISTA
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-ISTA
           END-IF
           MOVE    LDATE-ACTL          TO  F0SISTA-DATA-INS
           MOVE    L-IDENUTEN          TO  F0SISTA-IDENUTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR
           MOVE    "S"                 TO  L-ISTA-ESITO
           DISPLAY "INDICE REGISTRATO"
       CHIU-ISTA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      *(END)
