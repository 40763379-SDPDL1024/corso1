       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCONAMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELLA TABELLA DEL CONTRIBUTO AMBIENTALE
      *****   CONAI (F0SCONA): CHIEDE L'ANNO, ELENCA I MATERIALI GIA'
      *****   IN TABELLA PER QUELL'ANNO, POI IL MATERIALE (CODICE
      *****   DELL'ANAGRAFICA ARTICOLI F0SARTI-CONA-MATE), LA SUA
      *****   DESCRIZIONE E IL CONTRIBUTO IN EURO PER TONNELLATA, E
      *****   DEPOSITA LA RIGA TRAMITE "URCONA10". UN MATERIALE CHE
      *****   NON SERVE PIU' SI CANCELLA DALL'ANNO. IL CONTRIBUTO
      *****   VALE PER I DOCUMENTI DELL'ANNO: UN MATERIALE SENZA RIGA
      *****   PER L'ANNO NON SI ADDEBITA E LA DICHIARAZIONE LO
      *****   SEGNALA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-ANNO                     PIC 9(04)      VALUE ZERO.
       77  WL-CODE-MATE                PIC X(02)      VALUE SPACES.
       77  WL-CONT-ED                  PIC ---.--9,99 VALUE 0.
       COPY "F0SCONA.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica,
      *    le cancellazioni chiedono anche quello di cancellazione.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-CONM-CTRL.
           03  L-CONM-CODE-CLIE        PIC 9(04).
           03  L-CONM-ESITO            PIC X(01).
               88  L-CONM-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CONM-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CONM-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UCONAMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SCONA"           TO  L-AZIO-NOME-FILE
           MOVE    L-CONM-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "CONTRIBUTO AMBIENTALE CONAI  -  DITTA "
                   L-CONM-CODE-CLIE
           DISPLAY "ANNO (AAAA, 0 = ANNO IN CORSO) : " WITH NO
                   ADVANCING
           ACCEPT   WL-ANNO
           IF  WL-ANNO EQUAL ZERO
             MOVE  LDATE-ACTL(1:4)     TO  WL-ANNO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCONA10"              USING F0SCONA LWCOMAR
      *
      *      Materiali gia' in tabella per l'anno
           INITIALIZE F0SCONA
           MOVE    L-CONM-CODE-CLIE    TO  F0SCONA-CODE-CLIE
           MOVE    WL-ANNO             TO  F0SCONA-ANNO
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONA10"              USING F0SCONA LWCOMAR
           PERFORM RT1-ELENCA
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR F0SCONA-ANNO NOT EQUAL WL-ANNO
      *
           DISPLAY "MATERIALE (ES. AC AL CA LE PL VE) : " WITH NO
                   ADVANCING
           ACCEPT   WL-CODE-MATE
           IF  WL-CODE-MATE EQUAL SPACES
             DISPLAY "MATERIALE MANCANTE - OPERAZIONE ANNULLATA"
             GO TO CHIU-CONA
           END-IF
           INITIALIZE F0SCONA
           MOVE    L-CONM-CODE-CLIE    TO  F0SCONA-CODE-CLIE
           MOVE    WL-ANNO             TO  F0SCONA-ANNO
           MOVE    WL-CODE-MATE        TO  F0SCONA-CODE-MATE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONA10"              USING F0SCONA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCONA-CONT-TONN   TO  WL-CONT-ED
             DISPLAY "GIA' IN TABELLA: " F0SCONA-DESC-MATE
                     " EURO/TONN. " WL-CONT-ED
             DISPLAY "CANCELLI IL MATERIALE DALL'ANNO ? (S/N) : "
                     WITH NO ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               MOVE  "C"               TO  L-AZIO-AZIONE
               CALL  "UAZIOCH0"          USING L-AZIO-CTRL LWCOMAR
               IF  NOT L-AZIO-CONSENTITA
                 GO TO CHIU-CONA
               END-IF
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URCONA10"          USING F0SCONA LWCOMAR
               MOVE  "S"               TO  L-CONM-ESITO
               DISPLAY "MATERIALE CANCELLATO"
               GO TO CHIU-CONA
             END-IF
           ELSE
             INITIALIZE F0SCONA
             MOVE  L-CONM-CODE-CLIE    TO  F0SCONA-CODE-CLIE
             MOVE  WL-ANNO             TO  F0SCONA-ANNO
             MOVE  WL-CODE-MATE        TO  F0SCONA-CODE-MATE
           END-IF
           DISPLAY "DESCRIZIONE MATERIALE       : " WITH NO ADVANCING
           ACCEPT   F0SCONA-DESC-MATE
           DISPLAY "CONTRIBUTO EURO/TONNELLATA  : " WITH NO ADVANCING
           ACCEPT   F0SCONA-CONT-TONN
           IF  F0SCONA-CONT-TONN LESS ZERO
             DISPLAY "CONTRIBUTO NON VALIDO - OPERAZIONE ANNULLATA"
             GO TO CHIU-CONA
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-CONA
           END-IF
           MOVE    LDATE-ACTL          TO  F0SCONA-DATA-AGGI
           MOVE    L-IDENUTEN          TO  F0SCONA-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONA10"              USING F0SCONA LWCOMAR
           MOVE    "S"                 TO  L-CONM-ESITO
           DISPLAY "CONTRIBUTO REGISTRATO".
       CHIU-CONA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCONA10"              USING F0SCONA LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN MATERIALE DELL'ANNO GIA' IN TABELLA
       RT1-ELENCA.
           MOVE    F0SCONA-CONT-TONN   TO  WL-CONT-ED
           DISPLAY F0SCONA-CODE-MATE " " F0SCONA-DESC-MATE
                   " EURO/TONN. " WL-CONT-ED
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONA10"              USING F0SCONA LWCOMAR
           .
      *(END)
