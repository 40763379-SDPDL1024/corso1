       IDENTIFICATION DIVISION.
       PROGRAM-ID. UDESTMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELLE DESTINAZIONI DI CONSEGNA (F0SDEST)
      *****   DI UN CLIENTE FINALE GIA' IN ANAGRAFICA (F0SCLIF):
      *****   DESCRIZIONE, INDIRIZZO, CAP (RISOLTO IN COMUNE/PROVINCIA
      *****   TRAMITE "URCAP010", CON INSERIMENTO MANUALE SE IL CAP NON
      *****   E' IN ARCHIVIO), ORARIO DI APERTURA, REFERENTE E GLN DEL
      *****   PUNTO DI CONSEGNA PER I CLIENTI IN EDI. CODICE
      *****   DESTINAZIONE 0 = NUOVA DESTINAZIONE, CODICE ASSEGNATO
      *****   DA "URDEST10". UNA DESTINAZIONE NON PIU' USATA SI
      *****   CHIUDE (STATO "C") E NON SI CANCELLA, PERCHE' ORDINI E
      *****   DOCUMENTI GIA' EMESSI LA RICHIAMANO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CODI-CLIF                PIC 9(06)      VALUE ZERO.
       77  WL-CODE-DEST                PIC 9(03)      VALUE ZERO.
      *
       COPY "F0SCAP.REC".
       COPY "F0SZONA.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SDEST.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-DEST-CTRL.
           03  L-DEST-CODE-CLIE        PIC 9(04).
           03  L-DEST-ESITO            PIC X(01).
               88  L-DEST-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-DEST-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-DEST-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UDESTMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SDEST"           TO  L-AZIO-NOME-FILE
           MOVE    L-DEST-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "DESTINAZIONI DI CONSEGNA CLIENTI  -  DITTA "
                   L-DEST-CODE-CLIE
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   WL-CODI-CLIF
      *
      *      Il cliente deve essere in anagrafica clienti finali
           INITIALIZE F0SCLIF
           MOVE    L-DEST-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CLIENTE NON IN ANAGRAFICA"
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             GO TO EXIT-PRO
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           DISPLAY "CLIENTE " F0SCLIF-RAGE-CLIF
           DISPLAY "SEDE    " F0SCLIF-INDR-CLIF " "
                   F0SCLIF-COMU-CLIF " (" F0SCLIF-PROV-CLIF ")"
      *
           INITIALIZE F0SDEST
           MOVE    L-DEST-CODE-CLIE    TO  F0SDEST-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SDEST-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           DISPLAY "CODICE DESTINAZIONE (0=NUOVA) : " WITH NO
                   ADVANCING
           ACCEPT   WL-CODE-DEST
           IF  WL-CODE-DEST EQUAL ZERO
             MOVE  50                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDEST10"            USING F0SDEST LWCOMAR
             DISPLAY "NUOVA DESTINAZIONE N. " F0SDEST-CODE-DEST
           ELSE
             MOVE  WL-CODE-DEST        TO  F0SDEST-CODE-DEST
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDEST10"            USING F0SDEST LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               DISPLAY "DESTINAZIONE GIA' PRESENTE - "
                       F0SDEST-DESC-DEST
             ELSE
               INITIALIZE F0SDEST
               MOVE  L-DEST-CODE-CLIE  TO  F0SDEST-CODE-CLIE
               MOVE  WL-CODI-CLIF      TO  F0SDEST-CODI-CLIF
               MOVE  WL-CODE-DEST      TO  F0SDEST-CODE-DEST
             END-IF
           END-IF
           DISPLAY "DESCRIZIONE (ES. MAGAZZINO) : " WITH NO ADVANCING
           ACCEPT   F0SDEST-DESC-DEST
           DISPLAY "INDIRIZZO                   : " WITH NO ADVANCING
           ACCEPT   F0SDEST-INDR-DEST
           DISPLAY "CAP (NNNNN)                 : " WITH NO ADVANCING
           ACCEPT   F0SDEST-CAP-DEST
      *
      *      CAP risolto in comune/provincia dall'archivio F0SCAP;
      *      se il CAP non e' censito si inseriscono a mano
           MOVE    F0SDEST-CAP-DEST    TO  F0SCAP-CAP
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCAP-COMUNE       TO  F0SDEST-COMU-DEST
             MOVE  F0SCAP-SIGL-PROV    TO  F0SDEST-PROV-DEST
             DISPLAY "COMUNE " F0SCAP-COMUNE " (" F0SCAP-SIGL-PROV
                     ")"
           ELSE
             DISPLAY "CAP NON IN ARCHIVIO - INSERIRE A MANO"
             DISPLAY "COMUNE                      : " WITH NO
                     ADVANCING
             ACCEPT   F0SDEST-COMU-DEST
             DISPLAY "PROVINCIA (SIGLA)           : " WITH NO
                     ADVANCING
             ACCEPT   F0SDEST-PROV-DEST
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
      *
           DISPLAY "ORARIO DI APERTURA          : " WITH NO ADVANCING
           ACCEPT   F0SDEST-ORAR-DEST
           DISPLAY "REFERENTE                   : " WITH NO ADVANCING
           ACCEPT   F0SDEST-CONT-NOME
           DISPLAY "TELEFONO REFERENTE          : " WITH NO ADVANCING
           ACCEPT   F0SDEST-CONT-TELE
           DISPLAY "STATO (A=ATTIVA C=CESSATA)  : " WITH NO ADVANCING
           ACCEPT   F0SDEST-STAT-DEST
           IF  F0SDEST-STAT-DEST EQUAL "c"
             MOVE  "C"                 TO  F0SDEST-STAT-DEST
           END-IF
           IF  NOT F0SDEST-CESSATA
             SET   F0SDEST-ATTIVA      TO  TRUE
           END-IF
      *    Zona e giorno di consegna per la pianificazione dei
      *    giri: vuoti = zona ricavata dal CAP
           DISPLAY "ZONA CONSEGNA (VUOTO=DAL CAP) : " WITH NO
                   ADVANCING
           ACCEPT   F0SDEST-CODE-ZONA
           IF  F0SDEST-CODE-ZONA NOT EQUAL SPACES
             PERFORM RT4-CONTROLLA-ZONA
           END-IF
           DISPLAY "GIORNO CONSEGNA (1=LUN..7=DOM, 0=DA ZONA) : "
                   WITH NO ADVANCING
           ACCEPT   F0SDEST-GIOR-CONS
           IF  F0SDEST-GIOR-CONS GREATER 7
             MOVE  ZERO                TO  F0SDEST-GIOR-CONS
           END-IF
      *    Punto di consegna dei clienti in EDI
           DISPLAY "GLN PUNTO DI CONSEGNA (VUOTO=NO EDI) : "
                   WITH NO ADVANCING
           ACCEPT   F0SDEST-CODE-GLN
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-DEST
           END-IF
           MOVE    LDATE-ACTL          TO  F0SDEST-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SDEST-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    "S"                 TO  L-DEST-ESITO
           DISPLAY "DESTINAZIONE REGISTRATA"
       CHIU-DEST.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  LA ZONA DI CONSEGNA DEVE ESSERE CENSITA
       RT4-CONTROLLA-ZONA.
           INITIALIZE F0SZONA
           MOVE    L-DEST-CODE-CLIE    TO  F0SZONA-CODE-CLIE
           MOVE    F0SDEST-CODE-ZONA   TO  F0SZONA-CODE-ZONA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "ZONA " F0SZONA-DESC-ZONA
           ELSE
             DISPLAY "ZONA NON CENSITA - ZONA DAL CAP"
             MOVE  SPACES              TO  F0SDEST-CODE-ZONA
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           .
      *(END)
