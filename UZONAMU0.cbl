       IDENTIFICATION DIVISION.
       PROGRAM-ID. UZONAMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELLE ZONE DI CONSEGNA (F0SZONA): CHIEDE A
      *****   VIDEO IL CODICE ZONA, MOSTRA LA ZONA GIA' PRESENTE E NE
      *****   REGISTRA LA DEFINIZIONE, PER INTERVALLO DI CAP OPPURE
      *****   PER PROVINCIA (SIGLA VALIDATA SUL CAP DI PROVA IN
      *****   ARCHIVIO F0SCAP, TRAMITE "URCAP010"), IL GIORNO DI
      *****   CONSEGNA, L'AUTOMEZZO CHE LA SERVE (F0SVEIC) E L'ORDINE
      *****   DI SCARICO NEL GIRO. DEPOSITO TRAMITE "URZONA10".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-SALVA-ZONA               PIC X(04)      VALUE SPACES.
       77  WL-CAP-PROVA                PIC X(05)      VALUE SPACES.
      *
       COPY "F0SCAP.REC".
       COPY "F0SVEIC.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-ZONA-CTRL.
           03  L-ZONA-CODE-CLIE        PIC 9(04).
           03  L-ZONA-ESITO            PIC X(01).
               88  L-ZONA-ESITO-OK                    VALUE "S".
       COPY "F0SZONA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ZONA-CTRL F0SZONA LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ZONA-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "29"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UZONAMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SZONA"           TO  L-AZIO-NOME-FILE
           MOVE    L-ZONA-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           INITIALIZE F0SZONA
           MOVE    L-ZONA-CODE-CLIE    TO  F0SZONA-CODE-CLIE
           DISPLAY "ZONE DI CONSEGNA  -  DITTA " L-ZONA-CODE-CLIE
           DISPLAY "CODICE ZONA                 : " WITH NO ADVANCING
           ACCEPT   F0SZONA-CODE-ZONA
           IF  F0SZONA-CODE-ZONA EQUAL SPACES
             DISPLAY "CODICE ZONA OBBLIGATORIO"
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT2-MOSTRA-ZONA
           ELSE
             MOVE  F0SZONA-CODE-ZONA   TO  WL-SALVA-ZONA
             INITIALIZE F0SZONA
             MOVE  L-ZONA-CODE-CLIE    TO  F0SZONA-CODE-CLIE
             MOVE  WL-SALVA-ZONA       TO  F0SZONA-CODE-ZONA
           END-IF
           PERFORM RT3-DATI-ZONA
           IF  F0SZONA-PER-CAP
               AND (F0SZONA-CAP-DA EQUAL SPACES
                    OR F0SZONA-CAP-A LESS F0SZONA-CAP-DA)
             DISPLAY "INTERVALLO DI CAP NON VALIDO - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-ZONA
           END-IF
           IF  F0SZONA-PER-PROVINCIA
               AND F0SZONA-SIGL-PROV EQUAL SPACES
             DISPLAY "PROVINCIA NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO CHIU-ZONA
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-ZONA
           END-IF
           MOVE    LDATE-ACTL          TO  F0SZONA-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SZONA-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR
           MOVE    "S"                 TO  L-ZONA-ESITO
           DISPLAY "ZONA REGISTRATA"
       CHIU-ZONA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URZONA10"              USING F0SZONA LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       RT2-MOSTRA-ZONA.
           DISPLAY "ZONA GIA' PRESENTE - " F0SZONA-DESC-ZONA
           IF  F0SZONA-PER-CAP
             DISPLAY "CAP DA " F0SZONA-CAP-DA " A " F0SZONA-CAP-A
           ELSE
             DISPLAY "PROVINCIA " F0SZONA-SIGL-PROV
           END-IF
           DISPLAY "GIORNO " F0SZONA-GIOR-CONS
                   "  AUTOMEZZO " F0SZONA-CODE-VEIC
                   "  ORDINE NEL GIRO " F0SZONA-SEQU-GIRO
           .
      ******************************************************************
      *----------  DATI DELLA ZONA
       RT3-DATI-ZONA.
           DISPLAY "DESCRIZIONE                 : " WITH NO ADVANCING
           ACCEPT   F0SZONA-DESC-ZONA
           DISPLAY "ZONA PER (C=CAP P=PROVINCIA) : " WITH NO ADVANCING
           ACCEPT   F0SZONA-TIPO-ZONA
           IF  F0SZONA-TIPO-ZONA EQUAL "p"
             MOVE  "P"                 TO  F0SZONA-TIPO-ZONA
           END-IF
           IF  NOT F0SZONA-PER-PROVINCIA
             SET   F0SZONA-PER-CAP     TO  TRUE
           END-IF
           IF  F0SZONA-PER-CAP
             DISPLAY "CAP DA (NNNNN)              : " WITH NO
                     ADVANCING
             ACCEPT   F0SZONA-CAP-DA
             DISPLAY "CAP A  (NNNNN)              : " WITH NO
                     ADVANCING
             ACCEPT   F0SZONA-CAP-A
             MOVE  SPACES              TO  F0SZONA-SIGL-PROV
           ELSE
             PERFORM RT31-PROVINCIA
             MOVE  SPACES              TO  F0SZONA-CAP-DA
                                           F0SZONA-CAP-A
           END-IF
           DISPLAY "GIORNO CONSEGNA (1=LUN..7=DOM, 0=TUTTI) : " WITH
                   NO ADVANCING
           ACCEPT   F0SZONA-GIOR-CONS
           IF  F0SZONA-GIOR-CONS GREATER 7
             MOVE  ZERO                TO  F0SZONA-GIOR-CONS
           END-IF
           DISPLAY "AUTOMEZZO (VUOTO=NESSUNO)   : " WITH NO ADVANCING
           ACCEPT   F0SZONA-CODE-VEIC
           IF  F0SZONA-CODE-VEIC NOT EQUAL SPACES
             PERFORM RT32-CONTROLLA-VEICOLO
           END-IF
           DISPLAY "ORDINE DI SCARICO NEL GIRO  : " WITH NO ADVANCING
           ACCEPT   F0SZONA-SEQU-GIRO
           .
      ******************************************************************
      *----------  PROVINCIA: DA UN CAP DELLA PROVINCIA (RISOLTO SU
      *            F0SCAP) OPPURE, SE IL CAP NON E' IN ARCHIVIO, LA
      *            SIGLA BATTUTA A MANO
       RT31-PROVINCIA.
           DISPLAY "UN CAP DELLA PROVINCIA      : " WITH NO ADVANCING
           ACCEPT   WL-CAP-PROVA
           MOVE    WL-CAP-PROVA        TO  F0SCAP-CAP
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCAP-SIGL-PROV    TO  F0SZONA-SIGL-PROV
             DISPLAY "PROVINCIA " F0SCAP-SIGL-PROV " "
                     F0SCAP-DESC-PROV
           ELSE
             DISPLAY "CAP NON IN ARCHIVIO - INSERIRE A MANO"
             DISPLAY "PROVINCIA (SIGLA)           : " WITH NO
                     ADVANCING
             ACCEPT   F0SZONA-SIGL-PROV
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           .
      ******************************************************************
      *----------  L'AUTOMEZZO DEVE ESSERE CENSITO
       RT32-CONTROLLA-VEICOLO.
           INITIALIZE F0SVEIC
           MOVE    L-ZONA-CODE-CLIE    TO  F0SVEIC-CODE-CLIE
           MOVE    F0SZONA-CODE-VEIC   TO  F0SVEIC-CODE-VEIC
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "AUTOMEZZO " F0SVEIC-DESC-VEIC " "
                     F0SVEIC-TARGA
           ELSE
             DISPLAY "AUTOMEZZO NON CENSITO - ZONA SENZA AUTOMEZZO"
             MOVE  SPACES              TO  F0SZONA-CODE-VEIC
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           .
      *(END)
