       IDENTIFICATION DIVISION.
       PROGRAM-ID. ULANTMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELLE LINEE DI ANTICIPO FATTURE E DI
      *****   FACTORING (F0SLANT): CHIEDE A VIDEO IL CODICE LINEA,
      *****   MOSTRA LA LINEA GIA' PRESENTE CON L'UTILIZZO IN ESSERE
      *****   E PERMETTE DI REGISTRARNE BANCA, TIPO, FIDO,
      *****   PERCENTUALE ANTICIPATA E GIORNI DI TOLLERANZA OLTRE LA
      *****   SCADENZA. LA LINEA NON SI CANCELLA: SI CHIUDE, E UNA
      *****   LINEA CHIUSA NON ACCETTA NUOVE CESSIONI (UANTFAT0).
      *****   L'UTILIZZO NON SI BATTE: LO MUOVONO LE CESSIONI, GLI
      *****   INCASSI E GLI STORNI. DEPOSITO TRAMITE "URLANT10".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
       77  WL-PERC-ED                  PIC ZZ9,99     VALUE 0.
       77  WL-SALVA-LINE               PIC X(04)      VALUE SPACES.
       77  WL-SALVA-UTIL               PIC S9(09)V99 COMP-3 VALUE ZERO.
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-LANT-CTRL.
           03  L-LANT-CODE-CLIE        PIC 9(04).
           03  L-LANT-ESITO            PIC X(01).
               88  L-LANT-ESITO-OK                    VALUE "S".
       COPY "F0SLANT.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-LANT-CTRL F0SLANT LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-LANT-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "20"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "ULANTMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SLANT"           TO  L-AZIO-NOME-FILE
           MOVE    L-LANT-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           INITIALIZE F0SLANT
           MOVE    L-LANT-CODE-CLIE    TO  F0SLANT-CODE-CLIE
           DISPLAY "LINEE DI ANTICIPO FATTURE / FACTORING  -  DITTA "
                   L-LANT-CODE-CLIE
           DISPLAY "CODICE LINEA                : " WITH NO ADVANCING
           ACCEPT   F0SLANT-CODE-LINE
           IF  F0SLANT-CODE-LINE EQUAL SPACES
             DISPLAY "CODICE LINEA OBBLIGATORIO"
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT2-MOSTRA-LINEA
           ELSE
             MOVE  F0SLANT-CODE-LINE   TO  WL-SALVA-LINE
             INITIALIZE F0SLANT
             MOVE  L-LANT-CODE-CLIE    TO  F0SLANT-CODE-CLIE
             MOVE  WL-SALVA-LINE       TO  F0SLANT-CODE-LINE
           END-IF
           MOVE    F0SLANT-IMPO-UTIL   TO  WL-SALVA-UTIL
           PERFORM RT3-DATI-LINEA
           IF  F0SLANT-PERC-ANTI EQUAL ZERO
               OR F0SLANT-PERC-ANTI GREATER 100
             DISPLAY "PERCENTUALE ANTICIPATA NON VALIDA - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-LANT
           END-IF
           IF  F0SLANT-IMPO-FIDO LESS WL-SALVA-UTIL
             MOVE  WL-SALVA-UTIL       TO  WL-IMPO-ED
             DISPLAY "ATTENZIONE: FIDO INFERIORE ALL'UTILIZZO "
                     WL-IMPO-ED
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-LANT
           END-IF
           MOVE    WL-SALVA-UTIL       TO  F0SLANT-IMPO-UTIL
           MOVE    LDATE-ACTL          TO  F0SLANT-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SLANT-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           MOVE    "S"                 TO  L-LANT-ESITO
           DISPLAY "LINEA REGISTRATA"
       CHIU-LANT.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       RT2-MOSTRA-LINEA.
           DISPLAY "LINEA GIA' PRESENTE - " F0SLANT-DESC-LINE
                   "  TIPO " F0SLANT-TIPO-LINE
                   "  STATO " F0SLANT-STAT-LINE
           MOVE    F0SLANT-IMPO-FIDO   TO  WL-IMPO-ED
           MOVE    F0SLANT-PERC-ANTI   TO  WL-PERC-ED
           DISPLAY "FIDO " WL-IMPO-ED "  ANTICIPO % " WL-PERC-ED
                   "  TOLLERANZA GG " F0SLANT-GG-TOLL
           MOVE    F0SLANT-IMPO-UTIL   TO  WL-IMPO-ED
           DISPLAY "UTILIZZO IN ESSERE " WL-IMPO-ED
           .
      ******************************************************************
      *----------  DATI DELLA LINEA
       RT3-DATI-LINEA.
           DISPLAY "BANCA / FACTOR              : " WITH NO ADVANCING
           ACCEPT   F0SLANT-DESC-LINE
           DISPLAY "TIPO (A=ANTICIPO FATT. F=FACTORING) : " WITH NO
                   ADVANCING
           ACCEPT   F0SLANT-TIPO-LINE
           IF  NOT F0SLANT-FACTORING
             SET  F0SLANT-ANTICIPO-FATTURE TO TRUE
           END-IF
           DISPLAY "FIDO ACCORDATO              : " WITH NO ADVANCING
           ACCEPT   F0SLANT-IMPO-FIDO
           DISPLAY "PERCENTUALE ANTICIPATA      : " WITH NO ADVANCING
           ACCEPT   F0SLANT-PERC-ANTI
           DISPLAY "GIORNI TOLLERANZA SCADENZA  : " WITH NO ADVANCING
           ACCEPT   F0SLANT-GG-TOLL
           DISPLAY "LINEA CHIUSA ? (S/N)        : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
             SET  F0SLANT-CHIUSA       TO  TRUE
           ELSE
             SET  F0SLANT-ATTIVA       TO  TRUE
           END-IF
           .
      *(END)
