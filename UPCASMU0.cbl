       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPCASMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   IMMISSIONE DEI MOVIMENTI DEL LIBRO DI PICCOLA CASSA
      *****   DELLA DITTA (F0SPCAS): ENTRATA O USCITA DI CONTANTE,
      *****   CAUSALE DELLA MAPPA CAUSALI/CONTI (F0SCMAP) CHE DA' LA
      *****   CONTROPARTITA IN PRIMA NOTA, IMPORTO, DESCRIZIONE E
      *****   DOCUMENTO GIUSTIFICATIVO (TIPO, NUMERO, DATA). IL
      *****   DEPOSITO E' DI "UPCASRE0". I VERSAMENTI DEL TOTEM
      *****   ENTRANO DA SOLI DAI MOVIMENTI DI CASSETTO (UCASSMO0);
      *****   UN MOVIMENTO SBAGLIATO SI CORREGGE CON UNO DI SEGNO
      *****   OPPOSTO, COSI' IL LIBRO RESTA COME E' STATO SCRITTO.
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
       COPY "F0SCMAP.REC".
       COPY "LPCASRE.WRK".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-PCMU-CTRL.
           03  L-PCMU-CODE-CLIE        PIC 9(04).
           03  L-PCMU-ESITO            PIC X(01).
               88  L-PCMU-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PCMU-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-PCMU-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UPCASMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SPCAS"           TO  L-AZIO-NOME-FILE
           MOVE    L-PCMU-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "LIBRO DI PICCOLA CASSA  -  DITTA "
                   L-PCMU-CODE-CLIE
           INITIALIZE L-PCRE-CTRL
           MOVE    L-PCMU-CODE-CLIE    TO  L-PCRE-CODE-CLIE
           MOVE    "M"                 TO  L-PCRE-ORIG
           DISPLAY "DATA MOVIMENTO (AAAAMMGG, 0 = OGGI) : " WITH NO
                   ADVANCING
           ACCEPT   L-PCRE-DATA
           MOVE    SPACE               TO  WL-RISP
           PERFORM RT1-CHIEDI-TIPO
               UNTIL WL-RISP EQUAL "E" OR "U"
           MOVE    WL-RISP             TO  L-PCRE-TIPO-MOVI
           DISPLAY "CAUSALE (MAPPA CAUSALI/CONTI) : " WITH NO
                   ADVANCING
           ACCEPT   L-PCRE-CODE-CAUS
           PERFORM RT2-LEGGI-CAUSALE
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CAUSALE NON NELLA MAPPA CAUSALI/CONTI DELLA"
                     " DITTA - OPERAZIONE ANNULLATA"
             GO TO EXIT-PCMU
           END-IF
           DISPLAY "CONTROPARTITA " F0SCMAP-CODE-CONTO " "
                   F0SCMAP-DESC-CONTO
           DISPLAY "IMPORTO                       : " WITH NO
                   ADVANCING
           ACCEPT   L-PCRE-IMPO
           IF  L-PCRE-IMPO NOT GREATER ZERO
             DISPLAY "IMPORTO NON VALIDO - OPERAZIONE ANNULLATA"
             GO TO EXIT-PCMU
           END-IF
           DISPLAY "DESCRIZIONE                   : " WITH NO
                   ADVANCING
           ACCEPT   L-PCRE-DESC
           DISPLAY "DOCUMENTO - TIPO (SC=SCONTRINO FT=FATTURA"
                   " RI=RICEVUTA) : " WITH NO ADVANCING
           ACCEPT   L-PCRE-DOCU-TIPO
           IF  L-PCRE-DOCU-TIPO NOT EQUAL SPACES
             DISPLAY "DOCUMENTO - NUMERO            : " WITH NO
                     ADVANCING
             ACCEPT   L-PCRE-DOCU-NUMR
             DISPLAY "DOCUMENTO - DATA (AAAAMMGG)   : " WITH NO
                     ADVANCING
             ACCEPT   L-PCRE-DOCU-DATA
           END-IF
      *
           MOVE    L-PCRE-IMPO         TO  WL-IMPO-ED
           DISPLAY "CONFERMI " L-PCRE-TIPO-MOVI " " L-PCRE-CODE-CAUS
                   " PER " WL-IMPO-ED " ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO EXIT-PCMU
           END-IF
           CALL  "UPCASRE0"              USING L-PCRE-CTRL LWCOMAR
           IF  L-PCRE-ESITO-OK
             MOVE  "S"                 TO  L-PCMU-ESITO
             DISPLAY "MOVIMENTO REGISTRATO - DATA " L-PCRE-DATA
                     " PROGR. " L-PCRE-NUMR-PROG
           END-IF.
       EXIT-PCMU.
           EXIT PROGRAM.
      ******************************************************************
      *----------  TIPO DEL MOVIMENTO: ENTRATA O USCITA
       RT1-CHIEDI-TIPO.
           DISPLAY "TIPO (E=ENTRATA / U=USCITA)   : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "e"
             MOVE  "E"                 TO  WL-RISP
           END-IF
           IF  WL-RISP EQUAL "u"
             MOVE  "U"                 TO  WL-RISP
           END-IF
           .
      ******************************************************************
      *----------  CONTO DELLA CAUSALE NELLA MAPPA DELLA DITTA
       RT2-LEGGI-CAUSALE.
           INITIALIZE F0SCMAP
           MOVE    L-PCRE-CODE-CLIE    TO  F0SCMAP-CODE-CLIE
           MOVE    L-PCRE-CODE-CAUS    TO  F0SCMAP-CODE-CAUS
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCMAP10"            USING F0SCMAP LWCOMAR
             MOVE  1                   TO  DSTF-IOSR
           ELSE
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCMAP10"            USING F0SCMAP LWCOMAR
             MOVE  0                   TO  DSTF-IOSR
           END-IF
           .
      *(END)
