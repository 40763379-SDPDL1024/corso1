       IDENTIFICATION DIVISION.
       PROGRAM-ID. UVEICMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DEGLI AUTOMEZZI PER LE CONSEGNE (F0SVEIC):
      *****   CHIEDE A VIDEO IL CODICE AUTOMEZZO, MOSTRA QUELLO GIA'
      *****   PRESENTE E NE REGISTRA TARGA, AUTISTA ABITUALE E
      *****   CAPACITA' DI CARICO (PORTATA IN KG E NUMERO MASSIMO DI
      *****   COLLI). L'AUTOMEZZO NON SI CANCELLA: SI METTE FERMO, E
      *****   LA PIANIFICAZIONE DEI GIRI NON GLI ASSEGNA CONSEGNE.
      *****   DEPOSITO TRAMITE "URVEIC10".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-PESO-ED                  PIC Z.ZZZ.ZZ9,99 VALUE 0.
       77  WL-SALVA-VEIC               PIC X(04)      VALUE SPACES.
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-VEIC-CTRL.
           03  L-VEIC-CODE-CLIE        PIC 9(04).
           03  L-VEIC-ESITO            PIC X(01).
               88  L-VEIC-ESITO-OK                    VALUE "S".
       COPY "F0SVEIC.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-VEIC-CTRL F0SVEIC LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-VEIC-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "29"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UVEICMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SVEIC"           TO  L-AZIO-NOME-FILE
           MOVE    L-VEIC-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           INITIALIZE F0SVEIC
           MOVE    L-VEIC-CODE-CLIE    TO  F0SVEIC-CODE-CLIE
           DISPLAY "AUTOMEZZI PER LE CONSEGNE  -  DITTA "
                   L-VEIC-CODE-CLIE
           DISPLAY "CODICE AUTOMEZZO            : " WITH NO ADVANCING
           ACCEPT   F0SVEIC-CODE-VEIC
           IF  F0SVEIC-CODE-VEIC EQUAL SPACES
             DISPLAY "CODICE AUTOMEZZO OBBLIGATORIO"
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SVEIC-PORT-KG     TO  WL-PESO-ED
             DISPLAY "AUTOMEZZO GIA' PRESENTE - " F0SVEIC-DESC-VEIC
                     " " F0SVEIC-TARGA "  STATO " F0SVEIC-STAT-VEIC
             DISPLAY "PORTATA KG " WL-PESO-ED "  COLLI MAX "
                     F0SVEIC-MAX-COLLI
           ELSE
             MOVE  F0SVEIC-CODE-VEIC   TO  WL-SALVA-VEIC
             INITIALIZE F0SVEIC
             MOVE  L-VEIC-CODE-CLIE    TO  F0SVEIC-CODE-CLIE
             MOVE  WL-SALVA-VEIC       TO  F0SVEIC-CODE-VEIC
           END-IF
           DISPLAY "DESCRIZIONE                 : " WITH NO ADVANCING
           ACCEPT   F0SVEIC-DESC-VEIC
           DISPLAY "TARGA                       : " WITH NO ADVANCING
           ACCEPT   F0SVEIC-TARGA
           DISPLAY "AUTISTA ABITUALE            : " WITH NO ADVANCING
           ACCEPT   F0SVEIC-AUTISTA
           DISPLAY "PORTATA KG (0=SENZA LIMITE) : " WITH NO ADVANCING
           ACCEPT   F0SVEIC-PORT-KG
           DISPLAY "COLLI MAX (0=SENZA LIMITE)  : " WITH NO ADVANCING
           ACCEPT   F0SVEIC-MAX-COLLI
           DISPLAY "AUTOMEZZO FERMO ? (S/N)     : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
             SET   F0SVEIC-FERMO       TO  TRUE
           ELSE
             SET   F0SVEIC-ATTIVO      TO  TRUE
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-VEIC
           END-IF
           MOVE    LDATE-ACTL          TO  F0SVEIC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SVEIC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR
           MOVE    "S"                 TO  L-VEIC-ESITO
           DISPLAY "AUTOMEZZO REGISTRATO"
       CHIU-VEIC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVEIC10"              USING F0SVEIC LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      *(END)
