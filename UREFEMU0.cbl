       IDENTIFICATION DIVISION.
       PROGRAM-ID. UREFEMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELLE PERSONE DI RIFERIMENTO DI UN CLIENTE
      *****   FINALE (F0SREFE, TRAMITE "URREFE10"): CONTROLLATO IL
      *****   CLIENTE SULL'ANAGRAFICA, ELENCA LE PERSONE REGISTRATE
      *****   E CHIEDE IL NUMERO DA VARIARE O CANCELLARE (0 = NUOVA
      *****   PERSONA, CON IL PRIMO NUMERO LIBERO). IN VARIAZIONE UN
      *****   CAMPO LASCIATO VUOTO RESTA INVARIATO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-PROG-REFE                PIC 9(02)      VALUE ZERO.
       77  WL-PROG-MAXI                PIC 9(02)      VALUE ZERO.
       77  WL-NUMR-REFE                PIC 9(02)      VALUE ZERO.
       77  WL-NUMR-CHIO                PIC 9(02)      VALUE ZERO.
       77  WL-CAMPO                    PIC X(40)      VALUE SPACES.
      *
       COPY "F0SREFE.REC".
       COPY "F0SCLIF.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica,
      *    le cancellazioni chiedono anche quello di cancellazione.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-REFE-CTRL.
           03  L-REFE-CODE-CLIE        PIC 9(04).
           03  L-REFE-ESITO            PIC X(01).
               88  L-REFE-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-REFE-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-REFE-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UREFEMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SREFE"           TO  L-AZIO-NOME-FILE
           MOVE    L-REFE-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "PERSONE DI RIFERIMENTO  -  DITTA " L-REFE-CODE-CLIE
           INITIALIZE F0SCLIF
           MOVE    L-REFE-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   F0SCLIF-CODI-CLIF
           IF  F0SCLIF-CODI-CLIF EQUAL ZERO
             GO TO FINE-REFE
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "CLIENTE NON CENSITO IN ANAGRAFICA"
             GO TO FINE-REFE
           END-IF
           DISPLAY "CLIENTE " F0SCLIF-RAGE-CLIF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URREFE10"              USING F0SREFE LWCOMAR
           PERFORM RT2-ELENCO
           DISPLAY "NUMERO PERSONA (0=NUOVA) : " WITH NO ADVANCING
           ACCEPT   WL-PROG-REFE
           INITIALIZE F0SREFE
           MOVE    L-REFE-CODE-CLIE    TO  F0SREFE-CODE-CLIE
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SREFE-CODI-CLIF
           IF  WL-PROG-REFE EQUAL ZERO
             IF  WL-PROG-MAXI EQUAL 99
               DISPLAY "NUMERAZIONE ESAURITA PER IL CLIENTE"
               GO TO CHIU-REFE
             END-IF
             COMPUTE F0SREFE-PROG-REFE = WL-PROG-MAXI + 1
             DISPLAY "NUOVA PERSONA N. " F0SREFE-PROG-REFE
           ELSE
             MOVE  WL-PROG-REFE        TO  F0SREFE-PROG-REFE
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URREFE10"            USING F0SREFE LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               DISPLAY "PERSONA NON PRESENTE"
               GO TO CHIU-REFE
             END-IF
             DISPLAY "CANCELLI LA PERSONA ? (S/N) : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               MOVE  "C"               TO  L-AZIO-AZIONE
               CALL  "UAZIOCH0"          USING L-AZIO-CTRL LWCOMAR
               IF  NOT L-AZIO-CONSENTITA
                 GO TO CHIU-REFE
               END-IF
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URREFE10"          USING F0SREFE LWCOMAR
               MOVE  "S"               TO  L-REFE-ESITO
               DISPLAY "PERSONA CANCELLATA"
               GO TO CHIU-REFE
             END-IF
             DISPLAY "(CAMPO VUOTO = INVARIATO)"
           END-IF
           PERFORM RT3-CAMPI
           IF  F0SREFE-NOME-REFE EQUAL SPACES
             DISPLAY "NOME OBBLIGATORIO - OPERAZIONE ANNULLATA"
             GO TO CHIU-REFE
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-REFE
           END-IF
           MOVE    LDATE-ACTL          TO  F0SREFE-DATA-AGGIO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URREFE10"              USING F0SREFE LWCOMAR
           MOVE    "S"                 TO  L-REFE-ESITO
           DISPLAY "PERSONA REGISTRATA"
       CHIU-REFE.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URREFE10"              USING F0SREFE LWCOMAR.
       FINE-REFE.
           EXIT PROGRAM.
      ******************************************************************
      *----------  ELENCO DELLE PERSONE GIA' REGISTRATE PER IL CLIENTE
      *            E ULTIMO NUMERO USATO
       RT2-ELENCO.
           MOVE    ZERO                TO  WL-PROG-MAXI WL-NUMR-REFE
           INITIALIZE F0SREFE
           MOVE    L-REFE-CODE-CLIE    TO  F0SREFE-CODE-CLIE
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SREFE-CODI-CLIF
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URREFE10"              USING F0SREFE LWCOMAR
           PERFORM RT21-RIGA-ELENCO UNTIL DSTF-IOSR NOT EQUAL 1
           IF  WL-NUMR-REFE EQUAL ZERO
             DISPLAY "NESSUNA PERSONA REGISTRATA"
           END-IF
           .
       RT21-RIGA-ELENCO.
           ADD     1                   TO  WL-NUMR-REFE
           MOVE    F0SREFE-PROG-REFE   TO  WL-PROG-MAXI
           DISPLAY F0SREFE-PROG-REFE " " F0SREFE-NOME-REFE " "
                   F0SREFE-RUOLO
           DISPLAY "   TEL. " F0SREFE-TELEFONO " " F0SREFE-INDI-MAIL
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URREFE10"              USING F0SREFE LWCOMAR
           .
      ******************************************************************
      *----------  DATI DELLA PERSONA: IN VARIAZIONE IL CAMPO VUOTO
      *            LASCIA IL VALORE PRECEDENTE
       RT3-CAMPI.
           DISPLAY "NOME E COGNOME              : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-CAMPO
           ACCEPT   WL-CAMPO
           IF  WL-CAMPO NOT EQUAL SPACES
             MOVE  WL-CAMPO            TO  F0SREFE-NOME-REFE
           END-IF
           DISPLAY "RUOLO (TITOLARE, ACQUISTI..): " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-CAMPO
           ACCEPT   WL-CAMPO
           IF  WL-CAMPO NOT EQUAL SPACES
             MOVE  WL-CAMPO            TO  F0SREFE-RUOLO
           END-IF
           DISPLAY "TELEFONO                    : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-CAMPO
           ACCEPT   WL-CAMPO
           IF  WL-CAMPO NOT EQUAL SPACES
             MOVE  WL-CAMPO            TO  F0SREFE-TELEFONO
           END-IF
           DISPLAY "EMAIL                       : " WITH NO ADVANCING
           MOVE    SPACES              TO  WL-CAMPO
           ACCEPT   WL-CAMPO
           IF  WL-CAMPO NOT EQUAL SPACES
             MOVE  ZERO                TO  WL-NUMR-CHIO
             INSPECT WL-CAMPO TALLYING WL-NUMR-CHIO FOR ALL "@"
             IF  WL-NUMR-CHIO EQUAL 1
               MOVE  WL-CAMPO          TO  F0SREFE-INDI-MAIL
             ELSE
               DISPLAY "EMAIL NON VALIDA - NON REGISTRATA"
             END-IF
           END-IF
           .
      *(END)
