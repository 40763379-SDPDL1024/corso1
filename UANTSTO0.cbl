       IDENTIFICATION DIVISION.
       PROGRAM-ID. UANTSTO0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SCADENZE DELLE RATE CEDUTE A LINEE DI ANTICIPO FATTURE
      *****   O DI FACTORING: SCANDISCE LE PARTITE DELLA DITTA
      *****   (F0SPASC) ANCORA SEGNATE CEDUTE, DI UNA LINEA O DI
      *****   TUTTE, E ALLA DATA DI RIFERIMENTO:
      *****
      *****   - CHIUDE DA SOLA LA CESSIONE DELLE RATE GIA' SALDATE
      *****     DAL CLIENTE PER ALTRA VIA (ES. DEPOSITO DA MBASE021);
      *****   - PER LE RATE ANCORA APERTE E SCADUTE DA PIU' DEI
      *****     GIORNI DI TOLLERANZA DELLA LINEA PROPONE LO STORNO
      *****     DELL'ANTICIPO: ALLA CONFERMA LA RATA TORNA NOSTRA
      *****     (PRESENTAZIONE RIBA E SOLLECITI LA RIPRENDONO).
      *****
      *****   IN ENTRAMBI I CASI L'UTILIZZO DELLA LINEA SI LIBERA
      *****   DELL'IMPORTO ANTICIPATO (UANTRIL0). LE LINEE SONO
      *****   CARICATE IN TABELLA PRIMA DELLA SCANSIONE, COSI' IL
      *****   RILASCIO PUO' AGGIORNARLE SENZA CONFLITTI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  W-RISP                      PIC X(01)   VALUE SPACE.
       77  W-CODE-LINE                 PIC X(04)   VALUE SPACES.
       77  W-DATA-RIFE                 PIC 9(08)   VALUE ZERO.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND-LINE                  PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-LINE                 PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-CHIU                 PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-STOR                 PIC S9(04)  COMP VALUE 0.
       77  W-GIOR-RITA                 PIC S9(05)  COMP-3 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
      *
      *----------  CALCOLO GIORNI DI RITARDO (COME USOLLEC0)
       01  W-AREADATE.
           03  W-DATE-DA               PIC X(8).
           03  W-DATE-AL               PIC X(8).
           03  W-NUMR-GG               PIC S9(5)  COMP-3.
           03  W-NUMR-GG-LAV           PIC S9(5)  COMP-3.
      *
      *----------  LINEE DELLA DITTA CON I GIORNI DI TOLLERANZA
       01  W-TAB-LINE.
           03  W-TL-LINEA              OCCURS 50.
               05  W-TL-CODE-LINE      PIC X(04).
               05  W-TL-DESC-LINE      PIC X(30).
               05  W-TL-GG-TOLL        PIC 9(03).
      *
      *----------  RILASCIO DELL'UTILIZZO DELLA LINEA
       01  W-ANTR-CTRL.
           03  W-ANTR-CODE-CLIE        PIC 9(04)    VALUE ZERO.
           03  W-ANTR-CODE-LINE        PIC X(04)    VALUE SPACES.
           03  W-ANTR-IMPO-ANTI        PIC S9(09)V99 COMP-3 VALUE ZERO.
           03  W-ANTR-ESITO            PIC X(01)    VALUE SPACE.
      *
       COPY "F0SLANT.REC".
       COPY "F0SPASC.REC".
      *
       LINKAGE SECTION.
       01  L-ANTS-CTRL.
           03  L-ANTS-CODE-CLIE        PIC 9(04).
           03  L-ANTS-NUMR-STOR        PIC 9(05).
           03  L-ANTS-ESITO            PIC X(01).
               88  L-ANTS-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ANTS-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ANTS-ESITO
           MOVE    ZERO                TO  L-ANTS-NUMR-STOR
           DISPLAY "SCADENZE RATE CEDUTE A LINEE DI ANTICIPO  -  DITTA "
                   L-ANTS-CODE-CLIE
           DISPLAY "CODICE LINEA (SPAZIO=TUTTE) : " WITH NO ADVANCING
           ACCEPT   W-CODE-LINE
           DISPLAY "DATA RIFERIMENTO (AAAAMMGG, 0=OGGI) : " WITH NO
                   ADVANCING
           ACCEPT   W-DATA-RIFE
           IF  W-DATA-RIFE EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-RIFE
           END-IF
           PERFORM RT1-CARICA-LINEE
           IF  W-NUMR-LINE EQUAL ZERO
             DISPLAY "NESSUNA LINEA DI ANTICIPO"
             GO TO EXIT-PRO
           END-IF
      *
           MOVE    ZERO                TO  W-NUMR-CHIU W-NUMR-STOR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           INITIALIZE F0SPASC
           MOVE    L-ANTS-CODE-CLIE    TO  F0SPASC-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           PERFORM RT2-TRATTA-PARTITA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    W-NUMR-STOR         TO  L-ANTS-NUMR-STOR
           MOVE    "S"                 TO  L-ANTS-ESITO
           DISPLAY "CESSIONI CHIUSE PER INCASSO: " W-NUMR-CHIU
                   "  ANTICIPI STORNATI: " W-NUMR-STOR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  LINEE DELLA DITTA (O LA SOLA CHIESTA) IN TABELLA
       RT1-CARICA-LINEE.
           MOVE    ZERO                TO  W-NUMR-LINE
           INITIALIZE F0SLANT
           MOVE    L-ANTS-CODE-CLIE    TO  F0SLANT-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           PERFORM RT11-CARICA-LINEA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           .
       RT11-CARICA-LINEA.
           IF  (W-CODE-LINE EQUAL SPACES
                OR F0SLANT-CODE-LINE EQUAL W-CODE-LINE)
               AND W-NUMR-LINE LESS 50
             ADD  1                    TO  W-NUMR-LINE
             MOVE F0SLANT-CODE-LINE    TO  W-TL-CODE-LINE(W-NUMR-LINE)
             MOVE F0SLANT-DESC-LINE    TO  W-TL-DESC-LINE(W-NUMR-LINE)
             MOVE F0SLANT-GG-TOLL      TO  W-TL-GG-TOLL(W-NUMR-LINE)
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           .
      ******************************************************************
      *----------  UNA PARTITA: SOLO LE RATE ANCORA CEDUTE A UNA DELLE
      *            LINEE IN TABELLA
       RT2-TRATTA-PARTITA.
           IF  F0SPASC-ANTICIPATA
             MOVE  ZERO                TO  W-IND-LINE
             PERFORM RT21-CERCA-LINEA
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NUMR-LINE
                    OR W-IND-LINE NOT EQUAL ZERO
             IF  W-IND-LINE NOT EQUAL ZERO
               IF  F0SPASC-SALDATA
                 PERFORM RT3-CHIUDI-CESSIONE
               ELSE
                 PERFORM RT4-VALUTA-STORNO
               END-IF
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           .
       RT21-CERCA-LINEA.
           IF  W-TL-CODE-LINE(W-IND) EQUAL F0SPASC-CODE-LINE
             MOVE  W-IND               TO  W-IND-LINE
           END-IF
           .
      ******************************************************************
      *----------  RATA SALDATA DAL CLIENTE: CESSIONE CHIUSA ALLA DATA
      *            DEL SALDO
       RT3-CHIUDI-CESSIONE.
           SET     F0SPASC-ANTI-CHIUSA TO  TRUE
           MOVE    F0SPASC-DATA-SALDO  TO  F0SPASC-DATA-FINE-ANTI
           IF  F0SPASC-DATA-FINE-ANTI EQUAL ZERO
             MOVE  W-DATA-RIFE         TO  F0SPASC-DATA-FINE-ANTI
           END-IF
           MOVE    30                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           PERFORM RT5-RILASCIA-LINEA
           ADD     1                   TO  W-NUMR-CHIU
           DISPLAY "INCASSATA  DOC " F0SPASC-NUMR-DOCU " RATA "
                   F0SPASC-NUMR-RATA " LINEA " F0SPASC-CODE-LINE
           .
      ******************************************************************
      *----------  RATA APERTA: OLTRE LA TOLLERANZA DELLA LINEA SI
      *            PROPONE LO STORNO DELL'ANTICIPO
       RT4-VALUTA-STORNO.
           IF  F0SPASC-DATA-SCAD NOT LESS W-DATA-RIFE
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SPASC-DATA-SCAD   TO  W-DATE-DA
           MOVE    W-DATA-RIFE         TO  W-DATE-AL
           CALL  "UCTGG010"              USING W-AREADATE
           MOVE    W-NUMR-GG           TO  W-GIOR-RITA
           IF  W-GIOR-RITA NOT GREATER W-TL-GG-TOLL(W-IND-LINE)
             EXIT PARAGRAPH
           END-IF
           IF  F0SPASC-IMPO-RESI EQUAL ZERO
             MOVE  F0SPASC-IMPO-APER   TO  W-IMPO-ED
           ELSE
             MOVE  F0SPASC-IMPO-RESI   TO  W-IMPO-ED
           END-IF
           MOVE    F0SPASC-IMPO-ANTI   TO  W-IMPO-ED2
           DISPLAY "INSOLUTA   DOC " F0SPASC-NUMR-DOCU " RATA "
                   F0SPASC-NUMR-RATA " " F0SPASC-RAGE-CLIE
           DISPLAY "  SCAD " F0SPASC-DATA-SCAD " RITARDO GG "
                   W-GIOR-RITA " RESIDUO " W-IMPO-ED
           DISPLAY "  LINEA " F0SPASC-CODE-LINE " "
                   W-TL-DESC-LINE(W-IND-LINE) " ANTICIPATO " W-IMPO-ED2
           DISPLAY "  STORNARE L'ANTICIPO ? (S/N) : " WITH NO ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             EXIT PARAGRAPH
           END-IF
           SET     F0SPASC-ANTI-STORNATA TO TRUE
           MOVE    W-DATA-RIFE         TO  F0SPASC-DATA-FINE-ANTI
           MOVE    30                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           PERFORM RT5-RILASCIA-LINEA
           ADD     1                   TO  W-NUMR-STOR
           .
      ******************************************************************
       RT5-RILASCIA-LINEA.
           MOVE    F0SPASC-CODE-CLIE   TO  W-ANTR-CODE-CLIE
           MOVE    F0SPASC-CODE-LINE   TO  W-ANTR-CODE-LINE
           MOVE    F0SPASC-IMPO-ANTI   TO  W-ANTR-IMPO-ANTI
           MOVE    SPACE               TO  W-ANTR-ESITO
           CALL  "UANTRIL0"              USING W-ANTR-CTRL LWCOMAR
           .
      *(END)
