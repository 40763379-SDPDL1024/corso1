       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCNSREG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   AFFIDA ALLA CONSERVAZIONE UN FILE FISCALE APPENA
      *****   PRODOTTO (TRACCIATO SDI DI UFATTU10, CORRISPETTIVI DI
      *****   UCORRIS0, REGISTRO IVA DEFINITIVO DI UREGIVA0):
      *****   - "I" APRE LA REGISTRAZIONE CON TIPO, NOME LOGICO DEL
      *****     FILE, PROGRAMMA E PERIODO;
      *****   - "D" ACCODA UN DOCUMENTO CONTENUTO NEL FILE;
      *****   - "F" COPIA IL FILE A NOME FISSO NELLA COPIA CONSERVATA
      *****     "CNnnnnnn" (COME L'ARCHIVIO SPOOL DI USPOOAR0), NE
      *****     CALCOLA L'IMPRONTA SHA-256 DURANTE LA COPIA
      *****     ("UIMPRON0") E REGISTRA IL FILE SU F0SCNSF E I SUOI
      *****     DOCUMENTI SU F0SCNSD, PRONTI PER IL PACCHETTO DI
      *****     VERSAMENTO (UCNSPAC0).
      *****   LE DITTE DI PROVA (UPROVCH0) NON AFFIDANO NULLA. LA
      *****   DITTA DEL FILE E' QUELLA DATA IN APERTURA OPPURE, SE
      *****   ZERO, QUELLA DEI DOCUMENTI QUANDO E' UNA SOLA.
      *****   L'AREA DI COLLEGAMENTO DEL CHIAMANTE TORNA COM'ERA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Il file da conservare e la copia conservata hanno il nome
      *    in variabile, come nell'archivio spool.
           SELECT SORGENTE-FILE        ASSIGN TO WL-NOME-SORG
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-SOR.
           SELECT ARCHIVIO-FILE        ASSIGN TO WL-NOME-ARCH
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ARC.
       DATA DIVISION.
       FILE SECTION.
       FD  SORGENTE-FILE.
       01  SORGENTE-REC                PIC X(300).
       FD  ARCHIVIO-FILE.
       01  ARCHIVIO-REC                PIC X(300).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-SOR                 PIC X(02)      VALUE SPACES.
       77  WL-STAT-ARC                 PIC X(02)      VALUE SPACES.
       77  WL-NOME-SORG                PIC X(12)      VALUE SPACES.
       77  WL-NOME-ARCH                PIC X(12)      VALUE SPACES.
       77  WL-FINE                     PIC X(01)      VALUE "N".
           88  WL-FINE-SI                             VALUE "S".
       77  WL-ATTIVA                   PIC X(01)      VALUE "N".
           88  WL-ATTIVA-SI                           VALUE "S".
       77  WL-NUMR-RIGHE               PIC 9(06)      VALUE ZERO.
       77  WL-LUNG                     PIC S9(04) COMP VALUE ZERO.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-DOCU                PIC S9(04) COMP VALUE ZERO.
       77  WL-DOCU-SALTATI             PIC 9(05)      VALUE ZERO.
       77  WL-DITT-DOCU                PIC 9(04)      VALUE ZERO.
       77  WL-DITT-MISTE               PIC X(01)      VALUE "N".
           88  WL-DITT-MISTE-SI                       VALUE "S".
      *    Area di collegamento del chiamante, salvata e restituita
       77  WL-SALV-IOSR                PIC S9(04) COMP VALUE ZERO.
       77  WL-SALV-READ                PIC S9(04) COMP VALUE ZERO.
      *
      *    Registrazione aperta da "I"
       01  W-FILE-APERTO.
           03  W-FA-CODE-CLIE          PIC 9(04)      VALUE ZERO.
           03  W-FA-TIPO-FILE          PIC X(02)      VALUE SPACES.
           03  W-FA-NOME-ORIG          PIC X(08)      VALUE SPACES.
           03  W-FA-NOME-PROG          PIC X(08)      VALUE SPACES.
           03  W-FA-ANNO               PIC 9(04)      VALUE ZERO.
           03  W-FA-MESE               PIC 9(02)      VALUE ZERO.
      *
      *    Documenti accodati da "D", scritti a "F" con il numero del
      *    file
       01  W-TAB-DOCU.
           03  W-TD-DOCU               OCCURS 3000.
               05  W-TD-CODE-CLIE      PIC 9(04).
               05  W-TD-TIPO-DOCU      PIC X(01).
               05  W-TD-ANNO           PIC 9(04).
               05  W-TD-RIFE-DOCU      PIC X(12).
               05  W-TD-DATA-DOCU      PIC 9(08).
               05  W-TD-DESC           PIC X(30).
               05  W-TD-IMPORTO        PIC S9(11)V99 COMP-3.
               05  W-TD-SDI-PROG       PIC X(10).
      *
       COPY "F0SCNSF.REC".
       COPY "F0SCNSD.REC".
       COPY "LIMPRON.WRK".
       COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       COPY "LCNSREG.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CNSR-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    DSTF-IOSR           TO  WL-SALV-IOSR
           MOVE    LREAD-FILE          TO  WL-SALV-READ
           MOVE    "N"                 TO  L-CNSR-ESITO
           EVALUATE TRUE
             WHEN L-CNSR-INIZIO
               PERFORM RT1-APRI
             WHEN L-CNSR-DOCUMENTO
               IF  WL-ATTIVA-SI
                 PERFORM RT2-DOCUMENTO
               END-IF
             WHEN L-CNSR-FINE
               IF  WL-ATTIVA-SI
                 PERFORM RT3-CHIUDI
               END-IF
               MOVE "N"                TO  WL-ATTIVA
           END-EVALUATE
           MOVE    WL-SALV-IOSR        TO  DSTF-IOSR
           MOVE    WL-SALV-READ        TO  LREAD-FILE
           EXIT PROGRAM.
      ******************************************************************
      *----------  APERTURA: FILE, PERIODO; DITTA DI PROVA ESCLUSA
       RT1-APRI.
           MOVE    "N"                 TO  WL-ATTIVA WL-DITT-MISTE
           MOVE    ZERO                TO  WL-NUMR-DOCU WL-DOCU-SALTATI
                                           WL-DITT-DOCU
           MOVE    SPACES              TO  L-CNSR-NOME-ARCH
                                           L-CNSR-IMPRONTA
           IF  L-CNSR-CODE-CLIE GREATER ZERO
             MOVE  L-CNSR-CODE-CLIE    TO  L-PRVC-CODE-CLIE
             CALL  "UPROVCH0"            USING L-PRVC-CTRL LWCOMAR
             IF  L-PRVC-PROVA
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE    L-CNSR-CODE-CLIE    TO  W-FA-CODE-CLIE
           MOVE    L-CNSR-TIPO-FILE    TO  W-FA-TIPO-FILE
           MOVE    L-CNSR-NOME-ORIG    TO  W-FA-NOME-ORIG
           MOVE    L-CNSR-NOME-PROG    TO  W-FA-NOME-PROG
           MOVE    L-CNSR-ANNO         TO  W-FA-ANNO
           MOVE    L-CNSR-MESE         TO  W-FA-MESE
           MOVE    "S"                 TO  WL-ATTIVA
           MOVE    "S"                 TO  L-CNSR-ESITO
           .
      ******************************************************************
      *----------  UN DOCUMENTO DEL FILE
       RT2-DOCUMENTO.
           IF  WL-NUMR-DOCU NOT LESS 3000
             ADD   1                   TO  WL-DOCU-SALTATI
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  WL-NUMR-DOCU
           MOVE    L-CNSR-CODE-CLIE    TO  W-TD-CODE-CLIE(WL-NUMR-DOCU)
           MOVE    L-CNSR-TIPO-DOCU    TO  W-TD-TIPO-DOCU(WL-NUMR-DOCU)
           MOVE    L-CNSR-ANNO-DOCU    TO  W-TD-ANNO(WL-NUMR-DOCU)
           MOVE    L-CNSR-RIFE-DOCU    TO  W-TD-RIFE-DOCU(WL-NUMR-DOCU)
           MOVE    L-CNSR-DATA-DOCU    TO  W-TD-DATA-DOCU(WL-NUMR-DOCU)
           MOVE    L-CNSR-DESC         TO  W-TD-DESC(WL-NUMR-DOCU)
           MOVE    L-CNSR-IMPORTO      TO  W-TD-IMPORTO(WL-NUMR-DOCU)
           MOVE    L-CNSR-SDI-PROG     TO  W-TD-SDI-PROG(WL-NUMR-DOCU)
           IF  WL-NUMR-DOCU EQUAL 1
             MOVE  L-CNSR-CODE-CLIE    TO  WL-DITT-DOCU
           ELSE
             IF  L-CNSR-CODE-CLIE NOT EQUAL WL-DITT-DOCU
               MOVE "S"                TO  WL-DITT-MISTE
             END-IF
           END-IF
           MOVE    "S"                 TO  L-CNSR-ESITO
           .
      ******************************************************************
      *----------  CHIUSURA: COPIA CONSERVATA CON IMPRONTA, FILE E
      *            DOCUMENTI REGISTRATI
       RT3-CHIUDI.
           MOVE    SPACES              TO  WL-NOME-SORG
           MOVE    W-FA-NOME-ORIG      TO  WL-NOME-SORG
           OPEN INPUT SORGENTE-FILE
           IF  WL-STAT-SOR NOT EQUAL "00"
             DISPLAY "CONSERVAZIONE: FILE " W-FA-NOME-ORIG
                     " NON TROVATO - NON AFFIDATO"
             EXIT PARAGRAPH
           END-IF
      *
           INITIALIZE F0SCNSF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           MOVE    SPACES              TO  F0SCNSF-NOME-ARCH
           STRING  "CN"                DELIMITED BY SIZE
                   F0SCNSF-NUMR-FILE   DELIMITED BY SIZE
                                       INTO F0SCNSF-NOME-ARCH
           MOVE    F0SCNSF-NOME-ARCH   TO  WL-NOME-ARCH
      *
      *      Copia riga per riga; ogni riga entra nell'impronta come
      *      e' scritta su disco, senza spazi finali e con il suo
      *      fine riga
           SET     L-IMPR-INIZIO       TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
           OPEN OUTPUT ARCHIVIO-FILE
           MOVE    "N"                 TO  WL-FINE
           MOVE    ZERO                TO  WL-NUMR-RIGHE
           PERFORM RT31-RIGA
               UNTIL WL-FINE-SI
           CLOSE ARCHIVIO-FILE
           CLOSE SORGENTE-FILE
           SET     L-IMPR-FINE         TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
      *
           IF  W-FA-CODE-CLIE EQUAL ZERO AND NOT WL-DITT-MISTE-SI
             MOVE  WL-DITT-DOCU        TO  W-FA-CODE-CLIE
           END-IF
           MOVE    W-FA-CODE-CLIE      TO  F0SCNSF-CODE-CLIE
           MOVE    W-FA-TIPO-FILE      TO  F0SCNSF-TIPO-FILE
           MOVE    W-FA-NOME-ORIG      TO  F0SCNSF-NOME-ORIG
           MOVE    W-FA-NOME-PROG      TO  F0SCNSF-NOME-PROG
           MOVE    LDATE-ACTL          TO  F0SCNSF-DATA-PROD
           MOVE    LDATEHORA(9:6)      TO  F0SCNSF-ORA-PROD
           MOVE    L-IDENUTEN          TO  F0SCNSF-IDEN-UTEN
           MOVE    W-FA-ANNO           TO  F0SCNSF-ANNO
           MOVE    W-FA-MESE           TO  F0SCNSF-MESE
           MOVE    WL-NUMR-DOCU        TO  F0SCNSF-NUMR-DOCU
           MOVE    WL-NUMR-RIGHE       TO  F0SCNSF-NUMR-RIGHE
           MOVE    L-IMPR-NUMR-BYTE    TO  F0SCNSF-NUMR-BYTE
           MOVE    L-IMPR-HASH         TO  F0SCNSF-IMPRONTA
           MOVE    ZERO                TO  F0SCNSF-NUMR-PACC
           SET     F0SCNSF-DA-VERSARE  TO  TRUE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           PERFORM RT32-SCRIVI-DOCUMENTO
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-NUMR-DOCU
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
      *
           MOVE    F0SCNSF-NOME-ARCH   TO  L-CNSR-NOME-ARCH
           MOVE    F0SCNSF-IMPRONTA    TO  L-CNSR-IMPRONTA
           MOVE    "S"                 TO  L-CNSR-ESITO
           DISPLAY "CONSERVAZIONE: " W-FA-NOME-ORIG " AFFIDATO COME "
                   F0SCNSF-NOME-ARCH " - DOCUMENTI " WL-NUMR-DOCU
           IF  WL-DOCU-SALTATI GREATER ZERO
             DISPLAY "CONSERVAZIONE: " WL-DOCU-SALTATI
                     " DOCUMENTI OLTRE IL MASSIMO NON INDICIZZATI"
           END-IF
           .
       RT31-RIGA.
           READ SORGENTE-FILE
             AT END
               MOVE "S"                TO  WL-FINE
           END-READ
           IF  WL-FINE-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    SORGENTE-REC        TO  ARCHIVIO-REC
           WRITE   ARCHIVIO-REC
           ADD     1                   TO  WL-NUMR-RIGHE
      *      Lunghezza della riga senza gli spazi finali
           MOVE    300                 TO  WL-LUNG
           PERFORM RT311-ACCORCIA
               UNTIL WL-LUNG EQUAL ZERO
                  OR SORGENTE-REC(WL-LUNG:1) NOT EQUAL SPACE
           MOVE    SPACES              TO  L-IMPR-BUFF
           IF  WL-LUNG GREATER ZERO
             MOVE  SORGENTE-REC(1:WL-LUNG)
                                       TO  L-IMPR-BUFF(1:WL-LUNG)
           END-IF
           MOVE    X"0A"               TO  L-IMPR-BUFF(WL-LUNG + 1:1)
           COMPUTE L-IMPR-LUNG = WL-LUNG + 1
           SET     L-IMPR-AGGIUNGI     TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
           .
       RT311-ACCORCIA.
           SUBTRACT 1                  FROM WL-LUNG
           .
       RT32-SCRIVI-DOCUMENTO.
           INITIALIZE F0SCNSD
           MOVE    W-TD-CODE-CLIE(WL-IND)  TO  F0SCNSD-CODE-CLIE
           MOVE    W-TD-TIPO-DOCU(WL-IND)  TO  F0SCNSD-TIPO-DOCU
           MOVE    W-TD-ANNO(WL-IND)       TO  F0SCNSD-ANNO
           MOVE    W-TD-RIFE-DOCU(WL-IND)  TO  F0SCNSD-RIFE-DOCU
           MOVE    F0SCNSF-NUMR-FILE       TO  F0SCNSD-NUMR-FILE
           MOVE    W-TD-DATA-DOCU(WL-IND)  TO  F0SCNSD-DATA-DOCU
           MOVE    W-TD-DESC(WL-IND)       TO  F0SCNSD-DESC
           MOVE    W-TD-IMPORTO(WL-IND)    TO  F0SCNSD-IMPORTO
           MOVE    W-TD-SDI-PROG(WL-IND)   TO  F0SCNSD-SDI-PROG
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           .
      *(END)
