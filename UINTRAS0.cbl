       IDENTIFICATION DIVISION.
       PROGRAM-ID. UINTRAS0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ELENCHI INTRASTAT MENSILI DEGLI SCAMBI DI BENI CON I
      *****   PAESI UE:
      *****
      *****   - CESSIONI (INTRA-1BIS): I DOCUMENTI F0SVEND DEL MESE
      *****     A CLIENTI COMUNITARI (F0SCLIF, TRAMITE "URCLIF10"),
      *****     ESCLUSI DDT E AUTOFATTURE, NOTE DI CREDITO IN
      *****     DETRAZIONE
      *****   - ACQUISTI (INTRA-2BIS): LE FATTURE F0SFACQ REGISTRATE
      *****     NEL MESE DA FORNITORI COMUNITARI (F0SANFO, TRAMITE
      *****     "URANFO10")
      *****
      *****   LE RIGHE SI SOMMANO PER CONTROPARTE (PAESE E PARTITA
      *****   IVA) E CODICE DI NOMENCLATURA COMBINATA DELL'ARTICOLO
      *****   (F0SARTI), CON LA MASSA NETTA DA QUANTITA' PER PESO
      *****   UNITARIO. ESCE IL FILE TELEMATICO SU INTRAT (FRONTESPIZIO
      *****   E RIGHE DI DETTAGLIO DELLA SEZIONE 1 DI OGNI ELENCO) E LA
      *****   LISTA DI CONTROLLO SU INTRACK CON LE RIGHE RIMASTE FUORI
      *****   PERCHE' SENZA ARTICOLO, NOMENCLATURA O MASSA NETTA E I
      *****   SOGGETTI COMUNITARI SENZA PARTITA IVA: CON SEGNALAZIONI
      *****   APERTE GLI ELENCHI NON SONO COMPLETI E VANNO RIFATTI
      *****   DOPO AVER SISTEMATO L'ANAGRAFICA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTRAT-FILE          ASSIGN TO "INTRAT"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-TEL.
           SELECT INTRACK-FILE         ASSIGN TO "INTRACK"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-CHK.
       DATA DIVISION.
       FILE SECTION.
       FD  INTRAT-FILE.
       01  INTRAT-REC                  PIC X(120).
       FD  INTRACK-FILE.
       01  INTRACK-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-TEL                 PIC X(02)   VALUE SPACES.
       77  WL-STAT-CHK                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-MESE                      PIC 9(02)   VALUE ZERO.
       77  W-DATA-DA                   PIC 9(08)   VALUE ZERO.
       77  W-DATA-AL                   PIC 9(08)   VALUE ZERO.
       77  W-PIVA-DITTA                PIC X(11)   VALUE SPACES.
       77  W-TIPO-ELEN                 PIC X(01)   VALUE SPACE.
           88  W-ELEN-CESSIONI                     VALUE "C".
           88  W-ELEN-ACQUISTI                     VALUE "A".
       77  W-PROG-ELEN                 PIC 9(06)   VALUE ZERO.
       77  W-SEGNO                     PIC S9(01)  VALUE +1.
      *
      *----------  CONTROPARTE DEL DOCUMENTO IN CORSO
       77  W-CPAR-PAES                 PIC X(02)   VALUE SPACES.
       77  W-CPAR-PIVA                 PIC X(16)   VALUE SPACES.
       77  W-CPAR-RAGE                 PIC X(40)   VALUE SPACES.
       77  W-RIF-DOCU                  PIC X(24)   VALUE SPACES.
      *
      *----------  RIGA IN CORSO
       77  W-RIGA-ARTI                 PIC X(15)   VALUE SPACES.
       77  W-RIGA-QTA                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-RIGA-IMPO                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-RIGA-MASSA                PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-MOTIVO                    PIC X(40)   VALUE SPACES.
       77  W-IND-RIGA                  PIC S9(04)  COMP VALUE 0.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-TROV                      PIC S9(04)  COMP VALUE 0.
      *
      *----------  CONTATORI
       77  W-NUMR-DOCU                 PIC 9(05)   VALUE ZERO.
       77  W-NUMR-SEGN                 PIC 9(05)   VALUE ZERO.
       77  W-TOT-ELEN                  PIC S9(13)  VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZ9   VALUE ZERO.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-TOT-ED                    PIC ---.---.---.--9 VALUE 0.
      *
      *----------  RIGHE DELL'ELENCO: UNA PER CONTROPARTE E CODICE DI
      *            NOMENCLATURA
       01  W-ELEN-TAB.
           03  W-ELEN-NUMR             PIC S9(04)  COMP VALUE 0.
           03  W-ELEN-VOCE             OCCURS 1000.
               05  W-ELEN-PAES         PIC X(02)     VALUE SPACES.
               05  W-ELEN-PIVA         PIC X(16)     VALUE SPACES.
               05  W-ELEN-NOME         PIC X(08)     VALUE SPACES.
               05  W-ELEN-IMPO         PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-ELEN-MASSA        PIC S9(09)V999 COMP-3 VALUE 0.
       77  W-ELEN-PIENO                PIC 9(05)   VALUE ZERO.
      *
      *----------  TRACCIATI DEL FILE TELEMATICO: FRONTESPIZIO E RIGA
      *            DI DETTAGLIO DELLA SEZIONE 1, STESSA TESTATA
       01  W-TEL-REC.
           03  W-TEL-TESTATA.
               05  W-TEL-IDEN          PIC X(05)   VALUE "EUROX".
               05  W-TEL-PIVA-PRES     PIC X(11)   VALUE SPACES.
               05  W-TEL-PROG-ELEN     PIC 9(06)   VALUE ZERO.
               05  W-TEL-TIPO-RECO     PIC X(01)   VALUE SPACE.
                   88  W-TEL-FRONTESPIZIO          VALUE "0".
                   88  W-TEL-SEZIONE-1             VALUE "2".
               05  W-TEL-PROG-RIGA     PIC 9(05)   VALUE ZERO.
           03  W-TEL-FRONT.
               05  W-TEL-TIPO-ELEN     PIC X(01)   VALUE SPACE.
               05  W-TEL-ANNO          PIC 9(02)   VALUE ZERO.
               05  W-TEL-PERIODICITA   PIC X(01)   VALUE "M".
               05  W-TEL-PERIODO       PIC 9(02)   VALUE ZERO.
               05  W-TEL-PIVA-OBBL     PIC X(11)   VALUE SPACES.
               05  W-TEL-NUMR-RIGHE    PIC 9(05)   VALUE ZERO.
               05  W-TEL-TOTA-IMPO     PIC 9(13)   VALUE ZERO.
               05  FILLER              PIC X(57)   VALUE SPACES.
           03  W-TEL-DETT              REDEFINES W-TEL-FRONT.
               05  W-TEL-PAES          PIC X(02).
               05  W-TEL-PIVA-CPAR     PIC X(12).
               05  W-TEL-AMMONTARE     PIC 9(13).
               05  W-TEL-NATU-TRAN     PIC X(01).
               05  W-TEL-NOMENCLATURA  PIC X(08).
               05  W-TEL-MASSA         PIC 9(10).
               05  FILLER              PIC X(46).
       77  W-TEL-ARRO                  PIC S9(13)  VALUE ZERO.
      *
       COPY "F0SVEND.REC".
       COPY "F0SVENR.REC".
       COPY "F0SFACQ.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SANFO.REC".
       COPY "F0SARTI.REC".
      *
       LINKAGE SECTION.
       01  L-INTR-CTRL.
           03  L-INTR-CODE-CLIE        PIC 9(04).
           03  L-INTR-ESITO            PIC X(01).
               88  L-INTR-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-INTR-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-INTR-ESITO
           DISPLAY "ELENCHI INTRASTAT  -  DITTA " L-INTR-CODE-CLIE
           DISPLAY "ANNO (AAAA)                 : " WITH NO ADVANCING
           ACCEPT   W-ANNO
           DISPLAY "MESE (MM)                   : " WITH NO ADVANCING
           ACCEPT   W-MESE
           IF  W-MESE LESS 1 OR W-MESE GREATER 12 OR W-ANNO EQUAL ZERO
             DISPLAY "PERIODO NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "PARTITA IVA DELLA DITTA     : " WITH NO ADVANCING
           ACCEPT   W-PIVA-DITTA
           IF  W-PIVA-DITTA EQUAL SPACES
             DISPLAY "PARTITA IVA OBBLIGATORIA"
             GO TO EXIT-PRO
           END-IF
           COMPUTE W-DATA-DA = W-ANNO * 10000 + W-MESE * 100 + 1
           COMPUTE W-DATA-AL = W-ANNO * 10000 + W-MESE * 100 + 31
      *
           OPEN OUTPUT INTRAT-FILE
           OPEN OUTPUT INTRACK-FILE
           PERFORM 1000-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
      *
           SET     W-ELEN-CESSIONI     TO  TRUE
           PERFORM 2000-CESSIONI
           PERFORM 5000-SCRIVI-ELENCO
           SET     W-ELEN-ACQUISTI     TO  TRUE
           PERFORM 3000-ACQUISTI
           PERFORM 5000-SCRIVI-ELENCO
      *
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           PERFORM 9000-RIEPILOGO
           CLOSE INTRAT-FILE
           CLOSE INTRACK-FILE
           DISPLAY "ELENCHI SU INTRAT - CONTROLLO SU INTRACK - "
                   "SEGNALAZIONI " W-NUMR-SEGN
           MOVE    "S"                 TO  L-INTR-ESITO
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING "ELENCHI INTRASTAT - LISTA DI CONTROLLO - DITTA "
                                       DELIMITED BY SIZE
               L-INTR-CODE-CLIE        DELIMITED BY SIZE
               " - MESE "              DELIMITED BY SIZE
               W-MESE                  DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               W-ANNO                  DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE INTRACK-REC           FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE INTRACK-REC           FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING "EL DOCUMENTO                 CONTROPARTE"
                                       DELIMITED BY SIZE
               "          ARTICOLO        SEGNALAZIONE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE INTRACK-REC           FROM  W-LINEA
           .
      ******************************************************************
      *----------  CESSIONI: DOCUMENTI DEL MESE A CLIENTI COMUNITARI
       2000-CESSIONI.
           MOVE    ZERO                TO  W-ELEN-NUMR W-ELEN-PIENO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           INITIALIZE F0SVEND
           MOVE    L-INTR-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 2100-DOCUMENTO-VENDITA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
       2100-DOCUMENTO-VENDITA.
           IF  F0SVEND-DATA-DOCU NOT LESS W-DATA-DA
               AND F0SVEND-DATA-DOCU NOT GREATER W-DATA-AL
               AND NOT F0SVEND-DOC-DDT
               AND NOT F0SVEND-DOC-AUTOFATT
               AND F0SVEND-CODI-CLIF NOT EQUAL ZERO
             PERFORM 2200-CLIENTE-COMUNITARIO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
       2200-CLIENTE-COMUNITARIO.
           INITIALIZE F0SCLIF
           MOVE    F0SVEND-CODE-CLIE   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SVEND-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR NOT F0SCLIF-COMUNITARIO
             MOVE  1                   TO  DSTF-IOSR
             EXIT PARAGRAPH
           END-IF
           MOVE    1                   TO  DSTF-IOSR
           ADD     1                   TO  W-NUMR-DOCU
           MOVE    F0SCLIF-CODE-PAES   TO  W-CPAR-PAES
           MOVE    F0SCLIF-PIVA-ESTE   TO  W-CPAR-PIVA
           MOVE    F0SVEND-RAGE-CLIE   TO  W-CPAR-RAGE
           MOVE    SPACES              TO  W-RIF-DOCU
           STRING F0SVEND-TIPO-DOCU    DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SVEND-NUMR-INST       DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               F0SVEND-NUMR-DOCU       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SVEND-DATA-DOCU       DELIMITED BY SIZE
                                       INTO W-RIF-DOCU
           IF  W-CPAR-PIVA EQUAL SPACES
             MOVE  SPACES              TO  W-RIGA-ARTI
             MOVE  F0SVEND-IMPO-IMPON  TO  W-RIGA-IMPO
             MOVE  "CLIENTE UE SENZA PARTITA IVA ESTERA" TO  W-MOTIVO
             PERFORM 8000-SEGNALA
             EXIT PARAGRAPH
           END-IF
           MOVE    +1                  TO  W-SEGNO
           IF  F0SVEND-DOC-NOTA-CRED
             MOVE  -1                  TO  W-SEGNO
           END-IF
      *      Righe in testata o, per i documenti grandi, su F0SVENR
           IF  F0SVEND-RIGHE-ESTERNE
             INITIALIZE F0SVENR
             MOVE  F0SVEND-CODE-CLIE   TO  F0SVENR-CODE-CLIE
             MOVE  F0SVEND-NUMR-INST   TO  F0SVENR-NUMR-INST
             MOVE  F0SVEND-NUMR-DOCU   TO  F0SVENR-NUMR-DOCU
             MOVE  19                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URVENR10"            USING F0SVENR LWCOMAR
             PERFORM 2300-RIGA-SU-FILE
                 UNTIL DSTF-IOSR NOT EQUAL 1
             MOVE  1                   TO  DSTF-IOSR
           ELSE
             PERFORM 2400-RIGA-IN-TESTATA
                 VARYING W-IND-RIGA FROM 1 BY 1
                 UNTIL W-IND-RIGA GREATER F0SVEND-NUMR-RIGHE
           END-IF
           .
       2300-RIGA-SU-FILE.
           MOVE    F0SVENR-RIGA-CODE-ARTI TO  W-RIGA-ARTI
           COMPUTE W-RIGA-QTA  = F0SVENR-RIGA-QTA  * W-SEGNO
           COMPUTE W-RIGA-IMPO = F0SVENR-RIGA-IMPO * W-SEGNO
           PERFORM 4000-ACCUMULA-RIGA
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
       2400-RIGA-IN-TESTATA.
           MOVE    F0SVEND-RIGA-CODE-ARTI(W-IND-RIGA) TO  W-RIGA-ARTI
           COMPUTE W-RIGA-QTA  =
                   F0SVEND-RIGA-QTA(W-IND-RIGA) * W-SEGNO
           COMPUTE W-RIGA-IMPO =
                   F0SVEND-RIGA-IMPO(W-IND-RIGA) * W-SEGNO
           PERFORM 4000-ACCUMULA-RIGA
           .
      ******************************************************************
      *----------  ACQUISTI: REGISTRAZIONI DEL MESE DA FORNITORI
      *            COMUNITARI
       3000-ACQUISTI.
           MOVE    ZERO                TO  W-ELEN-NUMR W-ELEN-PIENO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           INITIALIZE F0SFACQ
           MOVE    L-INTR-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           PERFORM 3100-REGISTRAZIONE-ACQUISTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           .
       3100-REGISTRAZIONE-ACQUISTO.
           IF  F0SFACQ-DATA-REGI NOT LESS W-DATA-DA
               AND F0SFACQ-DATA-REGI NOT GREATER W-DATA-AL
             PERFORM 3200-FORNITORE-COMUNITARIO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           .
       3200-FORNITORE-COMUNITARIO.
           INITIALIZE F0SANFO
           MOVE    F0SFACQ-CODE-CLIE   TO  F0SANFO-CODE-CLIE
           MOVE    F0SFACQ-CODE-FORN   TO  F0SANFO-CODE-FORN
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URANFO10"              USING F0SANFO LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR NOT F0SANFO-COMUNITARIO
             MOVE  1                   TO  DSTF-IOSR
             EXIT PARAGRAPH
           END-IF
           MOVE    1                   TO  DSTF-IOSR
           ADD     1                   TO  W-NUMR-DOCU
           MOVE    F0SANFO-CODE-PAES   TO  W-CPAR-PAES
           MOVE    F0SANFO-PIVA-FORN   TO  W-CPAR-PIVA
           MOVE    F0SANFO-RAGE-FORN   TO  W-CPAR-RAGE
           MOVE    SPACES              TO  W-RIF-DOCU
           STRING "REG "               DELIMITED BY SIZE
               F0SFACQ-CODE-FORN       DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               F0SFACQ-NUMR-REGI       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SFACQ-DATA-REGI       DELIMITED BY SIZE
                                       INTO W-RIF-DOCU
           MOVE    +1                  TO  W-SEGNO
           IF  W-CPAR-PIVA EQUAL SPACES
             MOVE  SPACES              TO  W-RIGA-ARTI
             MOVE  F0SFACQ-IMPO-IMPON  TO  W-RIGA-IMPO
             MOVE  "FORNITORE UE SENZA PARTITA IVA" TO  W-MOTIVO
             PERFORM 8000-SEGNALA
             EXIT PARAGRAPH
           END-IF
      *      Una fattura registrata senza righe riscontrate non dice
      *      quali beni sono arrivati: resta fuori e si segnala
           IF  F0SFACQ-NUMR-RIGHE EQUAL ZERO
             MOVE  SPACES              TO  W-RIGA-ARTI
             MOVE  F0SFACQ-IMPO-IMPON  TO  W-RIGA-IMPO
             MOVE  "FATTURA SENZA RIGHE ARTICOLO" TO  W-MOTIVO
             PERFORM 8000-SEGNALA
             EXIT PARAGRAPH
           END-IF
           PERFORM 3300-RIGA-ACQUISTO
               VARYING W-IND-RIGA FROM 1 BY 1
               UNTIL W-IND-RIGA GREATER F0SFACQ-NUMR-RIGHE
           .
       3300-RIGA-ACQUISTO.
           MOVE    F0SFACQ-RIGA-CODE-ARTI(W-IND-RIGA) TO  W-RIGA-ARTI
           MOVE    F0SFACQ-RIGA-QTA(W-IND-RIGA)       TO  W-RIGA-QTA
           MOVE    F0SFACQ-RIGA-IMPO(W-IND-RIGA)      TO  W-RIGA-IMPO
           PERFORM 4000-ACCUMULA-RIGA
           .
      ******************************************************************
      *----------  UNA RIGA DI BENI: NOMENCLATURA E MASSA DALL'ARTICOLO,
      *            SOMMA SULLA RIGA DELL'ELENCO DELLA CONTROPARTE
       4000-ACCUMULA-RIGA.
      *      Righe descrittive senza importo non sono scambi di beni
           IF  W-RIGA-ARTI EQUAL SPACES AND W-RIGA-IMPO EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-RIGA-ARTI EQUAL SPACES
             MOVE  "RIGA SENZA CODICE ARTICOLO" TO  W-MOTIVO
             PERFORM 8000-SEGNALA
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SARTI
           MOVE    L-INTR-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    W-RIGA-ARTI         TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  "ARTICOLO NON IN ANAGRAFICA" TO  W-MOTIVO
             PERFORM 8000-SEGNALA
             EXIT PARAGRAPH
           END-IF
           IF  F0SARTI-CODE-NOME EQUAL SPACES
             MOVE  "ARTICOLO SENZA NOMENCLATURA COMBINATA"
                                       TO  W-MOTIVO
             PERFORM 8000-SEGNALA
             EXIT PARAGRAPH
           END-IF
           IF  F0SARTI-PESO-NETT EQUAL ZERO
             MOVE  "ARTICOLO SENZA MASSA NETTA" TO  W-MOTIVO
             PERFORM 8000-SEGNALA
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-RIGA-MASSA ROUNDED = W-RIGA-QTA * F0SARTI-PESO-NETT
      *
           MOVE    ZERO                TO  W-TROV
           PERFORM 4100-CERCA-VOCE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-ELEN-NUMR
           IF  W-TROV EQUAL ZERO
             IF  W-ELEN-NUMR NOT LESS 1000
               ADD  1                  TO  W-ELEN-PIENO
               MOVE "ELENCO PIENO - RIGA NON RIPORTATA" TO  W-MOTIVO
               PERFORM 8000-SEGNALA
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-ELEN-NUMR
             MOVE  W-ELEN-NUMR         TO  W-TROV
             MOVE  W-CPAR-PAES         TO  W-ELEN-PAES(W-TROV)
             MOVE  W-CPAR-PIVA         TO  W-ELEN-PIVA(W-TROV)
             MOVE  F0SARTI-CODE-NOME   TO  W-ELEN-NOME(W-TROV)
           END-IF
           ADD     W-RIGA-IMPO         TO  W-ELEN-IMPO(W-TROV)
           ADD     W-RIGA-MASSA        TO  W-ELEN-MASSA(W-TROV)
           .
       4100-CERCA-VOCE.
           IF  W-ELEN-PAES(W-IND) EQUAL W-CPAR-PAES
               AND W-ELEN-PIVA(W-IND) EQUAL W-CPAR-PIVA
               AND W-ELEN-NOME(W-IND) EQUAL F0SARTI-CODE-NOME
             MOVE  W-IND               TO  W-TROV
             MOVE  W-ELEN-NUMR         TO  W-IND
           END-IF
           .
      ******************************************************************
      *----------  UN ELENCO SUL FILE TELEMATICO: FRONTESPIZIO CON
      *            NUMERO RIGHE E TOTALE, POI LA SEZIONE 1. IMPORTI
      *            IN EURO E MASSA IN CHILOGRAMMI ARROTONDATI
      *            ALL'UNITA'; LE RIGHE CON SALDO NULLO O NEGATIVO
      *            (RESI OLTRE IL VENDUTO DEL MESE) NON SI DICHIARANO
       5000-SCRIVI-ELENCO.
           ADD     1                   TO  W-PROG-ELEN
           MOVE    ZERO                TO  W-TOT-ELEN W-TEL-NUMR-RIGHE
           PERFORM 5100-TOTALIZZA-VOCE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-ELEN-NUMR
           MOVE    SPACES              TO  W-TEL-FRONT
           MOVE    W-PIVA-DITTA        TO  W-TEL-PIVA-PRES
           MOVE    W-PROG-ELEN         TO  W-TEL-PROG-ELEN
           SET     W-TEL-FRONTESPIZIO  TO  TRUE
           MOVE    ZERO                TO  W-TEL-PROG-RIGA
           MOVE    W-TIPO-ELEN         TO  W-TEL-TIPO-ELEN
           MOVE    W-ANNO(3:2)         TO  W-TEL-ANNO
           MOVE    "M"                 TO  W-TEL-PERIODICITA
           MOVE    W-MESE              TO  W-TEL-PERIODO
           MOVE    W-PIVA-DITTA        TO  W-TEL-PIVA-OBBL
           MOVE    W-TOT-ELEN          TO  W-TEL-TOTA-IMPO
           MOVE    W-TEL-NUMR-RIGHE    TO  W-NUMR-ED
           WRITE INTRAT-REC            FROM  W-TEL-REC
           MOVE    ZERO                TO  W-TEL-PROG-RIGA
           PERFORM 5200-RIGA-DETTAGLIO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-ELEN-NUMR
      *
           MOVE    W-TOT-ELEN          TO  W-TOT-ED
           MOVE    SPACES              TO  W-LINEA
           IF  W-ELEN-CESSIONI
             STRING "ELENCO CESSIONI (INTRA-1BIS) - RIGHE "
                                       DELIMITED BY SIZE
                 W-NUMR-ED             DELIMITED BY SIZE
                 "  TOTALE EURO "      DELIMITED BY SIZE
                 W-TOT-ED              DELIMITED BY SIZE
                                       INTO W-LINEA
           ELSE
             STRING "ELENCO ACQUISTI (INTRA-2BIS) - RIGHE "
                                       DELIMITED BY SIZE
                 W-NUMR-ED             DELIMITED BY SIZE
                 "  TOTALE EURO "      DELIMITED BY SIZE
                 W-TOT-ED              DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           WRITE INTRACK-REC           FROM  W-LINEA
           .
       5100-TOTALIZZA-VOCE.
           COMPUTE W-TEL-ARRO ROUNDED = W-ELEN-IMPO(W-IND)
           IF  W-TEL-ARRO GREATER ZERO
             ADD   1                   TO  W-TEL-NUMR-RIGHE
             ADD   W-TEL-ARRO          TO  W-TOT-ELEN
           END-IF
           .
       5200-RIGA-DETTAGLIO.
           COMPUTE W-TEL-ARRO ROUNDED = W-ELEN-IMPO(W-IND)
           IF  W-TEL-ARRO NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-TEL-PROG-RIGA
           SET     W-TEL-SEZIONE-1     TO  TRUE
           MOVE    SPACES              TO  W-TEL-FRONT
           MOVE    W-ELEN-PAES(W-IND)  TO  W-TEL-PAES
           MOVE    W-ELEN-PIVA(W-IND)  TO  W-TEL-PIVA-CPAR
           MOVE    W-TEL-ARRO          TO  W-TEL-AMMONTARE
           MOVE    "1"                 TO  W-TEL-NATU-TRAN
           MOVE    W-ELEN-NOME(W-IND)  TO  W-TEL-NOMENCLATURA
           COMPUTE W-TEL-ARRO ROUNDED = W-ELEN-MASSA(W-IND)
           IF  W-TEL-ARRO LESS 1
             MOVE  1                   TO  W-TEL-ARRO
           END-IF
           MOVE    W-TEL-ARRO          TO  W-TEL-MASSA
           WRITE INTRAT-REC            FROM  W-TEL-REC
           .
      ******************************************************************
      *----------  RIGA ESCLUSA DALL'ELENCO: SEGNALAZIONE SU INTRACK
       8000-SEGNALA.
           ADD     1                   TO  W-NUMR-SEGN
           MOVE    W-RIGA-IMPO         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING W-TIPO-ELEN          DELIMITED BY SIZE
               "  "                    DELIMITED BY SIZE
               W-RIF-DOCU              DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-CPAR-PAES             DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-CPAR-RAGE(1:16)       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-RIGA-ARTI             DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-MOTIVO                DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE INTRACK-REC           FROM  W-LINEA
           .
      ******************************************************************
       9000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           WRITE INTRACK-REC           FROM  W-LINEA
           MOVE    W-NUMR-DOCU         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "DOCUMENTI UE ESAMINATI: " DELIMITED BY SIZE
               W-NUMR-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE INTRACK-REC           FROM  W-LINEA
           MOVE    W-NUMR-SEGN         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "RIGHE SEGNALATE E NON DICHIARATE: "
                                       DELIMITED BY SIZE
               W-NUMR-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE INTRACK-REC           FROM  W-LINEA
           IF  W-NUMR-SEGN GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "ELENCHI INCOMPLETI: SISTEMARE LE ANAGRAFICHE E"
                                       DELIMITED BY SIZE
                 " RIPETERE L'ELABORAZIONE PRIMA DELL'INVIO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE INTRACK-REC         FROM  W-LINEA
           END-IF
           .
      *(END)
