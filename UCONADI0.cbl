       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCONADI0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   DICHIARAZIONE PERIODICA DEL CONTRIBUTO AMBIENTALE CONAI,
      *****   MENSILE O TRIMESTRALE, PER MATERIALE D'IMBALLO. SCORRE I
      *****   DOCUMENTI F0SVEND DEL PERIODO (ESCLUSI DDT, AUTOFATTURE
      *****   E FATTURE D'ACCONTO, NOTE DI CREDITO IN DETRAZIONE) E
      *****   PER OGNUNO:
      *****
      *****   - RICALCOLA IL DOVUTO DALLE RIGHE DI MERCE CON LA STESSA
      *****     ROUTINE CHE ADDEBITA IL CONTRIBUTO ("UCONAAP0"):
      *****     CHILI SOGGETTI E CONTRIBUTO, CHILI DEI CLIENTI ESENTI
      *****     E CHILI DELLE VENDITE AL BANCO SENZA CLIENTE
      *****     IDENTIFICATO, CHE IL CONTRIBUTO NON LO ADDEBITANO IN
      *****     RIGA (LA VENDITA DI CASSA FATTURATA A UN CLIENTE LO
      *****     ADDEBITA COME OGNI ALTRO DOCUMENTO)
      *****   - SOMMA IL FATTURATO DALLE RIGHE "CONTRIBUTO CONAI"
      *****     SENZA ARTICOLO (MATERIALE IN POSIZIONE 18-19 DELLA
      *****     DESCRIZIONE)
      *****
      *****   SU CONADICH ESCONO I DOCUMENTI IN CUI DOVUTO E FATTURATO
      *****   NON QUADRANO (RIGHE ESAURITE, ARTICOLO O CLIENTE
      *****   CAMBIATI DOPO L'EMISSIONE) E IL QUADRO PER MATERIALE
      *****   CON LA DIFFERENZA, DA SISTEMARE PRIMA DI DICHIARARE. I
      *****   MATERIALI SENZA CONTRIBUTO IN TABELLA PER L'ANNO
      *****   (F0SCONA) SONO SEGNALATI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONADICH-FILE        ASSIGN TO "CONADICH"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-CHK.
       DATA DIVISION.
       FILE SECTION.
       FD  CONADICH-FILE.
       01  CONADICH-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-CHK                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-PERIODICITA               PIC X(01)   VALUE SPACE.
           88  W-MENSILE                           VALUE "M".
           88  W-TRIMESTRALE                       VALUE "T".
       77  W-PERIODO                   PIC 9(02)   VALUE ZERO.
       77  W-MESE-DA                   PIC 9(02)   VALUE ZERO.
       77  W-MESE-AL                   PIC 9(02)   VALUE ZERO.
       77  W-DATA-DA                   PIC 9(08)   VALUE ZERO.
       77  W-DATA-AL                   PIC 9(08)   VALUE ZERO.
       77  W-SEGNO                     PIC S9(01)  VALUE +1.
       77  W-BANCO                     PIC X(01)   VALUE "N".
           88  W-VENDITA-BANCO                     VALUE "S".
      *
      *----------  DOCUMENTO E RIGA IN CORSO
       77  W-RIF-DOCU                  PIC X(24)   VALUE SPACES.
       77  W-RIGA-DESC                 PIC X(40)   VALUE SPACES.
       77  W-RIGA-ARTI                 PIC X(15)   VALUE SPACES.
       77  W-RIGA-QTA                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  W-RIGA-IMPO                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-RIGA-ALIQ                 PIC S9(03)V99  COMP-3 VALUE 0.
       77  W-RIGA-NATURA               PIC X(04)   VALUE SPACES.
       77  W-DOCU-DOVU                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-DOCU-FATT                 PIC S9(09)V99  COMP-3 VALUE 0.
       77  W-CODE-MATE                 PIC X(02)   VALUE SPACES.
       77  W-DESC-MATE                 PIC X(20)   VALUE SPACES.
       77  W-IND-RIGA                  PIC S9(04)  COMP VALUE 0.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND-VOCE                  PIC S9(04)  COMP VALUE 0.
       77  W-TROV                      PIC S9(04)  COMP VALUE 0.
      *
      *----------  CONTATORI E TOTALI
       77  W-NUMR-DOCU                 PIC 9(05)   VALUE ZERO.
       77  W-NUMR-DIFF                 PIC 9(05)   VALUE ZERO.
       77  W-NUMR-MANC                 PIC 9(05)   VALUE ZERO.
       77  W-TOT-DOVU                  PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-TOT-FATT                  PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-DIFF                      PIC S9(11)V99  COMP-3 VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZ9   VALUE ZERO.
       77  W-KG-ED                     PIC --.---.--9,999 VALUE 0.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
      *
      *----------  QUADRO PER MATERIALE
       01  W-MATE-TAB.
           03  W-MATE-NUMR             PIC S9(04)  COMP VALUE 0.
           03  W-MATE-VOCE             OCCURS 20.
               05  W-MATE-CODE         PIC X(02)     VALUE SPACES.
               05  W-MATE-DESC         PIC X(20)     VALUE SPACES.
               05  W-MATE-KG-SOGG      PIC S9(09)V999 COMP-3 VALUE 0.
               05  W-MATE-DOVU         PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-MATE-KG-ESEN      PIC S9(09)V999 COMP-3 VALUE 0.
               05  W-MATE-KG-BANC      PIC S9(09)V999 COMP-3 VALUE 0.
               05  W-MATE-KG-FATT      PIC S9(09)V999 COMP-3 VALUE 0.
               05  W-MATE-FATT         PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-MATE-MANC         PIC X(01)     VALUE SPACE.
      *
       COPY "F0SVEND.REC".
       COPY "F0SVENR.REC".
      *
      *    Contributo dovuto sulle righe di merce del documento.
       COPY "LCONAAP.WRK".
      *
       LINKAGE SECTION.
       01  L-CODI-CTRL.
           03  L-CODI-CODE-CLIE        PIC 9(04).
           03  L-CODI-ESITO            PIC X(01).
               88  L-CODI-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-CODI-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-CODI-ESITO
           DISPLAY "DICHIARAZIONE CONTRIBUTO CONAI  -  DITTA "
                   L-CODI-CODE-CLIE
           DISPLAY "ANNO (AAAA)                 : " WITH NO ADVANCING
           ACCEPT   W-ANNO
           DISPLAY "PERIODICITA' (M=MENSILE / T=TRIMESTRALE) : "
                   WITH NO ADVANCING
           ACCEPT   W-PERIODICITA
           IF  W-PERIODICITA EQUAL "m"
             MOVE  "M"                 TO  W-PERIODICITA
           END-IF
           IF  W-PERIODICITA EQUAL "t"
             MOVE  "T"                 TO  W-PERIODICITA
           END-IF
           DISPLAY "PERIODO (MESE 1-12 / TRIMESTRE 1-4) : " WITH NO
                   ADVANCING
           ACCEPT   W-PERIODO
           IF  W-ANNO EQUAL ZERO OR W-PERIODO LESS 1
               OR (W-MENSILE AND W-PERIODO GREATER 12)
               OR (W-TRIMESTRALE AND W-PERIODO GREATER 4)
               OR (NOT W-MENSILE AND NOT W-TRIMESTRALE)
             DISPLAY "PERIODO NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           IF  W-MENSILE
             MOVE  W-PERIODO           TO  W-MESE-DA W-MESE-AL
           ELSE
             COMPUTE W-MESE-DA = W-PERIODO * 3 - 2
             COMPUTE W-MESE-AL = W-PERIODO * 3
           END-IF
           COMPUTE W-DATA-DA = W-ANNO * 10000 + W-MESE-DA * 100 + 1
           COMPUTE W-DATA-AL = W-ANNO * 10000 + W-MESE-AL * 100 + 31
      *
           OPEN OUTPUT CONADICH-FILE
           PERFORM 1000-INTESTAZIONE
           PERFORM 2000-DOCUMENTI
           PERFORM 5000-QUADRO-MATERIALI
           PERFORM 9000-RIEPILOGO
           CLOSE CONADICH-FILE
           DISPLAY "DICHIARAZIONE CONAI SU CONADICH - DOCUMENTI "
                   W-NUMR-DOCU " NON QUADRATI " W-NUMR-DIFF
           MOVE    "S"                 TO  L-CODI-ESITO.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING "DICHIARAZIONE CONTRIBUTO AMBIENTALE CONAI - DITTA "
                                       DELIMITED BY SIZE
               L-CODI-CODE-CLIE        DELIMITED BY SIZE
               " - PERIODO "           DELIMITED BY SIZE
               W-PERIODICITA           DELIMITED BY SIZE
               W-PERIODO               DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               W-ANNO                  DELIMITED BY SIZE
               " DAL "                 DELIMITED BY SIZE
               W-DATA-DA               DELIMITED BY SIZE
               " AL "                  DELIMITED BY SIZE
               W-DATA-AL               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    "DOCUMENTI CON DOVUTO DIVERSO DAL FATTURATO"
                                       TO  W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING "DOCUMENTO                CLIENTE"
                                       DELIMITED BY SIZE
               "                                     DOVUTO"
                                       DELIMITED BY SIZE
                   "      FATTURATO"   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  DOCUMENTI DEL PERIODO
       2000-DOCUMENTI.
           MOVE    ZERO                TO  W-MATE-NUMR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           INITIALIZE F0SVEND
           MOVE    L-CODI-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM 2100-DOCUMENTO-VENDITA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
       2100-DOCUMENTO-VENDITA.
           IF  F0SVEND-DATA-DOCU NOT LESS W-DATA-DA
               AND F0SVEND-DATA-DOCU NOT GREATER W-DATA-AL
               AND NOT F0SVEND-DOC-DDT
               AND NOT F0SVEND-DOC-AUTOFATT
               AND NOT F0SVEND-DOC-ACCONTO
             PERFORM 2200-DOCUMENTO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      *----------  UN DOCUMENTO: DOVUTO DALLE RIGHE DI MERCE,
      *            FATTURATO DALLE RIGHE DEL CONTRIBUTO
       2200-DOCUMENTO.
           ADD     1                   TO  W-NUMR-DOCU
           MOVE    +1                  TO  W-SEGNO
           IF  F0SVEND-DOC-NOTA-CRED
             MOVE  -1                  TO  W-SEGNO
           END-IF
           MOVE    "N"                 TO  W-BANCO
           IF  (F0SVEND-VENDITA-CASSA OR F0SVEND-ORIG-TOTEM)
               AND F0SVEND-CODI-CLIF EQUAL ZERO
             MOVE  "S"                 TO  W-BANCO
           END-IF
           MOVE    ZERO                TO  W-DOCU-DOVU W-DOCU-FATT
           MOVE    SPACES              TO  W-RIF-DOCU
           STRING F0SVEND-TIPO-DOCU    DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SVEND-NUMR-INST       DELIMITED BY SIZE
               "/"                     DELIMITED BY SIZE
               F0SVEND-NUMR-DOCU       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SVEND-DATA-DOCU       DELIMITED BY SIZE
                                       INTO W-RIF-DOCU
           MOVE    "I"                 TO  L-CONA-FUNZ
           MOVE    F0SVEND-CODE-CLIE   TO  L-CONA-CODE-CLIE
           MOVE    F0SVEND-CODI-CLIF   TO  L-CONA-CODI-CLIF
           MOVE    F0SVEND-DATA-DOCU   TO  L-CONA-DATA-DOCU
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           MOVE    "R"                 TO  L-CONA-FUNZ
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
           ELSE
             PERFORM 2400-RIGA-IN-TESTATA
                 VARYING W-IND-RIGA FROM 1 BY 1
                 UNTIL W-IND-RIGA GREATER F0SVEND-NUMR-RIGHE
           END-IF
           MOVE    "F"                 TO  L-CONA-FUNZ
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           PERFORM 3200-VOCE-DOVUTA
               VARYING W-IND-VOCE FROM 1 BY 1
               UNTIL W-IND-VOCE GREATER L-CONA-NUMR-TAB
           IF  W-DOCU-DOVU NOT EQUAL W-DOCU-FATT
             PERFORM 8000-DIFFERENZA
           END-IF
           MOVE    1                   TO  DSTF-IOSR
           .
       2300-RIGA-SU-FILE.
           MOVE    F0SVENR-RIGA-DESC   TO  W-RIGA-DESC
           MOVE    F0SVENR-RIGA-CODE-ARTI TO  W-RIGA-ARTI
           COMPUTE W-RIGA-QTA  = F0SVENR-RIGA-QTA  * W-SEGNO
           COMPUTE W-RIGA-IMPO = F0SVENR-RIGA-IMPO * W-SEGNO
           MOVE    F0SVENR-RIGA-ALIQ-IVA TO  W-RIGA-ALIQ
           MOVE    F0SVENR-RIGA-NATURA TO  W-RIGA-NATURA
           PERFORM 3000-ESAMINA-RIGA
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
       2400-RIGA-IN-TESTATA.
           MOVE    F0SVEND-RIGA-DESC(W-IND-RIGA)      TO  W-RIGA-DESC
           MOVE    F0SVEND-RIGA-CODE-ARTI(W-IND-RIGA) TO  W-RIGA-ARTI
           COMPUTE W-RIGA-QTA  =
                   F0SVEND-RIGA-QTA(W-IND-RIGA) * W-SEGNO
           COMPUTE W-RIGA-IMPO =
                   F0SVEND-RIGA-IMPO(W-IND-RIGA) * W-SEGNO
           MOVE    F0SVEND-RIGA-ALIQ-IVA(W-IND-RIGA) TO  W-RIGA-ALIQ
           MOVE    F0SVEND-RIGA-NATURA(W-IND-RIGA)   TO  W-RIGA-NATURA
           PERFORM 3000-ESAMINA-RIGA
           .
      ******************************************************************
      *----------  UNA RIGA: CONTRIBUTO FATTURATO (RIGA SENZA ARTICOLO
      *            "CONTRIBUTO CONAI") OPPURE MERCE PER LA ROUTINE
       3000-ESAMINA-RIGA.
           IF  W-RIGA-ARTI EQUAL SPACES
               AND W-RIGA-DESC(1:17) EQUAL "CONTRIBUTO CONAI "
             MOVE  W-RIGA-DESC(18:2)   TO  W-CODE-MATE
             MOVE  W-RIGA-DESC(21:20)  TO  W-DESC-MATE
             PERFORM 4000-CERCA-MATERIALE
             IF  W-TROV NOT EQUAL ZERO
               ADD   W-RIGA-QTA        TO  W-MATE-KG-FATT(W-TROV)
               ADD   W-RIGA-IMPO       TO  W-MATE-FATT(W-TROV)
             END-IF
             ADD   W-RIGA-IMPO         TO  W-DOCU-FATT
             EXIT PARAGRAPH
           END-IF
           MOVE    W-RIGA-ARTI         TO  L-CONA-RIGA-ARTI
           MOVE    W-RIGA-QTA          TO  L-CONA-RIGA-QTA
           MOVE    W-RIGA-ALIQ         TO  L-CONA-RIGA-ALIQ
           MOVE    W-RIGA-NATURA       TO  L-CONA-RIGA-NATURA
           CALL  "UCONAAP0"              USING L-CONA-CTRL LWCOMAR
           .
      *----------  UNA VOCE DEL DOVUTO DEL DOCUMENTO: AL BANCO E AI
      *            CLIENTI ESENTI SOLO I CHILI (LA QUANTITA' ERA GIA'
      *            COL SEGNO DEL DOCUMENTO)
       3200-VOCE-DOVUTA.
           MOVE    L-CONA-TAB-MATE(W-IND-VOCE)       TO  W-CODE-MATE
           MOVE    L-CONA-TAB-DESC(W-IND-VOCE)(21:20) TO W-DESC-MATE
           PERFORM 4000-CERCA-MATERIALE
           IF  W-TROV EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-VENDITA-BANCO
             ADD   L-CONA-TAB-KG(W-IND-VOCE) TO  W-MATE-KG-BANC(W-TROV)
             EXIT PARAGRAPH
           END-IF
           IF  L-CONA-CLIENTE-ESENTE
             ADD   L-CONA-TAB-KG(W-IND-VOCE) TO  W-MATE-KG-ESEN(W-TROV)
             EXIT PARAGRAPH
           END-IF
           ADD     L-CONA-TAB-KG(W-IND-VOCE) TO  W-MATE-KG-SOGG(W-TROV)
           ADD     L-CONA-TAB-IMPO(W-IND-VOCE) TO  W-MATE-DOVU(W-TROV)
           ADD     L-CONA-TAB-IMPO(W-IND-VOCE) TO  W-DOCU-DOVU
      *      Chili senza prezzo: contributo dell'anno non in tabella
           IF  L-CONA-TAB-PREZ(W-IND-VOCE) EQUAL ZERO
               AND L-CONA-TAB-KG(W-IND-VOCE) NOT EQUAL ZERO
             MOVE  "*"                 TO  W-MATE-MANC(W-TROV)
           END-IF
           .
      ******************************************************************
      *----------  VOCE DEL MATERIALE NEL QUADRO, AGGIUNTA SE NUOVA
       4000-CERCA-MATERIALE.
           MOVE    ZERO                TO  W-TROV
           PERFORM 4100-CONFRONTA-MATERIALE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-MATE-NUMR
                  OR W-TROV NOT EQUAL ZERO
           IF  W-TROV EQUAL ZERO
             IF  W-MATE-NUMR NOT LESS 20
               DISPLAY "QUADRO PIENO - MATERIALE " W-CODE-MATE
                       " NON RIPORTATO"
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-MATE-NUMR
             MOVE  W-MATE-NUMR         TO  W-TROV
             MOVE  W-CODE-MATE         TO  W-MATE-CODE(W-TROV)
           END-IF
           IF  W-MATE-DESC(W-TROV) EQUAL SPACES
             MOVE  W-DESC-MATE         TO  W-MATE-DESC(W-TROV)
           END-IF
           .
       4100-CONFRONTA-MATERIALE.
           IF  W-MATE-CODE(W-IND) EQUAL W-CODE-MATE
             MOVE  W-IND               TO  W-TROV
           END-IF
           .
      ******************************************************************
      *----------  QUADRO PER MATERIALE: CHILI E CONTRIBUTO DOVUTI,
      *            CHILI ESENTI E AL BANCO, FATTURATO E DIFFERENZA
       5000-QUADRO-MATERIALI.
           MOVE    SPACES              TO  W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING "QUADRO PER MATERIALE "  DELIMITED BY SIZE
               "(* = CONTRIBUTO DELL'ANNO NON IN TABELLA)"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING "MATERIALE                 KG SOGGETTI"
                                       DELIMITED BY SIZE
               "         DOVUTO      KG ESENTI       KG BANCO"
                                       DELIMITED BY SIZE
               "   KG FATTURATI      FATTURATO     DIFFERENZA"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           PERFORM 5100-RIGA-MATERIALE
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-MATE-NUMR
           .
       5100-RIGA-MATERIALE.
           ADD     W-MATE-DOVU(W-IND)  TO  W-TOT-DOVU
           ADD     W-MATE-FATT(W-IND)  TO  W-TOT-FATT
           IF  W-MATE-MANC(W-IND) EQUAL "*"
             ADD   1                   TO  W-NUMR-MANC
           END-IF
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-MATE-MANC(W-IND)  TO  W-LINEA(1:1)
           MOVE    W-MATE-CODE(W-IND)  TO  W-LINEA(2:2)
           MOVE    W-MATE-DESC(W-IND)  TO  W-LINEA(5:20)
           MOVE    W-MATE-KG-SOGG(W-IND) TO  W-KG-ED
           MOVE    W-KG-ED             TO  W-LINEA(25:14)
           MOVE    W-MATE-DOVU(W-IND)  TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(40:14)
           MOVE    W-MATE-KG-ESEN(W-IND) TO  W-KG-ED
           MOVE    W-KG-ED             TO  W-LINEA(55:14)
           MOVE    W-MATE-KG-BANC(W-IND) TO  W-KG-ED
           MOVE    W-KG-ED             TO  W-LINEA(70:14)
           MOVE    W-MATE-KG-FATT(W-IND) TO  W-KG-ED
           MOVE    W-KG-ED             TO  W-LINEA(85:14)
           MOVE    W-MATE-FATT(W-IND)  TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(100:14)
           COMPUTE W-DIFF = W-MATE-DOVU(W-IND) - W-MATE-FATT(W-IND)
           MOVE    W-DIFF              TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(115:14)
           WRITE CONADICH-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  DOCUMENTO CHE NON QUADRA: DOVUTO CONTRO FATTURATO
       8000-DIFFERENZA.
           ADD     1                   TO  W-NUMR-DIFF
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-RIF-DOCU          TO  W-LINEA(1:24)
           MOVE    F0SVEND-RAGE-CLIE   TO  W-LINEA(26:40)
           MOVE    W-DOCU-DOVU         TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(67:14)
           MOVE    W-DOCU-FATT         TO  W-IMPO-ED
           MOVE    W-IMPO-ED           TO  W-LINEA(82:14)
           WRITE CONADICH-REC          FROM  W-LINEA
           .
      ******************************************************************
       9000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    W-NUMR-DOCU         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "DOCUMENTI ESAMINATI: "  DELIMITED BY SIZE
               W-NUMR-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    W-TOT-DOVU          TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "CONTRIBUTO DOVUTO DEL PERIODO:    "
                                       DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           MOVE    W-TOT-FATT          TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING "CONTRIBUTO FATTURATO DEL PERIODO: "
                                       DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE CONADICH-REC          FROM  W-LINEA
           IF  W-NUMR-DIFF GREATER ZERO OR W-NUMR-MANC GREATER ZERO
             MOVE  W-NUMR-DIFF         TO  W-NUMR-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "DOCUMENTI NON QUADRATI: " DELIMITED BY SIZE
                 W-NUMR-ED             DELIMITED BY SIZE
                 " - SISTEMARE TABELLA E DOCUMENTI PRIMA DI"
                                       DELIMITED BY SIZE
                 " DICHIARARE"         DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE CONADICH-REC        FROM  W-LINEA
           ELSE
             MOVE  "DOVUTO E FATTURATO QUADRATI" TO  W-LINEA
             WRITE CONADICH-REC        FROM  W-LINEA
           END-IF
           .
      *(END)
