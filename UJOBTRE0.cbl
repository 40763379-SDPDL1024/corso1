       IDENTIFICATION DIVISION.
       PROGRAM-ID. UJOBTRE0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ANDAMENTO DEI TEMPI DELLA CATENA NOTTURNA E CAPIENZA
      *****   DELLA FINESTRA: DAI PASSI REGISTRATI SU F0SJOBC NELLE
      *****   ULTIME N SETTIMANE (ZERO = 4, MASSIMO 8) STAMPA SU
      *****   "JOBTREND":
      *****     - PER OGNI PASSO LA DURATA DI OGNI NOTTE, LA MEDIA,
      *****       IL CASO PEGGIORE CON LA SUA DATA E LA TENDENZA IN
      *****       SECONDI PER NOTTE (RETTA DEI MINIMI QUADRATI);
      *****       IL PASSO E' SEGNALATO "IN CRESCITA" QUANDO HA
      *****       GIRATO ALMENO 4 NOTTI, LA TENDENZA E' POSITIVA, LA
      *****       CRESCITA SUL PERIODO SUPERA IL 10% DELLA MEDIA E LA
      *****       SECONDA META' DEL PERIODO E' PIU' LENTA DELLA PRIMA;
      *****     - PER LA CATENA INTERA INIZIO, FINE E DURATA DI OGNI
      *****       NOTTE, LE NOTTI GIA' OLTRE LA FINE DELLA FINESTRA E
      *****       LA DATA IN CUI, AL RITMO ATTUALE, LA FINE DELLA
      *****       CATENA SUPERERA' L'ORA LIMITE (ZERO = 06:30, L'AVVIO
      *****       DEI TOTEM).
      *****   GLI ORARI PRIMA DI MEZZOGIORNO SONO CONTATI COME
      *****   MATTINA SUCCESSIVA, COSI' UNA CATENA A CAVALLO DELLA
      *****   MEZZANOTTE HA DURATE E TENDENZE CORRETTE.
      *****   LANCIATO DA MENU CHIEDE SETTIMANE E ORA LIMITE; COME
      *****   PASSO DI UBATCH00 LI RICEVE DAL PIANO E ESCLUDE LA
      *****   NOTTE IN CORSO, ANCORA INCOMPLETA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBTREND-FILE        ASSIGN TO "JOBTREND"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBTREND-FILE.
       01  JOBTREND-REC                PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-PTR                       PIC S9(04) COMP VALUE ZERO.
       77  W-SETT                      PIC 9(02)      VALUE ZERO.
       77  W-ORA-LIMI                  PIC 9(04)      VALUE ZERO.
       77  W-DATA-DA                   PIC 9(08)      VALUE ZERO.
       77  W-DATA-A                    PIC 9(08)      VALUE ZERO.
       77  W-INT-DA                    PIC S9(09) COMP VALUE ZERO.
       77  W-IN                        PIC S9(04) COMP VALUE ZERO.
       77  W-IP                        PIC S9(04) COMP VALUE ZERO.
       77  W-IC                        PIC S9(04) COMP VALUE ZERO.
       77  W-META                      PIC S9(04) COMP VALUE ZERO.
       77  W-ESI-SCAN                  PIC S9(04) COMP VALUE ZERO.
       77  W-SECONDI                   PIC S9(06) COMP VALUE ZERO.
       77  W-SEC-INIZ                  PIC S9(06) COMP VALUE ZERO.
       77  W-SEC-FINE                  PIC S9(06) COMP VALUE ZERO.
       77  W-SEC-LIMI                  PIC S9(06) COMP VALUE ZERO.
       77  W-DURATA                    PIC S9(06) COMP VALUE ZERO.
       77  W-RESTO                     PIC S9(06) COMP VALUE ZERO.
       77  W-CELLA-DUR                 PIC X(08)      VALUE SPACES.
       77  W-NUMR-CRES                 PIC 9(03)      VALUE ZERO.
       77  W-NUMR-OLTRE                PIC 9(03)      VALUE ZERO.
       77  W-NUMR-SCAR                 PIC 9(05)      VALUE ZERO.
       77  W-GG-MANC                   PIC S9(07)     COMP-3 VALUE 0.
       77  W-DATA-PREV                 PIC 9(08)      VALUE ZERO.
      *
      *----------  STATISTICHE DI UNA SERIE (UN PASSO O LA CATENA)
       77  W-STA-NUMR                  PIC S9(04) COMP VALUE ZERO.
       77  W-STA-SOMMA                 PIC S9(09) COMP-3 VALUE 0.
       77  W-STA-MEDIA                 PIC S9(07) COMP-3 VALUE 0.
       77  W-STA-MASS                  PIC S9(06) COMP VALUE ZERO.
       77  W-STA-DATA-MASS             PIC 9(08)      VALUE ZERO.
       77  W-STA-NUM1                  PIC S9(04) COMP VALUE ZERO.
       77  W-STA-SOM1                  PIC S9(09) COMP-3 VALUE 0.
       77  W-STA-NUM2                  PIC S9(04) COMP VALUE ZERO.
       77  W-STA-SOM2                  PIC S9(09) COMP-3 VALUE 0.
       77  W-STA-MED1                  PIC S9(07)V99 COMP-3 VALUE 0.
       77  W-STA-MED2                  PIC S9(07)V99 COMP-3 VALUE 0.
       77  W-STA-X-PRIMO               PIC S9(04) COMP VALUE ZERO.
       77  W-STA-X-ULTIMO              PIC S9(04) COMP VALUE ZERO.
       77  W-STA-X-ARCO                PIC S9(04) COMP VALUE ZERO.
       77  W-STA-CRES-PERC             PIC S9(05)V99 COMP-3 VALUE 0.
       77  W-CRESCE                    PIC X(01)      VALUE "N".
           88  W-CRESCE-SI                            VALUE "S".
      *
      *----------  RETTA DEI MINIMI QUADRATI Y = A + B * X
       77  W-REG-X                     PIC S9(04) COMP VALUE ZERO.
       77  W-REG-Y                     PIC S9(06) COMP VALUE ZERO.
       77  W-REG-N                     PIC S9(05) COMP-3 VALUE 0.
       77  W-REG-SX                    PIC S9(09) COMP-3 VALUE 0.
       77  W-REG-SY                    PIC S9(11) COMP-3 VALUE 0.
       77  W-REG-SXX                   PIC S9(11) COMP-3 VALUE 0.
       77  W-REG-SXY                   PIC S9(13) COMP-3 VALUE 0.
       77  W-REG-DEN                   PIC S9(15) COMP-3 VALUE 0.
       77  W-REG-A                     PIC S9(09)V9(04) COMP-3 VALUE 0.
       77  W-REG-B                     PIC S9(09)V9(04) COMP-3 VALUE 0.
       77  W-REG-STIMA                 PIC S9(09)V9(04) COMP-3 VALUE 0.
      *
       77  W-NUMR-ED                   PIC ZZ9        VALUE ZERO.
       77  W-TEND-ED                   PIC -----9,9   VALUE ZERO.
       77  W-PERC-ED                   PIC ----9,9    VALUE ZERO.
      *
       01  W-ORA-X                     PIC X(06)      VALUE SPACES.
       01  W-ORA REDEFINES W-ORA-X.
           03  W-ORA-HH                PIC 9(02).
           03  W-ORA-MM                PIC 9(02).
           03  W-ORA-SS                PIC 9(02).
      *
       01  W-DATA-9                    PIC 9(08)      VALUE ZERO.
       01  W-DATA-R REDEFINES W-DATA-9.
           03  W-DATA-AAAA             PIC 9(04).
           03  W-DATA-MM               PIC 9(02).
           03  W-DATA-GG               PIC 9(02).
       01  W-DATA-ED.
           03  W-DATA-ED-GG            PIC 9(02).
           03  FILLER                  PIC X(01)      VALUE "/".
           03  W-DATA-ED-MM            PIC 9(02).
           03  FILLER                  PIC X(01)      VALUE "/".
           03  W-DATA-ED-AAAA          PIC 9(04).
      *
       01  W-DUR-ED.
           03  W-DUR-ED-HH             PIC 9(02).
           03  FILLER                  PIC X(01)      VALUE ":".
           03  W-DUR-ED-MM             PIC 9(02).
           03  FILLER                  PIC X(01)      VALUE ":".
           03  W-DUR-ED-SS             PIC 9(02).
       01  W-ORA-ED.
           03  W-ORA-ED-HH             PIC 9(02).
           03  FILLER                  PIC X(01)      VALUE ":".
           03  W-ORA-ED-MM             PIC 9(02).
       77  W-ORA-ED-INIZ               PIC X(05)      VALUE SPACES.
       77  W-ORA-ED-FINE               PIC X(05)      VALUE SPACES.
       77  W-ORA-ED-LIMI               PIC X(05)      VALUE SPACES.
      *
      *----------  NOTTI DEL PERIODO, IN ORDINE DI DATA: INIZIO E
      *            FINE DELLA CATENA IN SECONDI DA MEZZANOTTE DEL
      *            GIORNO PRIMA DEL MATTINO
       01  W-NOT-TAB.
           03  W-NOT-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-NOT-VOCE              OCCURS 56.
               05  W-NOT-DATA          PIC 9(08).
               05  W-NOT-GIOR          PIC S9(04) COMP.
               05  W-NOT-INIZ          PIC S9(06) COMP.
               05  W-NOT-FINE          PIC S9(06) COMP.
      *
      *----------  PASSI DEL PIANO INCONTRATI NEL PERIODO, CON LA
      *            DURATA IN SECONDI DI OGNI NOTTE
       01  W-PAS-TAB.
           03  W-PAS-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-PAS-VOCE              OCCURS 40.
               05  W-PAS-PASSO         PIC 9(02).
               05  W-PAS-PROG          PIC X(08).
               05  W-PAS-CELLA         OCCURS 56.
                   07  W-PAS-PRES      PIC X(01).
                   07  W-PAS-DUR       PIC S9(06) COMP.
      *
       COPY "F0SJOBC.REC".
      *
       LINKAGE SECTION.
       01  L-JTRE-CTRL.
           03  L-JTRE-SETT             PIC 9(02).
           03  L-JTRE-ORA-LIMI         PIC 9(04).
           03  L-JTRE-ORIG             PIC X(01).
               88  L-JTRE-DA-CATENA                   VALUE "B".
           03  L-JTRE-NUMR-CRES        PIC 9(03).
           03  L-JTRE-ESITO            PIC X(01).
               88  L-JTRE-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-JTRE-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-JTRE-ESITO
           MOVE    ZERO                TO  L-JTRE-NUMR-CRES
           PERFORM 1000-PARAMETRI
           OPEN OUTPUT JOBTREND-FILE
           PERFORM 2000-CARICA-PASSI
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-DATA-DA           TO  W-DATA-9
           PERFORM 8400-EDITA-DATA
           STRING  "ANDAMENTO TEMPI CATENA NOTTURNA DAL "
                                       DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-DATA-A            TO  W-DATA-9
           PERFORM 8400-EDITA-DATA
           MOVE    47                  TO  W-PTR
           STRING  " AL "              DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                   " - FINE FINESTRA " DELIMITED BY SIZE
                   W-ORA-ED-LIMI       DELIMITED BY SIZE
                                       INTO W-LINEA
                                       WITH POINTER W-PTR
           PERFORM 8900-SCRIVI
           IF  W-NOT-NUMR EQUAL ZERO
             MOVE  "NESSUNA NOTTE REGISTRATA SU F0SJOBC NEL PERIODO"
                                       TO  W-LINEA
             PERFORM 8900-SCRIVI
           ELSE
             PERFORM 3000-PASSO VARYING W-IP FROM 1 BY 1
                                UNTIL W-IP GREATER W-PAS-NUMR
             PERFORM 4000-CATENA
           END-IF
           CLOSE JOBTREND-FILE
           MOVE    W-NUMR-CRES         TO  L-JTRE-NUMR-CRES
           MOVE    "S"                 TO  L-JTRE-ESITO
           MOVE    W-NOT-NUMR          TO  W-NUMR-ED
           DISPLAY "ANDAMENTO TEMPI SU JOBTREND - NOTTI " W-NUMR-ED
                   " PASSI IN CRESCITA " W-NUMR-CRES
           .
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-PARAMETRI.
           IF  L-JTRE-DA-CATENA
             MOVE  L-JTRE-SETT         TO  W-SETT
             MOVE  L-JTRE-ORA-LIMI     TO  W-ORA-LIMI
           ELSE
             DISPLAY "ANDAMENTO TEMPI DELLA CATENA NOTTURNA"
             DISPLAY "SETTIMANE DA ESAMINARE (0 = 4, MAX 8) : "
                     WITH NO ADVANCING
             ACCEPT   W-SETT
             DISPLAY "FINE FINESTRA HHMM (0 = 0630)         : "
                     WITH NO ADVANCING
             ACCEPT   W-ORA-LIMI
           END-IF
           IF  W-SETT EQUAL ZERO
             MOVE  4                   TO  W-SETT
           END-IF
           IF  W-SETT GREATER 8
             MOVE  8                   TO  W-SETT
           END-IF
           IF  W-ORA-LIMI EQUAL ZERO OR W-ORA-LIMI GREATER 2359
             MOVE  0630                TO  W-ORA-LIMI
           END-IF
      *      Nella catena la notte in corso e' ancora a meta'
           IF  L-JTRE-DA-CATENA
             COMPUTE W-DATA-A = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(LDATE-ACTL) - 1)
           ELSE
             MOVE  LDATE-ACTL          TO  W-DATA-A
           END-IF
           COMPUTE W-INT-DA = FUNCTION INTEGER-OF-DATE(W-DATA-A)
                            - (W-SETT * 7) + 1
           COMPUTE W-DATA-DA = FUNCTION DATE-OF-INTEGER(W-INT-DA)
           MOVE    W-ORA-LIMI          TO  W-ORA-X(1:4)
           MOVE    "00"                TO  W-ORA-X(5:2)
           PERFORM 8100-SECONDI
           PERFORM 8110-NORMALIZZA
           MOVE    W-SECONDI           TO  W-SEC-LIMI
           PERFORM 8500-EDITA-ORA
           MOVE    W-ORA-ED            TO  W-ORA-ED-LIMI
           .
      ******************************************************************
      *----------  LETTURA DI F0SJOBC: UNA NOTTE PER DATA, UN PASSO
      *            PER NUMERO E PROGRAMMA
       2000-CARICA-PASSI.
           INITIALIZE W-NOT-TAB W-PAS-TAB
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URJOBC10"              USING F0SJOBC LWCOMAR
           MOVE    80                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URJOBC10"              USING F0SJOBC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           PERFORM 2100-PASSO-NOTTE UNTIL W-ESI-SCAN NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URJOBC10"              USING F0SJOBC LWCOMAR
           .
       2100-PASSO-NOTTE.
           IF  F0SJOBC-DATA NOT LESS W-DATA-DA
               AND F0SJOBC-DATA NOT GREATER W-DATA-A
             PERFORM 2200-REGISTRA-PASSO
           END-IF
           MOVE    81                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URJOBC10"              USING F0SJOBC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           .
       2200-REGISTRA-PASSO.
      *      Passo interrotto senza ora di fine: non misurabile
           IF  F0SJOBC-ORA-INIZ NOT NUMERIC
               OR F0SJOBC-ORA-FINE NOT NUMERIC
             ADD   1                   TO  W-NUMR-SCAR
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SJOBC-ORA-INIZ    TO  W-ORA-X
           PERFORM 8100-SECONDI
           PERFORM 8110-NORMALIZZA
           MOVE    W-SECONDI           TO  W-SEC-INIZ
           MOVE    F0SJOBC-ORA-FINE    TO  W-ORA-X
           PERFORM 8100-SECONDI
           PERFORM 8110-NORMALIZZA
           MOVE    W-SECONDI           TO  W-SEC-FINE
           COMPUTE W-DURATA = W-SEC-FINE - W-SEC-INIZ
           IF  W-DURATA LESS ZERO
             ADD   86400               TO  W-DURATA
           END-IF
           IF  W-NOT-NUMR EQUAL ZERO
               OR F0SJOBC-DATA NOT EQUAL W-NOT-DATA(W-NOT-NUMR)
             IF  W-NOT-NUMR NOT LESS 56
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  W-NOT-NUMR
             MOVE  F0SJOBC-DATA        TO  W-NOT-DATA(W-NOT-NUMR)
             COMPUTE W-NOT-GIOR(W-NOT-NUMR) =
                     FUNCTION INTEGER-OF-DATE(F0SJOBC-DATA) - W-INT-DA
             MOVE  W-SEC-INIZ          TO  W-NOT-INIZ(W-NOT-NUMR)
             MOVE  W-SEC-FINE          TO  W-NOT-FINE(W-NOT-NUMR)
           END-IF
           MOVE    W-NOT-NUMR          TO  W-IN
           IF  W-SEC-INIZ LESS W-NOT-INIZ(W-IN)
             MOVE  W-SEC-INIZ          TO  W-NOT-INIZ(W-IN)
           END-IF
           IF  W-SEC-FINE GREATER W-NOT-FINE(W-IN)
             MOVE  W-SEC-FINE          TO  W-NOT-FINE(W-IN)
           END-IF
           PERFORM 2300-CERCA-PASSO
           IF  W-IC EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
      *      Un passo rilanciato dopo un'interruzione somma i tempi
           MOVE    "S"                 TO  W-PAS-PRES(W-IC W-IN)
           ADD     W-DURATA            TO  W-PAS-DUR(W-IC W-IN)
           .
       2300-CERCA-PASSO.
           MOVE    ZERO                TO  W-IC
           PERFORM 2310-CONFRONTA-PASSO
               VARYING W-IP FROM 1 BY 1
               UNTIL W-IP GREATER W-PAS-NUMR
                  OR W-IC NOT EQUAL ZERO
           IF  W-IC NOT EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-PAS-NUMR NOT LESS 40
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-PAS-NUMR
           MOVE    W-PAS-NUMR          TO  W-IC
           MOVE    F0SJOBC-NUMR-PASSO  TO  W-PAS-PASSO(W-IC)
           MOVE    F0SJOBC-NOME-PROG   TO  W-PAS-PROG(W-IC)
           .
       2310-CONFRONTA-PASSO.
           IF  W-PAS-PASSO(W-IP) EQUAL F0SJOBC-NUMR-PASSO
               AND W-PAS-PROG(W-IP) EQUAL F0SJOBC-NOME-PROG
             MOVE  W-IP                TO  W-IC
           END-IF
           .
      ******************************************************************
      *----------  UN PASSO: DURATE DI OGNI NOTTE, MEDIA, PEGGIORE,
      *            TENDENZA
       3000-PASSO.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "PASSO "            DELIMITED BY SIZE
                   W-PAS-PASSO(W-IP)   DELIMITED BY SIZE
                   "  PROGRAMMA "      DELIMITED BY SIZE
                   W-PAS-PROG(W-IP)    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           PERFORM 8200-AZZERA-STATISTICHE
           MOVE    SPACES              TO  W-LINEA
           MOVE    1                   TO  W-PTR
           MOVE    ZERO                TO  W-IC
           PERFORM 3100-NOTTE-PASSO VARYING W-IN FROM 1 BY 1
                                    UNTIL W-IN GREATER W-NOT-NUMR
           IF  W-IC GREATER ZERO
             PERFORM 8900-SCRIVI
           END-IF
           PERFORM 8220-CALCOLA-STATISTICHE
           IF  W-CRESCE-SI
             ADD   1                   TO  W-NUMR-CRES
           END-IF
           MOVE    W-STA-MEDIA         TO  W-SECONDI
           PERFORM 8300-EDITA-DURATA
           MOVE    SPACES              TO  W-LINEA
           STRING  "   MEDIA "         DELIMITED BY SIZE
                   W-DUR-ED            DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-STA-MASS          TO  W-SECONDI
           PERFORM 8300-EDITA-DURATA
           MOVE    W-STA-DATA-MASS     TO  W-DATA-9
           PERFORM 8400-EDITA-DATA
           MOVE    W-REG-B             TO  W-TEND-ED
           MOVE    W-STA-CRES-PERC     TO  W-PERC-ED
           MOVE    18                  TO  W-PTR
           STRING  "   PEGGIORE "      DELIMITED BY SIZE
                   W-DUR-ED            DELIMITED BY SIZE
                   " IL "              DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                   "   TENDENZA "      DELIMITED BY SIZE
                   W-TEND-ED           DELIMITED BY SIZE
                   " SEC/NOTTE ("      DELIMITED BY SIZE
                   W-PERC-ED           DELIMITED BY SIZE
                   "% SUL PERIODO)"    DELIMITED BY SIZE
                                       INTO W-LINEA
                                       WITH POINTER W-PTR
           IF  W-CRESCE-SI
             STRING "   *** IN CRESCITA ***" DELIMITED BY SIZE
                                       INTO W-LINEA
                                       WITH POINTER W-PTR
           END-IF
           PERFORM 8900-SCRIVI
           .
      *----------  SETTE NOTTI PER RIGA: GG/MM E DURATA HH:MM:SS
       3100-NOTTE-PASSO.
           MOVE    W-NOT-DATA(W-IN)    TO  W-DATA-9
           PERFORM 8400-EDITA-DATA
           IF  W-PAS-PRES(W-IP W-IN) EQUAL "S"
             MOVE  W-PAS-DUR(W-IP W-IN) TO W-SECONDI
             PERFORM 8300-EDITA-DURATA
             MOVE  W-DUR-ED            TO  W-CELLA-DUR
             MOVE  W-NOT-GIOR(W-IN)    TO  W-REG-X
             MOVE  W-PAS-DUR(W-IP W-IN) TO W-REG-Y
             PERFORM 8210-ACCUMULA-STATISTICHE
           ELSE
             MOVE  "   --   "          TO  W-CELLA-DUR
           END-IF
           STRING  W-DATA-ED(1:5)      DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-CELLA-DUR         DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                                       INTO W-LINEA
                                       WITH POINTER W-PTR
           ADD     1                   TO  W-IC
           IF  W-IC EQUAL 7
             PERFORM 8900-SCRIVI
             MOVE  SPACES              TO  W-LINEA
             MOVE  1                   TO  W-PTR
             MOVE  ZERO                TO  W-IC
           END-IF
           .
      ******************************************************************
      *----------  LA CATENA INTERA: UNA RIGA PER NOTTE, POI LA
      *            PROIEZIONE SULLA FINE DELLA FINESTRA
       4000-CATENA.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "CATENA COMPLETA     INIZIO   FINE    DURATA"
                                       TO  W-LINEA
           PERFORM 8900-SCRIVI
           PERFORM 8200-AZZERA-STATISTICHE
           PERFORM 4100-NOTTE-CATENA VARYING W-IN FROM 1 BY 1
                                     UNTIL W-IN GREATER W-NOT-NUMR
           PERFORM 8220-CALCOLA-STATISTICHE
           MOVE    W-STA-MEDIA         TO  W-SECONDI
           PERFORM 8500-EDITA-ORA
           MOVE    SPACES              TO  W-LINEA
           STRING  "   FINE MEDIA "    DELIMITED BY SIZE
                   W-ORA-ED            DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-STA-MASS          TO  W-SECONDI
           PERFORM 8500-EDITA-ORA
           MOVE    W-STA-DATA-MASS     TO  W-DATA-9
           PERFORM 8400-EDITA-DATA
           MOVE    W-REG-B             TO  W-TEND-ED
           MOVE    W-NUMR-OLTRE        TO  W-NUMR-ED
           MOVE    20                  TO  W-PTR
           STRING  "   FINE PEGGIORE " DELIMITED BY SIZE
                   W-ORA-ED            DELIMITED BY SIZE
                   " IL "              DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                   "   TENDENZA "      DELIMITED BY SIZE
                   W-TEND-ED           DELIMITED BY SIZE
                   " SEC/NOTTE   NOTTI OLTRE LA FINESTRA "
                                       DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
                                       WITH POINTER W-PTR
           PERFORM 8900-SCRIVI
           PERFORM 4200-PROIEZIONE
           MOVE    W-NUMR-CRES         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "PASSI IN CRESCITA COSTANTE: " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           IF  W-NUMR-SCAR GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "PASSI SENZA ORA DI FINE, NON MISURATI: "
                                       DELIMITED BY SIZE
                    W-NUMR-SCAR        DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 8900-SCRIVI
           END-IF
           .
       4100-NOTTE-CATENA.
           MOVE    W-NOT-DATA(W-IN)    TO  W-DATA-9
           PERFORM 8400-EDITA-DATA
           MOVE    W-NOT-INIZ(W-IN)    TO  W-SECONDI
           PERFORM 8500-EDITA-ORA
           MOVE    W-ORA-ED            TO  W-ORA-ED-INIZ
           MOVE    W-NOT-FINE(W-IN)    TO  W-SECONDI
           PERFORM 8500-EDITA-ORA
           MOVE    W-ORA-ED            TO  W-ORA-ED-FINE
           COMPUTE W-SECONDI = W-NOT-FINE(W-IN) - W-NOT-INIZ(W-IN)
           PERFORM 8300-EDITA-DURATA
           MOVE    SPACES              TO  W-LINEA
           STRING  W-DATA-ED           DELIMITED BY SIZE
                   "          "        DELIMITED BY SIZE
                   W-ORA-ED-INIZ       DELIMITED BY SIZE
                   "    "              DELIMITED BY SIZE
                   W-ORA-ED-FINE       DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-DUR-ED            DELIMITED BY SIZE
                                       INTO W-LINEA
           IF  W-NOT-FINE(W-IN) GREATER W-SEC-LIMI
             ADD   1                   TO  W-NUMR-OLTRE
             MOVE  "   *** OLTRE LA FINESTRA ***" TO W-LINEA(50:28)
           END-IF
           PERFORM 8900-SCRIVI
           MOVE    W-NOT-GIOR(W-IN)    TO  W-REG-X
           MOVE    W-NOT-FINE(W-IN)    TO  W-REG-Y
           PERFORM 8210-ACCUMULA-STATISTICHE
           .
      *----------  FINE STIMATA DELL'ULTIMA NOTTE SULLA RETTA E
      *            NOTTI CHE MANCANO PER ARRIVARE ALL'ORA LIMITE
       4200-PROIEZIONE.
           MOVE    SPACES              TO  W-LINEA
           IF  W-NOT-NUMR LESS 3
             MOVE  "NOTTI INSUFFICIENTI PER UNA PROIEZIONE"
                                       TO  W-LINEA
             PERFORM 8900-SCRIVI
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-REG-STIMA = W-REG-A
                               + W-REG-B * W-NOT-GIOR(W-NOT-NUMR)
           IF  W-REG-STIMA NOT LESS W-SEC-LIMI
             STRING "LA TENDENZA DELLA CATENA E' GIA' OLTRE LE "
                                       DELIMITED BY SIZE
                    W-ORA-ED-LIMI      DELIMITED BY SIZE
                    ": RIDURRE O SPOSTARE I PASSI IN CRESCITA"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 8900-SCRIVI
             DISPLAY W-LINEA
             EXIT PARAGRAPH
           END-IF
           IF  W-REG-B NOT GREATER ZERO
             STRING "LA FINE DELLA CATENA NON CRESCE: FINESTRA DELLE "
                                       DELIMITED BY SIZE
                    W-ORA-ED-LIMI      DELIMITED BY SIZE
                    " NON A RISCHIO"   DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 8900-SCRIVI
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-GG-MANC ROUNDED =
                   (W-SEC-LIMI - W-REG-STIMA) / W-REG-B
           IF  W-GG-MANC GREATER 9999
             MOVE  9999                TO  W-GG-MANC
           END-IF
           COMPUTE W-DATA-PREV = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-NOT-DATA(W-NOT-NUMR))
                    + W-GG-MANC)
           MOVE    W-DATA-PREV         TO  W-DATA-9
           PERFORM 8400-EDITA-DATA
           STRING  "AL RITMO ATTUALE LA CATENA FINIRA' OLTRE LE "
                                       DELIMITED BY SIZE
                   W-ORA-ED-LIMI       DELIMITED BY SIZE
                   " INTORNO AL "      DELIMITED BY SIZE
                   W-DATA-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           DISPLAY W-LINEA
           .
      ******************************************************************
      *----------  ORA HHMMSS IN W-ORA-X -> SECONDI IN W-SECONDI
       8100-SECONDI.
           COMPUTE W-SECONDI = W-ORA-HH * 3600 + W-ORA-MM * 60
                             + W-ORA-SS
           .
      *----------  PRIMA DI MEZZOGIORNO E' GIA' IL MATTINO DOPO
       8110-NORMALIZZA.
           IF  W-SECONDI LESS 43200
             ADD   86400               TO  W-SECONDI
           END-IF
           .
      ******************************************************************
       8200-AZZERA-STATISTICHE.
           MOVE    ZERO                TO  W-STA-NUMR W-STA-SOMMA
                                           W-STA-MEDIA W-STA-MASS
                                           W-STA-DATA-MASS
                                           W-STA-NUM1 W-STA-SOM1
                                           W-STA-NUM2 W-STA-SOM2
                                           W-STA-X-PRIMO W-STA-X-ULTIMO
                                           W-STA-CRES-PERC
                                           W-REG-N W-REG-SX W-REG-SY
                                           W-REG-SXX W-REG-SXY
                                           W-REG-A W-REG-B
           MOVE    "N"                 TO  W-CRESCE
           COMPUTE W-META = W-NOT-NUMR / 2
           .
      *----------  UN PUNTO DELLA SERIE: NOTTE W-IN, X GIORNO DEL
      *            PERIODO, Y SECONDI
       8210-ACCUMULA-STATISTICHE.
           ADD     1                   TO  W-STA-NUMR W-REG-N
           ADD     W-REG-Y             TO  W-STA-SOMMA W-REG-SY
           ADD     W-REG-X             TO  W-REG-SX
           COMPUTE W-REG-SXX = W-REG-SXX + W-REG-X * W-REG-X
           COMPUTE W-REG-SXY = W-REG-SXY + W-REG-X * W-REG-Y
           IF  W-STA-NUMR EQUAL 1
             MOVE  W-REG-X             TO  W-STA-X-PRIMO
           END-IF
           MOVE    W-REG-X             TO  W-STA-X-ULTIMO
           IF  W-REG-Y GREATER W-STA-MASS
             MOVE  W-REG-Y             TO  W-STA-MASS
             MOVE  W-NOT-DATA(W-IN)    TO  W-STA-DATA-MASS
           END-IF
           IF  W-IN NOT GREATER W-META
             ADD   1                   TO  W-STA-NUM1
             ADD   W-REG-Y             TO  W-STA-SOM1
           ELSE
             ADD   1                   TO  W-STA-NUM2
             ADD   W-REG-Y             TO  W-STA-SOM2
           END-IF
           .
       8220-CALCOLA-STATISTICHE.
           IF  W-STA-NUMR EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-STA-MEDIA ROUNDED = W-STA-SOMMA / W-STA-NUMR
           COMPUTE W-REG-DEN = W-REG-N * W-REG-SXX - W-REG-SX * W-REG-SX
           IF  W-REG-DEN NOT EQUAL ZERO
             COMPUTE W-REG-B ROUNDED =
                     (W-REG-N * W-REG-SXY - W-REG-SX * W-REG-SY)
                     / W-REG-DEN
           END-IF
           COMPUTE W-REG-A ROUNDED = (W-REG-SY - W-REG-B * W-REG-SX)
                                   / W-REG-N
           IF  W-STA-MEDIA GREATER ZERO
             SUBTRACT W-STA-X-PRIMO FROM W-STA-X-ULTIMO
                                       GIVING W-STA-X-ARCO
             COMPUTE W-REG-STIMA = W-REG-B * W-STA-X-ARCO
             COMPUTE W-STA-CRES-PERC ROUNDED =
                     W-REG-STIMA * 100 / W-STA-MEDIA
           END-IF
           IF  W-STA-NUM1 GREATER ZERO AND W-STA-NUM2 GREATER ZERO
             COMPUTE W-STA-MED1 = W-STA-SOM1 / W-STA-NUM1
             COMPUTE W-STA-MED2 = W-STA-SOM2 / W-STA-NUM2
             IF  W-STA-NUMR NOT LESS 4 AND W-REG-B GREATER ZERO
                 AND W-STA-CRES-PERC NOT LESS 10
                 AND W-STA-MED2 GREATER W-STA-MED1
               MOVE "S"                TO  W-CRESCE
             END-IF
           END-IF
           .
      ******************************************************************
      *----------  SECONDI IN W-SECONDI -> HH:MM:SS
       8300-EDITA-DURATA.
           DIVIDE  W-SECONDI BY 3600 GIVING W-DUR-ED-HH
                                     REMAINDER W-RESTO
           DIVIDE  W-RESTO BY 60     GIVING W-DUR-ED-MM
                                     REMAINDER W-DUR-ED-SS
           .
       8400-EDITA-DATA.
           MOVE    W-DATA-GG           TO  W-DATA-ED-GG
           MOVE    W-DATA-MM           TO  W-DATA-ED-MM
           MOVE    W-DATA-AAAA         TO  W-DATA-ED-AAAA
           .
      *----------  SECONDI DA MEZZANOTTE (ANCHE OLTRE LE 24) -> HH:MM
       8500-EDITA-ORA.
           DIVIDE  W-SECONDI BY 86400 GIVING W-DURATA
                                      REMAINDER W-RESTO
           DIVIDE  W-RESTO BY 3600   GIVING W-ORA-ED-HH
                                     REMAINDER W-RESTO
           DIVIDE  W-RESTO BY 60     GIVING W-ORA-ED-MM
           .
       8900-SCRIVI.
           WRITE   JOBTREND-REC        FROM W-LINEA
           .
      *(END)
