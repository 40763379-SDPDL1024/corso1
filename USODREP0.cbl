       IDENTIFICATION DIVISION.
       PROGRAM-ID. USODREP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SEPARAZIONE DEI COMPITI, SUL FILE "SODREP", PER LA
      *****   REVISIONE. PER OGNI COPPIA DELLA TABELLA DEI CONFLITTI
      *****   (F0SSODC, MANTENUTA DA USODCMU0):
      *****   - PARTE 1, CONFLITTI POSSIBILI: GLI OPERATORI DI F09 I
      *****     CUI DIRITTI EFFETTIVI (RISOLTI DA "UAZIOCH0", COME
      *****     NEI CONTROLLI DEI PROGRAMMI) CONSENTONO ENTRAMBI I
      *****     COMPITI DELLA COPPIA;
      *****   - PARTE 2, CASI REALI NEL PERIODO: LA STESSA PERSONA HA
      *****     DAVVERO SVOLTO ENTRAMBI I COMPITI SULLO STESSO
      *****     RECORD. PER LE COPPIE "A" SI CERCANO SU F0SAUDI LE DUE
      *****     RIGHE DI AUDIT DELLA COPPIA SULLA STESSA CHIAVE E
      *****     DELLO STESSO OPERATORE; PER LE COPPIE "F" SI CERCANO
      *****     LE FATTURE FORNITORI DELLA DITTA REGISTRATE E
      *****     APPROVATE DALLO STESSO OPERATORE (LE FATTURE SENZA
      *****     OPERATORE DI REGISTRAZIONE SI CONTANO COME NON
      *****     VERIFICABILI).
      *****   NELLA PARTE 1 L'OPERATORE CHE HA ANCHE UN CASO REALE E'
      *****   SEGNALATO. I CASI REALI SI RACCOLGONO PRIMA SUL FILE DI
      *****   LAVORO "SODWK" E SI RIPORTANO IN CODA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODREP-FILE          ASSIGN TO "SODREP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
           SELECT SODWK-FILE           ASSIGN TO "SODWK"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-WK.
       DATA DIVISION.
       FILE SECTION.
       FD  SODREP-FILE.
       01  SODREP-REC                  PIC X(132).
       FD  SODWK-FILE.
       01  SODWK-REC                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)   VALUE SPACES.
       77  WL-STAT-WK                  PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-FINE-SODC                 PIC X(01)   VALUE "N".
           88  W-SODC-FINITA                       VALUE "S".
       77  W-FINE-WK                   PIC X(01)   VALUE "N".
           88  W-WK-FINITO                         VALUE "S".
       77  W-TROVATO                   PIC X(01)   VALUE "N".
       77  W-AMME-1                    PIC X(01)   VALUE SPACE.
       77  W-AMME-2                    PIC X(01)   VALUE SPACE.
       77  W-AZIONE                    PIC X(01)   VALUE SPACE.
       77  W-AMMESSA                   PIC X(01)   VALUE SPACE.
       77  W-IDEN-CERCA                PIC X(08)   VALUE SPACES.
       77  W-IC                        PIC S9(04) COMP VALUE ZERO.
       77  W-IND-OPER                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-OPER                 PIC S9(04) COMP VALUE ZERO.
       77  W-IND-USAT                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-USAT                 PIC S9(04) COMP VALUE ZERO.
       77  W-IND-HIT1                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-HIT1                 PIC S9(04) COMP VALUE ZERO.
       77  W-IND-HIT2                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-HIT2                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-CONF                 PIC S9(05) COMP-3 VALUE ZERO.
       77  W-NUMR-POTE                 PIC S9(05) COMP-3 VALUE ZERO.
       77  W-POTE-COPP                 PIC S9(05) COMP-3 VALUE ZERO.
       77  W-NUMR-CASI                 PIC S9(05) COMP-3 VALUE ZERO.
       77  W-NUMR-NVER                 PIC S9(05) COMP-3 VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZ9          VALUE 0.
      *
       01  W-PERIODO.
           03  W-DATA-DA               PIC 9(08)   VALUE ZERO.
           03  W-DATA-DA-R             REDEFINES W-DATA-DA.
               05  W-DATA-DA-AAAAMM    PIC 9(06).
               05  W-DATA-DA-GG        PIC 9(02).
           03  W-DATA-A                PIC 9(08)   VALUE ZERO.
      *
      *    Operatori di F09, caricati prima perche' UAZIOCH0 apre e
      *    chiude a sua volta l'anagrafica operatori
       01  W-OPERATORI.
           03  W-OPER-IDEN             PIC X(08)
                                       OCCURS 500 TIMES.
      *
      *    Coppia/operatore con almeno un caso reale nel periodo
       01  W-USATI.
           03  W-USAT                  OCCURS 500 TIMES.
               05  W-USAT-CONF         PIC X(04).
               05  W-USAT-IDEN         PIC X(08).
      *
      *    Righe di audit del primo e del secondo compito della
      *    coppia in esame, nel periodo
       01  W-COMPITO-1.
           03  W-HIT1                  OCCURS 2000 TIMES.
               05  W-HIT1-CHIAVE       PIC X(20).
               05  W-HIT1-IDEN         PIC X(08).
               05  W-HIT1-DATA         PIC 9(08).
       01  W-COMPITO-2.
           03  W-HIT2                  OCCURS 2000 TIMES.
               05  W-HIT2-CHIAVE       PIC X(20).
               05  W-HIT2-IDEN         PIC X(08).
               05  W-HIT2-DATA         PIC 9(08).
      *
       COPY "F09.REC".
       COPY "F0SSODC.REC".
       COPY "F0SAUDI.REC".
       COPY "F0SFACQ.REC".
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-SODR-CTRL.
           03  L-SODR-CODE-CLIE        PIC 9(04).
           03  L-SODR-ESITO            PIC X(01).
               88  L-SODR-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-SODR-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-SODR-ESITO
           MOVE    ZERO                TO  W-NUMR-CONF W-NUMR-POTE
                                           W-NUMR-CASI W-NUMR-NVER
                                           W-NUMR-USAT
           DISPLAY "SEPARAZIONE DEI COMPITI - CONFLITTI E CASI REALI"
           DISPLAY "PERIODO DAL (AAAAMMGG, 0 = INIZIO MESE) : " WITH
                   NO ADVANCING
           ACCEPT   W-DATA-DA
           DISPLAY "PERIODO AL  (AAAAMMGG, 0 = OGGI)        : " WITH
                   NO ADVANCING
           ACCEPT   W-DATA-A
           IF  W-DATA-DA EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-DA
             MOVE  01                  TO  W-DATA-DA-GG
           END-IF
           IF  W-DATA-A EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-A
           END-IF
           IF  W-DATA-A LESS W-DATA-DA
             DISPLAY "PERIODO ERRATO"
             GO TO EXIT-PRO
           END-IF
           PERFORM 1000-CARICA-OPERATORI
      *
      *      Prima i casi reali, sul file di lavoro
           OPEN OUTPUT SODWK-FILE
           INITIALIZE F0SSODC
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URSODC10"             USING F0SSODC LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           PERFORM 1500-LEGGI-CONFLITTO
           PERFORM 2000-CASI-REALI
               UNTIL W-SODC-FINITA
           CLOSE SODWK-FILE
      *
      *      Poi il report: conflitti possibili e casi reali
           OPEN OUTPUT SODREP-FILE
           PERFORM 3000-INTESTAZIONE
           MOVE    19                  TO  LREAD-FILE
           PERFORM 1500-LEGGI-CONFLITTO
           PERFORM 4000-CONFLITTI-POSSIBILI
               UNTIL W-SODC-FINITA
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URSODC10"             USING F0SSODC LWCOMAR
           IF  W-NUMR-CONF EQUAL ZERO
             MOVE  "TABELLA DEI CONFLITTI VUOTA: CARICARE LE COPPIE CON"
                                       TO  W-LINEA
             MOVE  " USODCMU0 (FUNZIONE S)"
                                       TO  W-LINEA(52:22)
             WRITE SODREP-REC          FROM  W-LINEA
           END-IF
           PERFORM 5000-CASI-REALI-REPORT
           PERFORM 6000-TOTALI
           CLOSE SODREP-FILE
           MOVE    "S"                 TO  L-SODR-ESITO
           DISPLAY "SEPARAZIONE DEI COMPITI SU SODREP - CONFLITTI "
                   "POSSIBILI: " W-NUMR-POTE " CASI REALI: "
                   W-NUMR-CASI.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  OPERATORI DI F09 IN TABELLA
       1000-CARICA-OPERATORI.
           MOVE    ZERO                TO  W-NUMR-OPER
           INITIALIZE F09
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URUTEN10"             USING F09 LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URUTEN10"             USING F09 LWCOMAR
           PERFORM 1100-OPERATORE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URUTEN10"             USING F09 LWCOMAR
           .
       1100-OPERATORE.
           IF  W-NUMR-OPER LESS 500
             ADD   1                   TO  W-NUMR-OPER
             MOVE  F09-IDEN-UTEN       TO  W-OPER-IDEN(W-NUMR-OPER)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URUTEN10"             USING F09 LWCOMAR
           .
      ******************************************************************
      *----------  LETTURA DELLA COPPIA (LREAD-FILE 19 = PRIMA, 9 =
      *            SUCCESSIVA); LA FINE SI TIENE A PARTE PERCHE' LE
      *            ALTRE CHIAMATE SPORCANO DSTF-IOSR
       1500-LEGGI-CONFLITTO.
           MOVE    3                   TO  DSTF-IOSR
           CALL "URSODC10"             USING F0SSODC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "N"                 TO  W-FINE-SODC
           ELSE
             MOVE  "S"                 TO  W-FINE-SODC
           END-IF
           MOVE    9                   TO  LREAD-FILE
           .
      ******************************************************************
      *----------  CASI REALI DI UNA COPPIA NEL PERIODO
       2000-CASI-REALI.
           EVALUATE TRUE
             WHEN F0SSODC-VERI-AUDIT
               PERFORM 2100-CASI-AUDIT
             WHEN F0SSODC-VERI-FACQ
               PERFORM 2500-CASI-FATTURE
           END-EVALUATE
           PERFORM 1500-LEGGI-CONFLITTO
           .
      ******************************************************************
      *----------  COPPIA "A": RIGHE DI AUDIT DEI DUE COMPITI, POI
      *            PER OGNI RIGA DEL SECONDO LA RIGA DEL PRIMO SULLA
      *            STESSA CHIAVE DELLO STESSO OPERATORE
       2100-CASI-AUDIT.
           MOVE    ZERO                TO  W-NUMR-HIT1 W-NUMR-HIT2
           INITIALIZE F0SAUDI
           MOVE    -1                  TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           MOVE    1                   TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           PERFORM 2200-RIGA-AUDIT
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           PERFORM 2300-CONFRONTA
               VARYING W-IND-HIT2 FROM 1 BY 1
               UNTIL W-IND-HIT2 > W-NUMR-HIT2
           .
       2200-RIGA-AUDIT.
           IF  F0SAUDI-DATA NOT LESS W-DATA-DA
               AND F0SAUDI-DATA NOT GREATER W-DATA-A
             IF  F0SAUDI-NOME-FILE EQUAL F0SSODC-AUDI-FILE(1)
                 AND F0SAUDI-NOME-CAMPO EQUAL F0SSODC-AUDI-CAMPO(1)
                 AND (F0SSODC-AUDI-VALO(1) EQUAL SPACES
                  OR F0SAUDI-VALO-NEW(1:10) EQUAL F0SSODC-AUDI-VALO(1))
                 AND W-NUMR-HIT1 LESS 2000
               ADD   1                 TO  W-NUMR-HIT1
               MOVE  F0SAUDI-CHIAVE-REC TO W-HIT1-CHIAVE(W-NUMR-HIT1)
               MOVE  F0SAUDI-IDEN-UTEN TO  W-HIT1-IDEN(W-NUMR-HIT1)
               MOVE  F0SAUDI-DATA      TO  W-HIT1-DATA(W-NUMR-HIT1)
             END-IF
             IF  F0SAUDI-NOME-FILE EQUAL F0SSODC-AUDI-FILE(2)
                 AND F0SAUDI-NOME-CAMPO EQUAL F0SSODC-AUDI-CAMPO(2)
                 AND (F0SSODC-AUDI-VALO(2) EQUAL SPACES
                  OR F0SAUDI-VALO-NEW(1:10) EQUAL F0SSODC-AUDI-VALO(2))
                 AND W-NUMR-HIT2 LESS 2000
               ADD   1                 TO  W-NUMR-HIT2
               MOVE  F0SAUDI-CHIAVE-REC TO W-HIT2-CHIAVE(W-NUMR-HIT2)
               MOVE  F0SAUDI-IDEN-UTEN TO  W-HIT2-IDEN(W-NUMR-HIT2)
               MOVE  F0SAUDI-DATA      TO  W-HIT2-DATA(W-NUMR-HIT2)
             END-IF
           END-IF
           MOVE    1                   TO  DSTF-IOSR
           CALL "URAUDI10"             USING F0SAUDI LWCOMAR
           .
       2300-CONFRONTA.
           MOVE    "N"                 TO  W-TROVATO
           PERFORM 2310-CERCA-PRIMO
               VARYING W-IND-HIT1 FROM 1 BY 1
               UNTIL W-IND-HIT1 > W-NUMR-HIT1
                  OR W-TROVATO EQUAL "S"
           IF  W-TROVATO EQUAL "N"
             EXIT PARAGRAPH
           END-IF
           SUBTRACT 1                  FROM W-IND-HIT1
           ADD     1                   TO  W-NUMR-CASI
           MOVE    SPACES              TO  W-LINEA
           STRING  F0SSODC-CODE-CONF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-HIT2-IDEN(W-IND-HIT2) DELIMITED BY SIZE
                   " AUDIT "           DELIMITED BY SIZE
                   F0SSODC-AUDI-FILE(1) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-HIT2-CHIAVE(W-IND-HIT2) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SSODC-DESC-COMP(1) DELIMITED BY SIZE
                   " IL "              DELIMITED BY SIZE
                   W-HIT1-DATA(W-IND-HIT1) DELIMITED BY SIZE
                   ", "                DELIMITED BY SIZE
                   F0SSODC-DESC-COMP(2) DELIMITED BY SIZE
                   " IL "              DELIMITED BY SIZE
                   W-HIT2-DATA(W-IND-HIT2) DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODWK-REC             FROM  W-LINEA
           MOVE    W-HIT2-IDEN(W-IND-HIT2) TO W-IDEN-CERCA
           PERFORM 2900-SEGNA-USATO
           .
       2310-CERCA-PRIMO.
           IF  W-HIT1-CHIAVE(W-IND-HIT1) EQUAL
                                       W-HIT2-CHIAVE(W-IND-HIT2)
               AND W-HIT1-IDEN(W-IND-HIT1) EQUAL
                                       W-HIT2-IDEN(W-IND-HIT2)
             MOVE  "S"                 TO  W-TROVATO
           END-IF
           .
      ******************************************************************
      *----------  COPPIA "F": FATTURE FORNITORI DELLA DITTA
      *            REGISTRATE NEL PERIODO E APPROVATE DA CHI LE HA
      *            REGISTRATE
       2500-CASI-FATTURE.
           INITIALIZE F0SFACQ
           MOVE    L-SODR-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           PERFORM 2600-FATTURA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           .
       2600-FATTURA.
           IF  F0SFACQ-DATA-REGI NOT LESS W-DATA-DA
               AND F0SFACQ-DATA-REGI NOT GREATER W-DATA-A
               AND F0SFACQ-APPROVATA
             IF  F0SFACQ-IDEN-REGI EQUAL SPACES
               ADD   1                 TO  W-NUMR-NVER
             ELSE
               IF  F0SFACQ-IDEN-REGI EQUAL F0SFACQ-IDEN-APPR
                 PERFORM 2700-RIGA-FATTURA
               END-IF
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFACQ10"             USING F0SFACQ LWCOMAR
           .
       2700-RIGA-FATTURA.
           ADD     1                   TO  W-NUMR-CASI
           MOVE    SPACES              TO  W-LINEA
           STRING  F0SSODC-CODE-CONF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SFACQ-IDEN-REGI   DELIMITED BY SIZE
                   " FATT. FORN. "     DELIMITED BY SIZE
                   F0SFACQ-CODE-FORN   DELIMITED BY SIZE
                   " REG. "            DELIMITED BY SIZE
                   F0SFACQ-NUMR-REGI   DELIMITED BY SIZE
                   " DEL "             DELIMITED BY SIZE
                   F0SFACQ-DATA-REGI   DELIMITED BY SIZE
                   " N. "              DELIMITED BY SIZE
                   F0SFACQ-NUMR-FATT   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SFACQ-RAGE-FORN(1:30) DELIMITED BY SIZE
                   " REGISTRATA E APPROVATA" DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODWK-REC             FROM  W-LINEA
           MOVE    F0SFACQ-IDEN-REGI   TO  W-IDEN-CERCA
           PERFORM 2900-SEGNA-USATO
           .
      ******************************************************************
      *----------  COPPIA/OPERATORE CON UN CASO REALE, UNA VOLTA SOLA
       2900-SEGNA-USATO.
           MOVE    "N"                 TO  W-TROVATO
           PERFORM 2910-CERCA-USATO
               VARYING W-IND-USAT FROM 1 BY 1
               UNTIL W-IND-USAT > W-NUMR-USAT
                  OR W-TROVATO EQUAL "S"
           IF  W-TROVATO EQUAL "N"
               AND W-NUMR-USAT LESS 500
             ADD   1                   TO  W-NUMR-USAT
             MOVE  F0SSODC-CODE-CONF   TO  W-USAT-CONF(W-NUMR-USAT)
             MOVE  W-IDEN-CERCA        TO  W-USAT-IDEN(W-NUMR-USAT)
           END-IF
           .
       2910-CERCA-USATO.
           IF  W-USAT-CONF(W-IND-USAT) EQUAL F0SSODC-CODE-CONF
               AND W-USAT-IDEN(W-IND-USAT) EQUAL W-IDEN-CERCA
             MOVE  "S"                 TO  W-TROVATO
           END-IF
           .
      ******************************************************************
      *----------  TESTATA DEL REPORT
       3000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "SEPARAZIONE DEI COMPITI - DITTA "
                                       DELIMITED BY SIZE
                   L-SODR-CODE-CLIE    DELIMITED BY SIZE
                   " - PERIODO DAL "   DELIMITED BY SIZE
                   W-DATA-DA           DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   W-DATA-A            DELIMITED BY SIZE
                   " - STAMPATO IL "   DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    "PARTE 1 - CONFLITTI POSSIBILI: OPERATORI CHE HANNO"
                                       TO  W-LINEA
           MOVE    " I DIRITTI PER ENTRAMBI I COMPITI"
                                       TO  W-LINEA(51:33)
           WRITE SODREP-REC            FROM  W-LINEA
           .
      ******************************************************************
      *----------  UNA COPPIA: GLI OPERATORI CON ENTRAMBI I DIRITTI
       4000-CONFLITTI-POSSIBILI.
           ADD     1                   TO  W-NUMR-CONF
           MOVE    ZERO                TO  W-POTE-COPP
           MOVE    SPACES              TO  W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "COPPIA "           DELIMITED BY SIZE
                   F0SSODC-CODE-CONF   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SSODC-DESC-CONF   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           PERFORM 4100-RIGA-COMPITO
               VARYING W-IC FROM 1 BY 1 UNTIL W-IC > 2
           PERFORM 4200-OPERATORE
               VARYING W-IND-OPER FROM 1 BY 1
               UNTIL W-IND-OPER > W-NUMR-OPER
           IF  W-POTE-COPP EQUAL ZERO
             MOVE  "   NESSUN OPERATORE HA ENTRAMBI I DIRITTI"
                                       TO  W-LINEA
             WRITE SODREP-REC          FROM  W-LINEA
           END-IF
           PERFORM 1500-LEGGI-CONFLITTO
           .
       4100-RIGA-COMPITO.
           MOVE    W-IC                TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "   COMPITO "       DELIMITED BY SIZE
                   W-NUMR-ED(5:1)      DELIMITED BY SIZE
                   ": PACKAGE "        DELIMITED BY SIZE
                   F0SSODC-PACK-ID(W-IC) DELIMITED BY SIZE
                   " AZIONE "          DELIMITED BY SIZE
                   F0SSODC-AZIONE(W-IC) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SSODC-DESC-COMP(W-IC) DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           .
      *----------  UN OPERATORE: DIRITTI SUI DUE PACKAGE DA UAZIOCH0,
      *            CON AZIONE A SPAZIO (NESSUNA RIGA DI AUDIT)
       4200-OPERATORE.
           MOVE    1                   TO  W-IC
           PERFORM 4300-DIRITTO
           MOVE    W-AMMESSA           TO  W-AMME-1
           IF  W-AMME-1 NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  W-IC
           PERFORM 4300-DIRITTO
           MOVE    W-AMMESSA           TO  W-AMME-2
           IF  W-AMME-2 NOT EQUAL "S"
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-POTE-COPP
           ADD     1                   TO  W-NUMR-POTE
           MOVE    SPACES              TO  W-LINEA
           STRING  "   OPERATORE "     DELIMITED BY SIZE
                   W-OPER-IDEN(W-IND-OPER) DELIMITED BY SIZE
                   " PROFILO "         DELIMITED BY SIZE
                   L-AZIO-CODE-PROF    DELIMITED BY SIZE
                                       INTO W-LINEA
           MOVE    W-OPER-IDEN(W-IND-OPER) TO W-IDEN-CERCA
           MOVE    "N"                 TO  W-TROVATO
           PERFORM 2910-CERCA-USATO
               VARYING W-IND-USAT FROM 1 BY 1
               UNTIL W-IND-USAT > W-NUMR-USAT
                  OR W-TROVATO EQUAL "S"
           IF  W-TROVATO EQUAL "S"
             MOVE  "*** CASO REALE NEL PERIODO (VEDI PARTE 2)"
                                       TO  W-LINEA(45:41)
           END-IF
           WRITE SODREP-REC            FROM  W-LINEA
           .
       4300-DIRITTO.
           MOVE    W-OPER-IDEN(W-IND-OPER) TO L-AZIO-IDEN-UTEN
           MOVE    F0SSODC-PACK-ID(W-IC) TO L-AZIO-PACK-ID
           MOVE    SPACE               TO  L-AZIO-AZIONE
           MOVE    "USODREP0"          TO  L-AZIO-NOME-PROG
           MOVE    SPACES              TO  L-AZIO-NOME-FILE
                                           L-AZIO-CHIAVE-REC
           CALL "UAZIOCH0"             USING L-AZIO-CTRL LWCOMAR
           MOVE    F0SSODC-AZIONE(W-IC) TO W-AZIONE
           EVALUATE W-AZIONE
             WHEN "V"
               MOVE  L-AZIO-DIRI-VISU  TO  W-AMMESSA
             WHEN "M"
               MOVE  L-AZIO-DIRI-MODI  TO  W-AMMESSA
             WHEN "C"
               MOVE  L-AZIO-DIRI-CANC  TO  W-AMMESSA
             WHEN "A"
               MOVE  L-AZIO-DIRI-APPR  TO  W-AMMESSA
             WHEN OTHER
               MOVE  L-AZIO-DIRI-VISU  TO  W-AMMESSA
           END-EVALUATE
           .
      ******************************************************************
      *----------  PARTE 2: I CASI REALI DAL FILE DI LAVORO
       5000-CASI-REALI-REPORT.
           MOVE    SPACES              TO  W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    "PARTE 2 - CASI REALI NEL PERIODO: STESSO OPERATORE"
                                       TO  W-LINEA
           MOVE    " SU ENTRAMBI I COMPITI DELLO STESSO RECORD"
                                       TO  W-LINEA(51:42)
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    "COPP OPERAT. RECORD E COMPITI"
                                       TO  W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    "N"                 TO  W-FINE-WK
           OPEN INPUT SODWK-FILE
           PERFORM 5100-LEGGI-LAVORO
           PERFORM 5200-RIPORTA
               UNTIL W-WK-FINITO
           CLOSE SODWK-FILE
           IF  W-NUMR-CASI EQUAL ZERO
             MOVE  "   NESSUN CASO NEL PERIODO"
                                       TO  W-LINEA
             WRITE SODREP-REC          FROM  W-LINEA
           END-IF
           .
       5100-LEGGI-LAVORO.
           READ SODWK-FILE
             AT END
               MOVE "S"                TO  W-FINE-WK
           END-READ
           .
       5200-RIPORTA.
           WRITE SODREP-REC            FROM  SODWK-REC
           PERFORM 5100-LEGGI-LAVORO
           .
      ******************************************************************
      *----------  TOTALI
       6000-TOTALI.
           MOVE    SPACES              TO  W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    W-NUMR-CONF         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "COPPIE ESAMINATE          : " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    W-NUMR-POTE         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "CONFLITTI POSSIBILI       : " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           MOVE    W-NUMR-CASI         TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "CASI REALI NEL PERIODO    : " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE SODREP-REC            FROM  W-LINEA
           IF  W-NUMR-NVER GREATER ZERO
             MOVE  W-NUMR-NVER         TO  W-NUMR-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "FATTURE NON VERIFICABILI  : " DELIMITED BY SIZE
                    W-NUMR-ED          DELIMITED BY SIZE
                    " (APPROVATE, SENZA OPERATORE DI REGISTRAZIONE)"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE SODREP-REC          FROM  W-LINEA
           END-IF
           .
      *(END)
