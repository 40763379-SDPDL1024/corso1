       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCONIST0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ADEGUAMENTO ANNUALE ISTAT DEI CONTRATTI RICORRENTI
      *****   (F0SCONT) CON LA CLAUSOLA DI INDICIZZAZIONE: PER OGNI
      *****   CONTRATTO CON L'ANNIVERSARIO ENTRO I GIORNI DI ANTICIPO
      *****   CHIESTI A VIDEO (ZERO = 30) CONFRONTA L'INDICE DEL MESE
      *****   BASE CON QUELLO DELLO STESSO MESE DELL'ANNO DOPO
      *****   (TABELLA F0SISTA), LIMITA LA VARIAZIONE AL TETTO DELLA
      *****   CLAUSOLA E PROPONE I NUOVI IMPORTI RIGA PER RIGA. UNA
      *****   VARIAZIONE NEGATIVA LASCIA GLI IMPORTI INVARIATI.
      *****
      *****   MODO "P" (PROPOSTA): SOLO LA STAMPA SU "CONISTP",
      *****   NESSUN AGGIORNAMENTO.
      *****
      *****   MODO "A" (APPROVAZIONE): PER OGNI PROPOSTA CHIEDE
      *****   S = APPROVA, N = NON ORA, R = RINUNCIA. L'APPROVAZIONE
      *****   SCRIVE LO STORICO (F0SISTS) CON GLI IMPORTI PRECEDENTI,
      *****   LASCIA SUL CONTRATTO I NUOVI IMPORTI CON LA DECORRENZA
      *****   ALL'ANNIVERSARIO (LI APPLICA IL GIRO DI FATTURAZIONE,
      *****   UCONFAT0, DAL PRIMO PERIODO DA LI' IN POI), AVANZA IL
      *****   MESE BASE DI UN ANNO E PRODUCE LA LETTERA DI AVVISO AL
      *****   CLIENTE SU "CONISTL", ACCODATA ALLA SPEDIZIONE
      *****   (UDISPAC0) PRIMA DELLA PRIMA FATTURA AL NUOVO PREZZO.
      *****   LA RINUNCIA RESTA NELLO STORICO CON GLI IMPORTI
      *****   INVARIATI E L'ANNIVERSARIO CONSIDERATO TRATTATO.
      *****   IL MODO "A" RICHIEDE IL DIRITTO DI APPROVAZIONE SUL
      *****   PACKAGE (UAZIOCH0).
      *****
      *****   UN INDICE NON ANCORA INSERITO BLOCCA IL CONTRATTO A
      *****   REPORT FINO AL RILANCIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONISTP-FILE         ASSIGN TO "CONISTP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-PRO.
           SELECT CONISTL-FILE         ASSIGN TO "CONISTL"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-LET.
       DATA DIVISION.
       FILE SECTION.
       FD  CONISTP-FILE.
       01  CONISTP-REC                 PIC X(132).
       FD  CONISTL-FILE.
       01  CONISTL-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-PRO                 PIC X(02)   VALUE SPACES.
       77  WL-STAT-LET                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-RISP                      PIC X(01)   VALUE SPACE.
       77  W-MODO                      PIC X(01)   VALUE "P".
           88  W-MODO-PROPOSTA                     VALUE "P".
           88  W-MODO-APPROVAZIONE                 VALUE "A".
       77  W-DATA-RIF                  PIC 9(08)   VALUE ZERO.
       77  W-GIOR-ANTI                 PIC 9(03)   VALUE ZERO.
       77  W-DATA-LIM                  PIC 9(08)   VALUE ZERO.
       77  W-DATA-ANNI                 PIC 9(08)   VALUE ZERO.
       77  W-MMGG-ANNI                 PIC 9(04)   VALUE ZERO.
       77  W-ANNO-ANNI                 PIC 9(04)   VALUE ZERO.
       77  W-ANNO-PREC                 PIC 9(04)   VALUE ZERO.
       77  W-ANNO-INIZ                 PIC 9(04)   VALUE ZERO.
       77  W-ANNI-TRAS                 PIC 9(02)   VALUE ZERO.
       77  W-RESTO                     PIC 9(04)   VALUE ZERO.
       77  W-CODE-INDI                 PIC X(04)   VALUE SPACES.
       77  W-MESE-BASE                 PIC 9(06)   VALUE ZERO.
       77  W-MESE-RIFE                 PIC 9(06)   VALUE ZERO.
       77  W-INDI-BASE                 PIC S9(04)V9 COMP-3 VALUE 0.
       77  W-INDI-RIFE                 PIC S9(04)V9 COMP-3 VALUE 0.
       77  W-PERC-VARI                 PIC S9(03)V99 COMP-3 VALUE 0.
       77  W-PERC-APPL                 PIC S9(03)V99 COMP-3 VALUE 0.
       77  W-TETT-TOTA                 PIC S9(03)V99 COMP-3 VALUE 0.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-NUMR-PROP                 PIC 9(04)   VALUE ZERO.
       77  W-NUMR-APPR                 PIC 9(04)   VALUE ZERO.
       77  W-NUMR-RINU                 PIC 9(04)   VALUE ZERO.
       77  W-NUMR-MANC                 PIC 9(04)   VALUE ZERO.
       77  W-TROVATO                   PIC X(01)   VALUE "N".
           88  W-TROVATO-SI                        VALUE "S".
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IMPO-ED2                  PIC ---.---.--9,99 VALUE 0.
       77  W-PERC-ED                   PIC ---9,99 VALUE 0.
       77  W-PERC-ED2                  PIC ---9,99 VALUE 0.
       77  W-INDI-ED                   PIC ---9,9  VALUE 0.
       77  W-INDI-ED2                  PIC ---9,9  VALUE 0.
      *
      *----------  NUOVI IMPORTI PROPOSTI PER LE RIGHE DEL CONTRATTO
       01  W-NUOV-TAB.
           03  W-NUOV-IMPO             PIC S9(09)V99 COMP-3
                                       OCCURS 5 TIMES VALUE ZERO.
      *
       COPY "F0SCONT.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SISTA.REC".
       COPY "F0SISTS.REC".
      *
      *    Accodamento della lettera di avviso alla spedizione
      *    verso il cliente, con il suo canale.
       01  W-DACC-CTRL.
           03  W-DACC-CODE-CLIE        PIC 9(04)   VALUE ZERO.
           03  W-DACC-CODI-CLIF        PIC 9(06)   VALUE ZERO.
           03  W-DACC-TIPO-DOCU        PIC X(08)   VALUE SPACES.
           03  W-DACC-NOME-FILE        PIC X(12)   VALUE SPACES.
           03  W-DACC-ESITO            PIC X(01)   VALUE SPACE.
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0).
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-CIST-CTRL.
           03  L-CIST-CODE-CLIE        PIC 9(04).
           03  L-CIST-NUMR-APPR        PIC 9(04).
           03  L-CIST-ESITO            PIC X(01).
               88  L-CIST-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CIST-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CIST-ESITO
           MOVE    ZERO                TO  L-CIST-NUMR-APPR
           DISPLAY "ADEGUAMENTO ISTAT CONTRATTI  -  DITTA "
                   L-CIST-CODE-CLIE
           DISPLAY "DATA DI RIFERIMENTO (AAAAMMGG, 0 = OGGI) : "
                   WITH NO ADVANCING
           ACCEPT   W-DATA-RIF
           IF  W-DATA-RIF EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-RIF
           END-IF
           DISPLAY "GIORNI DI ANTICIPO SULL'ANNIVERSARIO (0 = 30) : "
                   WITH NO ADVANCING
           ACCEPT   W-GIOR-ANTI
           IF  W-GIOR-ANTI EQUAL ZERO
             MOVE  30                  TO  W-GIOR-ANTI
           END-IF
           DISPLAY "MODO (P = PROPOSTA, A = APPROVAZIONE) : "
                   WITH NO ADVANCING
           ACCEPT   W-MODO
           IF  W-MODO EQUAL "a"
             MOVE  "A"                 TO  W-MODO
           END-IF
           IF  NOT W-MODO-APPROVAZIONE
             MOVE  "P"                 TO  W-MODO
           END-IF
      *
      *      L'approvazione chiede il diritto di approvazione sul
      *      package (UAZIOCH0); il rifiuto e' registrato su F0SAUDI
           IF  W-MODO-APPROVAZIONE
             MOVE  SPACES              TO  L-AZIO-IDEN-UTEN
             MOVE  "26"                TO  L-AZIO-PACK-ID
             MOVE  "A"                 TO  L-AZIO-AZIONE
             MOVE  "UCONIST0"          TO  L-AZIO-NOME-PROG
             MOVE  "F0SCONT"           TO  L-AZIO-NOME-FILE
             MOVE  L-CIST-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
             CALL  "UAZIOCH0"            USING L-AZIO-CTRL LWCOMAR
             IF  NOT L-AZIO-CONSENTITA
               EXIT PROGRAM
             END-IF
           END-IF
           COMPUTE W-DATA-LIM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(W-DATA-RIF) + W-GIOR-ANTI)
      *
           OPEN OUTPUT CONISTP-FILE
           OPEN OUTPUT CONISTL-FILE
           MOVE SPACES                 TO  W-LINEA
           STRING "ADEGUAMENTO ISTAT CONTRATTI - ANNIVERSARI FINO AL "
                                       DELIMITED BY SIZE
               W-DATA-LIM              DELIMITED BY SIZE
               "  MODO "               DELIMITED BY SIZE
               W-MODO                  DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-PRO
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URISTS10"              USING F0SISTS LWCOMAR
           INITIALIZE F0SCONT
           MOVE    L-CIST-CODE-CLIE    TO  F0SCONT-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           PERFORM RT1-CICLO-CONTRATTI UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URISTS10"              USING F0SISTS LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
      *
           MOVE SPACES                 TO  W-LINEA
           STRING "PROPOSTE: "         DELIMITED BY SIZE
               W-NUMR-PROP             DELIMITED BY SIZE
               "  APPROVATE: "         DELIMITED BY SIZE
               W-NUMR-APPR             DELIMITED BY SIZE
               "  RINUNCIATE: "        DELIMITED BY SIZE
               W-NUMR-RINU             DELIMITED BY SIZE
               "  INDICE MANCANTE: "   DELIMITED BY SIZE
               W-NUMR-MANC             DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-PRO
           CLOSE CONISTP-FILE
           CLOSE CONISTL-FILE
           MOVE    W-NUMR-APPR         TO  L-CIST-NUMR-APPR
           MOVE    "S"                 TO  L-CIST-ESITO
           DISPLAY "ADEGUAMENTO CONCLUSO - PROPOSTE " W-NUMR-PROP
                   " APPROVATE " W-NUMR-APPR " - ESITI SU CONISTP"
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN CONTRATTO DELLA DITTA, POI IL SUCCESSIVO
       RT1-CICLO-CONTRATTI.
           PERFORM RT2-VALUTA-CONTRATTO
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           .
      ******************************************************************
      *----------  CONTRATTO INDICIZZATO CON L'ANNIVERSARIO MATURATO:
      *            ANNIVERSARIO PIU' RECENTE ENTRO IL LIMITE, DOPO IL
      *            PRIMO ANNO DI CONTRATTO E NON ANCORA TRATTATO
       RT2-VALUTA-CONTRATTO.
           IF  NOT F0SCONT-INDICIZZATO
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SCONT-ISTA-ANNI   TO  W-MMGG-ANNI
           IF  W-MMGG-ANNI EQUAL ZERO
             DIVIDE F0SCONT-DATA-INIZ BY 10000 GIVING W-ANNO-INIZ
                                     REMAINDER W-MMGG-ANNI
           END-IF
           DIVIDE  W-DATA-LIM BY 10000 GIVING W-ANNO-ANNI
                                     REMAINDER W-RESTO
           IF  W-MMGG-ANNI GREATER W-RESTO
             SUBTRACT 1                FROM W-ANNO-ANNI
           END-IF
           COMPUTE W-DATA-ANNI = (W-ANNO-ANNI * 10000) + W-MMGG-ANNI
           DIVIDE  F0SCONT-DATA-INIZ BY 10000 GIVING W-ANNO-INIZ
           IF  W-DATA-ANNI NOT GREATER F0SCONT-DATA-INIZ
               OR W-ANNO-ANNI NOT GREATER W-ANNO-INIZ
             EXIT PARAGRAPH
           END-IF
           IF  W-DATA-ANNI NOT GREATER F0SCONT-ISTA-ULTI
             EXIT PARAGRAPH
           END-IF
           IF  F0SCONT-DATA-FINE NOT EQUAL ZERO
               AND F0SCONT-DATA-FINE LESS W-DATA-ANNI
             EXIT PARAGRAPH
           END-IF
      *      Un adeguamento approvato e non ancora fatturato va
      *      prima applicato dal giro di fatturazione
           IF  F0SCONT-ISTA-DECO NOT EQUAL ZERO
             MOVE SPACES               TO  W-LINEA
             STRING "CONTRATTO "       DELIMITED BY SIZE
                 F0SCONT-NUMR-CONTR    DELIMITED BY SIZE
                 " ADEGUAMENTO DEL "   DELIMITED BY SIZE
                 F0SCONT-ISTA-DECO     DELIMITED BY SIZE
                 " NON ANCORA FATTURATO - SALTATO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM RT9-SCRIVI-PRO
             EXIT PARAGRAPH
           END-IF
      *
      *      Anni trascorsi dall'ultimo adeguamento (o dall'inizio):
      *      un anniversario saltato porta il confronto su piu' anni
      *      e il tetto si moltiplica di conseguenza
           IF  F0SCONT-ISTA-ULTI EQUAL ZERO
             MOVE  W-ANNO-INIZ         TO  W-ANNO-PREC
           ELSE
             DIVIDE F0SCONT-ISTA-ULTI BY 10000 GIVING W-ANNO-PREC
           END-IF
           COMPUTE W-ANNI-TRAS = W-ANNO-ANNI - W-ANNO-PREC
           IF  W-ANNI-TRAS EQUAL ZERO
             MOVE  1                   TO  W-ANNI-TRAS
           END-IF
           MOVE    F0SCONT-ISTA-INDI   TO  W-CODE-INDI
           IF  W-CODE-INDI EQUAL SPACES
             MOVE  "FOI "              TO  W-CODE-INDI
           END-IF
           MOVE    F0SCONT-ISTA-MESE-BASE TO  W-MESE-BASE
           IF  W-MESE-BASE EQUAL ZERO
             DIVIDE F0SCONT-DATA-INIZ BY 100 GIVING W-MESE-BASE
           END-IF
           COMPUTE W-MESE-RIFE = W-MESE-BASE + (W-ANNI-TRAS * 100)
      *
           MOVE    W-MESE-BASE         TO  F0SISTA-ANNO-MESE
           PERFORM RT3-LEGGI-INDICE
           MOVE    F0SISTA-VALORE      TO  W-INDI-BASE
           IF  W-TROVATO-SI
             MOVE  W-MESE-RIFE         TO  F0SISTA-ANNO-MESE
             PERFORM RT3-LEGGI-INDICE
             MOVE  F0SISTA-VALORE      TO  W-INDI-RIFE
           END-IF
           IF  NOT W-TROVATO-SI
             ADD   1                   TO  W-NUMR-MANC
             MOVE SPACES               TO  W-LINEA
             STRING "CONTRATTO "       DELIMITED BY SIZE
                 F0SCONT-NUMR-CONTR    DELIMITED BY SIZE
                 " ANNIVERSARIO "      DELIMITED BY SIZE
                 W-DATA-ANNI           DELIMITED BY SIZE
                 ": INDICE "           DELIMITED BY SIZE
                 W-CODE-INDI           DELIMITED BY SIZE
                 " DEL MESE "          DELIMITED BY SIZE
                 F0SISTA-ANNO-MESE     DELIMITED BY SIZE
                 " NON INSERITO - DA RILANCIARE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM RT9-SCRIVI-PRO
             EXIT PARAGRAPH
           END-IF
      *
      *      Variazione dell'indice, limitata al tetto della clausola;
      *      in calo gli importi restano invariati
           COMPUTE W-PERC-VARI ROUNDED =
                   ((W-INDI-RIFE - W-INDI-BASE) * 100) / W-INDI-BASE
           MOVE    W-PERC-VARI         TO  W-PERC-APPL
           IF  F0SCONT-ISTA-TETT GREATER ZERO
             COMPUTE W-TETT-TOTA = F0SCONT-ISTA-TETT * W-ANNI-TRAS
             IF  W-PERC-APPL GREATER W-TETT-TOTA
               MOVE W-TETT-TOTA        TO  W-PERC-APPL
             END-IF
           END-IF
           IF  W-PERC-APPL LESS ZERO
             MOVE  ZERO                TO  W-PERC-APPL
           END-IF
           PERFORM RT4-NUOVO-IMPORTO
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND GREATER F0SCONT-NUMR-RIGHE
           ADD     1                   TO  W-NUMR-PROP
           PERFORM RT5-STAMPA-PROPOSTA
           IF  W-MODO-APPROVAZIONE
             PERFORM RT6-APPROVAZIONE
           END-IF
           .
      ******************************************************************
      *----------  INDICE DEL MESE IN F0SISTA-ANNO-MESE, PER L'INDICE
      *            DELLA CLAUSOLA
       RT3-LEGGI-INDICE.
           MOVE    W-CODE-INDI         TO  F0SISTA-CODE-INDI
           MOVE    ZERO                TO  F0SISTA-VALORE
           MOVE    "N"                 TO  W-TROVATO
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URISTA10"              USING F0SISTA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SISTA-VALORE GREATER ZERO
             MOVE  "S"                 TO  W-TROVATO
           END-IF
      *      La lettura non deve disturbare la scansione dei contratti
           MOVE    1                   TO  DSTF-IOSR
           .
      ******************************************************************
       RT4-NUOVO-IMPORTO.
           COMPUTE W-NUOV-IMPO(W-IND) ROUNDED =
                   F0SCONT-RIGA-IMPO(W-IND) *
                   (100 + W-PERC-APPL) / 100
           .
      ******************************************************************
      *----------  PROPOSTA DEL CONTRATTO: INDICI CONFRONTATI,
      *            VARIAZIONE E IMPORTI RIGA PER RIGA
       RT5-STAMPA-PROPOSTA.
           MOVE    W-INDI-BASE         TO  W-INDI-ED
           MOVE    W-INDI-RIFE         TO  W-INDI-ED2
           MOVE    W-PERC-VARI         TO  W-PERC-ED
           MOVE    W-PERC-APPL         TO  W-PERC-ED2
           MOVE SPACES                 TO  W-LINEA
           PERFORM RT9-SCRIVI-PRO
           MOVE SPACES                 TO  W-LINEA
           STRING "CONTRATTO "         DELIMITED BY SIZE
               F0SCONT-NUMR-CONTR      DELIMITED BY SIZE
               "  CLIENTE "            DELIMITED BY SIZE
               F0SCONT-CODI-CLIF       DELIMITED BY SIZE
               "  ANNIVERSARIO "       DELIMITED BY SIZE
               W-DATA-ANNI             DELIMITED BY SIZE
               "  INDICE "             DELIMITED BY SIZE
               W-CODE-INDI             DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-PRO
           DISPLAY W-LINEA
           MOVE SPACES                 TO  W-LINEA
           STRING "  MESE "            DELIMITED BY SIZE
               W-MESE-BASE             DELIMITED BY SIZE
               " = "                   DELIMITED BY SIZE
               W-INDI-ED               DELIMITED BY SIZE
               "  MESE "               DELIMITED BY SIZE
               W-MESE-RIFE             DELIMITED BY SIZE
               " = "                   DELIMITED BY SIZE
               W-INDI-ED2              DELIMITED BY SIZE
               "  VARIAZIONE % "       DELIMITED BY SIZE
               W-PERC-ED               DELIMITED BY SIZE
               "  APPLICATA % "        DELIMITED BY SIZE
               W-PERC-ED2              DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-PRO
           DISPLAY W-LINEA
           PERFORM RT51-STAMPA-RIGA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND GREATER F0SCONT-NUMR-RIGHE
           .
       RT51-STAMPA-RIGA.
           MOVE    F0SCONT-RIGA-IMPO(W-IND) TO  W-IMPO-ED
           MOVE    W-NUOV-IMPO(W-IND)  TO  W-IMPO-ED2
           MOVE SPACES                 TO  W-LINEA
           STRING "    "               DELIMITED BY SIZE
               F0SCONT-RIGA-DESC(W-IND) DELIMITED BY SIZE
               "  DA "                 DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
               "  A "                  DELIMITED BY SIZE
               W-IMPO-ED2              DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-PRO
           DISPLAY W-LINEA
           .
      ******************************************************************
      *----------  DECISIONE DEL RESPONSABILE: APPROVA, NON ORA (IL
      *            CONTRATTO TORNA AL PROSSIMO GIRO) O RINUNCIA
       RT6-APPROVAZIONE.
           DISPLAY "APPROVI L'ADEGUAMENTO ? (S = SI, N = NON ORA, "
                   "R = RINUNCIA) : " WITH NO ADVANCING
           ACCEPT   W-RISP
           EVALUATE W-RISP
             WHEN "S"
             WHEN "s"
               MOVE "A"                TO  F0SISTS-STAT-ADEG
             WHEN "R"
             WHEN "r"
               MOVE "R"                TO  F0SISTS-STAT-ADEG
               MOVE ZERO               TO  W-PERC-APPL
               PERFORM RT61-IMPORTO-INVARIATO
                       VARYING W-IND FROM 1 BY 1
                       UNTIL W-IND GREATER F0SCONT-NUMR-RIGHE
             WHEN OTHER
               MOVE SPACES             TO  W-LINEA
               STRING "  NON DECISO - RESTA DA APPROVARE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
               PERFORM RT9-SCRIVI-PRO
               EXIT PARAGRAPH
           END-EVALUATE
      *
      *      Storico: una riga per riga di contratto
           PERFORM RT62-SCRIVI-STORICO
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND GREATER F0SCONT-NUMR-RIGHE
      *
      *      Il contratto ricorda l'anniversario trattato e il nuovo
      *      mese base; i nuovi importi restano in attesa della
      *      decorrenza, li applica il giro di fatturazione
           MOVE    W-DATA-ANNI         TO  F0SCONT-ISTA-ULTI
           MOVE    W-MESE-RIFE         TO  F0SCONT-ISTA-MESE-BASE
           MOVE    W-CODE-INDI         TO  F0SCONT-ISTA-INDI
           IF  F0SISTS-APPROVATO AND W-PERC-APPL GREATER ZERO
             MOVE  W-DATA-ANNI         TO  F0SCONT-ISTA-DECO
             PERFORM RT63-IMPORTO-IN-ATTESA
                     VARYING W-IND FROM 1 BY 1
                     UNTIL W-IND GREATER F0SCONT-NUMR-RIGHE
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
      *
           MOVE SPACES                 TO  W-LINEA
           IF  F0SISTS-APPROVATO
             ADD   1                   TO  W-NUMR-APPR
             STRING "  APPROVATO DA "  DELIMITED BY SIZE
                 L-IDENUTEN            DELIMITED BY SIZE
                 " - DECORRENZA "      DELIMITED BY SIZE
                 W-DATA-ANNI           DELIMITED BY SIZE
                                       INTO W-LINEA
           ELSE
             ADD   1                   TO  W-NUMR-RINU
             STRING "  RINUNCIATO DA " DELIMITED BY SIZE
                 L-IDENUTEN            DELIMITED BY SIZE
                 " - IMPORTI INVARIATI" DELIMITED BY SIZE
                                       INTO W-LINEA
           END-IF
           PERFORM RT9-SCRIVI-PRO
           IF  F0SISTS-APPROVATO AND W-PERC-APPL GREATER ZERO
             PERFORM RT7-LETTERA-AVVISO
           END-IF
      *      Scritture e rilettura per chiave non devono fermare la
      *      scansione dei contratti
           MOVE    1                   TO  DSTF-IOSR
           .
       RT61-IMPORTO-INVARIATO.
           MOVE    F0SCONT-RIGA-IMPO(W-IND) TO  W-NUOV-IMPO(W-IND)
           .
       RT62-SCRIVI-STORICO.
           MOVE    F0SCONT-CODE-CLIE   TO  F0SISTS-CODE-CLIE
           MOVE    F0SCONT-NUMR-CONTR  TO  F0SISTS-NUMR-CONTR
           MOVE    W-DATA-ANNI         TO  F0SISTS-DATA-ANNI
           MOVE    W-IND               TO  F0SISTS-NUMR-RIGA
           MOVE    F0SCONT-RIGA-DESC(W-IND) TO  F0SISTS-RIGA-DESC
           MOVE    F0SCONT-RIGA-IMPO(W-IND) TO  F0SISTS-IMPO-PREC
           MOVE    W-NUOV-IMPO(W-IND)  TO  F0SISTS-IMPO-NUOV
           MOVE    W-CODE-INDI         TO  F0SISTS-CODE-INDI
           MOVE    W-MESE-BASE         TO  F0SISTS-MESE-BASE
           MOVE    W-MESE-RIFE         TO  F0SISTS-MESE-RIFE
           MOVE    W-INDI-BASE         TO  F0SISTS-INDI-BASE
           MOVE    W-INDI-RIFE         TO  F0SISTS-INDI-RIFE
           MOVE    W-PERC-VARI         TO  F0SISTS-PERC-VARI
           MOVE    W-PERC-APPL         TO  F0SISTS-PERC-APPL
           MOVE    W-DATA-ANNI         TO  F0SISTS-DATA-DECO
           MOVE    LDATE-ACTL          TO  F0SISTS-DATA-APPR
           MOVE    L-IDENUTEN          TO  F0SISTS-IDENUTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URISTS10"              USING F0SISTS LWCOMAR
           .
       RT63-IMPORTO-IN-ATTESA.
           MOVE    W-NUOV-IMPO(W-IND)  TO  F0SCONT-ISTA-NUOV(W-IND)
           .
      ******************************************************************
      *----------  LETTERA DI AVVISO AL CLIENTE SU CONISTL, ACCODATA
      *            ALLA SPEDIZIONE CON IL CANALE DEL CLIENTE
       RT7-LETTERA-AVVISO.
           INITIALIZE F0SCLIF
           MOVE    F0SCONT-CODE-CLIE   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SCONT-CODI-CLIF   TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
      *
           MOVE SPACES                 TO  W-LINEA
           STRING "----------------------------------------"
                  "----------------------------------------"
                                       DELIMITED BY SIZE INTO W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE    F0SCLIF-INDR-CLIF   TO  W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE SPACES                 TO  W-LINEA
           STRING F0SCLIF-CAP-CLIF     DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SCLIF-COMU-CLIF       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SCLIF-PROV-CLIF       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE SPACES                 TO  W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE SPACES                 TO  W-LINEA
           STRING "OGGETTO: ADEGUAMENTO ISTAT DEL CONTRATTO N. "
                                       DELIMITED BY SIZE
               F0SCONT-NUMR-CONTR      DELIMITED BY SIZE
               " - "                   DELIMITED BY SIZE
               LDATE-ACTL              DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE SPACES                 TO  W-LINEA
           STRING "COME PREVISTO DALLA CLAUSOLA DI INDICIZZAZIONE, "
               "L'INDICE ISTAT "       DELIMITED BY SIZE
               W-CODE-INDI             DELIMITED BY SIZE
               " E' PASSATO DA "       DELIMITED BY SIZE
               W-INDI-ED               DELIMITED BY SIZE
               " ("                    DELIMITED BY SIZE
               W-MESE-BASE             DELIMITED BY SIZE
               ") A "                  DELIMITED BY SIZE
               W-INDI-ED2              DELIMITED BY SIZE
               " ("                    DELIMITED BY SIZE
               W-MESE-RIFE             DELIMITED BY SIZE
               ")."                    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE SPACES                 TO  W-LINEA
           STRING "LA VARIAZIONE APPLICATA E' DEL "
                                       DELIMITED BY SIZE
               W-PERC-ED2              DELIMITED BY SIZE
               "% E DALLA DATA "       DELIMITED BY SIZE
               W-DATA-ANNI             DELIMITED BY SIZE
               " GLI IMPORTI SARANNO I SEGUENTI:"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-LET
           PERFORM RT71-RIGA-LETTERA
                   VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND GREATER F0SCONT-NUMR-RIGHE
           MOVE SPACES                 TO  W-LINEA
           PERFORM RT9-SCRIVI-LET
           MOVE SPACES                 TO  W-LINEA
           STRING "PER OGNI CHIARIMENTO CONTATTATE I NOSTRI UFFICI."
                                       DELIMITED BY SIZE INTO W-LINEA
           PERFORM RT9-SCRIVI-LET
      *
           IF  F0SCONT-CODI-CLIF NOT EQUAL ZERO
             MOVE  F0SCONT-CODE-CLIE   TO  W-DACC-CODE-CLIE
             MOVE  F0SCONT-CODI-CLIF   TO  W-DACC-CODI-CLIF
             MOVE  "ADEGISTA"          TO  W-DACC-TIPO-DOCU
             MOVE  "CONISTL"           TO  W-DACC-NOME-FILE
             MOVE  SPACE               TO  W-DACC-ESITO
             CALL "UDISPAC0"           USING W-DACC-CTRL LWCOMAR
           END-IF
           .
       RT71-RIGA-LETTERA.
           MOVE    F0SCONT-RIGA-IMPO(W-IND) TO  W-IMPO-ED
           MOVE    W-NUOV-IMPO(W-IND)  TO  W-IMPO-ED2
           MOVE SPACES                 TO  W-LINEA
           STRING "    "               DELIMITED BY SIZE
               F0SCONT-RIGA-DESC(W-IND) DELIMITED BY SIZE
               "  DA EURO "            DELIMITED BY SIZE
               W-IMPO-ED               DELIMITED BY SIZE
               "  A EURO "             DELIMITED BY SIZE
               W-IMPO-ED2              DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM RT9-SCRIVI-LET
           .
      ******************************************************************
       RT9-SCRIVI-PRO.
           MOVE W-LINEA                TO  CONISTP-REC
           WRITE CONISTP-REC
           .
       RT9-SCRIVI-LET.
           MOVE W-LINEA                TO  CONISTL-REC
           WRITE CONISTL-REC
           .
      *(END)
