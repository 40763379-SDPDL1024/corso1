       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCLIDUP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RICERCA DEI CLIENTI DOPPI NELL'ANAGRAFICA F0SCLIF DELLA
      *****   DITTA (TRAMITE "URCLIF10"): TOTEM E INSERIMENTO ORDINI
      *****   CREANO CLIENTI, E LO STESSO SOGGETTO FINISCE SU PIU'
      *****   CODICI CHE SI DIVIDONO SALDO, FIDO E CLASSE ABC. DUE
      *****   CLIENTI SONO STAMPATI COME PROBABILI DOPPI QUANDO:
      *****     - HANNO LA STESSA PARTITA IVA                  ("PI")
      *****     - HANNO LO STESSO CODICE FISCALE               ("CF")
      *****     - IL CODICE FISCALE DI UNO E' LA PARTITA IVA
      *****       DELL'ALTRO (SOCIETA' CENSITA IN DUE MODI)    ("CP")
      *****     - RAGIONE SOCIALE E INDIRIZZO CON CAP COINCIDONO
      *****       UNA VOLTA NORMALIZZATI: MAIUSCOLE, SOLO LETTERE
      *****       E CIFRE, SENZA LA FORMA SOCIETARIA IN FONDO
      *****       (SRL, SRLS, SPA, SNC, SAS)                   ("NI")
      *****   PER OGNI COPPIA LA PROPOSTA DEL CODICE CHE RESTA (IL
      *****   PIU' VECCHIO, CIOE' IL PIU' BASSO). LA FUSIONE VERA LA
      *****   FA IL SUPERVISORE CON "UCLIFUS0". I CLIENTI GIA'
      *****   UNIFICATI DA UNA FUSIONE (BLOCCO "U") NON SI
      *****   CONFRONTANO PIU'. LA STAMPA VA SU "DUPCLIF".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPCLIF-FILE         ASSIGN TO "DUPCLIF"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-DUP.
       DATA DIVISION.
       FILE SECTION.
       FD  DUPCLIF-FILE.
       01  DUPCLIF-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-DUP                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-NUMR-COPPIE               PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ESCLUSI              PIC 9(05)      VALUE ZERO.
       77  W-I                         PIC S9(04) COMP VALUE ZERO.
       77  W-J                         PIC S9(04) COMP VALUE ZERO.
       77  W-K                         PIC S9(04) COMP VALUE ZERO.
       77  W-LUNG                      PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZ9      VALUE ZERO.
       77  W-REGOLA                    PIC X(02)      VALUE SPACES.
       77  W-MINUSCOLE                 PIC X(26)      VALUE
               "abcdefghijklmnopqrstuvwxyz".
       77  W-MAIUSCOLE                 PIC X(26)      VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
      *----------  AREA DI NORMALIZZAZIONE DI UN TESTO
       01  W-NORM-IN                   PIC X(80)      VALUE SPACES.
       01  W-NORM-OUT                  PIC X(80)      VALUE SPACES.
      *
      *----------  CLIENTI DELLA DITTA, CON LE CHIAVI DI CONFRONTO
       01  W-CLI-TAB.
           03  W-CLI-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-CLI-VOCE              OCCURS 5000.
               05  W-CLI-CODI          PIC 9(06).
               05  W-CLI-RAGE          PIC X(40).
               05  W-CLI-PIVA          PIC X(11).
               05  W-CLI-CFIS          PIC X(16).
               05  W-CLI-NOME-NORM     PIC X(40).
               05  W-CLI-INDR-NORM     PIC X(50).
               05  W-CLI-BLOC          PIC X(01).
      *
       COPY "F0SCLIF.REC".
      *
       LINKAGE SECTION.
       01  L-CDUP-CTRL.
           03  L-CDUP-CODE-CLIE        PIC 9(04).
           03  L-CDUP-ESITO            PIC X(01).
               88  L-CDUP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CDUP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-CDUP-ESITO
           DISPLAY "RICERCA CLIENTI DOPPI  -  DITTA " L-CDUP-CODE-CLIE
           MOVE    ZERO                TO  W-CLI-NUMR W-NUMR-COPPIE
                                           W-NUMR-ESCLUSI
           PERFORM 1000-CARICA-CLIENTI
           MOVE    W-CLI-NUMR          TO  W-NUMR-ED
           OPEN OUTPUT DUPCLIF-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "CLIENTI PROBABILMENTE DOPPI - DITTA "
                                       DELIMITED BY SIZE
                   L-CDUP-CODE-CLIE    DELIMITED BY SIZE
                   " - CLIENTI ESAMINATI "
                                       DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "RG CLIENTE RAGIONE SOCIALE"
                                       TO  W-LINEA(1:26)
           MOVE    "CLIENTE RAGIONE SOCIALE"
                                       TO  W-LINEA(52:23)
           MOVE    "RESTA"             TO  W-LINEA(101:5)
           MOVE    "NOTE"              TO  W-LINEA(109:4)
           PERFORM 8900-SCRIVI
           PERFORM 2000-CONFRONTA-CLIENTE
               VARYING W-I FROM 1 BY 1
               UNTIL W-I NOT LESS W-CLI-NUMR
           PERFORM 9000-RIEPILOGO
           CLOSE   DUPCLIF-FILE
           MOVE    "S"                 TO  L-CDUP-ESITO
           DISPLAY "COPPIE DI PROBABILI DOPPI " W-NUMR-COPPIE
                   " (VEDI DUPCLIF)"
           EXIT PROGRAM.
      ******************************************************************
      *----------  CLIENTI DELLA DITTA IN TABELLA, CON PARTITA IVA,
      *            CODICE FISCALE E NOME/INDIRIZZO NORMALIZZATI
       1000-CARICA-CLIENTI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           INITIALIZE F0SCLIF
           MOVE    L-CDUP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           PERFORM 1100-CARICA-CLIENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
      ******************************************************************
       1100-CARICA-CLIENTE.
           PERFORM 1110-CLIENTE-IN-TABELLA
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
       1110-CLIENTE-IN-TABELLA.
           IF  F0SCLIF-BLOCCATO
               AND F0SCLIF-MOTI-BLOC EQUAL "U"
             ADD   1                   TO  W-NUMR-ESCLUSI
             EXIT PARAGRAPH
           END-IF
           IF  W-CLI-NUMR EQUAL 5000
             DISPLAY "OLTRE 5000 CLIENTI NELLA DITTA - IL CLIENTE "
                     F0SCLIF-CODI-CLIF " E I SEGUENTI NON SONO"
                     " CONFRONTATI"
             ADD   1                   TO  W-NUMR-ESCLUSI
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-CLI-NUMR
           MOVE    F0SCLIF-CODI-CLIF   TO  W-CLI-CODI(W-CLI-NUMR)
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-CLI-RAGE(W-CLI-NUMR)
           MOVE    F0SCLIF-STAT-BLOC   TO  W-CLI-BLOC(W-CLI-NUMR)
           MOVE    F0SCLIF-PIVA-CLIF   TO  W-NORM-IN
           PERFORM 5000-NORMALIZZA
           MOVE    W-NORM-OUT          TO  W-CLI-PIVA(W-CLI-NUMR)
           IF  W-CLI-PIVA(W-CLI-NUMR) EQUAL ALL "0"
             MOVE  SPACES              TO  W-CLI-PIVA(W-CLI-NUMR)
           END-IF
           MOVE    F0SCLIF-CFIS-CLIF   TO  W-NORM-IN
           PERFORM 5000-NORMALIZZA
           MOVE    W-NORM-OUT          TO  W-CLI-CFIS(W-CLI-NUMR)
           IF  W-CLI-CFIS(W-CLI-NUMR) EQUAL ALL "0"
             MOVE  SPACES              TO  W-CLI-CFIS(W-CLI-NUMR)
           END-IF
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-NORM-IN
           PERFORM 5000-NORMALIZZA
           PERFORM 5200-TOGLI-FORMA-SOCIETARIA
           MOVE    W-NORM-OUT          TO  W-CLI-NOME-NORM(W-CLI-NUMR)
           MOVE    SPACES              TO  W-NORM-IN
           STRING  F0SCLIF-INDR-CLIF   DELIMITED BY SIZE
                   F0SCLIF-CAP-CLIF    DELIMITED BY SIZE
                                       INTO W-NORM-IN
           PERFORM 5000-NORMALIZZA
           MOVE    W-NORM-OUT          TO  W-CLI-INDR-NORM(W-CLI-NUMR)
           .
      ******************************************************************
       2000-CONFRONTA-CLIENTE.
           COMPUTE W-K = W-I + 1
           PERFORM 2100-CONFRONTA-COPPIA
               VARYING W-J FROM W-K BY 1
               UNTIL W-J GREATER W-CLI-NUMR
           .
      ******************************************************************
      *----------  UNA COPPIA: LA PRIMA REGOLA CHE SCATTA DA' IL
      *            MOTIVO DELLA SEGNALAZIONE
       2100-CONFRONTA-COPPIA.
           MOVE    SPACES              TO  W-REGOLA
           EVALUATE TRUE
             WHEN W-CLI-PIVA(W-I) NOT EQUAL SPACES
                  AND W-CLI-PIVA(W-I) EQUAL W-CLI-PIVA(W-J)
               MOVE  "PI"              TO  W-REGOLA
             WHEN W-CLI-CFIS(W-I) NOT EQUAL SPACES
                  AND W-CLI-CFIS(W-I) EQUAL W-CLI-CFIS(W-J)
               MOVE  "CF"              TO  W-REGOLA
             WHEN W-CLI-CFIS(W-I) NOT EQUAL SPACES
                  AND W-CLI-CFIS(W-I) EQUAL W-CLI-PIVA(W-J)
               MOVE  "CP"              TO  W-REGOLA
             WHEN W-CLI-PIVA(W-I) NOT EQUAL SPACES
                  AND W-CLI-PIVA(W-I) EQUAL W-CLI-CFIS(W-J)
               MOVE  "CP"              TO  W-REGOLA
             WHEN W-CLI-NOME-NORM(W-I) NOT EQUAL SPACES
                  AND W-CLI-INDR-NORM(W-I) NOT EQUAL SPACES
                  AND W-CLI-NOME-NORM(W-I) EQUAL W-CLI-NOME-NORM(W-J)
                  AND W-CLI-INDR-NORM(W-I) EQUAL W-CLI-INDR-NORM(W-J)
               MOVE  "NI"              TO  W-REGOLA
           END-EVALUATE
           IF  W-REGOLA NOT EQUAL SPACES
             PERFORM 2200-STAMPA-COPPIA
           END-IF
           .
      ******************************************************************
       2200-STAMPA-COPPIA.
           ADD     1                   TO  W-NUMR-COPPIE
           MOVE    SPACES              TO  W-LINEA
           MOVE    W-REGOLA            TO  W-LINEA(1:2)
           MOVE    W-CLI-CODI(W-I)     TO  W-LINEA(4:6)
           MOVE    W-CLI-RAGE(W-I)     TO  W-LINEA(11:40)
           MOVE    W-CLI-CODI(W-J)     TO  W-LINEA(52:6)
           MOVE    W-CLI-RAGE(W-J)     TO  W-LINEA(59:40)
      *    Resta il codice piu' vecchio, a meno che sia bloccato e
      *    l'altro no
           IF  W-CLI-BLOC(W-I) EQUAL "B"
               AND W-CLI-BLOC(W-J) NOT EQUAL "B"
             MOVE  W-CLI-CODI(W-J)     TO  W-LINEA(101:6)
           ELSE
             MOVE  W-CLI-CODI(W-I)     TO  W-LINEA(101:6)
           END-IF
           IF  W-CLI-BLOC(W-I) EQUAL "B"
               OR W-CLI-BLOC(W-J) EQUAL "B"
             MOVE  "CLIENTE BLOCCATO"  TO  W-LINEA(109:16)
           END-IF
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  NORMALIZZAZIONE: MAIUSCOLE E SOLO LETTERE E CIFRE,
      *            COSI' CHE "ROSSI S.R.L." E "Rossi  srl" COINCIDANO
       5000-NORMALIZZA.
           INSPECT W-NORM-IN CONVERTING W-MINUSCOLE TO W-MAIUSCOLE
           MOVE    SPACES              TO  W-NORM-OUT
           MOVE    ZERO                TO  W-LUNG
           PERFORM 5100-COPIA-CARATTERE
               VARYING W-K FROM 1 BY 1
               UNTIL W-K GREATER 80
           .
      ******************************************************************
       5100-COPIA-CARATTERE.
           IF  (W-NORM-IN(W-K:1) NOT LESS "A"
                AND W-NORM-IN(W-K:1) NOT GREATER "Z")
               OR W-NORM-IN(W-K:1) IS NUMERIC
             ADD   1                   TO  W-LUNG
             MOVE  W-NORM-IN(W-K:1)    TO  W-NORM-OUT(W-LUNG:1)
           END-IF
           .
      ******************************************************************
      *----------  LA FORMA SOCIETARIA IN FONDO ALLA RAGIONE SOCIALE
      *            NON DISTINGUE DUE CLIENTI: SI TOGLIE
       5200-TOGLI-FORMA-SOCIETARIA.
           IF  W-LUNG GREATER 4
               AND W-NORM-OUT(W-LUNG - 3:4) EQUAL "SRLS"
             MOVE  SPACES              TO  W-NORM-OUT(W-LUNG - 3:4)
             EXIT PARAGRAPH
           END-IF
           IF  W-LUNG GREATER 3
             IF  W-NORM-OUT(W-LUNG - 2:3) EQUAL "SRL" OR "SPA"
                                              OR "SNC" OR "SAS"
               MOVE SPACES             TO  W-NORM-OUT(W-LUNG - 2:3)
             END-IF
           END-IF
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  DUPCLIF-REC
           WRITE   DUPCLIF-REC
           .
      ******************************************************************
       9000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "COPPIE DI PROBABILI DOPPI      : "
                                       DELIMITED BY SIZE
                   W-NUMR-COPPIE       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "CLIENTI GIA' UNIFICATI/ESCLUSI : "
                                       DELIMITED BY SIZE
                   W-NUMR-ESCLUSI      DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "RG: PI = PARTITA IVA, CF = CODICE FISCALE, CP = CF"
                                       TO  W-LINEA
           MOVE    " DELL'UNO = P.IVA DELL'ALTRO, NI = NOME E INDIRIZZO"
                                       TO  W-LINEA(51:51)
           PERFORM 8900-SCRIVI
           .
      *(END)
