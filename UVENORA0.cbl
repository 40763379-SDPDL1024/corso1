       IDENTIFICATION DIVISION.
       PROGRAM-ID. UVENORA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REPORT DELLE VENDITE DI CASSA PER FASCIA ORARIA E GIORNO
      *****   DELLA SETTIMANA, SUL FILE "VENORA", PER PIANIFICARE I
      *****   TURNI DEI CASSIERI E I FONDI CASSA. SUL PERIODO CHIESTO
      *****   (DAL/AL, 0 = OGGI) E PER OGNI DEPOSITO (O IL SOLO
      *****   DEPOSITO CHIESTO), PER GIORNO DELLA SETTIMANA E FASCIA
      *****   DI MEZZ'ORA:
      *****   - SCONTRINI (VENDITE BATTUTE ALLA CASSA TOTEM, F0SVEND
      *****     CON L'ORA DI VENDITA), MEDIA SCONTRINI AL GIORNO,
      *****     SCONTRINO MEDIO E INCASSO;
      *****   - CASSE APERTE AL MASSIMO NELLA FASCIA, DALLE SESSIONI DI
      *****     CASSETTO: OGNI FONDO CASSA DICHIARATO (F0SCASM) APRE
      *****     UNA CASSA, CHE RESTA APERTA FINO ALLA CHIUSURA Z
      *****     SUCCESSIVA DEL DEPOSITO (F0SCASS) O A FINE GIORNATA.
      *****   I DOCUMENTI DI CASSA EMESSI PRIMA DELL'ORA DI VENDITA
      *****   SONO CONTATI A PARTE (SENZA ORA).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENORA-FILE          ASSIGN TO "VENORA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REP.
       DATA DIVISION.
       FILE SECTION.
       FD  VENORA-FILE.
       01  VENORA-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REP                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND2                      PIC S9(04) COMP VALUE ZERO.
       77  W-IND-DEPO                  PIC S9(04) COMP VALUE ZERO.
       77  W-IND-GIOR                  PIC S9(04) COMP VALUE ZERO.
       77  W-IND-SLOT                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-DEPO                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-CHIU                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-FOND                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-CASSE                PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SALTATE              PIC 9(05)          VALUE 0.
       77  W-TOTA-SCON                 PIC 9(07)          VALUE 0.
       77  W-TOTA-SENZA-ORA            PIC 9(05)          VALUE 0.
       77  W-TOTA-IMPO                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-GIOR-SCON                 PIC 9(07)          VALUE 0.
       77  W-GIOR-IMPO                 PIC S9(11)V99 COMP-3 VALUE 0.
       77  W-GIOR-INT                  PIC S9(09) COMP    VALUE 0.
       77  W-GIOR-INT-AL               PIC S9(09) COMP    VALUE 0.
       77  W-QUOZ                      PIC S9(09) COMP    VALUE 0.
       77  W-RESTO                     PIC S9(04) COMP    VALUE 0.
       77  W-GIOR-SETT                 PIC S9(04) COMP    VALUE 0.
       77  W-ORA                       PIC 9(06)          VALUE 0.
       77  W-ORA-FINE                  PIC 9(06)          VALUE 0.
       77  W-SLOT-INIZ                 PIC 9(06)          VALUE 0.
       77  W-SLOT-FINE                 PIC 9(06)          VALUE 0.
       77  W-INST-CERC                 PIC 9(04)          VALUE 0.
       77  W-DATA-CORR                 PIC 9(08)          VALUE 0.
       77  W-IMPO-MEDIO                PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-MEDIA-GIOR                PIC 9(05)V9  COMP-3 VALUE 0.
       77  W-FINE-SCAN                 PIC X(01)          VALUE "N".
           88  W-FINE-SCAN-SI                             VALUE "S".
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-MEDIO-ED                  PIC ---.---.--9,99 VALUE 0.
       77  W-SCON-ED                   PIC ZZZZZZ9        VALUE 0.
       77  W-MEDIA-ED                  PIC ZZZZ9,9        VALUE 0.
       77  W-CASSE-ED                  PIC ZZ9            VALUE 0.
       77  W-NUMR-ED                   PIC ZZZZ9          VALUE 0.
      *
       01  W-PARAMETRI.
           03  W-DATA-DAL              PIC 9(08)   VALUE ZERO.
           03  W-DATA-AL               PIC 9(08)   VALUE ZERO.
           03  W-INST-SCEL             PIC 9(04)   VALUE ZERO.
      *
      *----------  FASCIA DI MEZZ'ORA STAMPATA (HH:MM-HH:MM)
       01  W-FASCIA.
           03  W-FA-HH-INIZ            PIC 9(02).
           03  FILLER                  PIC X(01)   VALUE ":".
           03  W-FA-MM-INIZ            PIC 9(02).
           03  FILLER                  PIC X(01)   VALUE "-".
           03  W-FA-HH-FINE            PIC 9(02).
           03  FILLER                  PIC X(01)   VALUE ":".
           03  W-FA-MM-FINE            PIC 9(02).
      *
      *----------  GIORNI DELLA SETTIMANA, DAL LUNEDI'
       01  W-TAB-SETT-VAL.
           03  FILLER                  PIC X(09)   VALUE "LUNEDI'".
           03  FILLER                  PIC X(09)   VALUE "MARTEDI'".
           03  FILLER                  PIC X(09)   VALUE "MERCOLEDI".
           03  FILLER                  PIC X(09)   VALUE "GIOVEDI'".
           03  FILLER                  PIC X(09)   VALUE "VENERDI'".
           03  FILLER                  PIC X(09)   VALUE "SABATO".
           03  FILLER                  PIC X(09)   VALUE "DOMENICA".
       01  W-TAB-SETT REDEFINES W-TAB-SETT-VAL.
           03  W-TS-DESC               PIC X(09)   OCCURS 7.
      *
      *----------  QUANTE VOLTE OGNI GIORNO DELLA SETTIMANA CADE NEL
      *            PERIODO
       01  W-TAB-OCCO.
           03  W-TO-NUMR-GIOR          PIC 9(05)   OCCURS 7.
      *
      *----------  DEPOSITI DEL REPORT: PER GIORNO DELLA SETTIMANA E
      *            FASCIA, SCONTRINI, INCASSO E MASSIMO DELLE CASSE
      *            APERTE
       01  W-TAB-DEPO.
           03  W-TD-DEPO               OCCURS 20.
               05  W-TD-NUMR-INST      PIC 9(04).
               05  W-TD-SENZA-ORA      PIC 9(05).
               05  W-TD-GIOR           OCCURS 7.
                   07  W-TD-SLOT       OCCURS 48.
                       09  W-TD-NUMR-SCON PIC 9(07).
                       09  W-TD-IMPO   PIC S9(11)V99 COMP-3.
                       09  W-TD-CASSE  PIC 9(03).
      *
      *----------  CHIUSURE Z DEL PERIODO (DEPOSITO, DATA, ORA)
       01  W-TAB-CHIU.
           03  W-TC-CHIU               OCCURS 3000.
               05  W-TC-NUMR-INST      PIC 9(04).
               05  W-TC-DATA           PIC 9(08).
               05  W-TC-ORA            PIC 9(06).
      *
      *----------  CASSE APERTE IN UNA GIORNATA DI UN DEPOSITO: DAL
      *            FONDO CASSA ALLA CHIUSURA Z SUCCESSIVA
       01  W-TAB-FOND.
           03  W-TF-FOND               OCCURS 50.
               05  W-TF-ORA-INIZ       PIC 9(06).
               05  W-TF-ORA-FINE       PIC 9(06).
      *
       COPY "F0SVEND.REC".
       COPY "F0SCASM.REC".
       COPY "F0SCASS.REC".
      *
       LINKAGE SECTION.
       01  L-VORA-CTRL.
           03  L-VORA-CODE-CLIE        PIC 9(04).
           03  L-VORA-NUMR-SCON        PIC 9(07).
           03  L-VORA-ESITO            PIC X(01).
               88  L-VORA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-VORA-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-VORA-ESITO
           MOVE    ZERO                TO  W-NUMR-DEPO W-NUMR-CHIU
                                           W-NUMR-SALTATE W-TOTA-SCON
                                           W-TOTA-SENZA-ORA W-TOTA-IMPO
           INITIALIZE W-TAB-OCCO
           DISPLAY "REPORT VENDITE DI CASSA PER FASCIA ORARIA"
           DISPLAY "DAL (AAAAMMGG, 0 = OGGI)  : " WITH NO ADVANCING
           ACCEPT   W-DATA-DAL
           DISPLAY "AL  (AAAAMMGG, 0 = OGGI)  : " WITH NO ADVANCING
           ACCEPT   W-DATA-AL
           DISPLAY "DEPOSITO (0 = TUTTI)      : " WITH NO ADVANCING
           ACCEPT   W-INST-SCEL
           IF  W-DATA-DAL EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-DAL
           END-IF
           IF  W-DATA-AL EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-AL
           END-IF
           IF  W-DATA-AL LESS W-DATA-DAL
             DISPLAY "PERIODO NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           COMPUTE W-GIOR-INT = FUNCTION INTEGER-OF-DATE(W-DATA-DAL)
           COMPUTE W-GIOR-INT-AL = FUNCTION INTEGER-OF-DATE(W-DATA-AL)
           PERFORM 0100-CONTA-GIORNI
               UNTIL W-GIOR-INT GREATER W-GIOR-INT-AL
           PERFORM 1000-CARICA-VENDITE
           IF  W-NUMR-DEPO EQUAL ZERO
             DISPLAY "NESSUNA VENDITA DI CASSA NEL PERIODO"
             GO TO EXIT-PRO
           END-IF
           PERFORM 2000-CARICA-CHIUSURE
           PERFORM 3000-SESSIONI-CASSA
               VARYING W-IND-DEPO FROM 1 BY 1
               UNTIL W-IND-DEPO GREATER W-NUMR-DEPO
      *
           OPEN OUTPUT VENORA-FILE
           PERFORM 5000-INTESTAZIONE
           PERFORM 5100-DEPOSITO
               VARYING W-IND-DEPO FROM 1 BY 1
               UNTIL W-IND-DEPO GREATER W-NUMR-DEPO
           PERFORM 6000-TOTALI
           CLOSE VENORA-FILE
           MOVE    W-TOTA-SCON         TO  L-VORA-NUMR-SCON
           MOVE    "S"                 TO  L-VORA-ESITO
           DISPLAY "REPORT VENDITE PER FASCIA SU VENORA - SCONTRINI: "
                   W-TOTA-SCON.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  GIORNO DELLA SETTIMANA DI UNA DATA (W-GIOR-INT, IN
      *            GIORNI DAL 01/01/1601 CHE ERA UN LUNEDI'): 1 =
      *            LUNEDI' ... 7 = DOMENICA
       0050-GIORNO-SETTIMANA.
           COMPUTE W-QUOZ = W-GIOR-INT - 1
           DIVIDE  W-QUOZ BY 7 GIVING W-QUOZ REMAINDER W-RESTO
           COMPUTE W-GIOR-SETT = W-RESTO + 1
           .
       0100-CONTA-GIORNI.
           PERFORM 0050-GIORNO-SETTIMANA
           ADD     1                   TO  W-TO-NUMR-GIOR(W-GIOR-SETT)
           ADD     1                   TO  W-GIOR-INT
           .
      ******************************************************************
      *----------  DOCUMENTI DELLA DITTA NEL PERIODO, LUNGO LA VIA PER
      *            DATA: LE VENDITE DI CASSA CON L'ORA VANNO NELLA
      *            FASCIA DEL LORO DEPOSITO
       1000-CARICA-VENDITE.
           INITIALIZE F0SVEND
           MOVE    L-VORA-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    W-DATA-DAL          TO  F0SVEND-DATA-DOCU
           MOVE    "N"                 TO  W-FINE-SCAN
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFATT10"             USING F0SVEND LWCOMAR
           MOVE    46                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFATT10"             USING F0SVEND LWCOMAR
           PERFORM 1100-DOCUMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
                  OR W-FINE-SCAN-SI
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFATT10"             USING F0SVEND LWCOMAR
           .
       1100-DOCUMENTO.
           IF  F0SVEND-DATA-DOCU GREATER W-DATA-AL
             SET   W-FINE-SCAN-SI      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           IF  (F0SVEND-VENDITA-CASSA OR F0SVEND-ORIG-TOTEM)
               AND NOT F0SVEND-DOC-DDT
               AND NOT F0SVEND-DOC-NOTA-CRED
               AND (W-INST-SCEL EQUAL ZERO
                    OR W-INST-SCEL EQUAL F0SVEND-NUMR-INST)
             PERFORM 1200-VENDITA
           END-IF
           MOVE    36                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFATT10"             USING F0SVEND LWCOMAR
           .
       1200-VENDITA.
           MOVE    F0SVEND-NUMR-INST   TO  W-INST-CERC
           PERFORM 1300-CERCA-DEPOSITO
           IF  W-IND-DEPO EQUAL ZERO
             ADD   1                   TO  W-NUMR-SALTATE
             EXIT PARAGRAPH
           END-IF
           IF  F0SVEND-ORA-DOCU EQUAL ZERO
             ADD   1                   TO  W-TD-SENZA-ORA(W-IND-DEPO)
                                           W-TOTA-SENZA-ORA
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-GIOR-INT =
                   FUNCTION INTEGER-OF-DATE(F0SVEND-DATA-DOCU)
           PERFORM 0050-GIORNO-SETTIMANA
           MOVE    F0SVEND-ORA-DOCU    TO  W-ORA
           PERFORM 1400-FASCIA-DI-ORA
           ADD     1                   TO  W-TD-NUMR-SCON(W-IND-DEPO
                                           W-GIOR-SETT W-IND-SLOT)
                                           W-TOTA-SCON
           ADD     F0SVEND-IMPO-TOTA   TO  W-TD-IMPO(W-IND-DEPO
                                           W-GIOR-SETT W-IND-SLOT)
                                           W-TOTA-IMPO
           .
      *----------  POSIZIONE DEL DEPOSITO (W-INST-CERC) NELLA TABELLA,
      *            AGGIUNTO SE NUOVO; ZERO SE LA TABELLA E' PIENA
       1300-CERCA-DEPOSITO.
           MOVE    ZERO                TO  W-IND-DEPO
           PERFORM 1310-CONFRONTA-DEPOSITO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-DEPO
                  OR W-IND-DEPO NOT EQUAL ZERO
           IF  W-IND-DEPO NOT EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  W-NUMR-DEPO NOT LESS 20
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-DEPO
           MOVE    W-NUMR-DEPO         TO  W-IND-DEPO
           INITIALIZE W-TD-DEPO(W-IND-DEPO)
           MOVE    W-INST-CERC         TO  W-TD-NUMR-INST(W-IND-DEPO)
           .
       1310-CONFRONTA-DEPOSITO.
           IF  W-TD-NUMR-INST(W-IND) EQUAL W-INST-CERC
             MOVE  W-IND               TO  W-IND-DEPO
           END-IF
           .
      *----------  FASCIA DI MEZZ'ORA (1-48) DELL'ORA HHMMSS IN W-ORA
       1400-FASCIA-DI-ORA.
           DIVIDE  W-ORA BY 10000 GIVING W-QUOZ
           COMPUTE W-IND-SLOT = W-QUOZ * 2 + 1
           IF  W-ORA(3:2) NOT LESS "30"
             ADD   1                   TO  W-IND-SLOT
           END-IF
           IF  W-IND-SLOT GREATER 48
             MOVE  48                  TO  W-IND-SLOT
           END-IF
           .
      ******************************************************************
      *----------  CHIUSURE Z DELLA DITTA NEL PERIODO, CON L'ORA
       2000-CARICA-CHIUSURE.
           INITIALIZE F0SCASS
           MOVE    L-VORA-CODE-CLIE    TO  F0SCASS-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCASS10"             USING F0SCASS LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCASS10"             USING F0SCASS LWCOMAR
           PERFORM 2100-CHIUSURA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCASS10"             USING F0SCASS LWCOMAR
           .
       2100-CHIUSURA.
           IF  F0SCASS-DATA NOT LESS W-DATA-DAL
               AND F0SCASS-DATA NOT GREATER W-DATA-AL
               AND F0SCASS-ORA IS NUMERIC
             IF  W-NUMR-CHIU LESS 3000
               ADD   1                 TO  W-NUMR-CHIU
               MOVE  F0SCASS-NUMR-INST TO  W-TC-NUMR-INST(W-NUMR-CHIU)
               MOVE  F0SCASS-DATA      TO  W-TC-DATA(W-NUMR-CHIU)
               MOVE  F0SCASS-ORA       TO  W-TC-ORA(W-NUMR-CHIU)
             ELSE
               ADD   1                 TO  W-NUMR-SALTATE
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCASS10"             USING F0SCASS LWCOMAR
           .
      ******************************************************************
      *----------  SESSIONI DI CASSETTO DI UN DEPOSITO: I FONDI CASSA
      *            DI OGNI GIORNATA DEL PERIODO, A ROTTURA DI DATA
       3000-SESSIONI-CASSA.
           MOVE    ZERO                TO  W-NUMR-FOND W-DATA-CORR
           INITIALIZE F0SCASM
           MOVE    L-VORA-CODE-CLIE    TO  F0SCASM-CODE-CLIE
           MOVE    W-TD-NUMR-INST(W-IND-DEPO) TO F0SCASM-NUMR-INST
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCASM10"             USING F0SCASM LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCASM10"             USING F0SCASM LWCOMAR
           PERFORM 3100-MOVIMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCASM10"             USING F0SCASM LWCOMAR
           IF  W-NUMR-FOND GREATER ZERO
             PERFORM 3200-CHIUDI-GIORNATA
           END-IF
           .
       3100-MOVIMENTO.
           IF  F0SCASM-DATA NOT LESS W-DATA-DAL
               AND F0SCASM-DATA NOT GREATER W-DATA-AL
               AND F0SCASM-FONDO
               AND F0SCASM-ORA IS NUMERIC
             IF  F0SCASM-DATA NOT EQUAL W-DATA-CORR
               IF  W-NUMR-FOND GREATER ZERO
                 PERFORM 3200-CHIUDI-GIORNATA
               END-IF
               MOVE  ZERO              TO  W-NUMR-FOND
               MOVE  F0SCASM-DATA      TO  W-DATA-CORR
             END-IF
             IF  W-NUMR-FOND LESS 50
               ADD   1                 TO  W-NUMR-FOND
               MOVE  F0SCASM-ORA       TO  W-TF-ORA-INIZ(W-NUMR-FOND)
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCASM10"             USING F0SCASM LWCOMAR
           .
      *----------  GIORNATA DEL DEPOSITO: OGNI CASSA RESTA APERTA FINO
      *            ALLA PRIMA CHIUSURA Z DOPO IL SUO FONDO; PER OGNI
      *            FASCIA SI CONTANO LE CASSE APERTE E SI TIENE IL
      *            MASSIMO DEL GIORNO DELLA SETTIMANA
       3200-CHIUDI-GIORNATA.
           PERFORM 3210-FINE-SESSIONE
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-NUMR-FOND
           COMPUTE W-GIOR-INT = FUNCTION INTEGER-OF-DATE(W-DATA-CORR)
           PERFORM 0050-GIORNO-SETTIMANA
           PERFORM 3220-CASSE-FASCIA
               VARYING W-IND-SLOT FROM 1 BY 1
               UNTIL W-IND-SLOT GREATER 48
           .
       3210-FINE-SESSIONE.
           MOVE    240000              TO  W-TF-ORA-FINE(W-IND2)
           PERFORM 3211-CONFRONTA-CHIUSURA
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-CHIU
           .
       3211-CONFRONTA-CHIUSURA.
           IF  W-TC-NUMR-INST(W-IND) EQUAL W-TD-NUMR-INST(W-IND-DEPO)
               AND W-TC-DATA(W-IND) EQUAL W-DATA-CORR
               AND W-TC-ORA(W-IND) GREATER W-TF-ORA-INIZ(W-IND2)
               AND W-TC-ORA(W-IND) LESS W-TF-ORA-FINE(W-IND2)
             MOVE  W-TC-ORA(W-IND)     TO  W-TF-ORA-FINE(W-IND2)
           END-IF
           .
       3220-CASSE-FASCIA.
           COMPUTE W-QUOZ = W-IND-SLOT - 1
           DIVIDE  W-QUOZ BY 2 GIVING W-QUOZ REMAINDER W-RESTO
           COMPUTE W-SLOT-INIZ = W-QUOZ * 10000 + W-RESTO * 3000
           IF  W-RESTO EQUAL ZERO
             COMPUTE W-SLOT-FINE = W-SLOT-INIZ + 3000
           ELSE
             COMPUTE W-SLOT-FINE = (W-QUOZ + 1) * 10000
           END-IF
           MOVE    ZERO                TO  W-NUMR-CASSE
           PERFORM 3221-CASSA-APERTA
               VARYING W-IND2 FROM 1 BY 1
               UNTIL W-IND2 GREATER W-NUMR-FOND
           IF  W-NUMR-CASSE GREATER
                   W-TD-CASSE(W-IND-DEPO W-GIOR-SETT W-IND-SLOT)
             MOVE  W-NUMR-CASSE        TO  W-TD-CASSE(W-IND-DEPO
                                           W-GIOR-SETT W-IND-SLOT)
           END-IF
           .
       3221-CASSA-APERTA.
           IF  W-TF-ORA-INIZ(W-IND2) LESS W-SLOT-FINE
               AND W-TF-ORA-FINE(W-IND2) GREATER W-SLOT-INIZ
             ADD   1                   TO  W-NUMR-CASSE
           END-IF
           .
      ******************************************************************
       5000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "VENDITE DI CASSA PER FASCIA ORARIA DAL "
                                       DELIMITED BY SIZE
                   W-DATA-DAL          DELIMITED BY SIZE
                   " AL "              DELIMITED BY SIZE
                   W-DATA-AL           DELIMITED BY SIZE
                   "  -  DITTA "       DELIMITED BY SIZE
                   L-VORA-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "CASSE = MASSIMO DI CASSE APERTE NELLA FASCIA (DAL "
                   "FONDO CASSA ALLA CHIUSURA Z); MEDIA = SCONTRINI "
                   "PER GIORNO"        DELIMITED BY SIZE INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           .
      ******************************************************************
      *----------  UN DEPOSITO: I GIORNI DELLA SETTIMANA CON VENDITE O
      *            CASSE APERTE
       5100-DEPOSITO.
           MOVE    SPACES              TO  W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           MOVE    W-TD-SENZA-ORA(W-IND-DEPO) TO W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "DEPOSITO "         DELIMITED BY SIZE
                   W-TD-NUMR-INST(W-IND-DEPO) DELIMITED BY SIZE
                   "   (SCONTRINI SENZA ORA: " DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   ")"                 DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           PERFORM 5200-GIORNO
               VARYING W-IND-GIOR FROM 1 BY 1
               UNTIL W-IND-GIOR GREATER 7
           .
       5200-GIORNO.
           MOVE    ZERO                TO  W-GIOR-SCON W-GIOR-IMPO
                                           W-NUMR-CASSE
           PERFORM 5210-SOMMA-FASCIA
               VARYING W-IND-SLOT FROM 1 BY 1
               UNTIL W-IND-SLOT GREATER 48
           IF  W-GIOR-SCON EQUAL ZERO
               AND W-NUMR-CASSE EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    W-TO-NUMR-GIOR(W-IND-GIOR) TO W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "  "                DELIMITED BY SIZE
                   W-TS-DESC(W-IND-GIOR) DELIMITED BY SIZE
                   " ("                DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                   " NEL PERIODO)"     DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "    FASCIA       SCONTRINI   MEDIA  SCONTRINO MEDIO"
                   "         INCASSO CASSE"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           PERFORM 5300-RIGA-FASCIA
               VARYING W-IND-SLOT FROM 1 BY 1
               UNTIL W-IND-SLOT GREATER 48
           MOVE    W-GIOR-SCON         TO  W-SCON-ED
           MOVE    W-GIOR-IMPO         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "    TOTALE     "   DELIMITED BY SIZE
                   W-SCON-ED           DELIMITED BY SIZE
                   "                         " DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           .
       5210-SOMMA-FASCIA.
           ADD     W-TD-NUMR-SCON(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       TO  W-GIOR-SCON
           ADD     W-TD-IMPO(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       TO  W-GIOR-IMPO
           ADD     W-TD-CASSE(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       TO  W-NUMR-CASSE
           .
       5300-RIGA-FASCIA.
           IF  W-TD-NUMR-SCON(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       EQUAL ZERO
               AND W-TD-CASSE(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-QUOZ = W-IND-SLOT - 1
           DIVIDE  W-QUOZ BY 2 GIVING W-QUOZ REMAINDER W-RESTO
           MOVE    W-QUOZ              TO  W-FA-HH-INIZ
           IF  W-RESTO EQUAL ZERO
             MOVE  00                  TO  W-FA-MM-INIZ
             MOVE  W-QUOZ              TO  W-FA-HH-FINE
             MOVE  30                  TO  W-FA-MM-FINE
           ELSE
             MOVE  30                  TO  W-FA-MM-INIZ
             COMPUTE W-FA-HH-FINE = W-QUOZ + 1
             MOVE  00                  TO  W-FA-MM-FINE
           END-IF
           MOVE    ZERO                TO  W-IMPO-MEDIO W-MEDIA-GIOR
           IF  W-TD-NUMR-SCON(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       GREATER ZERO
             COMPUTE W-IMPO-MEDIO ROUNDED =
                     W-TD-IMPO(W-IND-DEPO W-IND-GIOR W-IND-SLOT) /
                     W-TD-NUMR-SCON(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
           END-IF
           IF  W-TO-NUMR-GIOR(W-IND-GIOR) GREATER ZERO
             COMPUTE W-MEDIA-GIOR ROUNDED =
                     W-TD-NUMR-SCON(W-IND-DEPO W-IND-GIOR W-IND-SLOT) /
                     W-TO-NUMR-GIOR(W-IND-GIOR)
           END-IF
           MOVE    W-TD-NUMR-SCON(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       TO  W-SCON-ED
           MOVE    W-MEDIA-GIOR        TO  W-MEDIA-ED
           MOVE    W-IMPO-MEDIO        TO  W-MEDIO-ED
           MOVE    W-TD-IMPO(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       TO  W-IMPO-ED
           MOVE    W-TD-CASSE(W-IND-DEPO W-IND-GIOR W-IND-SLOT)
                                       TO  W-CASSE-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "    "              DELIMITED BY SIZE
                   W-FASCIA            DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-SCON-ED           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-MEDIA-ED          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-MEDIO-ED          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                   "   "               DELIMITED BY SIZE
                   W-CASSE-ED          DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           .
      ******************************************************************
       6000-TOTALI.
           MOVE    ZERO                TO  W-IMPO-MEDIO
           IF  W-TOTA-SCON GREATER ZERO
             COMPUTE W-IMPO-MEDIO ROUNDED = W-TOTA-IMPO / W-TOTA-SCON
           END-IF
           MOVE    W-TOTA-SCON         TO  W-SCON-ED
           MOVE    W-IMPO-MEDIO        TO  W-MEDIO-ED
           MOVE    W-TOTA-IMPO         TO  W-IMPO-ED
           MOVE    SPACES              TO  W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "TOTALE SCONTRINI: " DELIMITED BY SIZE
                   W-SCON-ED           DELIMITED BY SIZE
                   "   SCONTRINO MEDIO: " DELIMITED BY SIZE
                   W-MEDIO-ED          DELIMITED BY SIZE
                   "   INCASSO: "      DELIMITED BY SIZE
                   W-IMPO-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   VENORA-REC          FROM  W-LINEA
           IF  W-TOTA-SENZA-ORA GREATER ZERO
             MOVE  W-TOTA-SENZA-ORA    TO  W-NUMR-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "SCONTRINI SENZA ORA (EMESSI PRIMA DELLA "
                    "TIMBRATURA), NON IN FASCIA: "
                                       DELIMITED BY SIZE
                    W-NUMR-ED          DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE VENORA-REC          FROM  W-LINEA
           END-IF
           IF  W-NUMR-SALTATE GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "RIGHE OLTRE LA CAPIENZA, NON ELENCATE: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATE     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE VENORA-REC          FROM  W-LINEA
           END-IF
           .
      *(END)
