       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOACSCA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   LISTA DEGLI ORDINI D'ACQUISTO SCADUTI E NON ARRIVATI:
      *****   SCANDISCE GLI ORDINI EMESSI O CONFERMATI DELLA DITTA
      *****   (F0SOACQ, TRAMITE "UROACQ10") E CONTA SULLE RIGHE
      *****   (F0SPROP, TRAMITE "URPROP10") QUANTE NON SONO ANCORA
      *****   STATE RICEVUTE DALL'ENTRATA MERCE.
      *****
      *****   - ORDINE CON TUTTE LE RIGHE RICEVUTE: PASSA IN STATO
      *****     "R" CON LA DATA DI ARRIVO E NON COMPARE PIU'
      *****   - ORDINE CON RIGHE APERTE E DATA SUPERATA: ESCE SU
      *****     "ORDSCAD" CON I GIORNI DI RITARDO. LA DATA E' QUELLA
      *****     PROMESSA DAL FORNITORE (UOACCON0) O, SE L'ORDINE NON
      *****     E' STATO CONFERMATO, LA CONSEGNA RICHIESTA
      *****
      *****   GLI ORDINI SENZA NESSUNA DATA (CONSEGNA DA CONCORDARE E
      *****   NESSUNA CONFERMA) NON SCADONO MAI E SONO SOLO CONTATI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDSCAD-FILE         ASSIGN TO "ORDSCAD"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-SCA.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDSCAD-FILE.
       01  ORDSCAD-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-SCA                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IND-TROVATO               PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-ORDI                 PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-SCAD                 PIC 9(05)          VALUE 0.
       77  W-NUMR-ARRI                 PIC 9(05)          VALUE 0.
       77  W-NUMR-SENZA-DATA           PIC 9(05)          VALUE 0.
       77  W-NUMR-SALTATI              PIC 9(05)          VALUE 0.
       77  W-GG-RITARDO                PIC S9(05)     COMP-3 VALUE 0.
       77  W-GG-RITARDO-ED             PIC ZZZZ9          VALUE 0.
       77  W-RIGHE-ED                  PIC ZZ9            VALUE 0.
       77  W-APERTE-ED                 PIC ZZ9            VALUE 0.
      *
      *    Ordini aperti della ditta con la scadenza (promessa o
      *    richiesta) e il conteggio delle righe.
       01  W-TAB-ORDINI.
           03  W-ORD-ELEM              OCCURS 500.
               05  W-ORD-NUMR-OACQ     PIC 9(06).
               05  W-ORD-DATA-SCAD     PIC 9(08).
               05  W-ORD-TIPO-SCAD     PIC X(01).
               05  W-ORD-NUMR-RIGHE    PIC 9(03).
               05  W-ORD-NUMR-APERTE   PIC 9(03).
      *
       COPY "F0SOACQ.REC".
       COPY "F0SPROP.REC".
      *
       LINKAGE SECTION.
       01  L-OSCA-CTRL.
           03  L-OSCA-CODE-CLIE        PIC 9(04).
           03  L-OSCA-NUMR-SCAD        PIC 9(05).
           03  L-OSCA-ESITO            PIC X(01).
               88  L-OSCA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-OSCA-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-OSCA-ESITO
           MOVE    ZERO                TO  W-NUMR-ORDI W-NUMR-SCAD
                                           W-NUMR-ARRI W-NUMR-SENZA-DATA
                                           W-NUMR-SALTATI
           OPEN OUTPUT ORDSCAD-FILE
           PERFORM 1000-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           PERFORM 2000-ORDINI-APERTI
           IF  W-NUMR-ORDI GREATER ZERO
             PERFORM 3000-CONTA-RIGHE
             PERFORM 4000-ESITO-ORDINE
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NUMR-ORDI
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           PERFORM 5000-RIEPILOGO
           CLOSE ORDSCAD-FILE
           MOVE    W-NUMR-SCAD         TO  L-OSCA-NUMR-SCAD
           MOVE    "S"                 TO  L-OSCA-ESITO
           DISPLAY "ORDINI D'ACQUISTO SCADUTI SU ORDSCAD: " W-NUMR-SCAD
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-INTESTAZIONE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "ORDINI D'ACQUISTO SCADUTI E NON ARRIVATI AL "
                                       DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   "  -  DITTA "       DELIMITED BY SIZE
                   L-OSCA-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDSCAD-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           WRITE   ORDSCAD-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "ORDINE FORN RAGIONE SOCIALE                  "
                   "DATA ORD. SCADENZA   RITARDO GG  RIGHE APERTE"
                   "  CONFERMA FORNITORE"
                                       DELIMITED BY SIZE INTO W-LINEA
           WRITE   ORDSCAD-REC         FROM  W-LINEA
           .
      ******************************************************************
      *----------  ORDINI EMESSI O CONFERMATI DELLA DITTA, CON LA DATA
      *            PROMESSA (P) O, IN MANCANZA, LA RICHIESTA (R)
       2000-ORDINI-APERTI.
           INITIALIZE F0SOACQ
           MOVE    L-OSCA-CODE-CLIE    TO  F0SOACQ-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           PERFORM 2100-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       2100-ORDINE.
           IF  F0SOACQ-EMESSO OR F0SOACQ-CONFERMATO
             IF  W-NUMR-ORDI LESS 500
               ADD  1                  TO  W-NUMR-ORDI
               MOVE F0SOACQ-NUMR-OACQ  TO  W-ORD-NUMR-OACQ(W-NUMR-ORDI)
               MOVE ZERO               TO  W-ORD-NUMR-RIGHE
                                            (W-NUMR-ORDI)
                                           W-ORD-NUMR-APERTE
                                            (W-NUMR-ORDI)
               IF  F0SOACQ-DATA-PROM GREATER ZERO
                 MOVE F0SOACQ-DATA-PROM TO W-ORD-DATA-SCAD
                                            (W-NUMR-ORDI)
                 MOVE "P"              TO  W-ORD-TIPO-SCAD(W-NUMR-ORDI)
               ELSE
                 MOVE F0SOACQ-DATA-RICH TO W-ORD-DATA-SCAD
                                            (W-NUMR-ORDI)
                 MOVE "R"              TO  W-ORD-TIPO-SCAD(W-NUMR-ORDI)
               END-IF
             ELSE
               ADD  1                  TO  W-NUMR-SALTATI
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           .
      ******************************************************************
      *----------  RIGHE DEGLI ORDINI (F0SPROP-NUMR-OACQ): TOTALI E
      *            NON ANCORA RICEVUTE
       3000-CONTA-RIGHE.
           INITIALIZE F0SPROP
           MOVE    L-OSCA-CODE-CLIE    TO  F0SPROP-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           PERFORM 3100-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       3100-RIGA.
           IF  F0SPROP-NUMR-OACQ GREATER ZERO
               AND NOT F0SPROP-ANNULLATA
             MOVE  ZERO                TO  W-IND-TROVATO
             PERFORM 3200-CERCA-ORDINE
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NUMR-ORDI
                    OR W-IND-TROVATO GREATER ZERO
             IF  W-IND-TROVATO GREATER ZERO
               ADD  1                  TO  W-ORD-NUMR-RIGHE
                                            (W-IND-TROVATO)
               IF  NOT F0SPROP-RICEVUTA
                 ADD  1                TO  W-ORD-NUMR-APERTE
                                            (W-IND-TROVATO)
               END-IF
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URPROP10"             USING F0SPROP LWCOMAR
           .
       3200-CERCA-ORDINE.
           IF  W-ORD-NUMR-OACQ(W-IND) EQUAL F0SPROP-NUMR-OACQ
             MOVE  W-IND               TO  W-IND-TROVATO
           END-IF
           .
      ******************************************************************
      *----------  ESITO DI UN ORDINE: ARRIVATO, SCADUTO O ANCORA NEI
      *            TEMPI
       4000-ESITO-ORDINE.
           IF  W-ORD-NUMR-RIGHE(W-IND) GREATER ZERO
               AND W-ORD-NUMR-APERTE(W-IND) EQUAL ZERO
             PERFORM 4100-ORDINE-ARRIVATO
             EXIT PARAGRAPH
           END-IF
           IF  W-ORD-DATA-SCAD(W-IND) EQUAL ZERO
             ADD  1                    TO  W-NUMR-SENZA-DATA
             EXIT PARAGRAPH
           END-IF
           IF  W-ORD-DATA-SCAD(W-IND) NOT LESS LDATE-ACTL
             EXIT PARAGRAPH
           END-IF
           PERFORM 4200-ORDINE-SCADUTO
           .
       4100-ORDINE-ARRIVATO.
           INITIALIZE F0SOACQ
           MOVE    L-OSCA-CODE-CLIE    TO  F0SOACQ-CODE-CLIE
           MOVE    W-ORD-NUMR-OACQ(W-IND) TO F0SOACQ-NUMR-OACQ
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             SET  F0SOACQ-ARRIVATO     TO  TRUE
             MOVE LDATE-ACTL           TO  F0SOACQ-DATA-ARRI
             MOVE 0                    TO  LREAD-FILE
             MOVE 3                    TO  DSTF-IOSR
             CALL "UROACQ10"           USING F0SOACQ LWCOMAR
             ADD  1                    TO  W-NUMR-ARRI
           END-IF
           .
       4200-ORDINE-SCADUTO.
           INITIALIZE F0SOACQ
           MOVE    L-OSCA-CODE-CLIE    TO  F0SOACQ-CODE-CLIE
           MOVE    W-ORD-NUMR-OACQ(W-IND) TO F0SOACQ-NUMR-OACQ
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "UROACQ10"             USING F0SOACQ LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-GG-RITARDO =
                   FUNCTION INTEGER-OF-DATE(LDATE-ACTL)
                 - FUNCTION INTEGER-OF-DATE(W-ORD-DATA-SCAD(W-IND))
           MOVE    W-GG-RITARDO        TO  W-GG-RITARDO-ED
           MOVE    W-ORD-NUMR-RIGHE(W-IND)  TO W-RIGHE-ED
           MOVE    W-ORD-NUMR-APERTE(W-IND) TO W-APERTE-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  F0SOACQ-NUMR-OACQ   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SOACQ-CODE-FORN   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SOACQ-RAGE-FORN(1:32) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SOACQ-DATA-OACQ   DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   W-ORD-DATA-SCAD(W-IND) DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-ORD-TIPO-SCAD(W-IND) DELIMITED BY SIZE
                   "    "              DELIMITED BY SIZE
                   W-GG-RITARDO-ED     DELIMITED BY SIZE
                   "    "              DELIMITED BY SIZE
                   W-RIGHE-ED          DELIMITED BY SIZE
                   "    "              DELIMITED BY SIZE
                   W-APERTE-ED         DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   F0SOACQ-RIFE-CONF   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDSCAD-REC         FROM  W-LINEA
           ADD     1                   TO  W-NUMR-SCAD
           .
      ******************************************************************
       5000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           WRITE   ORDSCAD-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "ORDINI SCADUTI: "  DELIMITED BY SIZE
                   W-NUMR-SCAD         DELIMITED BY SIZE
                   "  ARRIVATI E CHIUSI ORA: " DELIMITED BY SIZE
                   W-NUMR-ARRI         DELIMITED BY SIZE
                   "  SENZA DATA DI CONSEGNA: " DELIMITED BY SIZE
                   W-NUMR-SENZA-DATA   DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDSCAD-REC         FROM  W-LINEA
           MOVE    SPACES              TO  W-LINEA
           STRING  "SCADENZA: P = PROMESSA DAL FORNITORE, R = RICHIESTA"
                   " (ORDINE NON CONFERMATO)" DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE   ORDSCAD-REC         FROM  W-LINEA
           IF  W-NUMR-SALTATI GREATER ZERO
             MOVE  SPACES              TO  W-LINEA
             STRING "ORDINI OLTRE LA CAPIENZA, NON ESAMINATI: "
                                       DELIMITED BY SIZE
                    W-NUMR-SALTATI     DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE ORDSCAD-REC         FROM  W-LINEA
           END-IF
           .
      *(END)
