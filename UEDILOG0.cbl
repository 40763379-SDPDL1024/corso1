       IDENTIFICATION DIVISION.
       PROGRAM-ID. UEDILOG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   STAMPA DEL REGISTRO DEGLI INTERSCAMBI EDIFACT (F0SEDIL,
      *****   TRAMITE "UREDIL10") SU "EDILOG": I MESSAGGI RICEVUTI E
      *****   INVIATI DALLA DATA RICHIESTA (ZERO = OGGI) IN POI, PIU'
      *****   I MESSAGGI INVIATI ANCORA IN ATTESA DELLA RICEVUTA DEL
      *****   PARTNER QUALUNQUE SIA LA DATA, CON IL LORO CONTEGGIO IN
      *****   FONDO: UN DESADV SENZA RICEVUTA E' UNA PENALE IN ARRIVO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDILOG-FILE          ASSIGN TO "EDILOG"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD  EDILOG-FILE.
       01  EDILOG-REC                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-LOG                 PIC X(02)      VALUE SPACES.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-DATA-RAPP                 PIC 9(08)      VALUE ZERO.
       77  W-NUMR-RIGHE                PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ATTESA               PIC 9(05)      VALUE ZERO.
       77  W-NUMR-RIFIUTATI            PIC 9(05)      VALUE ZERO.
      *
       COPY "F0SEDIL.REC".
      *
       LINKAGE SECTION.
       01  L-ELOG-CTRL.
           03  L-ELOG-CODE-CLIE        PIC 9(04).
      *    Prima data da stampare (AAAAMMGG); ZERO = data di sistema
           03  L-ELOG-DATA             PIC 9(08).
           03  L-ELOG-ESITO            PIC X(01).
               88  L-ELOG-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ELOG-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    L-ELOG-DATA         TO  W-DATA-RAPP
           IF  W-DATA-RAPP EQUAL ZERO
             MOVE  LDATE-ACTL          TO  W-DATA-RAPP
           END-IF
           DISPLAY "REGISTRO INTERSCAMBI EDIFACT  -  DITTA "
                   L-ELOG-CODE-CLIE " DAL " W-DATA-RAPP
           MOVE    ZERO                TO  W-NUMR-RIGHE W-NUMR-ATTESA
                                           W-NUMR-RIFIUTATI
           OPEN OUTPUT EDILOG-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "REGISTRO INTERSCAMBI EDIFACT DAL "
                                       DELIMITED BY SIZE
                   W-DATA-RAPP         DELIMITED BY SIZE
                   " E IN ATTESA DI RICEVUTA - DITTA "
                                       DELIMITED BY SIZE
                   L-ELOG-CODE-CLIE    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           MOVE    "PROGR.   D TIPO   DATA     INTERSCAMBIO"
                                       TO  W-LINEA(1:40)
           MOVE    "CLIENTE PARTNER       DOCUMENTO"
                                       TO  W-LINEA(42:31)
           MOVE    "RICEVUTA   NOTA"   TO  W-LINEA(79:15)
           PERFORM 8900-SCRIVI
           PERFORM 2000-SCANDISCI-REGISTRO
           PERFORM 9000-RIEPILOGO
           CLOSE EDILOG-FILE
           MOVE    "S"                 TO  L-ELOG-ESITO
           DISPLAY "REGISTRO STAMPATO SU EDILOG - RIGHE " W-NUMR-RIGHE
                   " - IN ATTESA DI RICEVUTA " W-NUMR-ATTESA
           EXIT PROGRAM.
      ******************************************************************
       2000-SCANDISCI-REGISTRO.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           INITIALIZE F0SEDIL
           MOVE    L-ELOG-CODE-CLIE    TO  F0SEDIL-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           PERFORM 2100-MESSAGGIO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           .
      ******************************************************************
       2100-MESSAGGIO.
           IF  F0SEDIL-ACKN-ATTESA
             ADD   1                   TO  W-NUMR-ATTESA
           END-IF
           IF  F0SEDIL-DATA NOT LESS W-DATA-RAPP
               OR F0SEDIL-ACKN-ATTESA
             PERFORM 2200-STAMPA-MESSAGGIO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           .
      ******************************************************************
       2200-STAMPA-MESSAGGIO.
           ADD     1                   TO  W-NUMR-RIGHE
           IF  F0SEDIL-ACKN-RIFIUTATO
             ADD   1                   TO  W-NUMR-RIFIUTATI
           END-IF
           MOVE    SPACES              TO  W-LINEA
           MOVE    F0SEDIL-NUMR-PROG   TO  W-LINEA(1:8)
           MOVE    F0SEDIL-DIRE        TO  W-LINEA(10:1)
           MOVE    F0SEDIL-TIPO-MESS   TO  W-LINEA(12:6)
           MOVE    F0SEDIL-DATA        TO  W-LINEA(19:8)
           MOVE    F0SEDIL-RIFE-INTC   TO  W-LINEA(28:14)
           MOVE    F0SEDIL-CODI-CLIF   TO  W-LINEA(42:6)
           IF  F0SEDIL-ENTRATA
             MOVE  F0SEDIL-GLN-MITT    TO  W-LINEA(50:13)
           ELSE
             MOVE  F0SEDIL-GLN-DEST    TO  W-LINEA(50:13)
           END-IF
           IF  F0SEDIL-NUMR-DOCU NOT EQUAL ZERO
             MOVE  F0SEDIL-NUMR-DOCU   TO  W-LINEA(64:6)
           ELSE
             MOVE  F0SEDIL-RIFE-DOCU   TO  W-LINEA(64:14)
           END-IF
           EVALUATE TRUE
             WHEN F0SEDIL-ACKN-ATTESA
               MOVE  "IN ATTESA"       TO  W-LINEA(79:9)
             WHEN F0SEDIL-ACKN-ACCETTATO
               MOVE  "ACCETTATO"       TO  W-LINEA(79:9)
             WHEN F0SEDIL-ACKN-RIFIUTATO
               MOVE  "RIFIUTATO"       TO  W-LINEA(79:9)
           END-EVALUATE
           MOVE    F0SEDIL-NOTA(1:42)  TO  W-LINEA(90:42)
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
       8900-SCRIVI.
           MOVE    W-LINEA             TO  EDILOG-REC
           WRITE   EDILOG-REC
           .
      ******************************************************************
      *----------  RIEPILOGO: MESSAGGI STAMPATI, RIFIUTATI E INVIATI
      *            ANCORA SENZA RICEVUTA DEL PARTNER
       9000-RIEPILOGO.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "MESSAGGI STAMPATI              : "
                                       DELIMITED BY SIZE
                   W-NUMR-RIGHE        DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "RIFIUTATI                      : "
                                       DELIMITED BY SIZE
                   W-NUMR-RIFIUTATI    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    SPACES              TO  W-LINEA
           STRING  "INVIATI IN ATTESA DI RICEVUTA  : "
                                       DELIMITED BY SIZE
                   W-NUMR-ATTESA       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      *(END)
