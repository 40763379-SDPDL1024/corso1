       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOACCON0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   CONFERMA DEL FORNITORE SU UN ORDINE D'ACQUISTO EMESSO
      *****   (F0SOACQ, TRAMITE "UROACQ10"): CHIEDE A VIDEO IL NUMERO
      *****   D'ORDINE, MOSTRA TESTATA E CONSEGNA RICHIESTA E
      *****   REGISTRA IL RIFERIMENTO DELLA CONFERMA DEL FORNITORE E
      *****   LA DATA DI CONSEGNA PROMESSA (DI NORMA QUELLA
      *****   RICHIESTA). L'ORDINE PASSA IN STATO "C"; UNA NUOVA
      *****   CONFERMA SULLO STESSO ORDINE AGGIORNA LA DATA PROMESSA.
      *****   LA DATA PROMESSA E' QUELLA CON CUI
      *****   LA LISTA DEGLI ORDINI SCADUTI (UOACSCA0) MISURA IL
      *****   RITARDO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-NUMR-OACQ                PIC 9(06)      VALUE ZERO.
       77  WL-DATA-PROM                PIC 9(08)      VALUE ZERO.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
      *
       LINKAGE SECTION.
       01  L-OACC-CTRL.
           03  L-OACC-CODE-CLIE        PIC 9(04).
           03  L-OACC-ESITO            PIC X(01).
               88  L-OACC-ESITO-OK                    VALUE "S".
       COPY "F0SOACQ.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-OACC-CTRL F0SOACQ LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-OACC-ESITO
           DISPLAY "CONFERMA FORNITORE ORDINE D'ACQUISTO  -  DITTA "
                   L-OACC-CODE-CLIE
           DISPLAY "NUMERO ORDINE D'ACQUISTO    : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-OACQ
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROACQ10"              USING F0SOACQ LWCOMAR
           INITIALIZE F0SOACQ
           MOVE    L-OACC-CODE-CLIE    TO  F0SOACQ-CODE-CLIE
           MOVE    WL-NUMR-OACQ        TO  F0SOACQ-NUMR-OACQ
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROACQ10"              USING F0SOACQ LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ORDINE NON TROVATO"
             GO TO CHIU-OACC
           END-IF
           IF  F0SOACQ-ARRIVATO OR F0SOACQ-ANNULLATO
             DISPLAY "ORDINE GIA' CHIUSO - STATO " F0SOACQ-STAT-OACQ
             GO TO CHIU-OACC
           END-IF
      *
           MOVE    F0SOACQ-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "FORNITORE " F0SOACQ-CODE-FORN " "
                   F0SOACQ-RAGE-FORN
           DISPLAY "DEL " F0SOACQ-DATA-OACQ " RIGHE "
                   F0SOACQ-NUMR-RIGHE " TOTALE " WL-IMPO-ED
           DISPLAY "CONSEGNA RICHIESTA " F0SOACQ-DATA-RICH
                   "  PROMESSA " F0SOACQ-DATA-PROM
           DISPLAY "REGISTRARE LA CONFERMA DEL FORNITORE ? (S/N) : "
                   WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-OACC
           END-IF
           PERFORM RT2-CONFERMA
       CHIU-OACC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROACQ10"              USING F0SOACQ LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  RIFERIMENTO DELLA CONFERMA E DATA PROMESSA; SENZA
      *            DATA BATTUTA VALE LA CONSEGNA RICHIESTA
       RT2-CONFERMA.
           DISPLAY "RIFERIMENTO CONFERMA FORN.  : " WITH NO ADVANCING
           ACCEPT   F0SOACQ-RIFE-CONF
           DISPLAY "CONSEGNA PROMESSA (AAAAMMGG, 0=RICHIESTA) : " WITH
                   NO ADVANCING
           ACCEPT   WL-DATA-PROM
           IF  WL-DATA-PROM EQUAL ZERO
             MOVE  F0SOACQ-DATA-RICH   TO  WL-DATA-PROM
           END-IF
           IF  WL-DATA-PROM EQUAL ZERO
             DISPLAY "DATA PROMESSA OBBLIGATORIA - OPERAZIONE ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           IF  WL-DATA-PROM LESS F0SOACQ-DATA-OACQ
             DISPLAY "DATA PROMESSA ANTERIORE ALL'ORDINE - OPERAZIONE"
                     " ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           MOVE    WL-DATA-PROM        TO  F0SOACQ-DATA-PROM
           MOVE    LDATE-ACTL          TO  F0SOACQ-DATA-CONF
           MOVE    L-IDENUTEN          TO  F0SOACQ-IDEN-UTEN
           SET     F0SOACQ-CONFERMATO  TO  TRUE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROACQ10"              USING F0SOACQ LWCOMAR
           MOVE    "S"                 TO  L-OACC-ESITO
           DISPLAY "CONFERMA REGISTRATA - CONSEGNA PROMESSA "
                   F0SOACQ-DATA-PROM
           .
      *(END)
