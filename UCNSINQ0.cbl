       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCNSINQ0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   INTERROGAZIONE DELLA CONSERVAZIONE: DOV'E' LA COPIA
      *****   CONSERVATA DI UN DOCUMENTO FISCALE DELLA DITTA.
      *****   - F: FATTURA/NOTA PER DEPOSITO, NUMERO E ANNO;
      *****   - C: CORRISPETTIVI PER DEPOSITO E GIORNO;
      *****   - R: REGISTRO IVA (V/A/C) PER ANNO E MESE.
      *****   PER OGNI COPIA (F0SCNSD, TRAMITE "URCNSD10"; UN
      *****   DOCUMENTO RISPEDITO STA IN PIU' FILE) MOSTRA IL FILE
      *****   CONSERVATO "CNnnnnnn" CON DATA DI PRODUZIONE E IMPRONTA
      *****   (F0SCNSF), IL PACCHETTO DI VERSAMENTO CON IL SUO STATO
      *****   (F0SCNSP) E LA RICEVUTA DEL CONSERVATORE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  W-TIPO-DOCU                 PIC X(01)   VALUE SPACE.
           88  W-TIPO-FATTURA                      VALUE "F".
           88  W-TIPO-CORRISPETTIVI                VALUE "C".
           88  W-TIPO-REGISTRO                     VALUE "R".
           88  W-TIPO-FINE                         VALUE SPACE.
       77  W-NUMR-INST                 PIC 9(04)   VALUE ZERO.
       77  W-NUMR-DOCU                 PIC 9(06)   VALUE ZERO.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-MESE                      PIC 9(02)   VALUE ZERO.
       77  W-DATA                      PIC 9(08)   VALUE ZERO.
       77  W-TIPO-REGI                 PIC X(01)   VALUE SPACE.
       77  W-RIFE-DOCU                 PIC X(12)   VALUE SPACES.
       77  W-NUMR-COPIE                PIC 9(04)   VALUE ZERO.
       77  W-IMPO-ED                   PIC -.---.---.---.--9,99 VALUE 0.
       77  W-DESC-STATO                PIC X(24)   VALUE SPACES.
      *
       COPY "F0SCNSD.REC".
       COPY "F0SCNSF.REC".
       COPY "F0SCNSP.REC".
      *
       LINKAGE SECTION.
       01  L-CNSI-CTRL.
           03  L-CNSI-CODE-CLIE        PIC 9(04).
           03  L-CNSI-ESITO            PIC X(01).
               88  L-CNSI-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-CNSI-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-CNSI-ESITO
           DISPLAY "INTERROGAZIONE CONSERVAZIONE  -  DITTA "
                   L-CNSI-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           PERFORM 1000-RICERCA
               UNTIL W-TIPO-FINE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           MOVE    "S"                 TO  L-CNSI-ESITO.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN DOCUMENTO DA CERCARE
       1000-RICERCA.
           DISPLAY " "
           DISPLAY "DOCUMENTO: F = FATTURA  C = CORRISPETTIVI  "
                   "R = REGISTRO IVA  (INVIO = FINE) : " WITH NO
                   ADVANCING
           MOVE    SPACE               TO  W-TIPO-DOCU
           ACCEPT   W-TIPO-DOCU
           MOVE    SPACES              TO  W-RIFE-DOCU
           EVALUATE TRUE
             WHEN W-TIPO-FINE
               EXIT PARAGRAPH
             WHEN W-TIPO-FATTURA
               DISPLAY "DEPOSITO : " WITH NO ADVANCING
               ACCEPT   W-NUMR-INST
               DISPLAY "NUMERO   : " WITH NO ADVANCING
               ACCEPT   W-NUMR-DOCU
               DISPLAY "ANNO     : " WITH NO ADVANCING
               ACCEPT   W-ANNO
               MOVE  W-NUMR-INST       TO  W-RIFE-DOCU(1:4)
               MOVE  W-NUMR-DOCU       TO  W-RIFE-DOCU(5:6)
             WHEN W-TIPO-CORRISPETTIVI
               DISPLAY "DEPOSITO          : " WITH NO ADVANCING
               ACCEPT   W-NUMR-INST
               DISPLAY "GIORNO (AAAAMMGG) : " WITH NO ADVANCING
               ACCEPT   W-DATA
               MOVE  W-DATA(1:4)       TO  W-ANNO
               MOVE  W-NUMR-INST       TO  W-RIFE-DOCU(1:4)
               MOVE  W-DATA(5:4)       TO  W-RIFE-DOCU(5:4)
             WHEN W-TIPO-REGISTRO
               DISPLAY "REGISTRO (V = VENDITE  A = ACQUISTI  "
                       "C = CORRISPETTIVI) : " WITH NO ADVANCING
               ACCEPT   W-TIPO-REGI
               DISPLAY "ANNO : " WITH NO ADVANCING
               ACCEPT   W-ANNO
               DISPLAY "MESE : " WITH NO ADVANCING
               ACCEPT   W-MESE
               MOVE  W-TIPO-REGI       TO  W-RIFE-DOCU(1:1)
               MOVE  W-MESE            TO  W-RIFE-DOCU(2:2)
             WHEN OTHER
               DISPLAY "TIPO DI DOCUMENTO NON PREVISTO"
               EXIT PARAGRAPH
           END-EVALUATE
      *
           MOVE    ZERO                TO  W-NUMR-COPIE
           INITIALIZE F0SCNSD
           MOVE    L-CNSI-CODE-CLIE    TO  F0SCNSD-CODE-CLIE
           MOVE    W-TIPO-DOCU         TO  F0SCNSD-TIPO-DOCU
           MOVE    W-ANNO              TO  F0SCNSD-ANNO
           MOVE    W-RIFE-DOCU         TO  F0SCNSD-RIFE-DOCU
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           PERFORM 1100-COPIA
               UNTIL DSTF-IOSR NOT EQUAL 1
           IF  W-NUMR-COPIE EQUAL ZERO
             DISPLAY "NESSUNA COPIA CONSERVATA DEL DOCUMENTO"
           ELSE
             DISPLAY "COPIE CONSERVATE: " W-NUMR-COPIE
           END-IF
           .
      ******************************************************************
      *----------  UNA COPIA: FILE, PACCHETTO, RICEVUTA
       1100-COPIA.
           ADD     1                   TO  W-NUMR-COPIE
           MOVE    F0SCNSD-IMPORTO     TO  W-IMPO-ED
           DISPLAY "------------------------------------------------"
           DISPLAY "DOCUMENTO DEL " F0SCNSD-DATA-DOCU "  "
                   F0SCNSD-DESC "  " W-IMPO-ED
           IF  F0SCNSD-SDI-PROG NOT EQUAL SPACES
             DISPLAY "PROGRESSIVO D'INVIO SDI " F0SCNSD-SDI-PROG
           END-IF
           INITIALIZE F0SCNSF
           MOVE    F0SCNSD-NUMR-FILE   TO  F0SCNSF-NUMR-FILE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "FILE " F0SCNSD-NUMR-FILE " NON PIU' PRESENTE"
             PERFORM 1900-PROSSIMA-COPIA
             EXIT PARAGRAPH
           END-IF
           DISPLAY "COPIA CONSERVATA " F0SCNSF-NOME-ARCH
                   "  (DA " F0SCNSF-NOME-ORIG " DI " F0SCNSF-NOME-PROG
                   ")  PRODOTTA IL " F0SCNSF-DATA-PROD " ORE "
                   F0SCNSF-ORA-PROD
           DISPLAY "IMPRONTA SHA-256 " F0SCNSF-IMPRONTA
           EVALUATE TRUE
             WHEN F0SCNSF-DA-VERSARE
               MOVE "DA VERSARE"       TO  W-DESC-STATO
             WHEN F0SCNSF-IN-PACCHETTO
               MOVE "IN PACCHETTO"     TO  W-DESC-STATO
             WHEN F0SCNSF-CONSERVATO
               MOVE "CONSERVATO"       TO  W-DESC-STATO
             WHEN F0SCNSF-RESPINTO
               MOVE "RESPINTO - DA RIVERSARE"
                                       TO  W-DESC-STATO
             WHEN OTHER
               MOVE F0SCNSF-STATO      TO  W-DESC-STATO
           END-EVALUATE
           DISPLAY "STATO DEL FILE   " W-DESC-STATO
           IF  F0SCNSF-NUMR-PACC GREATER ZERO
             PERFORM 1200-PACCHETTO
           END-IF
           IF  F0SCNSF-RICE-IDEN NOT EQUAL SPACES
             DISPLAY "RICEVUTA " F0SCNSF-RICE-IDEN " DEL "
                     F0SCNSF-RICE-DATA "  " F0SCNSF-RICE-NOTA
           END-IF
           PERFORM 1900-PROSSIMA-COPIA
           .
       1200-PACCHETTO.
           INITIALIZE F0SCNSP
           MOVE    F0SCNSF-NUMR-PACC   TO  F0SCNSP-NUMR-PACC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "PACCHETTO " F0SCNSF-NUMR-PACC " NON TROVATO"
             EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
             WHEN F0SCNSP-PREPARATO
               MOVE "PREPARATO"        TO  W-DESC-STATO
             WHEN F0SCNSP-VERSATO
               MOVE "CONSEGNATO"       TO  W-DESC-STATO
             WHEN F0SCNSP-CONSERVATO
               MOVE "CONSERVATO"       TO  W-DESC-STATO
             WHEN F0SCNSP-CON-RESPINTI
               MOVE "CON FILE RESPINTI" TO W-DESC-STATO
             WHEN OTHER
               MOVE F0SCNSP-STATO      TO  W-DESC-STATO
           END-EVALUATE
           DISPLAY "PACCHETTO " F0SCNSP-NUMR-PACC " INDICE "
                   F0SCNSP-NOME-INDI " DEL " F0SCNSP-DATA-CREA
                   "  " W-DESC-STATO
           IF  F0SCNSP-DATA-VERS GREATER ZERO
             DISPLAY "CONSEGNATO IL " F0SCNSP-DATA-VERS
                     "  ESITO DEL " F0SCNSP-DATA-ESITO
           END-IF
           .
       1900-PROSSIMA-COPIA.
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSD10"              USING F0SCNSD LWCOMAR
           .
      *(END)
