       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCATENA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   CATENA DI IMPRONTE SUGLI ARCHIVI DI PROVA (AUDIT
      *****   F0SAUDI, LOG LICENZE F0SLOG, GIORNALE DI MAGAZZINO
      *****   F0SGIOR). L'IMPRONTA DI UN RECORD SI CALCOLA SUI SUOI
      *****   CAMPI E SULL'IMPRONTA DEL RECORD PRECEDENTE DELLA
      *****   STESSA CATENA: IMPRONTA SHA-256 ("UIMPRON0") IN 64
      *****   CIFRE ESADECIMALI.
      *****   - "S" (DALLE ROUTINE DI SCRITTURA URAUDI10, URLICLOG0,
      *****     URGIOR10): LEGGE LO STATO DELLA CATENA SU F0SCATE
      *****     (TRAMITE "URCATE10", SOTTO BLOCCO RECORD), CALCOLA
      *****     L'IMPRONTA DEL RECORD NUOVO, AVANZA E RISCRIVE LO
      *****     STATO (RILASCIANDO IL BLOCCO) E RESTITUISCE
      *****     PROGRESSIVO E IMPRONTA DA SCRIVERE SUL RECORD;
      *****   - "V" (DALLA VERIFICA UCATVER0): CALCOLA SOLTANTO
      *****     L'IMPRONTA DEL RECORD DATA QUELLA PRECEDENTE.
      *****   I CAMPI COPERTI DI OGNI ARCHIVIO SONO ELENCATI SOLO QUI,
      *****   COSI' SIGILLO E VERIFICA NON POSSONO DIVERGERE. LO STATO
      *****   SI LEGGE E SI SCRIVE CON UN'AREA DI COLLEGAMENTO PROPRIA,
      *****   PER NON TOCCARE QUELLA DEL CHIAMANTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-DATA-OGGI                PIC 9(08)       VALUE ZERO.
       77  WL-ORA-OGGI                 PIC 9(08)       VALUE ZERO.
      *
      *    Impronta di partenza di una catena nuova
       77  C-HASH-INIZIO               PIC X(64)       VALUE ALL "0".
      *
      *    Impronta precedente seguita dai campi coperti del record
       01  W-BUFFER.
           03  W-BUFF-HASH-PREC        PIC X(64).
           03  W-BUFF-DATI             PIC X(200).
      *
      *    Campi coperti del movimento di magazzino, chiave compresa
       01  W-DATI-GIOR.
           03  W-GIOR-CODE-CLIE        PIC 9(04).
           03  W-GIOR-NUMR-INST        PIC 9(04).
           03  W-GIOR-CODE-ARTI        PIC X(15).
           03  W-GIOR-PROG-MOVI        PIC 9(07).
           03  W-GIOR-DATA             PIC 9(08).
           03  W-GIOR-ORA              PIC X(06).
           03  W-GIOR-IDEN-UTEN        PIC X(08).
           03  W-GIOR-NOME-PROG        PIC X(08).
           03  W-GIOR-RIF-DOCU         PIC X(15).
           03  W-GIOR-QTA-PRIMA        PIC S9(07)V999 COMP-3.
           03  W-GIOR-QTA-DOPO         PIC S9(07)V999 COMP-3.
           03  W-GIOR-CODE-LOTT        PIC X(10).
           03  W-GIOR-COST-UNIT        PIC S9(09)V9999 COMP-3.
      *
       COPY "F0SAUDI.REC".
       COPY "F0SLOG.REC".
       COPY "F0SGIOR.REC".
       COPY "F0SCATE.REC".
      *    Impronta SHA-256 del buffer
       COPY "LIMPRON.WRK".
      *    Area di collegamento propria per "URCATE10"
       COPY "LWSMCARE.WRK".
      *
       LINKAGE SECTION.
       COPY "LCATENA.WRK".
       PROCEDURE DIVISION          USING  L-CATE-CTRL.
       ENTRYS.
       PAR-0.
           MOVE    "N"                 TO  L-CATE-ESITO
           MOVE    ZERO                TO  L-CATE-PROG
           PERFORM RT1-CAMPI-COPERTI
           IF  L-CATE-VERIFICA
             MOVE  L-CATE-HASH-PREC    TO  W-BUFF-HASH-PREC
             PERFORM RT2-IMPRONTA
             MOVE  "S"                 TO  L-CATE-ESITO
             GO TO CHIU-CATE
           END-IF
           IF  NOT L-CATE-SIGILLA
             GO TO CHIU-CATE
           END-IF
      *
      *      Sigillo: stato corrente della catena letto sotto
      *      blocco (una catena nuova parte dall'impronta di inizio),
      *      nuova impronta, stato avanzato e riscritto; il blocco
      *      impedisce a un sigillo contemporaneo di leggere lo
      *      stesso progressivo e la stessa impronta precedente
           INITIALIZE F0SCATE
           MOVE    L-CATE-NOME-FILE    TO  F0SCATE-NOME-FILE
           MOVE    L-CATE-CODE-CLIE    TO  F0SCATE-CODE-CLIE
           MOVE    ZERO                TO  F0SCATE-DATA-ANCO
                                           F0SCATE-NUMR-RECO
           MOVE    C-HASH-INIZIO       TO  F0SCATE-HASH
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCATE10"              USING F0SCATE LWCOMAR
           MOVE    60                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCATE10"              USING F0SCATE LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
      *        Stato non leggibile: il record si scrive fuori catena
      *        e la verifica lo segnala
             MOVE  SPACES              TO  L-CATE-HASH
             GO TO CHIU-STATO
           END-IF
           MOVE    F0SCATE-HASH        TO  W-BUFF-HASH-PREC
           PERFORM RT2-IMPRONTA
           ADD     1                   TO  F0SCATE-NUMR-RECO
           MOVE    L-CATE-HASH         TO  F0SCATE-HASH
           ACCEPT  WL-DATA-OGGI        FROM DATE YYYYMMDD
           ACCEPT  WL-ORA-OGGI         FROM TIME
           MOVE    WL-DATA-OGGI        TO  F0SCATE-DATA-AGGIO
           MOVE    WL-ORA-OGGI(1:6)    TO  F0SCATE-ORA-AGGIO
           MOVE    61                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCATE10"              USING F0SCATE LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCATE-NUMR-RECO   TO  L-CATE-PROG
             MOVE  "S"                 TO  L-CATE-ESITO
           ELSE
      *        Stato non aggiornabile: il record si scrive fuori
      *        catena e la verifica lo segnala
             MOVE  SPACES              TO  L-CATE-HASH
           END-IF.
       CHIU-STATO.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCATE10"              USING F0SCATE LWCOMAR.
       CHIU-CATE.
           EXIT PROGRAM.
      ******************************************************************
      *----------  CAMPI COPERTI DALL'IMPRONTA, PER ARCHIVIO
       RT1-CAMPI-COPERTI.
           MOVE    SPACES              TO  W-BUFF-DATI
           EVALUATE L-CATE-NOME-FILE
             WHEN "F0SAUDI"
               MOVE  L-CATE-RECORD     TO  F0SAUDI
               STRING F0SAUDI-DATA       DELIMITED BY SIZE
                      F0SAUDI-ORA        DELIMITED BY SIZE
                      F0SAUDI-IDEN-UTEN  DELIMITED BY SIZE
                      F0SAUDI-NOME-FILE  DELIMITED BY SIZE
                      F0SAUDI-CHIAVE-REC DELIMITED BY SIZE
                      F0SAUDI-NOME-CAMPO DELIMITED BY SIZE
                      F0SAUDI-VALO-OLD   DELIMITED BY SIZE
                      F0SAUDI-VALO-NEW   DELIMITED BY SIZE
                                       INTO W-BUFF-DATI
             WHEN "F0SLOG"
               MOVE  L-CATE-RECORD     TO  F0SLOG
               STRING F0SLOG-DATA        DELIMITED BY SIZE
                      F0SLOG-ORA         DELIMITED BY SIZE
                      F0SLOG-NUMR-INST   DELIMITED BY SIZE
                      F0SLOG-IDEN-UTEN   DELIMITED BY SIZE
                      F0SLOG-EVENTO      DELIMITED BY SIZE
                      F0SLOG-DATA-LIMI-OLD DELIMITED BY SIZE
                      F0SLOG-DATA-LIMI-NEW DELIMITED BY SIZE
                                       INTO W-BUFF-DATI
             WHEN "F0SGIOR"
               MOVE  L-CATE-RECORD     TO  F0SGIOR
               MOVE  F0SGIOR-CODE-CLIE TO  W-GIOR-CODE-CLIE
               MOVE  F0SGIOR-NUMR-INST TO  W-GIOR-NUMR-INST
               MOVE  F0SGIOR-CODE-ARTI TO  W-GIOR-CODE-ARTI
               MOVE  F0SGIOR-PROG-MOVI TO  W-GIOR-PROG-MOVI
               MOVE  F0SGIOR-DATA      TO  W-GIOR-DATA
               MOVE  F0SGIOR-ORA       TO  W-GIOR-ORA
               MOVE  F0SGIOR-IDEN-UTEN TO  W-GIOR-IDEN-UTEN
               MOVE  F0SGIOR-NOME-PROG TO  W-GIOR-NOME-PROG
               MOVE  F0SGIOR-RIF-DOCU  TO  W-GIOR-RIF-DOCU
               MOVE  F0SGIOR-QTA-PRIMA TO  W-GIOR-QTA-PRIMA
               MOVE  F0SGIOR-QTA-DOPO  TO  W-GIOR-QTA-DOPO
               MOVE  F0SGIOR-CODE-LOTT TO  W-GIOR-CODE-LOTT
               MOVE  F0SGIOR-COST-UNIT TO  W-GIOR-COST-UNIT
               MOVE  W-DATI-GIOR       TO  W-BUFF-DATI
           END-EVALUATE
           .
      ******************************************************************
      *----------  IMPRONTA DEL BUFFER (IMPRONTA PRECEDENTE + CAMPI)
       RT2-IMPRONTA.
           SET     L-IMPR-INIZIO       TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
           SET     L-IMPR-AGGIUNGI     TO  TRUE
           MOVE    W-BUFFER            TO  L-IMPR-BUFF
           MOVE    LENGTH OF W-BUFFER  TO  L-IMPR-LUNG
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
           SET     L-IMPR-FINE         TO  TRUE
           CALL  "UIMPRON0"              USING L-IMPR-CTRL
           MOVE    L-IMPR-HASH         TO  L-CATE-HASH
           .
      *(END)
