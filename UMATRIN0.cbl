       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMATRIN0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   INTERROGAZIONE MATRICOLE (F0SMATR, TRAMITE "URMATR10"):
      *****   DAL SOLO NUMERO DI SERIE MOSTRA, PER OGNI ARTICOLO CHE
      *****   LO PORTA, LO STATO DEL PEZZO (IN GIACENZA, VENDUTO,
      *****   RESO, ROTTAMATO), L'ENTRATA MERCE, CHI L'HA COMPRATO,
      *****   CON QUALE DOCUMENTO E QUANDO, E SE E' ANCORA IN
      *****   GARANZIA ALLA DATA DI OGGI.
      *****   UN PEZZO DISPONIBILE A MAGAZZINO SI PUO' ROTTAMARE DA
      *****   QUI: LA MATRICOLA PASSA A ROTTAMATA E LA GIACENZA DEL
      *****   DEPOSITO SCENDE DI UNO (F0SMAGA TRAMITE "URMAGA10", CON
      *****   MOVIMENTO SUL GIORNALE DI MAGAZZINO).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-NUMR-MATR                PIC X(20)      VALUE SPACES.
       77  WL-NUMR-TROV                PIC 9(03)      VALUE ZERO.
       77  WL-DESC-STAT                PIC X(12)      VALUE SPACES.
       77  WL-QTA-PRIMA                PIC S9(07)V999 COMP-3 VALUE 0.
      *    Ultimo pezzo trovato, proposto per la rottamazione
       77  WL-TROV-ARTI                PIC X(15)      VALUE SPACES.
       77  WL-TROV-INST                PIC 9(04)      VALUE ZERO.
       77  WL-TROV-DISP                PIC X(01)      VALUE "N".
      *
       COPY "F0SARTI.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SMATR.REC".
       COPY "LMOVLOG.WRK".
      *
       LINKAGE SECTION.
       01  L-MATI-CTRL.
           03  L-MATI-CODE-CLIE        PIC 9(04).
           03  L-MATI-ESITO            PIC X(01).
               88  L-MATI-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-MATI-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-MATI-ESITO
           MOVE    ZERO                TO  WL-NUMR-TROV
           MOVE    "N"                 TO  WL-TROV-DISP
           DISPLAY "INTERROGAZIONE MATRICOLE  -  DITTA "
                   L-MATI-CODE-CLIE
           DISPLAY "NUMERO DI SERIE             : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-MATR
           IF  WL-NUMR-MATR EQUAL SPACES
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           INITIALIZE F0SMATR
           MOVE    L-MATI-CODE-CLIE    TO  F0SMATR-CODE-CLIE
           MOVE    WL-NUMR-MATR        TO  F0SMATR-NUMR-MATR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           PERFORM RT2-MOSTRA-MATRICOLA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    "S"                 TO  L-MATI-ESITO
           IF  WL-NUMR-TROV EQUAL ZERO
             DISPLAY "MATRICOLA NON IN ARCHIVIO"
             GO TO CHIU-MATI
           END-IF
      *
      *      Un solo pezzo, disponibile a magazzino: rottamabile
           IF  WL-NUMR-TROV EQUAL 1 AND WL-TROV-DISP EQUAL "S"
             DISPLAY "ROTTAMARE IL PEZZO IN GIACENZA ? (S/N) : "
                     WITH NO ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               PERFORM RT3-ROTTAMA
             END-IF
           END-IF.
       CHIU-MATI.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN PEZZO CON IL NUMERO DI SERIE CERCATO: ARTICOLO,
      *            STATO, ENTRATA, VENDITA E GARANZIA
       RT2-MOSTRA-MATRICOLA.
           ADD     1                   TO  WL-NUMR-TROV
           MOVE    F0SMATR-CODE-ARTI   TO  WL-TROV-ARTI
           MOVE    F0SMATR-NUMR-INST   TO  WL-TROV-INST
           MOVE    "N"                 TO  WL-TROV-DISP
           IF  F0SMATR-DISPONIBILE
             MOVE  "S"                 TO  WL-TROV-DISP
           END-IF
           MOVE    SPACES              TO  F0SARTI-DESC-ARTI
           MOVE    L-MATI-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    F0SMATR-CODE-ARTI   TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           EVALUATE TRUE
             WHEN F0SMATR-IN-GIACENZA
               MOVE  "IN GIACENZA"     TO  WL-DESC-STAT
             WHEN F0SMATR-VENDUTA
               MOVE  "VENDUTO"         TO  WL-DESC-STAT
             WHEN F0SMATR-RESA
               MOVE  "RESO"            TO  WL-DESC-STAT
             WHEN F0SMATR-ROTTAMATA
               MOVE  "ROTTAMATO"       TO  WL-DESC-STAT
             WHEN OTHER
               MOVE  F0SMATR-STAT-MATR TO  WL-DESC-STAT
           END-EVALUATE
           DISPLAY "----------------------------------------"
           DISPLAY "ARTICOLO " F0SMATR-CODE-ARTI " "
                   F0SARTI-DESC-ARTI
           DISPLAY "STATO    " WL-DESC-STAT " - DEPOSITO "
                   F0SMATR-NUMR-INST
           DISPLAY "ENTRATA  " F0SMATR-DATA-CARI " ORDINE ACQUISTO "
                   F0SMATR-NUMR-PROP
           IF  F0SMATR-DATA-VEND NOT EQUAL ZERO
             DISPLAY "VENDUTO  IL " F0SMATR-DATA-VEND " A "
                     F0SMATR-RAGE-CLIE
             DISPLAY "         CLIENTE " F0SMATR-CODI-CLIF
                     " DOCUMENTO " F0SMATR-TIPO-DOCU " N. "
                     F0SMATR-NUMR-DOCU
             EVALUATE TRUE
               WHEN F0SMATR-SCAD-GARA EQUAL ZERO
                 DISPLAY "GARANZIA NESSUNA"
               WHEN F0SMATR-SCAD-GARA NOT LESS LDATE-ACTL
                 DISPLAY "GARANZIA IN CORSO FINO AL "
                         F0SMATR-SCAD-GARA
               WHEN OTHER
                 DISPLAY "GARANZIA SCADUTA IL " F0SMATR-SCAD-GARA
             END-EVALUATE
           END-IF
           IF  F0SMATR-DATA-RESO NOT EQUAL ZERO
             DISPLAY "RESO     IL " F0SMATR-DATA-RESO " RMA "
                     F0SMATR-NUMR-RMA
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           .
      ******************************************************************
      *----------  ROTTAMAZIONE DEL PEZZO IN GIACENZA: MATRICOLA
      *            ROTTAMATA, GIACENZA DEL DEPOSITO MENO UNO E
      *            MOVIMENTO SUL GIORNALE DI MAGAZZINO
       RT3-ROTTAMA.
           INITIALIZE F0SMATR
           MOVE    L-MATI-CODE-CLIE    TO  F0SMATR-CODE-CLIE
           MOVE    WL-NUMR-MATR        TO  F0SMATR-NUMR-MATR
           MOVE    WL-TROV-ARTI        TO  F0SMATR-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR NOT F0SMATR-DISPONIBILE
             DISPLAY "MATRICOLA NON PIU' DISPONIBILE"
             EXIT PARAGRAPH
           END-IF
           MOVE    L-MATI-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    WL-TROV-INST        TO  F0SMAGA-NUMR-INST
           MOVE    WL-TROV-ARTI        TO  F0SMAGA-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ARTICOLO NON PRESENTE SUL DEPOSITO - PEZZO"
                     " NON ROTTAMATO"
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URMAGA10"            USING F0SMAGA LWCOMAR
             EXIT PARAGRAPH
           END-IF
      *    Scarico atomico sotto blocco record (LREAD-FILE = 60)
           MOVE    -1                  TO  F0SMAGA-QTA-GIAC
           MOVE    ZERO                TO  F0SMAGA-QTA-IMPE
           MOVE    60                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           COMPUTE WL-QTA-PRIMA = F0SMAGA-QTA-GIAC + 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    F0SMAGA-CODE-CLIE   TO  L-MOVL-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  L-MOVL-NUMR-INST
           MOVE    F0SMAGA-CODE-ARTI   TO  L-MOVL-CODE-ARTI
           MOVE    "UMATRIN0"          TO  L-MOVL-NOME-PROG
           MOVE    WL-NUMR-MATR        TO  L-MOVL-RIF-DOCU
           MOVE    WL-QTA-PRIMA        TO  L-MOVL-QTA-PRIMA
           MOVE    F0SMAGA-QTA-GIAC    TO  L-MOVL-QTA-DOPO
           CALL  "UMOVLOG0"              USING L-MOVL-CTRL LWCOMAR
      *
           SET     F0SMATR-ROTTAMATA   TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SMATR-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SMATR-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           DISPLAY "PEZZO ROTTAMATO - NUOVA GIACENZA DEL DEPOSITO "
                   F0SMAGA-QTA-GIAC
           .
      *(END)
