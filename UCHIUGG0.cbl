      *****   GIA' USATA DALL'ESPORTAZIONE SDI PER I DOCUMENTI NON
      *****   ANCORA INVIATI); F0SCHIU-CKPT-FASE REGISTRA SOLO SE
      *****   L'ULTIMO RUN E' ARRIVATO IN FONDO, PER LA DIAGNOSTICA.
151026*****
151026*****   IN CODA IL RIEPILOGO DI CHIUSURA SU "CHIUREP" STAMPA LE
151026*****   ANCORE DEL GIORNO DELLE CATENE DI IMPRONTE (F0SAUDI,
151026*****   F0SLOG, F0SGIOR PER DITTA): ULTIMO PROGRESSIVO E ULTIMA
151026*****   IMPRONTA DI OGNI CATENA, REGISTRATI ANCHE SU F0SCATE
151026*****   (TRAMITE "URCATE10") PER LA VERIFICA UCATVER0. LA COPIA
151026*****   STAMPATA E' QUELLA CHE NESSUNO PUO' RISCRIVERE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
151026 FILE-CONTROL.
151026     SELECT CHIUREP-FILE         ASSIGN TO "CHIUREP"
151026                                  ORGANIZATION LINE SEQUENTIAL
151026                                  FILE STATUS IS WS-CHIU-STAT-REP.
       DATA DIVISION.
151026 FILE SECTION.
151026 FD  CHIUREP-FILE.
151026 01  CHIUREP-REC                 PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-CHIU-DSTF-IOSR           PIC S9(04) COMP  VALUE ZERO.
       77  WS-CHIU-READ-FILE           PIC S9(04) COMP  VALUE ZERO.
020926 77  WS-CHIU-KIT                 PIC X(01)        VALUE "N".
020926 77  WS-CHIU-QTA-COMP            PIC S9(07)V999 COMP-3
020926                                                  VALUE ZERO.
151026 77  WS-CHIU-STAT-REP            PIC X(02)        VALUE SPACES.
151026 77  WS-CHIU-LINEA               PIC X(132)       VALUE SPACES.
151026 77  WS-CHIU-IND-CATE            PIC S9(04) COMP  VALUE ZERO.
151026 77  WS-CHIU-NUMR-ED             PIC ZZZZZZZZ9    VALUE ZERO.
151026*    Catene di impronte: stato corrente di ogni catena, da
151026*    stampare e da registrare come ancora del giorno
151026 01  WS-CHIU-CATENE.
151026     03  WS-CHIU-CATE-NUMR       PIC S9(04) COMP  VALUE ZERO.
151026     03  WS-CHIU-CATE-VOCE       OCCURS 200 TIMES.
151026         05  WS-CHIU-CATE-FILE   PIC X(08).
151026         05  WS-CHIU-CATE-DITT   PIC 9(04).
151026         05  WS-CHIU-CATE-RECO   PIC 9(09).
151026         05  WS-CHIU-CATE-HASH   PIC X(64).
151026 COPY "F0SCATE.REC".
      *
020926*    Distinta base dei kit: lo scarico di una riga kit
020926*    esplode nei componenti, con i movimenti di giornale a
             MOVE 9                    TO  F0SCHIU-CKPT-FASE
           END-IF
           PERFORM 9000-SCRIVI-ESITO
151026     PERFORM 9500-ANCORE-CATENE
           EXIT PROGRAM.
      ******************************************************************
      *----------  LEGGE L'ESITO/CHECKPOINT DELL'ULTIMO RUN
020926     CALL "URARTI10"             USING F0SARTI LWCOMAR
020926     IF  WS-CHIU-ARTI-ESI EQUAL 1 AND F0SARTI-A-KIT
020926       MOVE  "S"                 TO  WS-CHIU-KIT
151026*      Kit gia' montato in giacenza: la riga scarica il kit
151026*      quando la sua giacenza la copre; il reso di un kit che
151026*      ha una giacenza propria rientra intero sul kit
151026       MOVE  F0SVEND-CODE-CLIE   TO  F0SMAGA-CODE-CLIE
151026       MOVE  F0SVEND-NUMR-INST   TO  F0SMAGA-NUMR-INST
151026       MOVE  F0SVEND-RIGA-CODE-ARTI(WS-CHIU-INDICE)
151026                                 TO  F0SMAGA-CODE-ARTI
151026       MOVE  1                   TO  LREAD-FILE
151026       MOVE  3                   TO  DSTF-IOSR
151026       CALL "URMAGA10"           USING F0SMAGA LWCOMAR
151026       IF  DSTF-IOSR EQUAL 1
151026         IF  F0SVEND-DOC-NOTA-CRED
151026             OR F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE NOT LESS
151026                F0SVEND-RIGA-QTA(WS-CHIU-INDICE)
151026           MOVE  "N"             TO  WS-CHIU-KIT
151026         END-IF
151026       END-IF
020926     END-IF
020926     .
      ******************************************************************
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCHIU10"             USING F0SCHIU LWCOMAR
           .
151026******************************************************************
151026*----------  RIEPILOGO DI CHIUSURA CON LE ANCORE DEL GIORNO: PER
151026*            OGNI CATENA DI IMPRONTE L'ULTIMO PROGRESSIVO E
151026*            L'ULTIMA IMPRONTA, STAMPATI E REGISTRATI SU F0SCATE
151026*            CON LA DATA DI OGGI (UN RUN RIPETUTO LI AGGIORNA)
151026 9500-ANCORE-CATENE.
151026     OPEN OUTPUT CHIUREP-FILE
151026     MOVE    F0SCHIU-CKPT-NUMR-POST TO WS-CHIU-NUMR-ED
151026     MOVE    SPACES              TO  WS-CHIU-LINEA
151026     STRING  "CHIUSURA GIORNALIERA DEL " DELIMITED BY SIZE
151026             LDATE-ACTL          DELIMITED BY SIZE
151026             " ORE "             DELIMITED BY SIZE
151026             LDATEHORA(9:6)      DELIMITED BY SIZE
151026             " - ESITO "         DELIMITED BY SIZE
151026             LCHIU-ESITO         DELIMITED BY SIZE
151026             " - DOCUMENTI SCARICATI " DELIMITED BY SIZE
151026             WS-CHIU-NUMR-ED     DELIMITED BY SIZE
151026                                 INTO WS-CHIU-LINEA
151026     WRITE CHIUREP-REC           FROM  WS-CHIU-LINEA
151026     MOVE    SPACES              TO  WS-CHIU-LINEA
151026     WRITE CHIUREP-REC           FROM  WS-CHIU-LINEA
151026     MOVE    "ANCORE DELLE CATENE DI IMPRONTE - DA CONSERVARE PER"
151026                                 TO  WS-CHIU-LINEA
151026     MOVE    " LA VERIFICA (UCATVER0)"
151026                                 TO  WS-CHIU-LINEA(52:23)
151026     WRITE CHIUREP-REC           FROM  WS-CHIU-LINEA
151026     MOVE    "ARCHIVIO DITTA     RECORD IMPRONTA"
151026                                 TO  WS-CHIU-LINEA
151026     WRITE CHIUREP-REC           FROM  WS-CHIU-LINEA
151026*
151026     MOVE    ZERO                TO  WS-CHIU-CATE-NUMR
151026     INITIALIZE F0SCATE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URCATE10"             USING F0SCATE LWCOMAR
151026     MOVE    19                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URCATE10"             USING F0SCATE LWCOMAR
151026     PERFORM 9510-STATO-CATENA
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     PERFORM 9520-ANCORA
151026         VARYING WS-CHIU-IND-CATE FROM 1 BY 1
151026         UNTIL WS-CHIU-IND-CATE > WS-CHIU-CATE-NUMR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URCATE10"             USING F0SCATE LWCOMAR
151026     IF  WS-CHIU-CATE-NUMR EQUAL ZERO
151026       MOVE  "NESSUNA CATENA ANCORA AVVIATA" TO WS-CHIU-LINEA
151026       WRITE CHIUREP-REC         FROM  WS-CHIU-LINEA
151026     END-IF
151026     CLOSE CHIUREP-FILE
151026     .
151026 9510-STATO-CATENA.
151026     IF  F0SCATE-STATO-CORRENTE
151026         AND WS-CHIU-CATE-NUMR LESS 200
151026       ADD   1                   TO  WS-CHIU-CATE-NUMR
151026       MOVE  F0SCATE-NOME-FILE   TO
151026                     WS-CHIU-CATE-FILE(WS-CHIU-CATE-NUMR)
151026       MOVE  F0SCATE-CODE-CLIE   TO
151026                     WS-CHIU-CATE-DITT(WS-CHIU-CATE-NUMR)
151026       MOVE  F0SCATE-NUMR-RECO   TO
151026                     WS-CHIU-CATE-RECO(WS-CHIU-CATE-NUMR)
151026       MOVE  F0SCATE-HASH        TO
151026                     WS-CHIU-CATE-HASH(WS-CHIU-CATE-NUMR)
151026     END-IF
151026     MOVE    9                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URCATE10"             USING F0SCATE LWCOMAR
151026     .
151026 9520-ANCORA.
151026     MOVE    WS-CHIU-CATE-RECO(WS-CHIU-IND-CATE)
151026                                 TO  WS-CHIU-NUMR-ED
151026     MOVE    SPACES              TO  WS-CHIU-LINEA
151026     STRING  WS-CHIU-CATE-FILE(WS-CHIU-IND-CATE)
151026                                 DELIMITED BY SIZE
151026             " "                 DELIMITED BY SIZE
151026             WS-CHIU-CATE-DITT(WS-CHIU-IND-CATE)
151026                                 DELIMITED BY SIZE
151026             " "                 DELIMITED BY SIZE
151026             WS-CHIU-NUMR-ED     DELIMITED BY SIZE
151026             " "                 DELIMITED BY SIZE
151026             WS-CHIU-CATE-HASH(WS-CHIU-IND-CATE)
151026                                 DELIMITED BY SIZE
151026                                 INTO WS-CHIU-LINEA
151026     WRITE CHIUREP-REC           FROM  WS-CHIU-LINEA
151026     INITIALIZE F0SCATE
151026     MOVE    WS-CHIU-CATE-FILE(WS-CHIU-IND-CATE)
151026                                 TO  F0SCATE-NOME-FILE
151026     MOVE    WS-CHIU-CATE-DITT(WS-CHIU-IND-CATE)
151026                                 TO  F0SCATE-CODE-CLIE
151026     MOVE    LDATE-ACTL          TO  F0SCATE-DATA-ANCO
151026     MOVE    WS-CHIU-CATE-RECO(WS-CHIU-IND-CATE)
151026                                 TO  F0SCATE-NUMR-RECO
151026     MOVE    WS-CHIU-CATE-HASH(WS-CHIU-IND-CATE)
151026                                 TO  F0SCATE-HASH
151026     MOVE    LDATE-ACTL          TO  F0SCATE-DATA-AGGIO
151026     MOVE    LDATEHORA(9:6)      TO  F0SCATE-ORA-AGGIO
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URCATE10"             USING F0SCATE LWCOMAR
151026     .
      *(END)
