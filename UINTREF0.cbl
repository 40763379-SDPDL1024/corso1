       IDENTIFICATION DIVISION.
       PROGRAM-ID. UINTREF0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   INTEGRITA' REFERENZIALE TRA GLI ARCHIVI: DOVE "UQUADRA0"
      *****   CONTROLLA CHE I SALDI TORNINO, QUI SI CONTROLLA CHE OGNI
      *****   RECORD FIGLIO ABBIA ANCORA IL SUO PADRE DOPO CADUTE,
      *****   PULIZIE O RIPRISTINI. LEGAMI VERIFICATI PER LA DITTA:
      *****     1) RIGHE DOCUMENTO F0SVENR   -> TESTATA F0SVEND
      *****        (O STORICO F0SVSTO, DOPO L'ARCHIVIAZIONE DI FINE
      *****        ANNO)
      *****     2) PARTITE F0SPASC           -> DOCUMENTO F0SVEND
      *****        (O STORICO F0SVSTO)
      *****     3) GIACENZE F0SMAGA          -> ARTICOLO F0SARTI
      *****     4) RIGHE D'ORDINE F0SORDR    -> TESTATA F0SORDI
      *****     5) SCONTI CLIENTE F0SSCON    -> CLIENTE F0SCLIF
      *****   GLI ORFANI FINISCONO SU "INTEREF" PER TIPO, CON LA
      *****   CHIAVE COMPLETA E IL TOTALE PER TIPO.
      *****
      *****   MODO "C" (CONTROLLO): SOLO LA STAMPA; E' IL PASSO
      *****   NOTTURNO DELLA CATENA UBATCH00.
      *****
      *****   MODO "R" (RIPARAZIONE, DA TERMINALE): DOPO IL
      *****   CONTROLLO MOSTRA I TOTALI E CHIEDE CONFERMA; OGNI
      *****   ORFANO, RILETTO E RIVERIFICATO, VIENE COPIATO SUL FILE
      *****   DI SCARTO DEL SUO ARCHIVIO (ORFVENR, ORFPASC, ORFMAGA,
      *****   ORFORDR, ORFSCON, IN CODA A QUANTO GIA' SCARTATO, STESSO
      *****   TRACCIATO DELL'ARCHIVIO) E POI CANCELLATO, COSI' NON
      *****   ROMPE PIU' I REPORT MA RESTA RECUPERABILE. SE UN FILE
      *****   DI SCARTO NON SI APRE LA RIPARAZIONE NON PARTE; SE LA
      *****   COPIA DI UN ORFANO NON RIESCE IL RECORD NON SI CANCELLA
      *****   E LA SUA CHIAVE VA SU INTEREF. UNA RIGA DI
      *****   F0SAUDI PER ARCHIVIO RIPARATO DICE CHI, QUANDO E
      *****   QUANTI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREF-FILE         ASSIGN TO "INTEREF"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-REF.
           SELECT ORFVENR-FILE         ASSIGN TO "ORFVENR"
                                        ORGANIZATION SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-VENR.
           SELECT ORFPASC-FILE         ASSIGN TO "ORFPASC"
                                        ORGANIZATION SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-PASC.
           SELECT ORFMAGA-FILE         ASSIGN TO "ORFMAGA"
                                        ORGANIZATION SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-MAGA.
           SELECT ORFORDR-FILE         ASSIGN TO "ORFORDR"
                                        ORGANIZATION SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ORDR.
           SELECT ORFSCON-FILE         ASSIGN TO "ORFSCON"
                                        ORGANIZATION SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-SCON.
       DATA DIVISION.
       FILE SECTION.
       FD  INTEREF-FILE.
       01  INTEREF-REC                 PIC X(132).
       FD  ORFVENR-FILE.
       COPY "F0SVENR.REC" REPLACING ==F0SVENR== BY ==ORFVENR-REC==.
       FD  ORFPASC-FILE.
       COPY "F0SPASC.REC" REPLACING ==F0SPASC== BY ==ORFPASC-REC==.
       FD  ORFMAGA-FILE.
       COPY "F0SMAGA.REC" REPLACING ==F0SMAGA== BY ==ORFMAGA-REC==.
       FD  ORFORDR-FILE.
       COPY "F0SORDR.REC" REPLACING ==F0SORDR== BY ==ORFORDR-REC==.
       FD  ORFSCON-FILE.
       COPY "F0SSCON.REC" REPLACING ==F0SSCON== BY ==ORFSCON-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-REF                 PIC X(02)      VALUE SPACES.
       77  WL-STAT-VENR                PIC X(02)      VALUE SPACES.
       77  WL-STAT-PASC                PIC X(02)      VALUE SPACES.
       77  WL-STAT-MAGA                PIC X(02)      VALUE SPACES.
       77  WL-STAT-ORDR                PIC X(02)      VALUE SPACES.
       77  WL-STAT-SCON                PIC X(02)      VALUE SPACES.
       77  W-STAT-SCAR                 PIC X(02)      VALUE SPACES.
       77  W-SCARTI                    PIC X(01)      VALUE "S".
           88  W-SCARTI-APERTI                        VALUE "S".
           88  W-SCARTI-KO                            VALUE "N".
       77  W-NUMR-NARC                 PIC 9(05)      VALUE ZERO.
       77  W-LINEA                     PIC X(132)     VALUE SPACES.
       77  W-RISP                      PIC X(01)      VALUE SPACE.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-IX                        PIC S9(04) COMP VALUE ZERO.
       77  W-ESI-SCAN                  PIC S9(04) COMP VALUE ZERO.
       77  W-PADRE                     PIC X(01)      VALUE "N".
           88  W-PADRE-SI                             VALUE "S".
           88  W-PADRE-NO                             VALUE "N".
       77  W-NUMR-ORFA                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ARCH                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZ9      VALUE ZERO.
       77  W-NOME-FILE                 PIC X(08)      VALUE SPACES.
       77  W-NOME-SCAR                 PIC X(08)      VALUE SPACES.
       77  W-APP-CHIAVE                PIC X(30)      VALUE SPACES.
      *
      *----------  ULTIMA TESTATA CERCATA PER LE RIGHE F0SVENR: LE
      *            RIGHE DELLO STESSO DOCUMENTO NON LA RILEGGONO
       01  W-ULTI-DOCU.
           03  W-ULTI-CODE-CLIE        PIC 9(04)      VALUE ZERO.
           03  W-ULTI-NUMR-INST        PIC 9(04)      VALUE ZERO.
           03  W-ULTI-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
       77  W-ULTI-PADRE                PIC X(01)      VALUE SPACE.
      *
      *----------  ORFANI PER TIPO DI LEGAME: TROVATI E ARCHIVIATI
       01  W-TOT-TAB.
           03  W-TOT-VOCE              OCCURS 5 TIMES.
               05  W-TOT-TROV          PIC 9(05)      VALUE ZERO.
               05  W-TOT-ARCH          PIC 9(05)      VALUE ZERO.
      *
      *----------  ORFANI DA RIPARARE: LA RACCOLTA PRECEDE LE
      *            CANCELLAZIONI PER NON DISTURBARE LE SCANSIONI
       01  W-ORF-TAB.
           03  W-ORF-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-ORF-VOCE              OCCURS 2000.
               05  W-ORF-TIPO          PIC 9(01).
               05  W-ORF-CHIAVE        PIC X(30).
      *
       COPY "F0SVENR.REC".
       COPY "F0SVEND.REC".
       COPY "F0SPASC.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SARTI.REC".
       COPY "F0SORDR.REC".
       COPY "F0SORDI.REC".
       COPY "F0SSCON.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SAUDI.REC".
      *
       LINKAGE SECTION.
       01  L-IREF-CTRL.
           03  L-IREF-CODE-CLIE        PIC 9(04).
           03  L-IREF-MODO             PIC X(01).
               88  L-IREF-CONTROLLO                   VALUE "C".
               88  L-IREF-RIPARAZIONE                 VALUE "R".
           03  L-IREF-NUMR-ORFA        PIC 9(05).
           03  L-IREF-ESITO            PIC X(01).
               88  L-IREF-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-IREF-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    "S"                 TO  L-IREF-ESITO
           MOVE    ZERO                TO  L-IREF-NUMR-ORFA
           DISPLAY "INTEGRITA' REFERENZIALE  -  DITTA "
                   L-IREF-CODE-CLIE
           OPEN OUTPUT INTEREF-FILE
           MOVE    SPACES              TO  W-LINEA
           STRING  "INTEGRITA' REFERENZIALE DEL " DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   " - DITTA "         DELIMITED BY SIZE
                   L-IREF-CODE-CLIE    DELIMITED BY SIZE
                   " - SOLO ORFANI"    DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           PERFORM 0100-APRI-ARCHIVI
           PERFORM 1000-RIGHE-DOCUMENTO
           PERFORM 2000-PARTITE
           PERFORM 3000-GIACENZE
           PERFORM 4000-RIGHE-ORDINE
           PERFORM 5000-SCONTI-CLIENTE
           PERFORM 6000-TOTALI
           IF  L-IREF-RIPARAZIONE AND W-NUMR-ORFA GREATER ZERO
             PERFORM 7000-RIPARAZIONE
           END-IF
           PERFORM 0200-CHIUDI-ARCHIVI
           CLOSE INTEREF-FILE
           MOVE    W-NUMR-ORFA         TO  L-IREF-NUMR-ORFA
           DISPLAY "CONTROLLO COMPLETATO - ORFANI " W-NUMR-ORFA
                   " ARCHIVIATI " W-NUMR-ARCH " - ESITI SU INTEREF"
           .
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       0100-APRI-ARCHIVI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVSTO10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           .
       0200-CHIUDI-ARCHIVI.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVSTO10"              USING F0SVEND LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           .
      ******************************************************************
      *----------  1) OGNI RIGA SU FILE DEVE AVERE LA SUA TESTATA
       1000-RIGHE-DOCUMENTO.
           MOVE    ZERO                TO  W-ULTI-DOCU
           MOVE    SPACE               TO  W-ULTI-PADRE
           INITIALIZE F0SVENR
           MOVE    L-IREF-CODE-CLIE    TO  F0SVENR-CODE-CLIE OF F0SVENR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           PERFORM 1100-RIGA-DOCUMENTO UNTIL W-ESI-SCAN NOT EQUAL 1
           .
       1100-RIGA-DOCUMENTO.
           IF  F0SVENR-CODE-CLIE OF F0SVENR EQUAL W-ULTI-CODE-CLIE
               AND F0SVENR-NUMR-INST OF F0SVENR EQUAL W-ULTI-NUMR-INST
               AND F0SVENR-NUMR-DOCU OF F0SVENR EQUAL W-ULTI-NUMR-DOCU
             MOVE  W-ULTI-PADRE        TO  W-PADRE
           ELSE
             PERFORM 1200-CERCA-TESTATA-RIGA
             MOVE  F0SVENR-CODE-CLIE OF F0SVENR   TO  W-ULTI-CODE-CLIE
             MOVE  F0SVENR-NUMR-INST OF F0SVENR   TO  W-ULTI-NUMR-INST
             MOVE  F0SVENR-NUMR-DOCU OF F0SVENR   TO  W-ULTI-NUMR-DOCU
             MOVE  W-PADRE             TO  W-ULTI-PADRE
           END-IF
           IF  W-PADRE-NO
             MOVE  1                   TO  W-IND
             MOVE  F0SVENR-CHIAVE OF F0SVENR      TO  W-APP-CHIAVE
             PERFORM 1300-STAMPA-RIGA-DOCUMENTO
             PERFORM 6100-RACCOGLI-ORFANO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           .
       1200-CERCA-TESTATA-RIGA.
           MOVE    F0SVENR-CODE-CLIE OF F0SVENR   TO  F0SVEND-CODE-CLIE
           MOVE    F0SVENR-NUMR-INST OF F0SVENR   TO  F0SVEND-NUMR-INST
           MOVE    F0SVENR-NUMR-DOCU OF F0SVENR   TO  F0SVEND-NUMR-DOCU
           PERFORM 1900-CERCA-DOCUMENTO
           .
       1300-STAMPA-RIGA-DOCUMENTO.
           MOVE    SPACES              TO  W-LINEA
           STRING  "F0SVENR  DEP "     DELIMITED BY SIZE
                   F0SVENR-NUMR-INST OF F0SVENR   DELIMITED BY SIZE
                   " DOC "             DELIMITED BY SIZE
                   F0SVENR-NUMR-DOCU OF F0SVENR   DELIMITED BY SIZE
                   " RIGA "            DELIMITED BY SIZE
                   F0SVENR-NUMR-RIGA OF F0SVENR   DELIMITED BY SIZE
                   "  TESTATA F0SVEND/F0SVSTO ASSENTE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  DOCUMENTO IN F0SVEND-CHIAVE: IN LINEA O NELLO
      *            STORICO DI FINE ANNO
       1900-CERCA-DOCUMENTO.
           MOVE    "N"                 TO  W-PADRE
           MOVE    41                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-PADRE
             EXIT PARAGRAPH
           END-IF
           MOVE    41                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVSTO10"              USING F0SVEND LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-PADRE
           END-IF
           .
      ******************************************************************
      *----------  2) OGNI PARTITA DEVE PUNTARE A UN DOCUMENTO
       2000-PARTITE.
           INITIALIZE F0SPASC
           MOVE    L-IREF-CODE-CLIE    TO  F0SPASC-CODE-CLIE OF F0SPASC
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           PERFORM 2100-PARTITA UNTIL W-ESI-SCAN NOT EQUAL 1
           .
       2100-PARTITA.
           PERFORM 2200-CERCA-DOCUMENTO-PARTITA
           IF  W-PADRE-NO
             MOVE  2                   TO  W-IND
             MOVE  F0SPASC-CHIAVE OF F0SPASC      TO  W-APP-CHIAVE
             PERFORM 2300-STAMPA-PARTITA
             PERFORM 6100-RACCOGLI-ORFANO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           .
       2200-CERCA-DOCUMENTO-PARTITA.
           MOVE    F0SPASC-CODE-CLIE OF F0SPASC   TO  F0SVEND-CODE-CLIE
           MOVE    F0SPASC-NUMR-INST OF F0SPASC   TO  F0SVEND-NUMR-INST
           MOVE    F0SPASC-NUMR-DOCU OF F0SPASC   TO  F0SVEND-NUMR-DOCU
           PERFORM 1900-CERCA-DOCUMENTO
           .
       2300-STAMPA-PARTITA.
           MOVE    SPACES              TO  W-LINEA
           STRING  "F0SPASC  DEP "     DELIMITED BY SIZE
                   F0SPASC-NUMR-INST OF F0SPASC   DELIMITED BY SIZE
                   " DOC "             DELIMITED BY SIZE
                   F0SPASC-NUMR-DOCU OF F0SPASC   DELIMITED BY SIZE
                   " RATA "            DELIMITED BY SIZE
                   F0SPASC-NUMR-RATA OF F0SPASC   DELIMITED BY SIZE
                   "  DOCUMENTO F0SVEND/F0SVSTO ASSENTE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  3) OGNI GIACENZA DEVE AVERE IL SUO ARTICOLO
       3000-GIACENZE.
           INITIALIZE F0SMAGA
           MOVE    L-IREF-CODE-CLIE    TO  F0SMAGA-CODE-CLIE OF F0SMAGA
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           PERFORM 3100-GIACENZA UNTIL W-ESI-SCAN NOT EQUAL 1
           .
       3100-GIACENZA.
           PERFORM 3200-CERCA-ARTICOLO
           IF  W-PADRE-NO
             MOVE  3                   TO  W-IND
             MOVE  F0SMAGA-CHIAVE OF F0SMAGA      TO  W-APP-CHIAVE
             PERFORM 3300-STAMPA-GIACENZA
             PERFORM 6100-RACCOGLI-ORFANO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           .
       3200-CERCA-ARTICOLO.
           MOVE    "N"                 TO  W-PADRE
           MOVE    F0SMAGA-CODE-CLIE OF F0SMAGA   TO  F0SARTI-CODE-CLIE
           MOVE    F0SMAGA-CODE-ARTI OF F0SMAGA   TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-PADRE
           END-IF
           .
       3300-STAMPA-GIACENZA.
           MOVE    SPACES              TO  W-LINEA
           STRING  "F0SMAGA  DEP "     DELIMITED BY SIZE
                   F0SMAGA-NUMR-INST OF F0SMAGA   DELIMITED BY SIZE
                   " ARTICOLO "        DELIMITED BY SIZE
                   F0SMAGA-CODE-ARTI OF F0SMAGA   DELIMITED BY SIZE
                   "  ARTICOLO F0SARTI ASSENTE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  4) OGNI RIGA D'ORDINE DEVE AVERE LA SUA TESTATA
       4000-RIGHE-ORDINE.
           INITIALIZE F0SORDR
           MOVE    L-IREF-CODE-CLIE    TO  F0SORDR-CODE-CLIE OF F0SORDR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           PERFORM 4100-RIGA-ORDINE UNTIL W-ESI-SCAN NOT EQUAL 1
           .
       4100-RIGA-ORDINE.
           PERFORM 4200-CERCA-ORDINE
           IF  W-PADRE-NO
             MOVE  4                   TO  W-IND
             MOVE  F0SORDR-CHIAVE OF F0SORDR      TO  W-APP-CHIAVE
             PERFORM 4300-STAMPA-RIGA-ORDINE
             PERFORM 6100-RACCOGLI-ORFANO
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           .
       4200-CERCA-ORDINE.
           MOVE    "N"                 TO  W-PADRE
           MOVE    F0SORDR-CODE-CLIE OF F0SORDR   TO  F0SORDI-CODE-CLIE
           MOVE    F0SORDR-NUMR-INST OF F0SORDR   TO  F0SORDI-NUMR-INST
           MOVE    F0SORDR-NUMR-ORDI OF F0SORDR   TO  F0SORDI-NUMR-ORDI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-PADRE
           END-IF
           .
       4300-STAMPA-RIGA-ORDINE.
           MOVE    SPACES              TO  W-LINEA
           STRING  "F0SORDR  DEP "     DELIMITED BY SIZE
                   F0SORDR-NUMR-INST OF F0SORDR   DELIMITED BY SIZE
                   " ORDINE "          DELIMITED BY SIZE
                   F0SORDR-NUMR-ORDI OF F0SORDR   DELIMITED BY SIZE
                   " RIGA "            DELIMITED BY SIZE
                   F0SORDR-NUMR-RIGA OF F0SORDR   DELIMITED BY SIZE
                   " ARTICOLO "        DELIMITED BY SIZE
                   F0SORDR-CODE-ARTI OF F0SORDR   DELIMITED BY SIZE
                   "  TESTATA F0SORDI ASSENTE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  5) OGNI SCONTO DEVE AVERE IL SUO CLIENTE; IL
      *            GESTORE DEGLI SCONTI SCANDISCE SOLO L'ARCHIVIO
      *            INTERO, LA DITTA SI FILTRA QUI
       5000-SCONTI-CLIENTE.
           INITIALIZE F0SSCON
           MOVE    80                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           PERFORM 5100-SCONTO UNTIL W-ESI-SCAN NOT EQUAL 1
           .
       5100-SCONTO.
           IF  F0SSCON-CODE-CLIE OF F0SSCON EQUAL L-IREF-CODE-CLIE
             PERFORM 5200-CERCA-CLIENTE
             IF  W-PADRE-NO
               MOVE  5                 TO  W-IND
               MOVE  F0SSCON-CHIAVE OF F0SSCON    TO  W-APP-CHIAVE
               PERFORM 5300-STAMPA-SCONTO
               PERFORM 6100-RACCOGLI-ORFANO
             END-IF
           END-IF
           MOVE    81                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    DSTF-IOSR           TO  W-ESI-SCAN
           .
       5200-CERCA-CLIENTE.
           MOVE    "N"                 TO  W-PADRE
           MOVE    F0SSCON-CODE-CLIE OF F0SSCON   TO  F0SCLIF-CODE-CLIE
           MOVE    F0SSCON-CODI-CLIF OF F0SSCON   TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-PADRE
           END-IF
           .
       5300-STAMPA-SCONTO.
           MOVE    SPACES              TO  W-LINEA
           STRING  "F0SSCON  CLIENTE " DELIMITED BY SIZE
                   F0SSCON-CODI-CLIF OF F0SSCON   DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SSCON-RAGE-CLIF OF F0SSCON   DELIMITED BY SIZE
                   "  CLIENTE F0SCLIF ASSENTE"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      ******************************************************************
      *----------  TOTALI PER TIPO DI LEGAME
       6000-TOTALI.
           MOVE    SPACES              TO  W-LINEA
           PERFORM 8900-SCRIVI
           MOVE    "F0SVENR"           TO  W-NOME-FILE
           MOVE    1                   TO  W-IND
           PERFORM 6200-RIGA-TOTALE
           MOVE    "F0SPASC"           TO  W-NOME-FILE
           MOVE    2                   TO  W-IND
           PERFORM 6200-RIGA-TOTALE
           MOVE    "F0SMAGA"           TO  W-NOME-FILE
           MOVE    3                   TO  W-IND
           PERFORM 6200-RIGA-TOTALE
           MOVE    "F0SORDR"           TO  W-NOME-FILE
           MOVE    4                   TO  W-IND
           PERFORM 6200-RIGA-TOTALE
           MOVE    "F0SSCON"           TO  W-NOME-FILE
           MOVE    5                   TO  W-IND
           PERFORM 6200-RIGA-TOTALE
           MOVE    SPACES              TO  W-LINEA
           STRING  "ORFANI TOTALI: "   DELIMITED BY SIZE
                   W-NUMR-ORFA         DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           IF  W-NUMR-ORFA GREATER W-ORF-NUMR
             MOVE  SPACES              TO  W-LINEA
             STRING "OLTRE I 2000 ORFANI LA RIPARAZIONE NE TRATTA"
                    " SOLO I PRIMI: RILANCIARLA DOPO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
             PERFORM 8900-SCRIVI
           END-IF
           .
      ******************************************************************
      *----------  UN ORFANO TROVATO: TIPO IN W-IND, CHIAVE IN
      *            W-APP-CHIAVE
       6100-RACCOGLI-ORFANO.
           ADD     1                   TO  W-NUMR-ORFA
           ADD     1                   TO  W-TOT-TROV(W-IND)
           IF  W-ORF-NUMR NOT LESS 2000
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-ORF-NUMR
           MOVE    W-IND               TO  W-ORF-TIPO(W-ORF-NUMR)
           MOVE    W-APP-CHIAVE        TO  W-ORF-CHIAVE(W-ORF-NUMR)
           .
       6200-RIGA-TOTALE.
           MOVE    W-TOT-TROV(W-IND)   TO  W-NUMR-ED
           MOVE    SPACES              TO  W-LINEA
           STRING  "ORFANI "           DELIMITED BY SIZE
                   W-NOME-FILE         DELIMITED BY SIZE
                   ": "                DELIMITED BY SIZE
                   W-NUMR-ED           DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           DISPLAY W-LINEA
           .
      ******************************************************************
      *----------  RIPARAZIONE SUPERVISIONATA: CONFERMA, SCARTO SU
      *            FILE, CANCELLAZIONE, TRACCIA SU F0SAUDI
       7000-RIPARAZIONE.
           DISPLAY "GLI ORFANI ELENCATI VERRANNO COPIATI SUI FILE DI "
                   "SCARTO ORFxxxx E CANCELLATI"
           DISPLAY "CONFERMI LA RIPARAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   W-RISP
           IF  (W-RISP NOT EQUAL "S") AND (W-RISP NOT EQUAL "s")
             DISPLAY "RIPARAZIONE ANNULLATA - NESSUN RECORD TOCCATO"
             EXIT PARAGRAPH
           END-IF
           PERFORM 7100-APRI-SCARTI
           IF  W-SCARTI-KO
             PERFORM 7190-CHIUDI-APERTI
             MOVE  "RIPARAZIONE ANNULLATA: FILE DI SCARTO NON APRIBILE"
                                       TO  W-LINEA
             PERFORM 8900-SCRIVI
             DISPLAY "RIPARAZIONE ANNULLATA - NESSUN RECORD TOCCATO"
             EXIT PARAGRAPH
           END-IF
           PERFORM 7200-RIPARA-ORFANO VARYING W-IX FROM 1 BY 1
                                      UNTIL W-IX GREATER W-ORF-NUMR
           CLOSE ORFVENR-FILE ORFPASC-FILE ORFMAGA-FILE
                 ORFORDR-FILE ORFSCON-FILE
           MOVE    "F0SVENR"           TO  W-NOME-FILE
           MOVE    "ORFVENR"           TO  W-NOME-SCAR
           MOVE    1                   TO  W-IND
           PERFORM 7900-AUDIT-ARCHIVIO
           MOVE    "F0SPASC"           TO  W-NOME-FILE
           MOVE    "ORFPASC"           TO  W-NOME-SCAR
           MOVE    2                   TO  W-IND
           PERFORM 7900-AUDIT-ARCHIVIO
           MOVE    "F0SMAGA"           TO  W-NOME-FILE
           MOVE    "ORFMAGA"           TO  W-NOME-SCAR
           MOVE    3                   TO  W-IND
           PERFORM 7900-AUDIT-ARCHIVIO
           MOVE    "F0SORDR"           TO  W-NOME-FILE
           MOVE    "ORFORDR"           TO  W-NOME-SCAR
           MOVE    4                   TO  W-IND
           PERFORM 7900-AUDIT-ARCHIVIO
           MOVE    "F0SSCON"           TO  W-NOME-FILE
           MOVE    "ORFSCON"           TO  W-NOME-SCAR
           MOVE    5                   TO  W-IND
           PERFORM 7900-AUDIT-ARCHIVIO
           MOVE    SPACES              TO  W-LINEA
           STRING  "RIPARAZIONE DEL "  DELIMITED BY SIZE
                   LDATE-ACTL          DELIMITED BY SIZE
                   " DA "              DELIMITED BY SIZE
                   L-IDENUTEN          DELIMITED BY SIZE
                   ": ORFANI ARCHIVIATI E CANCELLATI "
                                       DELIMITED BY SIZE
                   W-NUMR-ARCH         DELIMITED BY SIZE
                   " NON ARCHIVIATI "  DELIMITED BY SIZE
                   W-NUMR-NARC         DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           .
      *----------  I FILE DI SCARTO SI ALLUNGANO DI RIPARAZIONE IN
      *            RIPARAZIONE; LA PRIMA VOLTA SI CREANO. SE UNO NON
      *            SI APRE LA RIPARAZIONE NON PARTE: SENZA COPIA NON
      *            SI CANCELLA NULLA
       7100-APRI-SCARTI.
           MOVE    "S"                 TO  W-SCARTI
           OPEN EXTEND ORFVENR-FILE
           IF  WL-STAT-VENR EQUAL "35"
             OPEN OUTPUT ORFVENR-FILE
           END-IF
           MOVE    WL-STAT-VENR        TO  W-STAT-SCAR
           MOVE    "ORFVENR"           TO  W-NOME-SCAR
           PERFORM 7110-VERIFICA-APERTURA
           OPEN EXTEND ORFPASC-FILE
           IF  WL-STAT-PASC EQUAL "35"
             OPEN OUTPUT ORFPASC-FILE
           END-IF
           MOVE    WL-STAT-PASC        TO  W-STAT-SCAR
           MOVE    "ORFPASC"           TO  W-NOME-SCAR
           PERFORM 7110-VERIFICA-APERTURA
           OPEN EXTEND ORFMAGA-FILE
           IF  WL-STAT-MAGA EQUAL "35"
             OPEN OUTPUT ORFMAGA-FILE
           END-IF
           MOVE    WL-STAT-MAGA        TO  W-STAT-SCAR
           MOVE    "ORFMAGA"           TO  W-NOME-SCAR
           PERFORM 7110-VERIFICA-APERTURA
           OPEN EXTEND ORFORDR-FILE
           IF  WL-STAT-ORDR EQUAL "35"
             OPEN OUTPUT ORFORDR-FILE
           END-IF
           MOVE    WL-STAT-ORDR        TO  W-STAT-SCAR
           MOVE    "ORFORDR"           TO  W-NOME-SCAR
           PERFORM 7110-VERIFICA-APERTURA
           OPEN EXTEND ORFSCON-FILE
           IF  WL-STAT-SCON EQUAL "35"
             OPEN OUTPUT ORFSCON-FILE
           END-IF
           MOVE    WL-STAT-SCON        TO  W-STAT-SCAR
           MOVE    "ORFSCON"           TO  W-NOME-SCAR
           PERFORM 7110-VERIFICA-APERTURA
           .
       7110-VERIFICA-APERTURA.
           IF  W-STAT-SCAR EQUAL "00"
             EXIT PARAGRAPH
           END-IF
           MOVE    "N"                 TO  W-SCARTI
           DISPLAY "FILE DI SCARTO " W-NOME-SCAR
                   " NON APRIBILE - STATO " W-STAT-SCAR
           .
      *----------  SI CHIUDONO SOLO I FILE DI SCARTO APERTI
       7190-CHIUDI-APERTI.
           IF  WL-STAT-VENR EQUAL "00"
             CLOSE ORFVENR-FILE
           END-IF
           IF  WL-STAT-PASC EQUAL "00"
             CLOSE ORFPASC-FILE
           END-IF
           IF  WL-STAT-MAGA EQUAL "00"
             CLOSE ORFMAGA-FILE
           END-IF
           IF  WL-STAT-ORDR EQUAL "00"
             CLOSE ORFORDR-FILE
           END-IF
           IF  WL-STAT-SCON EQUAL "00"
             CLOSE ORFSCON-FILE
           END-IF
           .
       7200-RIPARA-ORFANO.
           EVALUATE W-ORF-TIPO(W-IX)
             WHEN 1
               PERFORM 7210-RIPARA-RIGA-DOCUMENTO
             WHEN 2
               PERFORM 7220-RIPARA-PARTITA
             WHEN 3
               PERFORM 7230-RIPARA-GIACENZA
             WHEN 4
               PERFORM 7240-RIPARA-RIGA-ORDINE
             WHEN 5
               PERFORM 7250-RIPARA-SCONTO
           END-EVALUATE
           .
      *----------  OGNI ORFANO SI RILEGGE E SI RIVERIFICA: TRA IL
      *            CONTROLLO E LA CONFERMA IL PADRE PUO' ESSERE
      *            STATO RIPRISTINATO
       7210-RIPARA-RIGA-DOCUMENTO.
           MOVE    W-ORF-CHIAVE(W-IX)  TO  F0SVENR-CHIAVE OF F0SVENR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM 1200-CERCA-TESTATA-RIGA
           IF  W-PADRE-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SVENR             TO  ORFVENR-REC
           WRITE   ORFVENR-REC
           IF  WL-STAT-VENR NOT EQUAL "00"
             MOVE  WL-STAT-VENR        TO  W-STAT-SCAR
             MOVE  "ORFVENR"           TO  W-NOME-SCAR
             PERFORM 7290-SCARTO-FALLITO
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-TOT-ARCH(1) W-NUMR-ARCH
           END-IF
           .
       7220-RIPARA-PARTITA.
           MOVE    W-ORF-CHIAVE(W-IX)  TO  F0SPASC-CHIAVE OF F0SPASC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM 2200-CERCA-DOCUMENTO-PARTITA
           IF  W-PADRE-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SPASC             TO  ORFPASC-REC
           WRITE   ORFPASC-REC
           IF  WL-STAT-PASC NOT EQUAL "00"
             MOVE  WL-STAT-PASC        TO  W-STAT-SCAR
             MOVE  "ORFPASC"           TO  W-NOME-SCAR
             PERFORM 7290-SCARTO-FALLITO
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-TOT-ARCH(2) W-NUMR-ARCH
           END-IF
           .
       7230-RIPARA-GIACENZA.
           MOVE    W-ORF-CHIAVE(W-IX)  TO  F0SMAGA-CHIAVE OF F0SMAGA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM 3200-CERCA-ARTICOLO
           IF  W-PADRE-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SMAGA             TO  ORFMAGA-REC
           WRITE   ORFMAGA-REC
           IF  WL-STAT-MAGA NOT EQUAL "00"
             MOVE  WL-STAT-MAGA        TO  W-STAT-SCAR
             MOVE  "ORFMAGA"           TO  W-NOME-SCAR
             PERFORM 7290-SCARTO-FALLITO
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-TOT-ARCH(3) W-NUMR-ARCH
           END-IF
           .
       7240-RIPARA-RIGA-ORDINE.
           MOVE    W-ORF-CHIAVE(W-IX)  TO  F0SORDR-CHIAVE OF F0SORDR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM 4200-CERCA-ORDINE
           IF  W-PADRE-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SORDR             TO  ORFORDR-REC
           WRITE   ORFORDR-REC
           IF  WL-STAT-ORDR NOT EQUAL "00"
             MOVE  WL-STAT-ORDR        TO  W-STAT-SCAR
             MOVE  "ORFORDR"           TO  W-NOME-SCAR
             PERFORM 7290-SCARTO-FALLITO
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-TOT-ARCH(4) W-NUMR-ARCH
           END-IF
           .
       7250-RIPARA-SCONTO.
           MOVE    W-ORF-CHIAVE(W-IX)  TO  F0SSCON-CHIAVE OF F0SSCON
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           PERFORM 5200-CERCA-CLIENTE
           IF  W-PADRE-SI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SSCON             TO  ORFSCON-REC
           WRITE   ORFSCON-REC
           IF  WL-STAT-SCON NOT EQUAL "00"
             MOVE  WL-STAT-SCON        TO  W-STAT-SCAR
             MOVE  "ORFSCON"           TO  W-NOME-SCAR
             PERFORM 7290-SCARTO-FALLITO
             EXIT PARAGRAPH
           END-IF
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-TOT-ARCH(5) W-NUMR-ARCH
           END-IF
           .
      *----------  COPIA SUL FILE DI SCARTO NON RIUSCITA: IL RECORD
      *            RESTA IN ARCHIVIO E LA CHIAVE VA IN STAMPA
       7290-SCARTO-FALLITO.
           ADD     1                   TO  W-NUMR-NARC
           MOVE    SPACES              TO  W-LINEA
           STRING  "NON ARCHIVIATO SU " DELIMITED BY SIZE
                   W-NOME-SCAR         DELIMITED BY SIZE
                   " (STATO "          DELIMITED BY SIZE
                   W-STAT-SCAR         DELIMITED BY SIZE
                   ") - CHIAVE "       DELIMITED BY SIZE
                   W-ORF-CHIAVE(W-IX)  DELIMITED BY SIZE
                                       INTO W-LINEA
           PERFORM 8900-SCRIVI
           DISPLAY W-LINEA
           .
      *----------  UNA RIGA DI F0SAUDI PER OGNI ARCHIVIO RIPARATO:
      *            QUANTI RECORD E SU QUALE FILE DI SCARTO
       7900-AUDIT-ARCHIVIO.
           IF  W-TOT-ARCH(W-IND) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SAUDI-ORA
           MOVE    L-IDENUTEN          TO  F0SAUDI-IDEN-UTEN
           MOVE    W-NOME-FILE         TO  F0SAUDI-NOME-FILE
           MOVE    SPACES              TO  F0SAUDI-CHIAVE-REC
           STRING  L-IREF-CODE-CLIE    DELIMITED BY SIZE
                   "/ORFANI"           DELIMITED BY SIZE
                                       INTO F0SAUDI-CHIAVE-REC
           MOVE    "ARCHIVIO ORFANI"   TO  F0SAUDI-NOME-CAMPO
           MOVE    W-TOT-ARCH(W-IND)   TO  W-NUMR-ED
           MOVE    SPACES              TO  F0SAUDI-VALO-OLD
           STRING  W-NUMR-ED           DELIMITED BY SIZE
                   " RECORD SENZA PADRE" DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  "CANCELLATI, COPIA SU " DELIMITED BY SIZE
                   W-NOME-SCAR         DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    6                   TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
      ******************************************************************
       8900-SCRIVI.
           WRITE   INTEREF-REC         FROM W-LINEA
           .
      *(END)
