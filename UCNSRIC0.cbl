       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCNSRIC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ESITI DEI PACCHETTI DI VERSAMENTO IN CONSERVAZIONE:
      *****   - "V": CONSEGNA AL CONSERVATORE DI UN PACCHETTO
      *****     PREPARATO DA UCNSPAC0 (STATO "VERSATO" E DATA);
      *****   - "R": IMPORTA IL FILE DELLE RICEVUTE "CNSRIC" DEL
      *****     CONSERVATORE, UNA RIGA PER COPIA CONSERVATA
      *****     ("CNnnnnnn"), ESITO OK/KO, IDENTIFICATIVO E DATA DEL
      *****     RAPPORTO DI VERSAMENTO E NOTA: IL FILE (F0SCNSF)
      *****     DIVENTA "CONSERVATO" O "RESPINTO" (DA RIVERSARE CON
      *****     UCNSPAC0); IL PACCHETTO (F0SCNSP) DIVENTA
      *****     "CONSERVATO" QUANDO TUTTI I SUOI FILE LO SONO, "CON
      *****     RESPINTI" SE ALMENO UNO E' RESPINTO.
      *****   LE RIGHE SCARTATE (COPIA SCONOSCIUTA, NON IN UN
      *****   PACCHETTO DELLA DITTA, ESITO NON VALIDO) E L'ESITO DI
      *****   OGNI RIGA SONO STAMPATI SU "CNSRICE".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNSRIC-FILE          ASSIGN TO "CNSRIC"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-RIC.
           SELECT CNSRICE-FILE         ASSIGN TO "CNSRICE"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-ESI.
       DATA DIVISION.
       FILE SECTION.
       FD  CNSRIC-FILE.
       01  CNSRIC-REC.
           03  CNSRIC-NOME-ARCH        PIC X(12).
           03  CNSRIC-ESITO            PIC X(02).
               88  CNSRIC-ESITO-OK                     VALUE "OK".
               88  CNSRIC-ESITO-KO                     VALUE "KO".
           03  CNSRIC-RICE-IDEN        PIC X(20).
           03  CNSRIC-RICE-DATA        PIC X(08).
           03  CNSRIC-NOTA             PIC X(40).
       FD  CNSRICE-FILE.
       01  CNSRICE-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-RIC                 PIC X(02)   VALUE SPACES.
       77  WL-STAT-ESI                 PIC X(02)   VALUE SPACES.
       77  WL-FINE                     PIC X(01)   VALUE "N".
           88  WL-FINE-SI                          VALUE "S".
       77  W-FUNZIONE                  PIC X(01)   VALUE SPACE.
           88  W-FUNZ-VERSA                        VALUE "V".
           88  W-FUNZ-RICEVUTE                     VALUE "R".
       77  W-NUMR-PACC                 PIC 9(06)   VALUE ZERO.
       77  W-CONFERMA                  PIC X(01)   VALUE "N".
           88  W-CONFERMA-SI                       VALUE "S".
       77  W-NUMR-LETTE                PIC 9(06)   VALUE ZERO.
       77  W-NUMR-CONS                 PIC 9(06)   VALUE ZERO.
       77  W-NUMR-RESP                 PIC 9(06)   VALUE ZERO.
       77  W-NUMR-SCAR                 PIC 9(06)   VALUE ZERO.
       77  W-MOTIVO                    PIC X(40)   VALUE SPACES.
       77  W-RIGA                      PIC X(132)  VALUE SPACES.
       77  W-NUMR-TP                   PIC S9(04) COMP VALUE ZERO.
       77  W-IND                       PIC S9(04) COMP VALUE ZERO.
       77  W-TROVATO                   PIC S9(04) COMP VALUE ZERO.
       01  W-NOME-ARCH                 PIC X(12)   VALUE SPACES.
       01  W-NOME-ARCH-R               REDEFINES W-NOME-ARCH.
           03  W-NA-PREFISSO           PIC X(02).
           03  W-NA-NUMR               PIC X(06).
           03  W-NA-NUMR-9             REDEFINES W-NA-NUMR
                                       PIC 9(06).
           03  W-NA-RESTO              PIC X(04).
       01  W-RICE-DATA                 PIC X(08)   VALUE SPACES.
       01  W-RICE-DATA-9               REDEFINES W-RICE-DATA
                                       PIC 9(08).
      *
      *    Pacchetti toccati dalle ricevute, riesaminati alla fine
       01  W-TAB-PACC.
           03  W-TP-PACC               OCCURS 500.
               05  W-TP-NUMR-PACC      PIC 9(06).
               05  W-TP-FILE           PIC 9(05).
               05  W-TP-CONS           PIC 9(05).
               05  W-TP-RESP           PIC 9(05).
      *
       COPY "F0SCNSF.REC".
       COPY "F0SCNSP.REC".
      *
       LINKAGE SECTION.
       01  L-CNRI-CTRL.
           03  L-CNRI-CODE-CLIE        PIC 9(04).
           03  L-CNRI-ESITO            PIC X(01).
               88  L-CNRI-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-CNRI-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-CNRI-ESITO
           DISPLAY "ESITI DELLA CONSERVAZIONE  -  DITTA "
                   L-CNRI-CODE-CLIE
           DISPLAY "V = CONSEGNA DI UN PACCHETTO AL CONSERVATORE"
           DISPLAY "R = IMPORTAZIONE RICEVUTE DA CNSRIC"
           DISPLAY "FUNZIONE : " WITH NO ADVANCING
           ACCEPT   W-FUNZIONE
           EVALUATE TRUE
             WHEN W-FUNZ-VERSA
               PERFORM 1000-CONSEGNA
             WHEN W-FUNZ-RICEVUTE
               PERFORM 2000-RICEVUTE
             WHEN OTHER
               DISPLAY "FUNZIONE NON PREVISTA"
           END-EVALUATE.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  CONSEGNA DI UN PACCHETTO PREPARATO
       1000-CONSEGNA.
           DISPLAY "NUMERO DEL PACCHETTO : " WITH NO ADVANCING
           ACCEPT   W-NUMR-PACC
           INITIALIZE F0SCNSP
           MOVE    W-NUMR-PACC         TO  F0SCNSP-NUMR-PACC
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR F0SCNSP-CODE-CLIE NOT EQUAL L-CNRI-CODE-CLIE
             DISPLAY "PACCHETTO " W-NUMR-PACC
                     " NON TROVATO PER LA DITTA"
           ELSE
             IF  NOT F0SCNSP-PREPARATO
               DISPLAY "PACCHETTO GIA' CONSEGNATO IL "
                       F0SCNSP-DATA-VERS " - STATO " F0SCNSP-STATO
             ELSE
               DISPLAY "INDICE " F0SCNSP-NOME-INDI "  FILE "
                       F0SCNSP-NUMR-FILE "  DOCUMENTI "
                       F0SCNSP-NUMR-DOCU
               DISPLAY "CONFERMI LA CONSEGNA AL CONSERVATORE (S/N) : "
                       WITH NO ADVANCING
               ACCEPT W-CONFERMA
               IF  W-CONFERMA-SI
                 SET   F0SCNSP-VERSATO TO  TRUE
                 MOVE  LDATE-ACTL      TO  F0SCNSP-DATA-VERS
                 MOVE  0               TO  LREAD-FILE
                 MOVE  3               TO  DSTF-IOSR
                 CALL  "URCNSP10"        USING F0SCNSP LWCOMAR
                 MOVE  "S"             TO  L-CNRI-ESITO
                 DISPLAY "PACCHETTO " W-NUMR-PACC " CONSEGNATO"
               END-IF
             END-IF
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           .
      ******************************************************************
      *----------  IMPORTAZIONE DELLE RICEVUTE DEL CONSERVATORE
       2000-RICEVUTE.
           OPEN INPUT CNSRIC-FILE
           IF  WL-STAT-RIC NOT EQUAL "00"
             DISPLAY "FILE DELLE RICEVUTE CNSRIC NON TROVATO"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CNSRICE-FILE
           MOVE    SPACES              TO  W-RIGA
           STRING  "ESITI DELLA CONSERVAZIONE - DITTA "
                   L-CNRI-CODE-CLIE "  IMPORTATI IL " LDATE-ACTL
                                       DELIMITED BY SIZE INTO W-RIGA
           PERFORM 2900-SCRIVI-RIGA
           MOVE    "COPIA        PACCH. ES IDENTIFICATIVO      DATA"
                                       TO  W-RIGA
           MOVE    "ESITO DELLA RIGA"  TO  W-RIGA(53:16)
           PERFORM 2900-SCRIVI-RIGA
           MOVE    ZERO                TO  W-NUMR-LETTE W-NUMR-CONS
                                           W-NUMR-RESP W-NUMR-SCAR
                                           W-NUMR-TP
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           MOVE    "N"                 TO  WL-FINE
           PERFORM 2100-RIGA-RICEVUTA
               UNTIL WL-FINE-SI
           CLOSE CNSRIC-FILE
      *
      *      Stato dei pacchetti toccati: conteggio dei loro file
           IF  W-NUMR-TP GREATER ZERO
             MOVE  19                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCNSF10"            USING F0SCNSF LWCOMAR
             PERFORM 2300-CONTA-FILE
                 UNTIL DSTF-IOSR NOT EQUAL 1
             PERFORM 2400-STATO-PACCHETTO
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NUMR-TP
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
      *
           MOVE    SPACES              TO  W-RIGA
           PERFORM 2900-SCRIVI-RIGA
           STRING  "RIGHE LETTE " W-NUMR-LETTE "  CONSERVATI "
                   W-NUMR-CONS "  RESPINTI " W-NUMR-RESP
                   "  SCARTATE " W-NUMR-SCAR
                                       DELIMITED BY SIZE INTO W-RIGA
           PERFORM 2900-SCRIVI-RIGA
           CLOSE CNSRICE-FILE
           MOVE    "S"                 TO  L-CNRI-ESITO
           DISPLAY "RICEVUTE LETTE " W-NUMR-LETTE "  CONSERVATI "
                   W-NUMR-CONS "  RESPINTI " W-NUMR-RESP
                   "  SCARTATE " W-NUMR-SCAR
           DISPLAY "ESITI STAMPATI SU CNSRICE"
           .
       2100-RIGA-RICEVUTA.
           READ CNSRIC-FILE
             AT END
               MOVE "S"                TO  WL-FINE
           END-READ
           IF  WL-FINE-SI
             EXIT PARAGRAPH
           END-IF
           IF  CNSRIC-REC EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  W-NUMR-LETTE
           MOVE    SPACES              TO  W-MOTIVO
           MOVE    CNSRIC-NOME-ARCH    TO  W-NOME-ARCH
           MOVE    CNSRIC-RICE-DATA    TO  W-RICE-DATA
           INITIALIZE F0SCNSF
           EVALUATE TRUE
             WHEN W-NA-PREFISSO NOT EQUAL "CN"
                  OR W-NA-NUMR NOT NUMERIC
                  OR W-NA-RESTO NOT EQUAL SPACES
               MOVE "NOME DELLA COPIA NON VALIDO"
                                       TO  W-MOTIVO
             WHEN NOT CNSRIC-ESITO-OK AND NOT CNSRIC-ESITO-KO
               MOVE "ESITO DIVERSO DA OK/KO"
                                       TO  W-MOTIVO
             WHEN W-RICE-DATA NOT NUMERIC
               MOVE "DATA DELLA RICEVUTA NON VALIDA"
                                       TO  W-MOTIVO
           END-EVALUATE
           IF  W-MOTIVO EQUAL SPACES
             MOVE  W-NA-NUMR-9         TO  F0SCNSF-NUMR-FILE
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCNSF10"            USING F0SCNSF LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               MOVE "COPIA CONSERVATA SCONOSCIUTA"
                                       TO  W-MOTIVO
             ELSE
               IF  F0SCNSF-NUMR-PACC EQUAL ZERO
                 MOVE "FILE NON ANCORA IN UN PACCHETTO"
                                       TO  W-MOTIVO
               ELSE
                 PERFORM 2110-LEGGI-PACCHETTO
               END-IF
             END-IF
           END-IF
           IF  W-MOTIVO NOT EQUAL SPACES
             ADD   1                   TO  W-NUMR-SCAR
             PERFORM 2800-RIGA-ESITO
             EXIT PARAGRAPH
           END-IF
      *
           IF  CNSRIC-ESITO-OK
             SET   F0SCNSF-CONSERVATO  TO  TRUE
             ADD   1                   TO  W-NUMR-CONS
             MOVE  "CONSERVATO"        TO  W-MOTIVO
           ELSE
             SET   F0SCNSF-RESPINTO    TO  TRUE
             ADD   1                   TO  W-NUMR-RESP
             MOVE  "RESPINTO - DA RIVERSARE"
                                       TO  W-MOTIVO
           END-IF
           MOVE    CNSRIC-RICE-IDEN    TO  F0SCNSF-RICE-IDEN
           MOVE    W-RICE-DATA-9       TO  F0SCNSF-RICE-DATA
           MOVE    CNSRIC-NOTA         TO  F0SCNSF-RICE-NOTA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           PERFORM 2200-ACCODA-PACCHETTO
           PERFORM 2800-RIGA-ESITO
           .
      *----------  IL PACCHETTO DEL FILE DEVE ESSERE DELLA DITTA
       2110-LEGGI-PACCHETTO.
           INITIALIZE F0SCNSP
           MOVE    F0SCNSF-NUMR-PACC   TO  F0SCNSP-NUMR-PACC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  "PACCHETTO DEL FILE SCONOSCIUTO"
                                       TO  W-MOTIVO
           ELSE
             IF  F0SCNSP-CODE-CLIE NOT EQUAL L-CNRI-CODE-CLIE
               MOVE "PACCHETTO DI ALTRA DITTA"
                                       TO  W-MOTIVO
             END-IF
           END-IF
           .
       2200-ACCODA-PACCHETTO.
           MOVE    ZERO                TO  W-TROVATO
           PERFORM 2210-CERCA-PACCHETTO
               VARYING W-IND FROM 1 BY 1
               UNTIL W-IND GREATER W-NUMR-TP
                  OR W-TROVATO GREATER ZERO
           IF  W-TROVATO EQUAL ZERO AND W-NUMR-TP LESS 500
             ADD   1                   TO  W-NUMR-TP
             MOVE  F0SCNSF-NUMR-PACC   TO  W-TP-NUMR-PACC(W-NUMR-TP)
             MOVE  ZERO                TO  W-TP-FILE(W-NUMR-TP)
                                           W-TP-CONS(W-NUMR-TP)
                                           W-TP-RESP(W-NUMR-TP)
           END-IF
           .
       2210-CERCA-PACCHETTO.
           IF  W-TP-NUMR-PACC(W-IND) EQUAL F0SCNSF-NUMR-PACC
             MOVE  W-IND               TO  W-TROVATO
           END-IF
           .
      ******************************************************************
      *----------  FILE DEI PACCHETTI TOCCATI, PER STATO
       2300-CONTA-FILE.
           IF  F0SCNSF-NUMR-PACC GREATER ZERO
             MOVE  ZERO                TO  W-TROVATO
             PERFORM 2210-CERCA-PACCHETTO
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-NUMR-TP
                    OR W-TROVATO GREATER ZERO
             IF  W-TROVATO GREATER ZERO
               ADD 1                   TO  W-TP-FILE(W-TROVATO)
               IF  F0SCNSF-CONSERVATO
                 ADD 1                 TO  W-TP-CONS(W-TROVATO)
               END-IF
               IF  F0SCNSF-RESPINTO
                 ADD 1                 TO  W-TP-RESP(W-TROVATO)
               END-IF
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSF10"              USING F0SCNSF LWCOMAR
           .
      *----------  CONSERVATO SE TUTTI I FILE LO SONO, CON RESPINTI
      *            SE ALMENO UNO E' RESPINTO; UN FILE RIVERSATO IN UN
      *            PACCHETTO NUOVO NON CONTA PIU' NEL VECCHIO
       2400-STATO-PACCHETTO.
           INITIALIZE F0SCNSP
           MOVE    W-TP-NUMR-PACC(W-IND)  TO  F0SCNSP-NUMR-PACC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCNSP10"              USING F0SCNSP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             IF  F0SCNSP-DATA-VERS EQUAL ZERO
               MOVE LDATE-ACTL         TO  F0SCNSP-DATA-VERS
               SET  F0SCNSP-VERSATO    TO  TRUE
             END-IF
             EVALUATE TRUE
               WHEN W-TP-RESP(W-IND) GREATER ZERO
                 SET  F0SCNSP-CON-RESPINTI TO TRUE
                 MOVE LDATE-ACTL       TO  F0SCNSP-DATA-ESITO
               WHEN W-TP-CONS(W-IND) EQUAL W-TP-FILE(W-IND)
                 SET  F0SCNSP-CONSERVATO TO TRUE
                 MOVE LDATE-ACTL       TO  F0SCNSP-DATA-ESITO
             END-EVALUATE
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCNSP10"            USING F0SCNSP LWCOMAR
             MOVE  SPACES              TO  W-RIGA
             STRING "PACCHETTO " F0SCNSP-NUMR-PACC "  FILE "
                    W-TP-FILE(W-IND) "  CONSERVATI " W-TP-CONS(W-IND)
                    "  RESPINTI " W-TP-RESP(W-IND) "  STATO "
                    F0SCNSP-STATO  DELIMITED BY SIZE INTO W-RIGA
             PERFORM 2900-SCRIVI-RIGA
           END-IF
           .
      ******************************************************************
       2800-RIGA-ESITO.
           MOVE    SPACES              TO  W-RIGA
           MOVE    CNSRIC-NOME-ARCH    TO  W-RIGA(1:12)
           IF  F0SCNSF-NUMR-PACC GREATER ZERO
             MOVE  F0SCNSF-NUMR-PACC   TO  W-RIGA(14:6)
           END-IF
           MOVE    CNSRIC-ESITO        TO  W-RIGA(21:2)
           MOVE    CNSRIC-RICE-IDEN    TO  W-RIGA(24:20)
           MOVE    CNSRIC-RICE-DATA    TO  W-RIGA(44:8)
           MOVE    W-MOTIVO            TO  W-RIGA(53:40)
           PERFORM 2900-SCRIVI-RIGA
           .
       2900-SCRIVI-RIGA.
           MOVE    W-RIGA              TO  CNSRICE-REC
           WRITE   CNSRICE-REC
           .
      *(END)
