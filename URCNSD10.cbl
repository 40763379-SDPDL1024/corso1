       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCNSD10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - DOCUMENTI DEI FILE CONSERVATI: DEPOSITO (LREAD-FILE ****
      *****     = 0) DA UCNSREG0                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - COPIE CONSERVATE DI UN DOCUMENTO (LREAD-FILE = 21   ****
      *****     PER INIZIARE, 11 PER PROSEGUIRE): DITTA, TIPO, ANNO ****
      *****     E RIFERIMENTO UGUALI A QUELLI PASSATI, PER          ****
      *****     L'INTERROGAZIONE (UCNSINQ0)                         ****
      *****                                                         ****
      *****   - SCANSIONE DEI DOCUMENTI DELLA DITTA (LREAD-FILE =   ****
      *****     22 PER INIZIARE, 12 PER PROSEGUIRE): INDICE DEL     ****
      *****     PACCHETTO (UCNSPAC0)                                ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I DOCUMENTI (LREAD-FILE = 19 PER ****
      *****     INIZIARE, 9 PER PROSEGUIRE): INDICE DEL PACCHETTO   ****
      *****     CON TRACCIATI SDI DI PIU' DITTE                     ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCNSD-FILE         ASSIGN TO "F0SCNSD"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCNSD-CHIAVE OF
                                                        F0SCNSD-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCNSD-FILE.
       COPY "F0SCNSD.REC" REPLACING ==F0SCNSD== BY ==F0SCNSD-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       01  WL-FILT-DOCU.
           03  WL-FILT-TIPO            PIC X(01)      VALUE SPACE.
           03  WL-FILT-ANNO            PIC 9(04)      VALUE ZERO.
           03  WL-FILT-RIFE            PIC X(12)      VALUE SPACES.
       01  WL-CORR-DOCU.
           03  WL-CORR-TIPO            PIC X(01)      VALUE SPACE.
           03  WL-CORR-ANNO            PIC 9(04)      VALUE ZERO.
           03  WL-CORR-RIFE            PIC X(12)      VALUE SPACES.
       77  WL-SOLO-DOCU                PIC X          VALUE "N".
           88  WL-SOLO-DOCU-SI                        VALUE "S".
       LINKAGE SECTION.
       COPY "F0SCNSD.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCNSD LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCNSD-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCNSD-FILE
                 CLOSE       F0SCNSD-FILE
                 OPEN I-O    F0SCNSD-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un documento
                   MOVE F0SCNSD            TO  F0SCNSD-REC
                   READ F0SCNSD-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCNSD          TO  F0SCNSD-REC
                     REWRITE F0SCNSD-REC
                   ELSE
                     MOVE F0SCNSD          TO  F0SCNSD-REC
                     WRITE   F0SCNSD-REC
                   END-IF
                 WHEN 1
      *              Legge un documento per chiave
                   MOVE F0SCNSD-CHIAVE OF F0SCNSD
                                          TO
                                F0SCNSD-CHIAVE OF F0SCNSD-REC
                   READ F0SCNSD-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCNSD-REC       TO  F0SCNSD
                   END-IF
                 WHEN 21
      *              Inizio: copie conservate di un documento
                   MOVE "S"               TO  WL-SOLO-DOCU
                   PERFORM POSIZIONA
                 WHEN 11
                   PERFORM CERCA-SUCCESSIVO
                 WHEN 22
      *              Inizio: documenti della ditta
                   MOVE "N"               TO  WL-SOLO-DOCU
                   PERFORM POSIZIONA
                 WHEN 12
                   PERFORM CERCA-SUCCESSIVO
                 WHEN 19
      *              Inizio: tutti i documenti
                   MOVE LOW-VALUES        TO
                                F0SCNSD-CHIAVE OF F0SCNSD-REC
                   START F0SCNSD-FILE KEY NOT LESS
                                F0SCNSD-CHIAVE OF F0SCNSD-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   IF  WL-FILE-STATUS EQUAL "00"
                     PERFORM LEGGI-SUCCESSIVO
                   END-IF
                 WHEN 9
                   PERFORM LEGGI-SUCCESSIVO
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCNSD-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       POSIZIONA.
           MOVE    F0SCNSD-CODE-CLIE OF F0SCNSD
                                       TO  WL-FILT-CODE-CLIE
           MOVE    F0SCNSD-TIPO-DOCU OF F0SCNSD
                                       TO  WL-FILT-TIPO
           MOVE    F0SCNSD-ANNO OF F0SCNSD
                                       TO  WL-FILT-ANNO
           MOVE    F0SCNSD-RIFE-DOCU OF F0SCNSD
                                       TO  WL-FILT-RIFE
           MOVE    LOW-VALUES          TO  F0SCNSD-CHIAVE OF F0SCNSD-REC
           MOVE    WL-FILT-CODE-CLIE   TO  F0SCNSD-CODE-CLIE OF
                                           F0SCNSD-REC
           IF  WL-SOLO-DOCU-SI
             MOVE  WL-FILT-TIPO        TO  F0SCNSD-TIPO-DOCU OF
                                           F0SCNSD-REC
             MOVE  WL-FILT-ANNO        TO  F0SCNSD-ANNO OF F0SCNSD-REC
             MOVE  WL-FILT-RIFE        TO  F0SCNSD-RIFE-DOCU OF
                                           F0SCNSD-REC
             MOVE  ZERO                TO  F0SCNSD-NUMR-FILE OF
                                           F0SCNSD-REC
           END-IF
           START F0SCNSD-FILE KEY NOT LESS
                                F0SCNSD-CHIAVE OF F0SCNSD-REC
               INVALID KEY
             MOVE "10"                 TO  WL-FILE-STATUS
           END-START
           IF  WL-FILE-STATUS EQUAL "00"
             PERFORM CERCA-SUCCESSIVO
           END-IF.
       CERCA-SUCCESSIVO.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SCNSD-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE  F0SCNSD-TIPO-DOCU OF F0SCNSD-REC TO WL-CORR-TIPO
             MOVE  F0SCNSD-ANNO OF F0SCNSD-REC      TO WL-CORR-ANNO
             MOVE  F0SCNSD-RIFE-DOCU OF F0SCNSD-REC TO WL-CORR-RIFE
             IF  F0SCNSD-CODE-CLIE OF F0SCNSD-REC EQUAL
                                            WL-FILT-CODE-CLIE
                 AND (NOT WL-SOLO-DOCU-SI
                      OR WL-CORR-DOCU EQUAL WL-FILT-DOCU)
               MOVE "S"                TO  WL-TROVATO
               MOVE F0SCNSD-REC        TO  F0SCNSD
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
       LEGGI-SUCCESSIVO.
           READ F0SCNSD-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE F0SCNSD-REC          TO  F0SCNSD
           END-IF.
      *(END)
