       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCONA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - CONTRIBUTO CONAI PER MATERIALE E ANNO: DEPOSITO     ****
      *****     (LREAD-FILE = 0) E CANCELLAZIONE (LREAD-FILE = 2)   ****
      *****     DALLA MANUTENZIONE (UCONAMU0)                       ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1): RIGA DEL       ****
      *****     CONTRIBUTO SUI DOCUMENTI (UCONAAP0) E DICHIARAZIONE ****
      *****     PERIODICA (UCONADI0)                                ****
      *****                                                         ****
      *****   - SCANSIONE DELLA DITTA DALL'ANNO PASSATO IN POI      ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE):  ****
      *****     ELENCO DELLA MANUTENZIONE                           ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCONA-FILE         ASSIGN TO "F0SCONA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCONA-CHIAVE OF
                                                        F0SCONA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCONA-FILE.
       COPY "F0SCONA.REC" REPLACING ==F0SCONA== BY ==F0SCONA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SCONA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCONA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCONA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCONA-FILE
                 CLOSE       F0SCONA-FILE
                 OPEN I-O    F0SCONA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un contributo
                   MOVE F0SCONA            TO  F0SCONA-REC
                   READ F0SCONA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCONA          TO  F0SCONA-REC
                     REWRITE F0SCONA-REC
                   ELSE
                     MOVE F0SCONA          TO  F0SCONA-REC
                     WRITE   F0SCONA-REC
                   END-IF
                 WHEN 1
      *              Legge un contributo per chiave
                   MOVE F0SCONA-CHIAVE OF F0SCONA
                                          TO
                                F0SCONA-CHIAVE OF F0SCONA-REC
                   READ F0SCONA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCONA-REC       TO  F0SCONA
                   END-IF
                 WHEN 2
      *              Cancella un contributo per chiave
                   MOVE F0SCONA-CHIAVE OF F0SCONA
                                          TO
                                F0SCONA-CHIAVE OF F0SCONA-REC
                   READ F0SCONA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SCONA-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio: contributi della ditta dall'anno
                   MOVE F0SCONA-CODE-CLIE OF F0SCONA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SCONA-CHIAVE OF F0SCONA-REC
                   MOVE WL-FILT-CODE-CLIE TO  F0SCONA-CODE-CLIE OF
                                              F0SCONA-REC
                   MOVE F0SCONA-ANNO OF F0SCONA
                                          TO  F0SCONA-ANNO OF
                                              F0SCONA-REC
                   START F0SCONA-FILE KEY NOT LESS
                                F0SCONA-CHIAVE OF F0SCONA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   IF  WL-FILE-STATUS EQUAL "00"
                     PERFORM CERCA-SUCCESSIVO
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-SUCCESSIVO
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCONA-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-SUCCESSIVO.
           READ F0SCONA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCONA-CODE-CLIE OF F0SCONA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE F0SCONA-REC        TO  F0SCONA
             ELSE
      *          Superata la ditta: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
