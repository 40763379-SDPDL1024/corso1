       IDENTIFICATION DIVISION.
       PROGRAM-ID. URPCAS10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - PICCOLA CASSA: DEPOSITO (LREAD-FILE = 0) DA         ****
      *****     UPCASRE0                                            ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DELLA DITTA DALLA DATA PASSATA IN POI     ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE):  ****
      *****     LIBRO GIORNALIERO (UPCASGI0) ED ESPORTAZIONE PRIMA  ****
      *****     NOTA (UPRIMNO0)                                     ****
      *****                                                         ****
      *****   - PROSSIMO PROGRESSIVO LIBERO DELLA DITTA NELLA DATA  ****
      *****     (LREAD-FILE = 50): MASSIMO PIU' UNO                 ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SPCAS-FILE         ASSIGN TO "F0SPCAS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SPCAS-CHIAVE OF
                                                        F0SPCAS-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SPCAS-FILE.
       COPY "F0SPCAS.REC" REPLACING ==F0SPCAS== BY ==F0SPCAS-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-DATA                PIC 9(08)      VALUE ZERO.
       77  WL-MAX-NUMR                 PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SPCAS.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SPCAS LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SPCAS-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SPCAS-FILE
                 CLOSE       F0SPCAS-FILE
                 OPEN I-O    F0SPCAS-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un movimento
                   MOVE F0SPCAS            TO  F0SPCAS-REC
                   READ F0SPCAS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SPCAS          TO  F0SPCAS-REC
                     REWRITE F0SPCAS-REC
                   ELSE
                     MOVE F0SPCAS          TO  F0SPCAS-REC
                     WRITE   F0SPCAS-REC
                   END-IF
                 WHEN 1
      *              Legge un movimento per chiave
                   MOVE F0SPCAS-CHIAVE OF F0SPCAS
                                          TO
                                F0SPCAS-CHIAVE OF F0SPCAS-REC
                   READ F0SPCAS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SPCAS-REC       TO  F0SPCAS
                   END-IF
                 WHEN 21
      *              Inizio: movimenti della ditta dalla data
                   MOVE F0SPCAS-CODE-CLIE OF F0SPCAS
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SPCAS-CHIAVE OF F0SPCAS-REC
                   MOVE WL-FILT-CODE-CLIE TO  F0SPCAS-CODE-CLIE OF
                                              F0SPCAS-REC
                   MOVE F0SPCAS-DATA OF F0SPCAS
                                          TO  F0SPCAS-DATA OF
                                              F0SPCAS-REC
                   MOVE ZERO              TO  F0SPCAS-NUMR-PROG OF
                                              F0SPCAS-REC
                   START F0SPCAS-FILE KEY NOT LESS
                                F0SPCAS-CHIAVE OF F0SPCAS-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   IF  WL-FILE-STATUS EQUAL "00"
                     PERFORM CERCA-SUCCESSIVO
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-SUCCESSIVO
                 WHEN 50
      *              Prossimo progressivo della ditta nella data
                   MOVE F0SPCAS-CODE-CLIE OF F0SPCAS
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SPCAS-DATA OF F0SPCAS
                                          TO  WL-FILT-DATA
                   MOVE ZERO               TO  WL-MAX-NUMR
                   MOVE WL-FILT-CODE-CLIE  TO  F0SPCAS-CODE-CLIE OF
                                               F0SPCAS-REC
                   MOVE WL-FILT-DATA       TO  F0SPCAS-DATA OF
                                               F0SPCAS-REC
                   MOVE ZERO               TO  F0SPCAS-NUMR-PROG OF
                                               F0SPCAS-REC
                   START F0SPCAS-FILE KEY NOT LESS
                                F0SPCAS-CHIAVE OF F0SPCAS-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-MASSIMO
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR
                   MOVE    WL-MAX-NUMR     TO  F0SPCAS-NUMR-PROG OF
                                                F0SPCAS
               END-EVALUATE
             WHEN -9
               CLOSE   F0SPCAS-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-SUCCESSIVO.
           READ F0SPCAS-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SPCAS-CODE-CLIE OF F0SPCAS-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE F0SPCAS-REC        TO  F0SPCAS
             ELSE
      *          Superata la ditta: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
       CERCA-MASSIMO.
           READ F0SPCAS-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SPCAS-CODE-CLIE OF F0SPCAS-REC EQUAL
                                            WL-FILT-CODE-CLIE
                 AND F0SPCAS-DATA OF F0SPCAS-REC EQUAL WL-FILT-DATA
               MOVE F0SPCAS-NUMR-PROG OF F0SPCAS-REC
                                       TO  WL-MAX-NUMR
             ELSE
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
