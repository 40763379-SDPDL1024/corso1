       IDENTIFICATION DIVISION.
       PROGRAM-ID. URPERS10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - VENDITE PERSE: DEPOSITO (LREAD-FILE = 0) DA         ****
      *****     UPERREG0                                            ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DELLA DITTA DALLA DATA PASSATA IN POI     ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE):  ****
      *****     RAPPORTO SETTIMANALE (UPERSET0) E RICALCOLO DEI     ****
      *****     PUNTI DI RIORDINO (URIORDC0)                        ****
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
           SELECT F0SPERS-FILE         ASSIGN TO "F0SPERS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SPERS-CHIAVE OF
                                                        F0SPERS-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SPERS-FILE.
       COPY "F0SPERS.REC" REPLACING ==F0SPERS== BY ==F0SPERS-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-DATA                PIC 9(08)      VALUE ZERO.
       77  WL-MAX-NUMR                 PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SPERS.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SPERS LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SPERS-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SPERS-FILE
                 CLOSE       F0SPERS-FILE
                 OPEN I-O    F0SPERS-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una vendita persa
                   MOVE F0SPERS            TO  F0SPERS-REC
                   READ F0SPERS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SPERS          TO  F0SPERS-REC
                     REWRITE F0SPERS-REC
                   ELSE
                     MOVE F0SPERS          TO  F0SPERS-REC
                     WRITE   F0SPERS-REC
                   END-IF
                 WHEN 1
      *              Legge una vendita persa per chiave
                   MOVE F0SPERS-CHIAVE OF F0SPERS
                                          TO
                                F0SPERS-CHIAVE OF F0SPERS-REC
                   READ F0SPERS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SPERS-REC       TO  F0SPERS
                   END-IF
                 WHEN 21
      *              Inizio: vendite perse della ditta dalla data
                   MOVE F0SPERS-CODE-CLIE OF F0SPERS
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SPERS-CHIAVE OF F0SPERS-REC
                   MOVE WL-FILT-CODE-CLIE TO  F0SPERS-CODE-CLIE OF
                                              F0SPERS-REC
                   MOVE F0SPERS-DATA OF F0SPERS
                                          TO  F0SPERS-DATA OF
                                              F0SPERS-REC
                   MOVE ZERO              TO  F0SPERS-NUMR-PROG OF
                                              F0SPERS-REC
                   START F0SPERS-FILE KEY NOT LESS
                                F0SPERS-CHIAVE OF F0SPERS-REC
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
                   MOVE F0SPERS-CODE-CLIE OF F0SPERS
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SPERS-DATA OF F0SPERS
                                          TO  WL-FILT-DATA
                   MOVE ZERO               TO  WL-MAX-NUMR
                   MOVE WL-FILT-CODE-CLIE  TO  F0SPERS-CODE-CLIE OF
                                               F0SPERS-REC
                   MOVE WL-FILT-DATA       TO  F0SPERS-DATA OF
                                               F0SPERS-REC
                   MOVE ZERO               TO  F0SPERS-NUMR-PROG OF
                                               F0SPERS-REC
                   START F0SPERS-FILE KEY NOT LESS
                                F0SPERS-CHIAVE OF F0SPERS-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-MASSIMO
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR
                   MOVE    WL-MAX-NUMR     TO  F0SPERS-NUMR-PROG OF
                                                F0SPERS
               END-EVALUATE
             WHEN -9
               CLOSE   F0SPERS-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-SUCCESSIVO.
           READ F0SPERS-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SPERS-CODE-CLIE OF F0SPERS-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE F0SPERS-REC        TO  F0SPERS
             ELSE
      *          Superata la ditta: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
       CERCA-MASSIMO.
           READ F0SPERS-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SPERS-CODE-CLIE OF F0SPERS-REC EQUAL
                                            WL-FILT-CODE-CLIE
                 AND F0SPERS-DATA OF F0SPERS-REC EQUAL WL-FILT-DATA
               MOVE F0SPERS-NUMR-PROG OF F0SPERS-REC
                                       TO  WL-MAX-NUMR
             ELSE
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
