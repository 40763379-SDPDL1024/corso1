       IDENTIFICATION DIVISION.
       PROGRAM-ID. URRECL10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - RECLAMI CLIENTI: DEPOSITO/AGGIORNAMENTO DI UN       ****
      *****     RECLAMO DALLA GESTIONE (URECLMU0, LREAD-FILE = 0)   ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I RECLAMI DI UNA DITTA           ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE):  ****
      *****     CONTEGGIO PER LOTTO (URECLMU0) E REPORT MENSILE     ****
      *****     (URECREP0)                                          ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO RECLAMO LIBERO DELLA DITTA          ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SRECL-FILE         ASSIGN TO "F0SRECL"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SRECL-CHIAVE OF
                                                        F0SRECL-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SRECL-FILE.
       COPY "F0SRECL.REC" REPLACING ==F0SRECL== BY ==F0SRECL-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-MAX-NUMR-RECL            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SRECL.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SRECL LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SRECL-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SRECL-FILE
                 CLOSE       F0SRECL-FILE
                 OPEN I-O    F0SRECL-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un reclamo
                   MOVE F0SRECL            TO  F0SRECL-REC
                   READ F0SRECL-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SRECL          TO  F0SRECL-REC
                     REWRITE F0SRECL-REC
                   ELSE
                     MOVE F0SRECL          TO  F0SRECL-REC
                     WRITE   F0SRECL-REC
                   END-IF
                 WHEN 1
      *              Legge un reclamo per chiave
                   MOVE F0SRECL-CHIAVE OF F0SRECL
                                          TO
                                F0SRECL-CHIAVE OF F0SRECL-REC
                   READ F0SRECL-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SRECL-REC       TO  F0SRECL
                   END-IF
                 WHEN 21
      *              Inizio scansione dei reclami della ditta
                   MOVE F0SRECL-CODE-CLIE OF F0SRECL
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SRECL-CHIAVE OF F0SRECL-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SRECL-CODE-CLIE OF F0SRECL-REC
                   START F0SRECL-FILE KEY NOT LESS
                                F0SRECL-CHIAVE OF F0SRECL-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA
                   IF  WL-TROVATO-SI
                     MOVE F0SRECL-REC       TO  F0SRECL
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei reclami
                   PERFORM CERCA-DITTA
                   IF  WL-TROVATO-SI
                     MOVE F0SRECL-REC       TO  F0SRECL
                   END-IF
                 WHEN 50
      *              Prossimo numero reclamo libero per la ditta
                   MOVE F0SRECL-CODE-CLIE OF F0SRECL
                                          TO  WL-FILT-CODE-CLIE
                   MOVE ZERO               TO  WL-MAX-NUMR-RECL
                   MOVE LOW-VALUES         TO
                                F0SRECL-CHIAVE OF F0SRECL-REC
                   MOVE WL-FILT-CODE-CLIE  TO
                                F0SRECL-CODE-CLIE OF F0SRECL-REC
                   START F0SRECL-FILE KEY NOT LESS
                                F0SRECL-CHIAVE OF F0SRECL-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-MAX-DITTA
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-RECL
                   MOVE    WL-MAX-NUMR-RECL
                                          TO  F0SRECL-NUMR-RECL OF
                                                F0SRECL
               END-EVALUATE
             WHEN -9
               CLOSE   F0SRECL-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-DITTA.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SRECL-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SRECL-CODE-CLIE OF F0SRECL-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave della ditta cercata: fine
      *          scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-DITTA.
           READ F0SRECL-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SRECL-CODE-CLIE OF F0SRECL-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave della ditta cercata: fine
      *          scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SRECL-NUMR-RECL OF F0SRECL-REC GREATER
                                            WL-MAX-NUMR-RECL
                 MOVE F0SRECL-NUMR-RECL OF F0SRECL-REC
                                        TO  WL-MAX-NUMR-RECL
               END-IF
             END-IF
           END-IF.
      *(END)
