       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCNSP10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - PACCHETTI DI VERSAMENTO IN CONSERVAZIONE: DEPOSITO/ ****
      *****     AGGIORNAMENTO (LREAD-FILE = 0) DA UCNSPAC0 E        ****
      *****     UCNSRIC0                                            ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI PACCHETTO (LREAD-FILE = 50):     ****
      *****     MASSIMO PIU' UNO                                    ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I PACCHETTI (LREAD-FILE = 19 PER ****
      *****     INIZIARE, 9 PER PROSEGUIRE): RICEVUTE               ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCNSP-FILE         ASSIGN TO "F0SCNSP"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCNSP-CHIAVE OF
                                                        F0SCNSP-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCNSP-FILE.
       COPY "F0SCNSP.REC" REPLACING ==F0SCNSP== BY ==F0SCNSP-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-MAX-NUMR                 PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SCNSP.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCNSP LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCNSP-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCNSP-FILE
                 CLOSE       F0SCNSP-FILE
                 OPEN I-O    F0SCNSP-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un pacchetto
                   MOVE F0SCNSP            TO  F0SCNSP-REC
                   READ F0SCNSP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCNSP          TO  F0SCNSP-REC
                     REWRITE F0SCNSP-REC
                   ELSE
                     MOVE F0SCNSP          TO  F0SCNSP-REC
                     WRITE   F0SCNSP-REC
                   END-IF
                 WHEN 1
      *              Legge un pacchetto per chiave
                   MOVE F0SCNSP-CHIAVE OF F0SCNSP
                                          TO
                                F0SCNSP-CHIAVE OF F0SCNSP-REC
                   READ F0SCNSP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCNSP-REC       TO  F0SCNSP
                   END-IF
                 WHEN 19
      *              Inizio scansione di tutti i pacchetti
                   MOVE LOW-VALUES        TO
                                F0SCNSP-CHIAVE OF F0SCNSP-REC
                   START F0SCNSP-FILE KEY NOT LESS
                                F0SCNSP-CHIAVE OF F0SCNSP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   IF  WL-FILE-STATUS EQUAL "00"
                     PERFORM LEGGI-SUCCESSIVO
                   END-IF
                 WHEN 9
      *              Prosegue la scansione
                   PERFORM LEGGI-SUCCESSIVO
                 WHEN 50
      *              Prossimo numero di pacchetto: massimo piu' uno
                   MOVE ZERO               TO  WL-MAX-NUMR
                   MOVE LOW-VALUES         TO
                                F0SCNSP-CHIAVE OF F0SCNSP-REC
                   START F0SCNSP-FILE KEY NOT LESS
                                F0SCNSP-CHIAVE OF F0SCNSP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-MASSIMO
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR
                   MOVE    WL-MAX-NUMR     TO  F0SCNSP-NUMR-PACC OF
                                                F0SCNSP
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCNSP-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       LEGGI-SUCCESSIVO.
           READ F0SCNSP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE F0SCNSP-REC          TO  F0SCNSP
           END-IF.
       CERCA-MASSIMO.
           READ F0SCNSP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCNSP-NUMR-PACC OF F0SCNSP-REC GREATER WL-MAX-NUMR
               MOVE F0SCNSP-NUMR-PACC OF F0SCNSP-REC
                                       TO  WL-MAX-NUMR
             END-IF
           END-IF.
      *(END)
