       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCNSF10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - FILE AFFIDATI ALLA CONSERVAZIONE: DEPOSITO/         ****
      *****     AGGIORNAMENTO (LREAD-FILE = 0) DA UCNSREG0,         ****
      *****     UCNSPAC0 E UCNSRIC0                                 ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI FILE LIBERO (LREAD-FILE = 50):   ****
      *****     MASSIMO PIU' UNO                                    ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I FILE (LREAD-FILE = 19 PER      ****
      *****     INIZIARE, 9 PER PROSEGUIRE): PACCHETTI E RICEVUTE   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCNSF-FILE         ASSIGN TO "F0SCNSF"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCNSF-CHIAVE OF
                                                        F0SCNSF-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCNSF-FILE.
       COPY "F0SCNSF.REC" REPLACING ==F0SCNSF== BY ==F0SCNSF-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-MAX-NUMR                 PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SCNSF.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCNSF LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCNSF-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCNSF-FILE
                 CLOSE       F0SCNSF-FILE
                 OPEN I-O    F0SCNSF-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un file
                   MOVE F0SCNSF            TO  F0SCNSF-REC
                   READ F0SCNSF-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCNSF          TO  F0SCNSF-REC
                     REWRITE F0SCNSF-REC
                   ELSE
                     MOVE F0SCNSF          TO  F0SCNSF-REC
                     WRITE   F0SCNSF-REC
                   END-IF
                 WHEN 1
      *              Legge un file per chiave
                   MOVE F0SCNSF-CHIAVE OF F0SCNSF
                                          TO
                                F0SCNSF-CHIAVE OF F0SCNSF-REC
                   READ F0SCNSF-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCNSF-REC       TO  F0SCNSF
                   END-IF
                 WHEN 19
      *              Inizio scansione di tutti i file
                   MOVE LOW-VALUES        TO
                                F0SCNSF-CHIAVE OF F0SCNSF-REC
                   START F0SCNSF-FILE KEY NOT LESS
                                F0SCNSF-CHIAVE OF F0SCNSF-REC
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
      *              Prossimo numero di file libero: massimo piu' uno
                   MOVE ZERO               TO  WL-MAX-NUMR
                   MOVE LOW-VALUES         TO
                                F0SCNSF-CHIAVE OF F0SCNSF-REC
                   START F0SCNSF-FILE KEY NOT LESS
                                F0SCNSF-CHIAVE OF F0SCNSF-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-MASSIMO
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR
                   MOVE    WL-MAX-NUMR     TO  F0SCNSF-NUMR-FILE OF
                                                F0SCNSF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCNSF-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       LEGGI-SUCCESSIVO.
           READ F0SCNSF-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE F0SCNSF-REC          TO  F0SCNSF
           END-IF.
       CERCA-MASSIMO.
           READ F0SCNSF-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCNSF-NUMR-FILE OF F0SCNSF-REC GREATER WL-MAX-NUMR
               MOVE F0SCNSF-NUMR-FILE OF F0SCNSF-REC
                                       TO  WL-MAX-NUMR
             END-IF
           END-IF.
      *(END)
