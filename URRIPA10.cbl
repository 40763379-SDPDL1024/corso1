       IDENTIFICATION DIVISION.
       PROGRAM-ID. URRIPA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - SCHEDE DI RIPARAZIONE: DEPOSITO/AGGIORNAMENTO       ****
      *****     DI UNA SCHEDA (LREAD-FILE = 0)                      ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA SCHEDA (LREAD-FILE = 1)   ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI SCHEDA DELLA DITTA               ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   - SCANSIONE DELLE SCHEDE DELLA DITTA                  ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SRIPA-FILE         ASSIGN TO "F0SRIPA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SRIPA-CHIAVE OF
                                                        F0SRIPA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SRIPA-FILE.
       COPY "F0SRIPA.REC" REPLACING ==F0SRIPA== BY ==F0SRIPA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-MAX-NUMR-RIPA            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SRIPA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SRIPA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SRIPA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SRIPA-FILE
                 CLOSE       F0SRIPA-FILE
                 OPEN I-O    F0SRIPA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una scheda di riparazione
                   MOVE F0SRIPA            TO  F0SRIPA-REC
                   READ F0SRIPA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SRIPA-REC
                   ELSE
                     WRITE   F0SRIPA-REC
                   END-IF
                 WHEN 1
      *              Legge una scheda per chiave
                   MOVE F0SRIPA-CHIAVE OF F0SRIPA
                                          TO
                                F0SRIPA-CHIAVE OF F0SRIPA-REC
                   READ F0SRIPA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SRIPA-REC       TO  F0SRIPA
                   END-IF
                 WHEN 21
      *              Inizio scansione delle schede della ditta
                   MOVE F0SRIPA-CODE-CLIE OF F0SRIPA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SRIPA-CHIAVE OF F0SRIPA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SRIPA-CODE-CLIE OF F0SRIPA-REC
                   START F0SRIPA-FILE KEY NOT LESS
                                F0SRIPA-CHIAVE OF F0SRIPA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SRIPA-REC       TO  F0SRIPA
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SRIPA-REC       TO  F0SRIPA
                   END-IF
                 WHEN 50
      *              Prossimo numero di scheda della ditta
                   MOVE F0SRIPA-CODE-CLIE OF F0SRIPA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SRIPA-CHIAVE OF F0SRIPA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SRIPA-CODE-CLIE OF F0SRIPA-REC
                   START F0SRIPA-FILE KEY NOT LESS
                                F0SRIPA-CHIAVE OF F0SRIPA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-RIPA
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-RIPA
                   MOVE    WL-MAX-NUMR-RIPA
                                          TO  F0SRIPA-NUMR-RIPA OF
                                                F0SRIPA
               END-EVALUATE
             WHEN -9
               CLOSE   F0SRIPA-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-DITTA-TUTTE.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SRIPA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SRIPA-CODE-CLIE OF F0SRIPA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SRIPA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SRIPA-CODE-CLIE OF F0SRIPA-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SRIPA-NUMR-RIPA OF F0SRIPA-REC GREATER
                                            WL-MAX-NUMR-RIPA
                 MOVE F0SRIPA-NUMR-RIPA OF F0SRIPA-REC
                                          TO  WL-MAX-NUMR-RIPA
               END-IF
             END-IF
           END-IF.
      *(END)
