       IDENTIFICATION DIVISION.
       PROGRAM-ID. UROACQ10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - ORDINI D'ACQUISTO A FORNITORE: DEPOSITO DI UNA      ****
      *****     TESTATA (LREAD-FILE = 0)                            ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN ORDINE (LREAD-FILE = 1)    ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO D'ORDINE DELLA DITTA                ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   - SCANSIONE DEGLI ORDINI DELLA DITTA (LREAD-FILE = 21 ****
      *****     PER INIZIARE, 11 PER PROSEGUIRE)                    ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SOACQ-FILE         ASSIGN TO "F0SOACQ"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SOACQ-CHIAVE OF
                                                        F0SOACQ-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SOACQ-FILE.
       COPY "F0SOACQ.REC" REPLACING ==F0SOACQ== BY ==F0SOACQ-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-MAX-NUMR-OACQ            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SOACQ.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SOACQ LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SOACQ-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SOACQ-FILE
                 CLOSE       F0SOACQ-FILE
                 OPEN I-O    F0SOACQ-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una testata d'ordine
                   MOVE F0SOACQ            TO  F0SOACQ-REC
                   READ F0SOACQ-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SOACQ-REC
                   ELSE
                     WRITE   F0SOACQ-REC
                   END-IF
                 WHEN 1
      *              Legge un ordine per chiave, senza modificarlo
                   MOVE F0SOACQ-CHIAVE OF F0SOACQ
                                          TO
                                F0SOACQ-CHIAVE OF F0SOACQ-REC
                   READ F0SOACQ-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SOACQ-REC       TO  F0SOACQ
                   END-IF
                 WHEN 21
      *              Inizio scansione degli ordini della ditta
                   MOVE F0SOACQ-CODE-CLIE OF F0SOACQ
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SOACQ-CHIAVE OF F0SOACQ-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SOACQ-CODE-CLIE OF F0SOACQ-REC
                   START F0SOACQ-FILE KEY NOT LESS
                                F0SOACQ-CHIAVE OF F0SOACQ-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SOACQ-REC       TO  F0SOACQ
                   END-IF
                 WHEN 11
      *              Prosegue la scansione degli ordini
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SOACQ-REC       TO  F0SOACQ
                   END-IF
                 WHEN 50
      *              Prossimo numero d'ordine della ditta
                   MOVE F0SOACQ-CODE-CLIE OF F0SOACQ
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SOACQ-CHIAVE OF F0SOACQ-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SOACQ-CODE-CLIE OF F0SOACQ-REC
                   START F0SOACQ-FILE KEY NOT LESS
                                F0SOACQ-CHIAVE OF F0SOACQ-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-OACQ
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-OACQ
                   MOVE    WL-MAX-NUMR-OACQ
                                          TO  F0SOACQ-NUMR-OACQ OF
                                                F0SOACQ
               END-EVALUATE
             WHEN -9
               CLOSE   F0SOACQ-FILE
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
           READ F0SOACQ-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SOACQ-CODE-CLIE OF F0SOACQ-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SOACQ-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SOACQ-CODE-CLIE OF F0SOACQ-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SOACQ-NUMR-OACQ OF F0SOACQ-REC GREATER
                                            WL-MAX-NUMR-OACQ
                 MOVE F0SOACQ-NUMR-OACQ OF F0SOACQ-REC
                                          TO  WL-MAX-NUMR-OACQ
               END-IF
             END-IF
           END-IF.
      *(END)
