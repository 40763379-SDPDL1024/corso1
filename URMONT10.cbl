       IDENTIFICATION DIVISION.
       PROGRAM-ID. URMONT10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - ORDINI DI MONTAGGIO KIT: DEPOSITO/AGGIORNAMENTO     ****
      *****     DI UN ORDINE (LREAD-FILE = 0)                       ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN ORDINE (LREAD-FILE = 1)    ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI ORDINE DELLA DITTA               ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   - SCANSIONE DEGLI ORDINI DELLA DITTA                  ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SMONT-FILE         ASSIGN TO "F0SMONT"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SMONT-CHIAVE OF
                                                        F0SMONT-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SMONT-FILE.
       COPY "F0SMONT.REC" REPLACING ==F0SMONT== BY ==F0SMONT-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-MAX-NUMR-MONT            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SMONT.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SMONT LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SMONT-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SMONT-FILE
                 CLOSE       F0SMONT-FILE
                 OPEN I-O    F0SMONT-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un ordine di montaggio
                   MOVE F0SMONT            TO  F0SMONT-REC
                   READ F0SMONT-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SMONT-REC
                   ELSE
                     WRITE   F0SMONT-REC
                   END-IF
                 WHEN 1
      *              Legge un ordine per chiave
                   MOVE F0SMONT-CHIAVE OF F0SMONT
                                          TO
                                F0SMONT-CHIAVE OF F0SMONT-REC
                   READ F0SMONT-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SMONT-REC       TO  F0SMONT
                   END-IF
                 WHEN 21
      *              Inizio scansione degli ordini della ditta
                   MOVE F0SMONT-CODE-CLIE OF F0SMONT
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SMONT-CHIAVE OF F0SMONT-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SMONT-CODE-CLIE OF F0SMONT-REC
                   START F0SMONT-FILE KEY NOT LESS
                                F0SMONT-CHIAVE OF F0SMONT-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SMONT-REC       TO  F0SMONT
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SMONT-REC       TO  F0SMONT
                   END-IF
                 WHEN 50
      *              Prossimo numero di ordine della ditta
                   MOVE F0SMONT-CODE-CLIE OF F0SMONT
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SMONT-CHIAVE OF F0SMONT-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SMONT-CODE-CLIE OF F0SMONT-REC
                   START F0SMONT-FILE KEY NOT LESS
                                F0SMONT-CHIAVE OF F0SMONT-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-MONT
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-MONT
                   MOVE    WL-MAX-NUMR-MONT
                                          TO  F0SMONT-NUMR-MONT OF
                                                F0SMONT
               END-EVALUATE
             WHEN -9
               CLOSE   F0SMONT-FILE
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
           READ F0SMONT-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SMONT-CODE-CLIE OF F0SMONT-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SMONT-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SMONT-CODE-CLIE OF F0SMONT-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SMONT-NUMR-MONT OF F0SMONT-REC GREATER
                                            WL-MAX-NUMR-MONT
                 MOVE F0SMONT-NUMR-MONT OF F0SMONT-REC
                                          TO  WL-MAX-NUMR-MONT
               END-IF
             END-IF
           END-IF.
      *(END)
