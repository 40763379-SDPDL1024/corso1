       IDENTIFICATION DIVISION.
       PROGRAM-ID. URFUSI10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - REGISTRO DELLE FUSIONI DI CLIENTI: DEPOSITO DELLA   ****
      *****     TESTATA E DELLE RIGHE DI UNA FUSIONE                ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTO IL REGISTRO DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - SCANSIONE DELLE RIGHE DI UNA FUSIONE                ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI FUSIONE DELLA DITTA              ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SFUSI-FILE         ASSIGN TO "F0SFUSI"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SFUSI-CHIAVE OF
                                                        F0SFUSI-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SFUSI-FILE.
       COPY "F0SFUSI.REC" REPLACING ==F0SFUSI== BY ==F0SFUSI-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-FUSI           PIC 9(06)      VALUE ZERO.
       77  WL-MAX-NUMR-FUSI            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SFUSI.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SFUSI LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SFUSI-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SFUSI-FILE
                 CLOSE       F0SFUSI-FILE
                 OPEN I-O    F0SFUSI-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una riga del registro
                   MOVE F0SFUSI            TO  F0SFUSI-REC
                   READ F0SFUSI-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SFUSI-REC
                   ELSE
                     WRITE   F0SFUSI-REC
                   END-IF
                 WHEN 1
      *              Legge una riga per chiave
                   MOVE F0SFUSI-CHIAVE OF F0SFUSI
                                          TO
                                F0SFUSI-CHIAVE OF F0SFUSI-REC
                   READ F0SFUSI-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SFUSI-REC       TO  F0SFUSI
                   END-IF
                 WHEN 21
      *              Inizio scansione del registro della ditta
                   MOVE F0SFUSI-CODE-CLIE OF F0SFUSI
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SFUSI-CHIAVE OF F0SFUSI-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SFUSI-CODE-CLIE OF F0SFUSI-REC
                   START F0SFUSI-FILE KEY NOT LESS
                                F0SFUSI-CHIAVE OF F0SFUSI-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SFUSI-REC       TO  F0SFUSI
                   END-IF
                 WHEN 11
      *              Prosegue la scansione del registro
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SFUSI-REC       TO  F0SFUSI
                   END-IF
                 WHEN 22
      *              Inizio scansione delle righe di una fusione
                   MOVE F0SFUSI-CODE-CLIE OF F0SFUSI
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SFUSI-NUMR-FUSI OF F0SFUSI
                                          TO  WL-FILT-NUMR-FUSI
                   MOVE LOW-VALUES        TO
                                F0SFUSI-CHIAVE OF F0SFUSI-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SFUSI-CODE-CLIE OF F0SFUSI-REC
                   MOVE WL-FILT-NUMR-FUSI TO
                                F0SFUSI-NUMR-FUSI OF F0SFUSI-REC
                   START F0SFUSI-FILE KEY NOT LESS
                                F0SFUSI-CHIAVE OF F0SFUSI-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SFUSI-REC       TO  F0SFUSI
                   END-IF
                 WHEN 12
      *              Prosegue la scansione della fusione
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SFUSI-REC       TO  F0SFUSI
                   END-IF
                 WHEN 50
      *              Prossimo numero di fusione libero per la ditta
                   MOVE F0SFUSI-CODE-CLIE OF F0SFUSI
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SFUSI-CHIAVE OF F0SFUSI-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SFUSI-CODE-CLIE OF F0SFUSI-REC
                   START F0SFUSI-FILE KEY NOT LESS
                                F0SFUSI-CHIAVE OF F0SFUSI-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-FUSI
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-FUSI
                   MOVE    WL-MAX-NUMR-FUSI
                                          TO  F0SFUSI-NUMR-FUSI OF
                                                F0SFUSI
               END-EVALUATE
             WHEN -9
               CLOSE   F0SFUSI-FILE
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
           READ F0SFUSI-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SFUSI-CODE-CLIE OF F0SFUSI-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-RISTRETTA.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SFUSI-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SFUSI-CODE-CLIE OF F0SFUSI-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SFUSI-NUMR-FUSI OF F0SFUSI-REC EQUAL
                                            WL-FILT-NUMR-FUSI
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SFUSI-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SFUSI-CODE-CLIE OF F0SFUSI-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SFUSI-NUMR-FUSI OF F0SFUSI-REC GREATER
                                            WL-MAX-NUMR-FUSI
                 MOVE F0SFUSI-NUMR-FUSI OF F0SFUSI-REC
                                          TO  WL-MAX-NUMR-FUSI
               END-IF
             END-IF
           END-IF.
      *(END)
