       IDENTIFICATION DIVISION.
       PROGRAM-ID. URIMBM10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - MOVIMENTI IMBALLI: DEPOSITO DI UN MOVIMENTO         ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UN MOVIMENTO IMBALLI               ****
      *****     (LREAD-FILE = 2): FUSIONE DI CLIENTI                ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI MOVIMENTO DEL CLIENTE            ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   - SCANSIONE DEI MOVIMENTI DI UN CLIENTE               ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I MOVIMENTI DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SIMBM-FILE         ASSIGN TO "F0SIMBM"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SIMBM-CHIAVE OF
                                                        F0SIMBM-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SIMBM-FILE.
       COPY "F0SIMBM.REC" REPLACING ==F0SIMBM== BY ==F0SIMBM-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODI-CLIF           PIC 9(06)      VALUE ZERO.
       77  WL-MAX-NUMR-MOVI            PIC 9(08)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SIMBM.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SIMBM LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SIMBM-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SIMBM-FILE
                 CLOSE       F0SIMBM-FILE
                 OPEN I-O    F0SIMBM-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita un movimento imballi
                   MOVE F0SIMBM            TO  F0SIMBM-REC
                   READ F0SIMBM-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SIMBM-REC
                   ELSE
                     WRITE   F0SIMBM-REC
                   END-IF
                 WHEN 1
      *              Legge un movimento per chiave
                   MOVE F0SIMBM-CHIAVE OF F0SIMBM
                                          TO
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                   READ F0SIMBM-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SIMBM-REC       TO  F0SIMBM
                   END-IF
                 WHEN 2
      *              Cancella un movimento imballi per chiave
                   MOVE F0SIMBM-CHIAVE OF F0SIMBM
                                          TO
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                   READ F0SIMBM-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SIMBM-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione dei movimenti della ditta
                   MOVE F0SIMBM-CODE-CLIE OF F0SIMBM
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SIMBM-CODE-CLIE OF F0SIMBM-REC
                   START F0SIMBM-FILE KEY NOT LESS
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBM-REC       TO  F0SIMBM
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBM-REC       TO  F0SIMBM
                   END-IF
                 WHEN 22
      *              Inizio scansione dei movimenti di un cliente
                   MOVE F0SIMBM-CODE-CLIE OF F0SIMBM
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SIMBM-CODI-CLIF OF F0SIMBM
                                          TO  WL-FILT-CODI-CLIF
                   MOVE LOW-VALUES        TO
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SIMBM-CODE-CLIE OF F0SIMBM-REC
                   MOVE WL-FILT-CODI-CLIF TO
                                F0SIMBM-CODI-CLIF OF F0SIMBM-REC
                   START F0SIMBM-FILE KEY NOT LESS
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBM-REC       TO  F0SIMBM
                   END-IF
                 WHEN 12
      *              Prosegue la scansione del cliente
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBM-REC       TO  F0SIMBM
                   END-IF
                 WHEN 50
      *              Prossimo numero di movimento del cliente
                   MOVE F0SIMBM-CODE-CLIE OF F0SIMBM
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SIMBM-CODI-CLIF OF F0SIMBM
                                          TO  WL-FILT-CODI-CLIF
                   MOVE LOW-VALUES        TO
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SIMBM-CODE-CLIE OF F0SIMBM-REC
                   MOVE WL-FILT-CODI-CLIF TO
                                F0SIMBM-CODI-CLIF OF F0SIMBM-REC
                   START F0SIMBM-FILE KEY NOT LESS
                                F0SIMBM-CHIAVE OF F0SIMBM-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-MOVI
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-MOVI
                   MOVE    WL-MAX-NUMR-MOVI
                                          TO  F0SIMBM-NUMR-MOVI OF
                                                F0SIMBM
               END-EVALUATE
             WHEN -9
               CLOSE   F0SIMBM-FILE
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
           READ F0SIMBM-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SIMBM-CODE-CLIE OF F0SIMBM-REC EQUAL
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
           READ F0SIMBM-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SIMBM-CODE-CLIE OF F0SIMBM-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SIMBM-CODI-CLIF OF F0SIMBM-REC EQUAL
                                            WL-FILT-CODI-CLIF
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SIMBM-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SIMBM-CODE-CLIE OF F0SIMBM-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
               OR F0SIMBM-CODI-CLIF OF F0SIMBM-REC NOT EQUAL
                                            WL-FILT-CODI-CLIF
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SIMBM-NUMR-MOVI OF F0SIMBM-REC GREATER
                                            WL-MAX-NUMR-MOVI
                 MOVE F0SIMBM-NUMR-MOVI OF F0SIMBM-REC
                                          TO  WL-MAX-NUMR-MOVI
               END-IF
             END-IF
           END-IF.
      *(END)
