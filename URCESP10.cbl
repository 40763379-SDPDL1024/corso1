       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCESP10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - ANAGRAFICA CESPITI: DEPOSITO/AGGIORNAMENTO DI UN    ****
      *****     CESPITE (LREAD-FILE = 0)                            ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN CESPITE (LREAD-FILE = 1)   ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I CESPITI DELLA DITTA            ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO CESPITE LIBERO DELLA DITTA          ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCESP-FILE         ASSIGN TO "F0SCESP"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCESP-CHIAVE OF
                                                        F0SCESP-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCESP-FILE.
       COPY "F0SCESP.REC" REPLACING ==F0SCESP== BY ==F0SCESP-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-MAX-NUMR-CESP            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SCESP.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCESP LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCESP-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCESP-FILE
                 CLOSE       F0SCESP-FILE
                 OPEN I-O    F0SCESP-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un cespite
                   MOVE F0SCESP            TO  F0SCESP-REC
                   READ F0SCESP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SCESP-REC
                   ELSE
                     WRITE   F0SCESP-REC
                   END-IF
                 WHEN 1
      *              Legge un cespite per chiave, senza modificarlo
                   MOVE F0SCESP-CHIAVE OF F0SCESP
                                          TO
                                F0SCESP-CHIAVE OF F0SCESP-REC
                   READ F0SCESP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCESP-REC       TO  F0SCESP
                   END-IF
                 WHEN 21
      *              Inizio scansione di tutti i cespiti della ditta
                   MOVE F0SCESP-CODE-CLIE OF F0SCESP
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SCESP-CHIAVE OF F0SCESP-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SCESP-CODE-CLIE OF F0SCESP-REC
                   START F0SCESP-FILE KEY NOT LESS
                                F0SCESP-CHIAVE OF F0SCESP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SCESP-REC       TO  F0SCESP
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei cespiti
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SCESP-REC       TO  F0SCESP
                   END-IF
                 WHEN 50
      *              Prossimo numero cespite libero per la ditta
                   MOVE F0SCESP-CODE-CLIE OF F0SCESP
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SCESP-CHIAVE OF F0SCESP-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SCESP-CODE-CLIE OF F0SCESP-REC
                   START F0SCESP-FILE KEY NOT LESS
                                F0SCESP-CHIAVE OF F0SCESP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-CESP
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-CESP
                   MOVE    WL-MAX-NUMR-CESP
                                          TO  F0SCESP-NUMR-CESP OF
                                                F0SCESP
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCESP-FILE
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
           READ F0SCESP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCESP-CODE-CLIE OF F0SCESP-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SCESP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCESP-CODE-CLIE OF F0SCESP-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SCESP-NUMR-CESP OF F0SCESP-REC GREATER
                                            WL-MAX-NUMR-CESP
                 MOVE F0SCESP-NUMR-CESP OF F0SCESP-REC
                                          TO  WL-MAX-NUMR-CESP
               END-IF
             END-IF
           END-IF.
      *(END)
