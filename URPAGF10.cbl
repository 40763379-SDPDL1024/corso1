       IDENTIFICATION DIVISION.
       PROGRAM-ID. URPAGF10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - STORICO PAGAMENTI DELLE RATE FORNITORI: DEPOSITO DI ****
      *****     UN ADDEBITO DI BONIFICO (UBANIMP0) O DI UNA         ****
      *****     COMPENSAZIONE (UCOMPEN0) (LREAD-FILE = 0)           ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN PAGAMENTO (LREAD-FILE = 1) ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I PAGAMENTI DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - PROSSIMO PROGRESSIVO LIBERO DELLA RATA              ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SPAGF-FILE         ASSIGN TO "F0SPAGF"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SPAGF-CHIAVE OF
                                                        F0SPAGF-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SPAGF-FILE.
       COPY "F0SPAGF.REC" REPLACING ==F0SPAGF== BY ==F0SPAGF-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODE-FORN           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-RATA           PIC 9(02)      VALUE ZERO.
       77  WL-FILT-NUMR-REGI           PIC 9(06)      VALUE ZERO.
       77  WL-MAX-PROG-PAGA            PIC 9(03)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SPAGF.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SPAGF LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SPAGF-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SPAGF-FILE
                 CLOSE       F0SPAGF-FILE
                 OPEN I-O    F0SPAGF-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un pagamento
                   MOVE F0SPAGF            TO  F0SPAGF-REC
                   READ F0SPAGF-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SPAGF-REC
                   ELSE
                     WRITE   F0SPAGF-REC
                   END-IF
                 WHEN 1
      *              Legge un pagamento per chiave, senza modificarlo
                   MOVE F0SPAGF-CHIAVE OF F0SPAGF
                                          TO
                                F0SPAGF-CHIAVE OF F0SPAGF-REC
                   READ F0SPAGF-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SPAGF-REC       TO  F0SPAGF
                   END-IF
                 WHEN 21
      *              Inizio scansione dei pagamenti della ditta
                   MOVE F0SPAGF-CODE-CLIE OF F0SPAGF
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SPAGF-CHIAVE OF F0SPAGF-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SPAGF-CODE-CLIE OF F0SPAGF-REC
                   START F0SPAGF-FILE KEY NOT LESS
                                F0SPAGF-CHIAVE OF F0SPAGF-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SPAGF-REC       TO  F0SPAGF
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei pagamenti
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SPAGF-REC       TO  F0SPAGF
                   END-IF
                 WHEN 50
      *              Prossimo progressivo pagamento libero per la rata
                   MOVE F0SPAGF-CODE-CLIE OF F0SPAGF
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SPAGF-CODE-FORN OF F0SPAGF
                                          TO  WL-FILT-CODE-FORN
                   MOVE F0SPAGF-NUMR-REGI OF F0SPAGF
                                          TO  WL-FILT-NUMR-REGI
                   MOVE F0SPAGF-NUMR-RATA OF F0SPAGF
                                          TO  WL-FILT-NUMR-RATA
                   MOVE LOW-VALUES        TO
                                F0SPAGF-CHIAVE OF F0SPAGF-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SPAGF-CODE-CLIE OF F0SPAGF-REC
                   MOVE WL-FILT-CODE-FORN TO
                                F0SPAGF-CODE-FORN OF F0SPAGF-REC
                   MOVE WL-FILT-NUMR-REGI TO
                                F0SPAGF-NUMR-REGI OF F0SPAGF-REC
                   MOVE WL-FILT-NUMR-RATA TO
                                F0SPAGF-NUMR-RATA OF F0SPAGF-REC
                   START F0SPAGF-FILE KEY NOT LESS
                                F0SPAGF-CHIAVE OF F0SPAGF-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-PROG-PAGA
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-PROG-PAGA
                   MOVE    WL-MAX-PROG-PAGA
                                          TO  F0SPAGF-PROG-PAGA OF
                                                F0SPAGF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SPAGF-FILE
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
           READ F0SPAGF-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SPAGF-CODE-CLIE OF F0SPAGF-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SPAGF-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SPAGF-CODE-CLIE OF F0SPAGF-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
               OR F0SPAGF-CODE-FORN OF F0SPAGF-REC NOT EQUAL
                                            WL-FILT-CODE-FORN
               OR F0SPAGF-NUMR-REGI OF F0SPAGF-REC NOT EQUAL
                                            WL-FILT-NUMR-REGI
               OR F0SPAGF-NUMR-RATA OF F0SPAGF-REC NOT EQUAL
                                            WL-FILT-NUMR-RATA
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SPAGF-PROG-PAGA OF F0SPAGF-REC GREATER
                                            WL-MAX-PROG-PAGA
                 MOVE F0SPAGF-PROG-PAGA OF F0SPAGF-REC
                                          TO  WL-MAX-PROG-PAGA
               END-IF
             END-IF
           END-IF.
      *(END)
