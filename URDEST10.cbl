       IDENTIFICATION DIVISION.
       PROGRAM-ID. URDEST10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - DESTINAZIONI DI CONSEGNA: DEPOSITO/AGGIORNAMENTO    ****
      *****     DALLA MANUTENZIONE UDESTMU0 (LREAD-FILE = 0)        ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA DESTINAZIONE              ****
      *****     (LREAD-FILE = 1)                                    ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UNA DESTINAZIONE                   ****
      *****     (LREAD-FILE = 2): FUSIONE DI CLIENTI                ****
      *****                                                         ****
      *****   - SCANSIONE DELLE DESTINAZIONI DI UN CLIENTE          ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTE LE DESTINAZIONI DELLA DITTA      ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - PROSSIMO CODICE DESTINAZIONE LIBERO DEL CLIENTE     ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SDEST-FILE         ASSIGN TO "F0SDEST"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SDEST-CHIAVE OF
                                                        F0SDEST-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SDEST-FILE.
       COPY "F0SDEST.REC" REPLACING ==F0SDEST== BY ==F0SDEST-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODI-CLIF           PIC 9(06)      VALUE ZERO.
       77  WL-MAX-CODE-DEST            PIC 9(03)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SDEST.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SDEST LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SDEST-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SDEST-FILE
                 CLOSE       F0SDEST-FILE
                 OPEN I-O    F0SDEST-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una destinazione
                   MOVE F0SDEST            TO  F0SDEST-REC
                   READ F0SDEST-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SDEST-REC
                   ELSE
                     WRITE   F0SDEST-REC
                   END-IF
                 WHEN 1
      *              Legge una destinazione per chiave
                   MOVE F0SDEST-CHIAVE OF F0SDEST
                                          TO
                                F0SDEST-CHIAVE OF F0SDEST-REC
                   READ F0SDEST-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SDEST-REC       TO  F0SDEST
                   END-IF
                 WHEN 2
      *              Cancella una destinazione per chiave
                   MOVE F0SDEST-CHIAVE OF F0SDEST
                                          TO
                                F0SDEST-CHIAVE OF F0SDEST-REC
                   READ F0SDEST-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SDEST-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione destinazioni della ditta
                   MOVE F0SDEST-CODE-CLIE OF F0SDEST
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SDEST-CHIAVE OF F0SDEST-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SDEST-CODE-CLIE OF F0SDEST-REC
                   START F0SDEST-FILE KEY NOT LESS
                                F0SDEST-CHIAVE OF F0SDEST-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SDEST-REC       TO  F0SDEST
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SDEST-REC       TO  F0SDEST
                   END-IF
                 WHEN 22
      *              Inizio scansione delle destinazioni di un cliente
                   MOVE F0SDEST-CODE-CLIE OF F0SDEST
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SDEST-CODI-CLIF OF F0SDEST
                                          TO  WL-FILT-CODI-CLIF
                   MOVE LOW-VALUES        TO
                                F0SDEST-CHIAVE OF F0SDEST-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SDEST-CODE-CLIE OF F0SDEST-REC
                   MOVE WL-FILT-CODI-CLIF TO
                                F0SDEST-CODI-CLIF OF F0SDEST-REC
                   START F0SDEST-FILE KEY NOT LESS
                                F0SDEST-CHIAVE OF F0SDEST-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SDEST-REC       TO  F0SDEST
                   END-IF
                 WHEN 12
      *              Prosegue la scansione del cliente
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SDEST-REC       TO  F0SDEST
                   END-IF
                 WHEN 50
      *              Prossimo codice destinazione libero del cliente
                   MOVE F0SDEST-CODE-CLIE OF F0SDEST
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SDEST-CODI-CLIF OF F0SDEST
                                          TO  WL-FILT-CODI-CLIF
                   MOVE LOW-VALUES        TO
                                F0SDEST-CHIAVE OF F0SDEST-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SDEST-CODE-CLIE OF F0SDEST-REC
                   MOVE WL-FILT-CODI-CLIF TO
                                F0SDEST-CODI-CLIF OF F0SDEST-REC
                   START F0SDEST-FILE KEY NOT LESS
                                F0SDEST-CHIAVE OF F0SDEST-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-CODE-DEST
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-CODE-DEST
                   MOVE    WL-MAX-CODE-DEST
                                          TO  F0SDEST-CODE-DEST OF
                                                F0SDEST
               END-EVALUATE
             WHEN -9
               CLOSE   F0SDEST-FILE
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
           READ F0SDEST-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SDEST-CODE-CLIE OF F0SDEST-REC EQUAL
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
           READ F0SDEST-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SDEST-CODE-CLIE OF F0SDEST-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SDEST-CODI-CLIF OF F0SDEST-REC EQUAL
                                            WL-FILT-CODI-CLIF
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SDEST-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SDEST-CODE-CLIE OF F0SDEST-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
               OR F0SDEST-CODI-CLIF OF F0SDEST-REC NOT EQUAL
                                            WL-FILT-CODI-CLIF
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SDEST-CODE-DEST OF F0SDEST-REC GREATER
                                            WL-MAX-CODE-DEST
                 MOVE F0SDEST-CODE-DEST OF F0SDEST-REC
                                          TO  WL-MAX-CODE-DEST
               END-IF
             END-IF
           END-IF.
      *(END)
