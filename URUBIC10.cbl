       IDENTIFICATION DIVISION.
       PROGRAM-ID. URUBIC10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - GIACENZE PER UBICAZIONE: DEPOSITO/AGGIORNAMENTO     ****
      *****     DELLA RIGA DI UN ARTICOLO IN UNA CELLA              ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UNA CELLA VUOTA GIA' LETTA         ****
      *****     (LREAD-FILE = 2)                                    ****
      *****                                                         ****
      *****   - SCANSIONE DELLE CELLE DI UN ARTICOLO IN UN DEPOSITO,****
      *****     IN SEQUENZA DI PERCORSO                             ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTE LE UBICAZIONI DELLA DITTA        ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SUBIC-FILE         ASSIGN TO "F0SUBIC"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SUBIC-CHIAVE OF
                                                        F0SUBIC-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SUBIC-FILE.
       COPY "F0SUBIC.REC" REPLACING ==F0SUBIC== BY ==F0SUBIC-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODE-ARTI           PIC X(15)      VALUE SPACES.
       77  WL-FILT-NUMR-INST           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SUBIC.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SUBIC LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SUBIC-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SUBIC-FILE
                 CLOSE       F0SUBIC-FILE
                 OPEN I-O    F0SUBIC-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna la riga di una cella
                   MOVE F0SUBIC            TO  F0SUBIC-REC
                   READ F0SUBIC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SUBIC-REC
                   ELSE
                     WRITE   F0SUBIC-REC
                   END-IF
                 WHEN 1
      *              Legge la riga di una cella per chiave
                   MOVE F0SUBIC-CHIAVE OF F0SUBIC
                                          TO
                                F0SUBIC-CHIAVE OF F0SUBIC-REC
                   READ F0SUBIC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SUBIC-REC       TO  F0SUBIC
                   END-IF
                 WHEN 2
      *              Cancella la riga di una cella
                   MOVE F0SUBIC-CHIAVE OF F0SUBIC
                                          TO
                                F0SUBIC-CHIAVE OF F0SUBIC-REC
                   READ F0SUBIC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SUBIC-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione delle ubicazioni della ditta
                   MOVE F0SUBIC-CODE-CLIE OF F0SUBIC
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SUBIC-CHIAVE OF F0SUBIC-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SUBIC-CODE-CLIE OF F0SUBIC-REC
                   START F0SUBIC-FILE KEY NOT LESS
                                F0SUBIC-CHIAVE OF F0SUBIC-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SUBIC-REC       TO  F0SUBIC
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SUBIC-REC       TO  F0SUBIC
                   END-IF
                 WHEN 22
      *              Inizio scansione delle celle di un articolo
                   MOVE F0SUBIC-CODE-CLIE OF F0SUBIC
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SUBIC-NUMR-INST OF F0SUBIC
                                          TO  WL-FILT-NUMR-INST
                   MOVE F0SUBIC-CODE-ARTI OF F0SUBIC
                                          TO  WL-FILT-CODE-ARTI
                   MOVE LOW-VALUES        TO
                                F0SUBIC-CHIAVE OF F0SUBIC-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SUBIC-CODE-CLIE OF F0SUBIC-REC
                   MOVE WL-FILT-NUMR-INST TO
                                F0SUBIC-NUMR-INST OF F0SUBIC-REC
                   MOVE WL-FILT-CODE-ARTI TO
                                F0SUBIC-CODE-ARTI OF F0SUBIC-REC
                   START F0SUBIC-FILE KEY NOT LESS
                                F0SUBIC-CHIAVE OF F0SUBIC-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SUBIC-REC       TO  F0SUBIC
                   END-IF
                 WHEN 12
      *              Prosegue la scansione dell'articolo
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SUBIC-REC       TO  F0SUBIC
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SUBIC-FILE
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
           READ F0SUBIC-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SUBIC-CODE-CLIE OF F0SUBIC-REC EQUAL
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
           READ F0SUBIC-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SUBIC-CODE-CLIE OF F0SUBIC-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SUBIC-NUMR-INST OF F0SUBIC-REC EQUAL
                                            WL-FILT-NUMR-INST
               AND F0SUBIC-CODE-ARTI OF F0SUBIC-REC EQUAL
                                            WL-FILT-CODE-ARTI
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
