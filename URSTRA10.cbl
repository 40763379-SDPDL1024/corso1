       IDENTIFICATION DIVISION.
       PROGRAM-ID. URSTRA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - STRATI DI MAGAZZINO DI FINE ANNO: DEPOSITO DI UNO   ****
      *****     STRATO FIFO O LIFO (LREAD-FILE = 0)                 ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNO STRATO (LREAD-FILE = 1)   ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UNO STRATO (LREAD-FILE = 2), PER IL****
      *****     RICALCOLO DI UN ANNO CON MENO STRATI                ****
      *****                                                         ****
      *****   - SCANSIONE DEGLI STRATI DI UN ARTICOLO PER ANNO      ****
      *****     E TIPO VALORIZZAZIONE (LREAD-FILE = 22 PER          ****
      *****     INIZIARE, 12 PER PROSEGUIRE)                        ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SSTRA-FILE         ASSIGN TO "F0SSTRA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SSTRA-CHIAVE OF
                                                        F0SSTRA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SSTRA-FILE.
       COPY "F0SSTRA.REC" REPLACING ==F0SSTRA== BY ==F0SSTRA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-ANNO                PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODE-ARTI           PIC X(15)      VALUE SPACES.
       77  WL-FILT-NUMR-INST           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-TIPO-VALO           PIC X(01)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SSTRA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SSTRA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SSTRA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SSTRA-FILE
                 CLOSE       F0SSTRA-FILE
                 OPEN I-O    F0SSTRA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna uno strato
                   MOVE F0SSTRA            TO  F0SSTRA-REC
                   READ F0SSTRA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SSTRA-REC
                   ELSE
                     WRITE   F0SSTRA-REC
                   END-IF
                 WHEN 1
      *              Legge uno strato per chiave, senza modificarlo
                   MOVE F0SSTRA-CHIAVE OF F0SSTRA
                                          TO
                                F0SSTRA-CHIAVE OF F0SSTRA-REC
                   READ F0SSTRA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SSTRA-REC       TO  F0SSTRA
                   END-IF
                 WHEN 2
      *              Cancella lo strato gia' chiavato
                   MOVE F0SSTRA-CHIAVE OF F0SSTRA
                                          TO
                                F0SSTRA-CHIAVE OF F0SSTRA-REC
                   READ F0SSTRA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SSTRA-FILE RECORD
                   END-IF
                 WHEN 22
      *              Inizio scansione degli strati dell'articolo
      *              per anno e tipo valorizzazione
                   MOVE F0SSTRA-CODE-CLIE OF F0SSTRA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SSTRA-NUMR-INST OF F0SSTRA
                                          TO  WL-FILT-NUMR-INST
                   MOVE F0SSTRA-ANNO OF F0SSTRA
                                          TO  WL-FILT-ANNO
                   MOVE F0SSTRA-CODE-ARTI OF F0SSTRA
                                          TO  WL-FILT-CODE-ARTI
                   MOVE F0SSTRA-TIPO-VALO OF F0SSTRA
                                          TO  WL-FILT-TIPO-VALO
                   MOVE LOW-VALUES        TO
                                F0SSTRA-CHIAVE OF F0SSTRA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SSTRA-CODE-CLIE OF F0SSTRA-REC
                   MOVE WL-FILT-NUMR-INST TO
                                F0SSTRA-NUMR-INST OF F0SSTRA-REC
                   MOVE WL-FILT-ANNO TO
                                F0SSTRA-ANNO OF F0SSTRA-REC
                   MOVE WL-FILT-CODE-ARTI TO
                                F0SSTRA-CODE-ARTI OF F0SSTRA-REC
                   MOVE WL-FILT-TIPO-VALO TO
                                F0SSTRA-TIPO-VALO OF F0SSTRA-REC
                   START F0SSTRA-FILE KEY NOT LESS
                                F0SSTRA-CHIAVE OF F0SSTRA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SSTRA-REC       TO  F0SSTRA
                   END-IF
                 WHEN 12
      *              Prosegue la scansione degli strati
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SSTRA-REC       TO  F0SSTRA
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SSTRA-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-RISTRETTA.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SSTRA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SSTRA-CODE-CLIE OF F0SSTRA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SSTRA-NUMR-INST OF F0SSTRA-REC EQUAL
                                            WL-FILT-NUMR-INST
               AND F0SSTRA-ANNO OF F0SSTRA-REC EQUAL
                                            WL-FILT-ANNO
               AND F0SSTRA-CODE-ARTI OF F0SSTRA-REC EQUAL
                                            WL-FILT-CODE-ARTI
               AND F0SSTRA-TIPO-VALO OF F0SSTRA-REC EQUAL
                                            WL-FILT-TIPO-VALO
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
