       IDENTIFICATION DIVISION.
       PROGRAM-ID. UREDIL10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - REGISTRO DEGLI INTERSCAMBI EDIFACT: DEPOSITO DI UN  ****
      *****     MESSAGGIO RICEVUTO O INVIATO, AGGIORNAMENTO DELLO   ****
      *****     STATO DI RICEVUTA (LREAD-FILE = 0)                  ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DEL REGISTRO DELLA DITTA                  ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - PROSSIMO PROGRESSIVO LIBERO DELLA DITTA, CHE FA     ****
      *****     ANCHE DA RIFERIMENTO DI INTERSCAMBIO IN USCITA      ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SEDIL-FILE         ASSIGN TO "F0SEDIL"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SEDIL-CHIAVE OF
                                                        F0SEDIL-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SEDIL-FILE.
       COPY "F0SEDIL.REC" REPLACING ==F0SEDIL== BY ==F0SEDIL-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-MAX-NUMR-PROG            PIC 9(08)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SEDIL.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SEDIL LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SEDIL-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SEDIL-FILE
                 CLOSE       F0SEDIL-FILE
                 OPEN I-O    F0SEDIL-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un messaggio
                   MOVE F0SEDIL            TO  F0SEDIL-REC
                   READ F0SEDIL-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SEDIL-REC
                   ELSE
                     WRITE   F0SEDIL-REC
                   END-IF
                 WHEN 1
      *              Legge un messaggio per chiave
                   MOVE F0SEDIL-CHIAVE OF F0SEDIL
                                          TO
                                F0SEDIL-CHIAVE OF F0SEDIL-REC
                   READ F0SEDIL-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SEDIL-REC       TO  F0SEDIL
                   END-IF
                 WHEN 21
      *              Inizio scansione del registro della ditta
                   MOVE F0SEDIL-CODE-CLIE OF F0SEDIL
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SEDIL-CHIAVE OF F0SEDIL-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SEDIL-CODE-CLIE OF F0SEDIL-REC
                   START F0SEDIL-FILE KEY NOT LESS
                                F0SEDIL-CHIAVE OF F0SEDIL-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SEDIL-REC       TO  F0SEDIL
                   END-IF
                 WHEN 11
      *              Prosegue la scansione del registro
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SEDIL-REC       TO  F0SEDIL
                   END-IF
                 WHEN 50
      *              Prossimo progressivo libero per la ditta
                   MOVE F0SEDIL-CODE-CLIE OF F0SEDIL
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SEDIL-CHIAVE OF F0SEDIL-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SEDIL-CODE-CLIE OF F0SEDIL-REC
                   START F0SEDIL-FILE KEY NOT LESS
                                F0SEDIL-CHIAVE OF F0SEDIL-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-PROG
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-PROG
                   MOVE    WL-MAX-NUMR-PROG
                                          TO  F0SEDIL-NUMR-PROG OF
                                                F0SEDIL
               END-EVALUATE
             WHEN -9
               CLOSE   F0SEDIL-FILE
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
           READ F0SEDIL-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SEDIL-CODE-CLIE OF F0SEDIL-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SEDIL-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SEDIL-CODE-CLIE OF F0SEDIL-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SEDIL-NUMR-PROG OF F0SEDIL-REC GREATER
                                            WL-MAX-NUMR-PROG
                 MOVE F0SEDIL-NUMR-PROG OF F0SEDIL-REC
                                          TO  WL-MAX-NUMR-PROG
               END-IF
             END-IF
           END-IF.
      *(END)
