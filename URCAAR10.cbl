       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCAAR10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - REGISTRO DEI CAMBI CODICE ARTICOLO: DEPOSITO E      ****
      *****     AGGIORNAMENTO DELLA TESTATA E DELLE RIGHE DI UN     ****
      *****     CAMBIO (LREAD-FILE = 0)                             ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTO IL REGISTRO DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - SCANSIONE DELLE RIGHE DI UN CAMBIO                  ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI CAMBIO DELLA DITTA               ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCAAR-FILE         ASSIGN TO "F0SCAAR"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCAAR-CHIAVE OF
                                                        F0SCAAR-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCAAR-FILE.
       COPY "F0SCAAR.REC" REPLACING ==F0SCAAR== BY ==F0SCAAR-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-CAMB           PIC 9(06)      VALUE ZERO.
       77  WL-MAX-NUMR-CAMB            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SCAAR.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCAAR LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCAAR-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCAAR-FILE
                 CLOSE       F0SCAAR-FILE
                 OPEN I-O    F0SCAAR-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una riga del registro
                   MOVE F0SCAAR            TO  F0SCAAR-REC
                   READ F0SCAAR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SCAAR-REC
                   ELSE
                     WRITE   F0SCAAR-REC
                   END-IF
                 WHEN 1
      *              Legge una riga per chiave
                   MOVE F0SCAAR-CHIAVE OF F0SCAAR
                                          TO
                                F0SCAAR-CHIAVE OF F0SCAAR-REC
                   READ F0SCAAR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCAAR-REC       TO  F0SCAAR
                   END-IF
                 WHEN 21
      *              Inizio scansione del registro della ditta
                   MOVE F0SCAAR-CODE-CLIE OF F0SCAAR
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SCAAR-CHIAVE OF F0SCAAR-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SCAAR-CODE-CLIE OF F0SCAAR-REC
                   START F0SCAAR-FILE KEY NOT LESS
                                F0SCAAR-CHIAVE OF F0SCAAR-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SCAAR-REC       TO  F0SCAAR
                   END-IF
                 WHEN 11
      *              Prosegue la scansione del registro
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SCAAR-REC       TO  F0SCAAR
                   END-IF
                 WHEN 22
      *              Inizio scansione delle righe di un cambio
                   MOVE F0SCAAR-CODE-CLIE OF F0SCAAR
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SCAAR-NUMR-CAMB OF F0SCAAR
                                          TO  WL-FILT-NUMR-CAMB
                   MOVE LOW-VALUES        TO
                                F0SCAAR-CHIAVE OF F0SCAAR-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SCAAR-CODE-CLIE OF F0SCAAR-REC
                   MOVE WL-FILT-NUMR-CAMB TO
                                F0SCAAR-NUMR-CAMB OF F0SCAAR-REC
                   START F0SCAAR-FILE KEY NOT LESS
                                F0SCAAR-CHIAVE OF F0SCAAR-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SCAAR-REC       TO  F0SCAAR
                   END-IF
                 WHEN 12
      *              Prosegue la scansione del cambio
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SCAAR-REC       TO  F0SCAAR
                   END-IF
                 WHEN 50
      *              Prossimo numero di cambio libero per la ditta
                   MOVE F0SCAAR-CODE-CLIE OF F0SCAAR
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SCAAR-CHIAVE OF F0SCAAR-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SCAAR-CODE-CLIE OF F0SCAAR-REC
                   START F0SCAAR-FILE KEY NOT LESS
                                F0SCAAR-CHIAVE OF F0SCAAR-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-NUMR-CAMB
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-CAMB
                   MOVE    WL-MAX-NUMR-CAMB
                                          TO  F0SCAAR-NUMR-CAMB OF
                                                F0SCAAR
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCAAR-FILE
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
           READ F0SCAAR-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCAAR-CODE-CLIE OF F0SCAAR-REC EQUAL
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
           READ F0SCAAR-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCAAR-CODE-CLIE OF F0SCAAR-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SCAAR-NUMR-CAMB OF F0SCAAR-REC EQUAL
                                            WL-FILT-NUMR-CAMB
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SCAAR-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCAAR-CODE-CLIE OF F0SCAAR-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SCAAR-NUMR-CAMB OF F0SCAAR-REC GREATER
                                            WL-MAX-NUMR-CAMB
                 MOVE F0SCAAR-NUMR-CAMB OF F0SCAAR-REC
                                          TO  WL-MAX-NUMR-CAMB
               END-IF
             END-IF
           END-IF.
      *(END)
