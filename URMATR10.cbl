       IDENTIFICATION DIVISION.
       PROGRAM-ID. URMATR10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - MATRICOLE: DEPOSITO/AGGIORNAMENTO DI UN PEZZO       ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA MATRICOLA                 ****
      *****     (LREAD-FILE = 1)                                    ****
      *****                                                         ****
      *****   - SCANSIONE DI UN NUMERO DI SERIE SU TUTTI GLI        ****
      *****     ARTICOLI (LREAD-FILE = 22 INIZIO, 12 PROSEGUE)      ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTE LE MATRICOLE DELLA DITTA         ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SMATR-FILE         ASSIGN TO "F0SMATR"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SMATR-CHIAVE OF
                                                        F0SMATR-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SMATR-FILE.
       COPY "F0SMATR.REC" REPLACING ==F0SMATR== BY ==F0SMATR-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-MATR           PIC X(20)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SMATR.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SMATR LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SMATR-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SMATR-FILE
                 CLOSE       F0SMATR-FILE
                 OPEN I-O    F0SMATR-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una matricola
                   MOVE F0SMATR            TO  F0SMATR-REC
                   READ F0SMATR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SMATR-REC
                   ELSE
                     WRITE   F0SMATR-REC
                   END-IF
                 WHEN 1
      *              Legge una matricola per chiave
                   MOVE F0SMATR-CHIAVE OF F0SMATR
                                          TO
                                F0SMATR-CHIAVE OF F0SMATR-REC
                   READ F0SMATR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SMATR-REC       TO  F0SMATR
                   END-IF
                 WHEN 21
      *              Inizio scansione matricole della ditta
                   MOVE F0SMATR-CODE-CLIE OF F0SMATR
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SMATR-CHIAVE OF F0SMATR-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SMATR-CODE-CLIE OF F0SMATR-REC
                   START F0SMATR-FILE KEY NOT LESS
                                F0SMATR-CHIAVE OF F0SMATR-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SMATR-REC       TO  F0SMATR
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SMATR-REC       TO  F0SMATR
                   END-IF
                 WHEN 22
      *              Inizio scansione di un numero di serie
                   MOVE F0SMATR-CODE-CLIE OF F0SMATR
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SMATR-NUMR-MATR OF F0SMATR
                                          TO  WL-FILT-NUMR-MATR
                   MOVE LOW-VALUES        TO
                                F0SMATR-CHIAVE OF F0SMATR-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SMATR-CODE-CLIE OF F0SMATR-REC
                   MOVE WL-FILT-NUMR-MATR TO
                                F0SMATR-NUMR-MATR OF F0SMATR-REC
                   START F0SMATR-FILE KEY NOT LESS
                                F0SMATR-CHIAVE OF F0SMATR-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SMATR-REC       TO  F0SMATR
                   END-IF
                 WHEN 12
      *              Prosegue la scansione del numero di serie
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SMATR-REC       TO  F0SMATR
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SMATR-FILE
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
           READ F0SMATR-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SMATR-CODE-CLIE OF F0SMATR-REC EQUAL
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
           READ F0SMATR-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SMATR-CODE-CLIE OF F0SMATR-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SMATR-NUMR-MATR OF F0SMATR-REC EQUAL
                                            WL-FILT-NUMR-MATR
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
