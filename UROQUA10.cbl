       IDENTIFICATION DIVISION.
       PROGRAM-ID. UROQUA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - TESTATE ORDINE QUADRO CLIENTE, DEPOSITATE/         ****
      *****     AGGIORNATE DALLA GESTIONE QUADRI (UOQUAMU0) E DAI     ****
      *****     RICHIAMI (UOQURIC0, LREAD-FILE = 0)                   ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA TESTATA, SENZA MODIFICARLA  ****
      *****     (LREAD-FILE = 1)                                     ****
      *****                                                         ****
      *****   - PROSSIMO NUMERO DI QUADRO LIBERO PER UN DEPOSITO      ****
      *****     (LREAD-FILE = 50): MASSIMO PIU' UNO, O 1 SE NON       ****
      *****     ESISTE ANCORA NESSUN QUADRO PER IL DEPOSITO           ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I QUADRI DI UNA DITTA SU TUTTI I   ****
      *****     DEPOSITI (LREAD-FILE = 21 PER INIZIARE, 11 PER        ****
      *****     PROSEGUIRE): USATA DAI RICHIAMI PROGRAMMATI E DAL     ****
      *****     REPORT DI SOTTOCONSUMO (UOQUREP0)                     ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SOQUA-FILE         ASSIGN TO "F0SOQUA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SOQUA-CHIAVE OF
                                                        F0SOQUA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SOQUA-FILE.
       COPY "F0SOQUA.REC" REPLACING ==F0SOQUA== BY ==F0SOQUA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-INST           PIC 9(04)      VALUE ZERO.
       77  WL-MAX-NUMR-QUAD            PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SOQUA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SOQUA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SOQUA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SOQUA-FILE
                 CLOSE       F0SOQUA-FILE
                 OPEN I-O    F0SOQUA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna la testata di un quadro
                   MOVE F0SOQUA            TO  F0SOQUA-REC
                   READ F0SOQUA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SOQUA-REC
                   ELSE
                     WRITE   F0SOQUA-REC
                   END-IF
                 WHEN 1
      *              Legge una testata per chiave, senza modificarla
                   MOVE F0SOQUA-CHIAVE OF F0SOQUA
                                          TO
                                F0SOQUA-CHIAVE OF F0SOQUA-REC
                   READ F0SOQUA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SOQUA-REC       TO  F0SOQUA
                   END-IF
                 WHEN 21
      *              Inizio scansione di tutti i quadri della
      *              ditta, su tutti i depositi
                   MOVE F0SOQUA-CODE-CLIE OF F0SOQUA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SOQUA-CHIAVE OF F0SOQUA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SOQUA-CODE-CLIE OF F0SOQUA-REC
                   START F0SOQUA-FILE KEY NOT LESS
                                F0SOQUA-CHIAVE OF F0SOQUA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTI
                   IF  WL-TROVATO-SI
                     MOVE F0SOQUA-REC       TO  F0SOQUA
                   END-IF
                 WHEN 11
      *              Prosegue la scansione di tutti i quadri
                   PERFORM CERCA-DITTA-TUTTI
                   IF  WL-TROVATO-SI
                     MOVE F0SOQUA-REC       TO  F0SOQUA
                   END-IF
                 WHEN 50
      *              Prossimo numero di quadro libero per il
      *              deposito
                   MOVE F0SOQUA-CODE-CLIE OF F0SOQUA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SOQUA-NUMR-INST OF F0SOQUA
                                          TO  WL-FILT-NUMR-INST
                   MOVE ZERO               TO  WL-MAX-NUMR-QUAD
                   MOVE LOW-VALUES         TO
                                F0SOQUA-CHIAVE OF F0SOQUA-REC
                   MOVE WL-FILT-CODE-CLIE  TO
                                F0SOQUA-CODE-CLIE OF F0SOQUA-REC
                   MOVE WL-FILT-NUMR-INST  TO
                                F0SOQUA-NUMR-INST OF F0SOQUA-REC
                   START F0SOQUA-FILE KEY NOT LESS
                                F0SOQUA-CHIAVE OF F0SOQUA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-MAX-DEPOSITO
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-NUMR-QUAD
                   MOVE    WL-MAX-NUMR-QUAD
                                          TO  F0SOQUA-NUMR-QUAD OF
                                                F0SOQUA
               END-EVALUATE
             WHEN -9
               CLOSE   F0SOQUA-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-DITTA-TUTTI.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SOQUA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SOQUA-CODE-CLIE OF F0SOQUA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave della ditta cercata: fine
      *          scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-DEPOSITO.
           READ F0SOQUA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SOQUA-CODE-CLIE OF F0SOQUA-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
               OR F0SOQUA-NUMR-INST OF F0SOQUA-REC NOT EQUAL
                                            WL-FILT-NUMR-INST
      *          Superata la chiave del deposito cercato: fine
      *          scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SOQUA-NUMR-QUAD OF F0SOQUA-REC GREATER
                                            WL-MAX-NUMR-QUAD
                 MOVE F0SOQUA-NUMR-QUAD OF F0SOQUA-REC
                                       TO  WL-MAX-NUMR-QUAD
               END-IF
             END-IF
           END-IF.
      *(END)
