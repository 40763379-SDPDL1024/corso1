       IDENTIFICATION DIVISION.
       PROGRAM-ID. URPCON10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - PIANO DEI CONTI: DEPOSITO/AGGIORNAMENTO DI UN CONTO ****
      *****     DA UPCONMU0 (LREAD-FILE = 0)                        ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN CONTO (LREAD-FILE = 1):    ****
      *****     CONTROLLO DEI CONTI NELLE REGISTRAZIONI (UCONREG0)  ****
      *****                                                         ****
      *****   - SCANSIONE DEL PIANO DEI CONTI DELLA DITTA           ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE):  ****
      *****     BILANCIO DI VERIFICA (UBILVER0) E MASTRINI          ****
      *****     (UMASTRI0)                                          ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SPCON-FILE         ASSIGN TO "F0SPCON"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SPCON-CHIAVE OF
                                                        F0SPCON-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SPCON-FILE.
       COPY "F0SPCON.REC" REPLACING ==F0SPCON== BY ==F0SPCON-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SPCON.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SPCON LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SPCON-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SPCON-FILE
                 CLOSE       F0SPCON-FILE
                 OPEN I-O    F0SPCON-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un conto
                   MOVE F0SPCON            TO  F0SPCON-REC
                   READ F0SPCON-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SPCON          TO  F0SPCON-REC
                     REWRITE F0SPCON-REC
                   ELSE
                     MOVE F0SPCON          TO  F0SPCON-REC
                     WRITE   F0SPCON-REC
                   END-IF
                 WHEN 1
      *              Legge un conto per chiave, senza modificarlo
                   MOVE F0SPCON-CHIAVE OF F0SPCON
                                          TO
                                F0SPCON-CHIAVE OF F0SPCON-REC
                   READ F0SPCON-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SPCON-REC       TO  F0SPCON
                   END-IF
                 WHEN 21
      *              Inizio scansione del piano dei conti della ditta
                   MOVE F0SPCON-CODE-CLIE OF F0SPCON
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SPCON-CHIAVE OF F0SPCON-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SPCON-CODE-CLIE OF F0SPCON-REC
                   START F0SPCON-FILE KEY NOT LESS
                                F0SPCON-CHIAVE OF F0SPCON-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SPCON-REC       TO  F0SPCON
                   END-IF
                 WHEN 11
      *              Prosegue la scansione del piano dei conti
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SPCON-REC       TO  F0SPCON
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SPCON-FILE
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
           READ F0SPCON-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SPCON-CODE-CLIE OF F0SPCON-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
