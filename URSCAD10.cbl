       IDENTIFICATION DIVISION.
       PROGRAM-ID. URSCAD10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - RIBASSI SUI LOTTI IN SCADENZA: DEPOSITO E           ****
      *****     AGGIORNAMENTO DI UNA FASCIA DALLA MANUTENZIONE      ****
      *****     USCADMU0 (LREAD-FILE = 0)                           ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA FASCIA (LREAD-FILE = 1)   ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UNA FASCIA GIA' LETTA              ****
      *****     (LREAD-FILE = 2)                                    ****
      *****                                                         ****
      *****   - SCANSIONE DELLE FASCE DELLA DITTA (LREAD-FILE = 21  ****
      *****     PER INIZIARE, 11 PER PROSEGUIRE)                    ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SSCAD-FILE         ASSIGN TO "F0SSCAD"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SSCAD-CHIAVE OF
                                                        F0SSCAD-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SSCAD-FILE.
       COPY "F0SSCAD.REC" REPLACING ==F0SSCAD== BY ==F0SSCAD-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SSCAD.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SSCAD LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SSCAD-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SSCAD-FILE
                 CLOSE       F0SSCAD-FILE
                 OPEN I-O    F0SSCAD-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una fascia di ribasso
                   MOVE F0SSCAD            TO  F0SSCAD-REC
                   READ F0SSCAD-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SSCAD-REC
                   ELSE
                     WRITE   F0SSCAD-REC
                   END-IF
                 WHEN 1
      *              Legge una fascia per chiave
                   MOVE F0SSCAD-CHIAVE OF F0SSCAD
                                          TO
                                F0SSCAD-CHIAVE OF F0SSCAD-REC
                   READ F0SSCAD-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SSCAD-REC       TO  F0SSCAD
                   END-IF
                 WHEN 2
      *              Cancella la fascia
                   MOVE F0SSCAD-CHIAVE OF F0SSCAD
                                          TO
                                F0SSCAD-CHIAVE OF F0SSCAD-REC
                   READ F0SSCAD-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SSCAD-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione delle fasce della ditta
                   MOVE F0SSCAD-CODE-CLIE OF F0SSCAD
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SSCAD-CHIAVE OF F0SSCAD-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SSCAD-CODE-CLIE OF F0SSCAD-REC
                   START F0SSCAD-FILE KEY NOT LESS
                                F0SSCAD-CHIAVE OF F0SSCAD-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SSCAD-REC       TO  F0SSCAD
                   END-IF
                 WHEN 11
      *              Prosegue la scansione delle fasce
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SSCAD-REC       TO  F0SSCAD
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SSCAD-FILE
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
           READ F0SSCAD-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SSCAD-CODE-CLIE OF F0SSCAD-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
