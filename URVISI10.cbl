       IDENTIFICATION DIVISION.
       PROGRAM-ID. URVISI10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - VISITE DEGLI AGENTI: DEPOSITO/AGGIORNAMENTO DI UNA  ****
      *****     VISITA DAL GATEWAY (UGATEJS0, LREAD-FILE = 0)       ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTE LE VISITE DI UNA DITTA           ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE):  ****
      *****     USATA DAL REPORT SETTIMANALE AGENTI (UVISREP0)      ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SVISI-FILE         ASSIGN TO "F0SVISI"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SVISI-CHIAVE OF
                                                        F0SVISI-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SVISI-FILE.
       COPY "F0SVISI.REC" REPLACING ==F0SVISI== BY ==F0SVISI-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SVISI.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SVISI LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SVISI-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SVISI-FILE
                 CLOSE       F0SVISI-FILE
                 OPEN I-O    F0SVISI-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una visita
                   MOVE F0SVISI            TO  F0SVISI-REC
                   READ F0SVISI-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SVISI          TO  F0SVISI-REC
                     REWRITE F0SVISI-REC
                   ELSE
                     MOVE F0SVISI          TO  F0SVISI-REC
                     WRITE   F0SVISI-REC
                   END-IF
                 WHEN 1
      *              Legge una visita per chiave
                   MOVE F0SVISI-CHIAVE OF F0SVISI
                                          TO
                                F0SVISI-CHIAVE OF F0SVISI-REC
                   READ F0SVISI-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SVISI-REC       TO  F0SVISI
                   END-IF
                 WHEN 21
      *              Inizio scansione delle visite della ditta
                   MOVE F0SVISI-CODE-CLIE OF F0SVISI
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SVISI-CHIAVE OF F0SVISI-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SVISI-CODE-CLIE OF F0SVISI-REC
                   START F0SVISI-FILE KEY NOT LESS
                                F0SVISI-CHIAVE OF F0SVISI-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA
                   IF  WL-TROVATO-SI
                     MOVE F0SVISI-REC       TO  F0SVISI
                   END-IF
                 WHEN 11
      *              Prosegue la scansione delle visite
                   PERFORM CERCA-DITTA
                   IF  WL-TROVATO-SI
                     MOVE F0SVISI-REC       TO  F0SVISI
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SVISI-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-DITTA.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SVISI-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SVISI-CODE-CLIE OF F0SVISI-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave della ditta cercata: fine
      *          scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
