       IDENTIFICATION DIVISION.
       PROGRAM-ID. URLANT10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - LINEE DI ANTICIPO FATTURE E FACTORING, DEPOSITATE   ****
      *****     DALLA MANUTENZIONE (ULANTMU0) E DALL'AGGIORNAMENTO  ****
      *****     DELL'UTILIZZO (LREAD-FILE = 0)                      ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA LINEA (LREAD-FILE = 1)    ****
      *****                                                         ****
      *****   - SCANSIONE DELLE LINEE DELLA DITTA (LREAD-FILE = 21  ****
      *****     PER INIZIARE, 11 PER PROSEGUIRE)                    ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SLANT-FILE         ASSIGN TO "F0SLANT"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SLANT-CHIAVE OF
                                                        F0SLANT-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SLANT-FILE.
       COPY "F0SLANT.REC" REPLACING ==F0SLANT== BY ==F0SLANT-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SLANT.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SLANT LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SLANT-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SLANT-FILE
                 CLOSE       F0SLANT-FILE
                 OPEN I-O    F0SLANT-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una linea
                   MOVE F0SLANT            TO  F0SLANT-REC
                   READ F0SLANT-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SLANT-REC
                   ELSE
                     WRITE   F0SLANT-REC
                   END-IF
                 WHEN 1
      *              Legge una linea per chiave, senza modificarla
                   MOVE F0SLANT-CHIAVE OF F0SLANT
                                          TO
                                F0SLANT-CHIAVE OF F0SLANT-REC
                   READ F0SLANT-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SLANT-REC       TO  F0SLANT
                   END-IF
                 WHEN 21
      *              Inizio scansione delle linee della ditta
                   MOVE F0SLANT-CODE-CLIE OF F0SLANT
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SLANT-CHIAVE OF F0SLANT-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SLANT-CODE-CLIE OF F0SLANT-REC
                   START F0SLANT-FILE KEY NOT LESS
                                F0SLANT-CHIAVE OF F0SLANT-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SLANT-REC       TO  F0SLANT
                   END-IF
                 WHEN 11
      *              Prosegue la scansione delle linee
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SLANT-REC       TO  F0SLANT
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SLANT-FILE
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
           READ F0SLANT-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SLANT-CODE-CLIE OF F0SLANT-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
