       IDENTIFICATION DIVISION.
       PROGRAM-ID. URRSCA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - RIBASSI SCADENZA CONCESSI DAL TOTEM: SCRITTURA      ****
      *****     DI UNA RIGA ALLA CHIUSURA DELLA VENDITA             ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SCANSIONE DEI RIBASSI DELLA DITTA IN ORDINE DI DATA ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SRSCA-FILE         ASSIGN TO "F0SRSCA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SRSCA-CHIAVE OF
                                                        F0SRSCA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SRSCA-FILE.
       COPY "F0SRSCA.REC" REPLACING ==F0SRSCA== BY ==F0SRSCA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SRSCA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SRSCA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SRSCA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SRSCA-FILE
                 CLOSE       F0SRSCA-FILE
                 OPEN I-O    F0SRSCA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita la riga di ribasso
                   MOVE F0SRSCA            TO  F0SRSCA-REC
                   READ F0SRSCA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SRSCA-REC
                   ELSE
                     WRITE   F0SRSCA-REC
                   END-IF
                 WHEN 1
      *              Legge una riga per chiave
                   MOVE F0SRSCA-CHIAVE OF F0SRSCA
                                          TO
                                F0SRSCA-CHIAVE OF F0SRSCA-REC
                   READ F0SRSCA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SRSCA-REC       TO  F0SRSCA
                   END-IF
                 WHEN 21
      *              Inizio scansione dei ribassi della ditta
                   MOVE F0SRSCA-CODE-CLIE OF F0SRSCA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SRSCA-CHIAVE OF F0SRSCA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SRSCA-CODE-CLIE OF F0SRSCA-REC
                   START F0SRSCA-FILE KEY NOT LESS
                                F0SRSCA-CHIAVE OF F0SRSCA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SRSCA-REC       TO  F0SRSCA
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei ribassi
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SRSCA-REC       TO  F0SRSCA
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SRSCA-FILE
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
           READ F0SRSCA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SRSCA-CODE-CLIE OF F0SRSCA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
