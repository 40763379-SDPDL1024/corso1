       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCACC10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - COSTI ACCESSORI RIPARTITI SUI RICEVIMENTI: DEPOSITO ****
      *****     DI UNA RIGA DI RIPARTIZIONE (LREAD-FILE = 0)        ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA RIGA (LREAD-FILE = 1): LA ****
      *****     RIGA 1 DICE SE LA FATTURA E' GIA' STATA RIPARTITA   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCACC-FILE         ASSIGN TO "F0SCACC"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCACC-CHIAVE OF
                                                        F0SCACC-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCACC-FILE.
       COPY "F0SCACC.REC" REPLACING ==F0SCACC== BY ==F0SCACC-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SCACC.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCACC LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCACC-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCACC-FILE
                 CLOSE       F0SCACC-FILE
                 OPEN I-O    F0SCACC-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una riga di ripartizione
                   MOVE F0SCACC            TO  F0SCACC-REC
                   READ F0SCACC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SCACC-REC
                   ELSE
                     WRITE   F0SCACC-REC
                   END-IF
                 WHEN 1
      *              Legge una riga per chiave, senza modificarla
                   MOVE F0SCACC-CHIAVE OF F0SCACC
                                          TO
                                F0SCACC-CHIAVE OF F0SCACC-REC
                   READ F0SCACC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCACC-REC       TO  F0SCACC
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCACC-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      *(END)
