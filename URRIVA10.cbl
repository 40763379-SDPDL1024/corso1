       IDENTIFICATION DIVISION.
       PROGRAM-ID. URRIVA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - STAMPE DEI REGISTRI IVA: DEPOSITO DEL MESE          ****
      *****     STAMPATO IN DEFINITIVO (LREAD-FILE = 0)             ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DEL MESE DI UN REGISTRO          ****
      *****     (LREAD-FILE = 1): PAGINE E TOTALI GIA' STAMPATI     ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SRIVA-FILE         ASSIGN TO "F0SRIVA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SRIVA-CHIAVE OF
                                                        F0SRIVA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SRIVA-FILE.
       COPY "F0SRIVA.REC" REPLACING ==F0SRIVA== BY ==F0SRIVA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SRIVA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SRIVA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SRIVA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SRIVA-FILE
                 CLOSE       F0SRIVA-FILE
                 OPEN I-O    F0SRIVA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna il mese stampato
                   MOVE F0SRIVA            TO  F0SRIVA-REC
                   READ F0SRIVA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SRIVA-REC
                   ELSE
                     WRITE   F0SRIVA-REC
                   END-IF
                 WHEN 1
      *              Legge un mese per chiave, senza modificarlo
                   MOVE F0SRIVA-CHIAVE OF F0SRIVA
                                          TO
                                F0SRIVA-CHIAVE OF F0SRIVA-REC
                   READ F0SRIVA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SRIVA-REC       TO  F0SRIVA
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SRIVA-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      *(END)
