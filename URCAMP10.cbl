       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCAMP10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - CLIENTI SELEZIONATI PER UNA CAMPAGNA: DEPOSITO    ****
      *****     DALL'ESTRAZIONE (UCAMPES0, LREAD-FILE = 0); UNA     ****
      *****     NUOVA ESTRAZIONE DELLA STESSA CAMPAGNA AGGIORNA     ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCAMP-FILE         ASSIGN TO "F0SCAMP"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCAMP-CHIAVE OF
                                                        F0SCAMP-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCAMP-FILE.
       COPY "F0SCAMP.REC" REPLACING ==F0SCAMP== BY ==F0SCAMP-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SCAMP.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCAMP LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCAMP-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCAMP-FILE
                 CLOSE       F0SCAMP-FILE
                 OPEN I-O    F0SCAMP-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un cliente selezionato
                   MOVE F0SCAMP            TO  F0SCAMP-REC
                   READ F0SCAMP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCAMP          TO  F0SCAMP-REC
                     REWRITE F0SCAMP-REC
                   ELSE
                     MOVE F0SCAMP          TO  F0SCAMP-REC
                     WRITE   F0SCAMP-REC
                   END-IF
                 WHEN 1
      *              Legge un cliente selezionato per chiave
                   MOVE F0SCAMP-CHIAVE OF F0SCAMP
                                          TO
                                F0SCAMP-CHIAVE OF F0SCAMP-REC
                   READ F0SCAMP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCAMP-REC       TO  F0SCAMP
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCAMP-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      *(END)
