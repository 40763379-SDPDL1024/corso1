       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCONS10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - CONSENSI MARKETING: DEPOSITO/AGGIORNAMENTO DEL      ****
      *****     CONSENSO DI UN CLIENTE PER UNA FINALITA' DALLA      ****
      *****     RACCOLTA (UCONSMU0, LREAD-FILE = 0)                 ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1): RACCOLTA ED    ****
      *****     ESTRAZIONE PER LE CAMPAGNE (UCAMPES0)               ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCONS-FILE         ASSIGN TO "F0SCONS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCONS-CHIAVE OF
                                                        F0SCONS-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCONS-FILE.
       COPY "F0SCONS.REC" REPLACING ==F0SCONS== BY ==F0SCONS-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SCONS.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCONS LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCONS-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCONS-FILE
                 CLOSE       F0SCONS-FILE
                 OPEN I-O    F0SCONS-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un consenso
                   MOVE F0SCONS            TO  F0SCONS-REC
                   READ F0SCONS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCONS          TO  F0SCONS-REC
                     REWRITE F0SCONS-REC
                   ELSE
                     MOVE F0SCONS          TO  F0SCONS-REC
                     WRITE   F0SCONS-REC
                   END-IF
                 WHEN 1
      *              Legge un consenso per chiave
                   MOVE F0SCONS-CHIAVE OF F0SCONS
                                          TO
                                F0SCONS-CHIAVE OF F0SCONS-REC
                   READ F0SCONS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCONS-REC       TO  F0SCONS
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCONS-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      *(END)
