       IDENTIFICATION DIVISION.
       PROGRAM-ID. URSODC10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - CONFLITTI DI SEPARAZIONE DEI COMPITI: DEPOSITO/     ****
      *****     AGGIORNAMENTO DI UNA COPPIA DALLA MANUTENZIONE      ****
      *****     (USODCMU0, LREAD-FILE = 0)                          ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UNA COPPIA (LREAD-FILE = 2)        ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTE LE COPPIE PER IL REPORT          ****
      *****     (USODREP0, LREAD-FILE = 19 PER INIZIARE, 9 PER      ****
      *****     PROSEGUIRE)                                         ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SSODC-FILE         ASSIGN TO "F0SSODC"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SSODC-CHIAVE OF
                                                        F0SSODC-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SSODC-FILE.
       COPY "F0SSODC.REC" REPLACING ==F0SSODC== BY ==F0SSODC-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SSODC.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SSODC LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SSODC-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SSODC-FILE
                 CLOSE       F0SSODC-FILE
                 OPEN I-O    F0SSODC-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una coppia
                   MOVE F0SSODC            TO  F0SSODC-REC
                   READ F0SSODC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SSODC          TO  F0SSODC-REC
                     REWRITE F0SSODC-REC
                   ELSE
                     MOVE F0SSODC          TO  F0SSODC-REC
                     WRITE   F0SSODC-REC
                   END-IF
                 WHEN 1
      *              Legge una coppia per chiave
                   MOVE F0SSODC-CHIAVE OF F0SSODC
                                          TO
                                F0SSODC-CHIAVE OF F0SSODC-REC
                   READ F0SSODC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SSODC-REC       TO  F0SSODC
                   END-IF
                 WHEN 2
      *              Cancella una coppia
                   MOVE F0SSODC-CHIAVE OF F0SSODC
                                          TO
                                F0SSODC-CHIAVE OF F0SSODC-REC
                   READ F0SSODC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SSODC-FILE RECORD
                   END-IF
                 WHEN 19
      *              Inizio scansione di tutte le coppie
                   MOVE LOW-VALUES        TO
                                F0SSODC-CHIAVE OF F0SSODC-REC
                   START F0SSODC-FILE KEY NOT LESS
                                F0SSODC-CHIAVE OF F0SSODC-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   IF  WL-FILE-STATUS EQUAL "00"
                     READ F0SSODC-FILE NEXT RECORD
                       AT END
                         MOVE "10"         TO  WL-FILE-STATUS
                     END-READ
                   END-IF
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SSODC-REC       TO  F0SSODC
                   END-IF
                 WHEN 9
      *              Prosegue la scansione delle coppie
                   READ F0SSODC-FILE NEXT RECORD
                     AT END
                       MOVE "10"           TO  WL-FILE-STATUS
                   END-READ
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SSODC-REC       TO  F0SSODC
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SSODC-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      *(END)
