       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCATE10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - CATENE DI IMPRONTE: DEPOSITO/AGGIORNAMENTO DELLO    ****
      *****     STATO DI UNA CATENA ("UCATENA0") O DELL'ANCORA DEL  ****
      *****     GIORNO (UCHIUGG0) (LREAD-FILE = 0)                  ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - SIGILLO (UCATENA0): LETTURA DELLO STATO CON BLOCCO  ****
      *****     RECORD (LREAD-FILE = 60; LO STATO ASSENTE NASCE     ****
      *****     DAL RECORD DI LINKAGE, COME IN URNUMD10) E          ****
      *****     RISCRITTURA CHE RILASCIA IL BLOCCO (LREAD-FILE =    ****
      *****     61): DUE SIGILLI CONTEMPORANEI NON LEGGONO LO       ****
      *****     STESSO STATO                                        ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI GLI STATI E LE ANCORE PER LA     ****
      *****     CHIUSURA E LA VERIFICA (UCATVER0, LREAD-FILE = 19   ****
      *****     PER INIZIARE, 9 PER PROSEGUIRE)                     ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCATE-FILE         ASSIGN TO "F0SCATE"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCATE-CHIAVE OF
                                                        F0SCATE-REC
                                        LOCK MODE IS MANUAL
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCATE-FILE.
       COPY "F0SCATE.REC" REPLACING ==F0SCATE== BY ==F0SCATE-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-STAT-REWR                PIC X(02)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SCATE.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCATE LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCATE-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCATE-FILE
                 CLOSE       F0SCATE-FILE
                 OPEN I-O    F0SCATE-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna uno stato o un'ancora
                   MOVE F0SCATE            TO  F0SCATE-REC
                   READ F0SCATE-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCATE          TO  F0SCATE-REC
                     REWRITE F0SCATE-REC
                   ELSE
                     MOVE F0SCATE          TO  F0SCATE-REC
                     WRITE   F0SCATE-REC
                   END-IF
                 WHEN 1
      *              Legge uno stato o un'ancora per chiave
                   MOVE F0SCATE-CHIAVE OF F0SCATE
                                          TO
                                F0SCATE-CHIAVE OF F0SCATE-REC
                   READ F0SCATE-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCATE-REC       TO  F0SCATE
                   END-IF
                 WHEN 60
      *              Stato della catena sotto blocco record: resta
      *              bloccato fino alla riscrittura con LREAD-FILE =
      *              61; lo stato assente nasce dal record di linkage
                   MOVE F0SCATE-CHIAVE OF F0SCATE
                                         TO
                               F0SCATE-CHIAVE OF F0SCATE-REC
                   READ F0SCATE-FILE WITH LOCK
                   IF  WL-FILE-STATUS EQUAL "23"
                     MOVE F0SCATE          TO  F0SCATE-REC
                     WRITE F0SCATE-REC
                     MOVE F0SCATE-CHIAVE OF F0SCATE
                                         TO
                               F0SCATE-CHIAVE OF F0SCATE-REC
                     READ F0SCATE-FILE WITH LOCK
                   END-IF
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCATE-REC       TO  F0SCATE
                   END-IF
                 WHEN 61
      *              Riscrive lo stato letto con LREAD-FILE = 60 e
      *              rilascia il blocco
                   MOVE F0SCATE            TO  F0SCATE-REC
                   REWRITE F0SCATE-REC
                   MOVE WL-FILE-STATUS     TO  WL-STAT-REWR
                   UNLOCK F0SCATE-FILE
                   MOVE WL-STAT-REWR       TO  WL-FILE-STATUS
                 WHEN 19
      *              Inizio scansione di tutti i record
                   MOVE LOW-VALUES        TO
                                F0SCATE-CHIAVE OF F0SCATE-REC
                   START F0SCATE-FILE KEY NOT LESS
                                F0SCATE-CHIAVE OF F0SCATE-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   IF  WL-FILE-STATUS EQUAL "00"
                     READ F0SCATE-FILE NEXT RECORD
                       AT END
                         MOVE "10"         TO  WL-FILE-STATUS
                     END-READ
                   END-IF
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCATE-REC       TO  F0SCATE
                   END-IF
                 WHEN 9
      *              Prosegue la scansione
                   READ F0SCATE-FILE NEXT RECORD
                     AT END
                       MOVE "10"           TO  WL-FILE-STATUS
                   END-READ
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCATE-REC       TO  F0SCATE
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCATE-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      *(END)
