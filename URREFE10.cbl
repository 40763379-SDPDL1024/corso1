       IDENTIFICATION DIVISION.
       PROGRAM-ID. URREFE10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - PERSONE DI RIFERIMENTO DEI CLIENTI: DEPOSITO/       ****
      *****     AGGIORNAMENTO DALLA MANUTENZIONE (UREFEMU0,         ****
      *****     LREAD-FILE = 0)                                     ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UNA PERSONA (LREAD-FILE = 2)       ****
      *****                                                         ****
      *****   - SCANSIONE DELLE PERSONE DI UN CLIENTE (DITTA E      ****
      *****     CLIENTE IMPOSTATI, LREAD-FILE = 21 PER INIZIARE,    ****
      *****     11 PER PROSEGUIRE)                                  ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SREFE-FILE         ASSIGN TO "F0SREFE"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SREFE-CHIAVE OF
                                                        F0SREFE-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SREFE-FILE.
       COPY "F0SREFE.REC" REPLACING ==F0SREFE== BY ==F0SREFE-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODI-CLIF           PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SREFE.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SREFE LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SREFE-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SREFE-FILE
                 CLOSE       F0SREFE-FILE
                 OPEN I-O    F0SREFE-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una persona
                   MOVE F0SREFE            TO  F0SREFE-REC
                   READ F0SREFE-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SREFE          TO  F0SREFE-REC
                     REWRITE F0SREFE-REC
                   ELSE
                     MOVE F0SREFE          TO  F0SREFE-REC
                     WRITE   F0SREFE-REC
                   END-IF
                 WHEN 1
      *              Legge una persona per chiave
                   MOVE F0SREFE-CHIAVE OF F0SREFE
                                          TO
                                F0SREFE-CHIAVE OF F0SREFE-REC
                   READ F0SREFE-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SREFE-REC       TO  F0SREFE
                   END-IF
                 WHEN 2
      *              Cancella una persona
                   MOVE F0SREFE-CHIAVE OF F0SREFE
                                          TO
                                F0SREFE-CHIAVE OF F0SREFE-REC
                   READ F0SREFE-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SREFE-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione delle persone del cliente
                   MOVE F0SREFE-CODE-CLIE OF F0SREFE
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SREFE-CODI-CLIF OF F0SREFE
                                          TO  WL-FILT-CODI-CLIF
                   MOVE LOW-VALUES        TO
                                F0SREFE-CHIAVE OF F0SREFE-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SREFE-CODE-CLIE OF F0SREFE-REC
                   MOVE WL-FILT-CODI-CLIF TO
                                F0SREFE-CODI-CLIF OF F0SREFE-REC
                   START F0SREFE-FILE KEY NOT LESS
                                F0SREFE-CHIAVE OF F0SREFE-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-CLIENTE
                   IF  WL-TROVATO-SI
                     MOVE F0SREFE-REC       TO  F0SREFE
                   END-IF
                 WHEN 11
      *              Prosegue la scansione delle persone
                   PERFORM CERCA-CLIENTE
                   IF  WL-TROVATO-SI
                     MOVE F0SREFE-REC       TO  F0SREFE
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SREFE-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-CLIENTE.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SREFE-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SREFE-CODE-CLIE OF F0SREFE-REC EQUAL
                                            WL-FILT-CODE-CLIE
             AND F0SREFE-CODI-CLIF OF F0SREFE-REC EQUAL
                                            WL-FILT-CODI-CLIF
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superato il cliente cercato: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
