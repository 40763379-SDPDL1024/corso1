       IDENTIFICATION DIVISION.
       PROGRAM-ID. URAMMO10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - MOVIMENTI DEL LIBRO CESPITI: DEPOSITO DI UNA QUOTA  ****
      *****     ANNUA O DI UNA DISMISSIONE (LREAD-FILE = 0)         ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN MOVIMENTO (LREAD-FILE = 1) ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I MOVIMENTI DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SAMMO-FILE         ASSIGN TO "F0SAMMO"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SAMMO-CHIAVE OF
                                                        F0SAMMO-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SAMMO-FILE.
       COPY "F0SAMMO.REC" REPLACING ==F0SAMMO== BY ==F0SAMMO-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SAMMO.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SAMMO LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SAMMO-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SAMMO-FILE
                 CLOSE       F0SAMMO-FILE
                 OPEN I-O    F0SAMMO-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un movimento
                   MOVE F0SAMMO            TO  F0SAMMO-REC
                   READ F0SAMMO-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SAMMO-REC
                   ELSE
                     WRITE   F0SAMMO-REC
                   END-IF
                 WHEN 1
      *              Legge un movimento per chiave, senza modificarlo
                   MOVE F0SAMMO-CHIAVE OF F0SAMMO
                                          TO
                                F0SAMMO-CHIAVE OF F0SAMMO-REC
                   READ F0SAMMO-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SAMMO-REC       TO  F0SAMMO
                   END-IF
                 WHEN 21
      *              Inizio scansione dei movimenti della ditta
                   MOVE F0SAMMO-CODE-CLIE OF F0SAMMO
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SAMMO-CHIAVE OF F0SAMMO-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SAMMO-CODE-CLIE OF F0SAMMO-REC
                   START F0SAMMO-FILE KEY NOT LESS
                                F0SAMMO-CHIAVE OF F0SAMMO-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SAMMO-REC       TO  F0SAMMO
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei movimenti
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SAMMO-REC       TO  F0SAMMO
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SAMMO-FILE
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
           READ F0SAMMO-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SAMMO-CODE-CLIE OF F0SAMMO-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
