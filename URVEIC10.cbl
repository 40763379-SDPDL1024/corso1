       IDENTIFICATION DIVISION.
       PROGRAM-ID. URVEIC10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - AUTOMEZZI: DEPOSITO/AGGIORNAMENTO DALLA             ****
      *****     MANUTENZIONE UVEICMU0 (LREAD-FILE = 0)              ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN AUTOMEZZO (LREAD-FILE = 1) ****
      *****                                                         ****
      *****   - SCANSIONE DEGLI AUTOMEZZI DELLA DITTA (LREAD-FILE = ****
      *****     21 PER INIZIARE, 11 PER PROSEGUIRE)                 ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SVEIC-FILE         ASSIGN TO "F0SVEIC"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SVEIC-CHIAVE OF
                                                        F0SVEIC-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SVEIC-FILE.
       COPY "F0SVEIC.REC" REPLACING ==F0SVEIC== BY ==F0SVEIC-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SVEIC.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SVEIC LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SVEIC-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SVEIC-FILE
                 CLOSE       F0SVEIC-FILE
                 OPEN I-O    F0SVEIC-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un automezzo
                   MOVE F0SVEIC            TO  F0SVEIC-REC
                   READ F0SVEIC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SVEIC-REC
                   ELSE
                     WRITE   F0SVEIC-REC
                   END-IF
                 WHEN 1
      *              Legge un automezzo per chiave, senza modificarlo
                   MOVE F0SVEIC-CHIAVE OF F0SVEIC
                                          TO
                                F0SVEIC-CHIAVE OF F0SVEIC-REC
                   READ F0SVEIC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SVEIC-REC       TO  F0SVEIC
                   END-IF
                 WHEN 21
      *              Inizio scansione degli automezzi della ditta
                   MOVE F0SVEIC-CODE-CLIE OF F0SVEIC
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SVEIC-CHIAVE OF F0SVEIC-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SVEIC-CODE-CLIE OF F0SVEIC-REC
                   START F0SVEIC-FILE KEY NOT LESS
                                F0SVEIC-CHIAVE OF F0SVEIC-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SVEIC-REC       TO  F0SVEIC
                   END-IF
                 WHEN 11
      *              Prosegue la scansione degli automezzi
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SVEIC-REC       TO  F0SVEIC
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SVEIC-FILE
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
           READ F0SVEIC-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SVEIC-CODE-CLIE OF F0SVEIC-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
