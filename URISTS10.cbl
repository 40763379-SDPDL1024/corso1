       IDENTIFICATION DIVISION.
       PROGRAM-ID. URISTS10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - STORICO ADEGUAMENTI ISTAT DEI CONTRATTI, DEPOSITATO ****
      *****     DALL'ADEGUAMENTO ANNUALE (UCONIST0, LREAD-FILE = 0)   ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA RIGA, SENZA MODIFICARLA     ****
      *****     (LREAD-FILE = 1)                                     ****
      *****                                                         ****
      *****   - SCANSIONE DELLO STORICO DI UN CONTRATTO             ****
      *****     (LREAD-FILE = 19 PER INIZIARE LA SCANSIONE, 9 PER     ****
      *****     PROSEGUIRLA)                                         ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SISTS-FILE         ASSIGN TO "F0SISTS"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SISTS-CHIAVE OF
                                                        F0SISTS-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SISTS-FILE.
       COPY "F0SISTS.REC" REPLACING ==F0SISTS== BY ==F0SISTS-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-CONTR          PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SISTS.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SISTS LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SISTS-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SISTS-FILE
                 CLOSE       F0SISTS-FILE
                 OPEN I-O    F0SISTS-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una riga di storico
                   MOVE F0SISTS            TO  F0SISTS-REC
                   READ F0SISTS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SISTS-REC
                   ELSE
                     WRITE   F0SISTS-REC
                   END-IF
                 WHEN 1
      *              Legge una riga per chiave, senza modificarla
                   MOVE F0SISTS-CHIAVE OF F0SISTS
                                          TO
                                F0SISTS-CHIAVE OF F0SISTS-REC
                   READ F0SISTS-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SISTS-REC       TO  F0SISTS
                   END-IF
                 WHEN 19
      *              Inizio scansione dello storico di un contratto
                   PERFORM IMPOSTA-FILTRO
                   MOVE LOW-VALUES        TO
                                F0SISTS-CHIAVE OF F0SISTS-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SISTS-CODE-CLIE OF F0SISTS-REC
                   MOVE WL-FILT-NUMR-CONTR TO
                                F0SISTS-NUMR-CONTR OF F0SISTS-REC
                   START F0SISTS-FILE KEY NOT LESS
                                F0SISTS-CHIAVE OF F0SISTS-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-CONTRATTO
                   IF  WL-TROVATO-SI
                     MOVE F0SISTS-REC       TO  F0SISTS
                   END-IF
                 WHEN 9
      *              Prosegue la scansione dello storico
                   PERFORM CERCA-CONTRATTO
                   IF  WL-TROVATO-SI
                     MOVE F0SISTS-REC       TO  F0SISTS
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SISTS-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       IMPOSTA-FILTRO.
           MOVE F0SISTS-CODE-CLIE OF F0SISTS
                                       TO  WL-FILT-CODE-CLIE
           MOVE F0SISTS-NUMR-CONTR OF F0SISTS
                                       TO  WL-FILT-NUMR-CONTR.
      ******************************************************************
       CERCA-CONTRATTO.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SISTS-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SISTS-CODE-CLIE OF F0SISTS-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SISTS-NUMR-CONTR OF F0SISTS-REC EQUAL
                                            WL-FILT-NUMR-CONTR
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave del contratto cercato: fine
      *          scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
