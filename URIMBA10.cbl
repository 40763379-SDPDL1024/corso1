       IDENTIFICATION DIVISION.
       PROGRAM-ID. URIMBA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - IMBALLI A RENDERE: DEPOSITO/AGGIORNAMENTO DEL       ****
      *****     SALDO DI UN IMBALLO PRESSO UN CLIENTE               ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UN SALDO IMBALLI                   ****
      *****     (LREAD-FILE = 2): FUSIONE DI CLIENTI                ****
      *****                                                         ****
      *****   - SCANSIONE DEGLI IMBALLI DI UN CLIENTE               ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI GLI IMBALLI DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SIMBA-FILE         ASSIGN TO "F0SIMBA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SIMBA-CHIAVE OF
                                                        F0SIMBA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SIMBA-FILE.
       COPY "F0SIMBA.REC" REPLACING ==F0SIMBA== BY ==F0SIMBA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODI-CLIF           PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SIMBA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SIMBA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SIMBA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SIMBA-FILE
                 CLOSE       F0SIMBA-FILE
                 OPEN I-O    F0SIMBA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna il saldo di un imballo
                   MOVE F0SIMBA            TO  F0SIMBA-REC
                   READ F0SIMBA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SIMBA-REC
                   ELSE
                     WRITE   F0SIMBA-REC
                   END-IF
                 WHEN 1
      *              Legge il saldo di un imballo per chiave
                   MOVE F0SIMBA-CHIAVE OF F0SIMBA
                                          TO
                                F0SIMBA-CHIAVE OF F0SIMBA-REC
                   READ F0SIMBA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SIMBA-REC       TO  F0SIMBA
                   END-IF
                 WHEN 2
      *              Cancella un saldo imballi per chiave
                   MOVE F0SIMBA-CHIAVE OF F0SIMBA
                                          TO
                                F0SIMBA-CHIAVE OF F0SIMBA-REC
                   READ F0SIMBA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SIMBA-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione degli imballi della ditta
                   MOVE F0SIMBA-CODE-CLIE OF F0SIMBA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SIMBA-CHIAVE OF F0SIMBA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SIMBA-CODE-CLIE OF F0SIMBA-REC
                   START F0SIMBA-FILE KEY NOT LESS
                                F0SIMBA-CHIAVE OF F0SIMBA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBA-REC       TO  F0SIMBA
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBA-REC       TO  F0SIMBA
                   END-IF
                 WHEN 22
      *              Inizio scansione degli imballi di un cliente
                   MOVE F0SIMBA-CODE-CLIE OF F0SIMBA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SIMBA-CODI-CLIF OF F0SIMBA
                                          TO  WL-FILT-CODI-CLIF
                   MOVE LOW-VALUES        TO
                                F0SIMBA-CHIAVE OF F0SIMBA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SIMBA-CODE-CLIE OF F0SIMBA-REC
                   MOVE WL-FILT-CODI-CLIF TO
                                F0SIMBA-CODI-CLIF OF F0SIMBA-REC
                   START F0SIMBA-FILE KEY NOT LESS
                                F0SIMBA-CHIAVE OF F0SIMBA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBA-REC       TO  F0SIMBA
                   END-IF
                 WHEN 12
      *              Prosegue la scansione del cliente
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SIMBA-REC       TO  F0SIMBA
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SIMBA-FILE
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
           READ F0SIMBA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SIMBA-CODE-CLIE OF F0SIMBA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-RISTRETTA.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SIMBA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SIMBA-CODE-CLIE OF F0SIMBA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SIMBA-CODI-CLIF OF F0SIMBA-REC EQUAL
                                            WL-FILT-CODI-CLIF
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
