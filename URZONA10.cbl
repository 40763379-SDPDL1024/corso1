       IDENTIFICATION DIVISION.
       PROGRAM-ID. URZONA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - ZONE DI CONSEGNA: DEPOSITO/AGGIORNAMENTO DALLA      ****
      *****     MANUTENZIONE UZONAMU0 (LREAD-FILE = 0)              ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA ZONA (LREAD-FILE = 1)     ****
      *****                                                         ****
      *****   - SCANSIONE DELLE ZONE DELLA DITTA (LREAD-FILE = 21   ****
      *****     PER INIZIARE, 11 PER PROSEGUIRE)                    ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SZONA-FILE         ASSIGN TO "F0SZONA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SZONA-CHIAVE OF
                                                        F0SZONA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SZONA-FILE.
       COPY "F0SZONA.REC" REPLACING ==F0SZONA== BY ==F0SZONA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SZONA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SZONA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SZONA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SZONA-FILE
                 CLOSE       F0SZONA-FILE
                 OPEN I-O    F0SZONA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una zona
                   MOVE F0SZONA            TO  F0SZONA-REC
                   READ F0SZONA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SZONA-REC
                   ELSE
                     WRITE   F0SZONA-REC
                   END-IF
                 WHEN 1
      *              Legge una zona per chiave, senza modificarla
                   MOVE F0SZONA-CHIAVE OF F0SZONA
                                          TO
                                F0SZONA-CHIAVE OF F0SZONA-REC
                   READ F0SZONA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SZONA-REC       TO  F0SZONA
                   END-IF
                 WHEN 21
      *              Inizio scansione delle zone della ditta
                   MOVE F0SZONA-CODE-CLIE OF F0SZONA
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SZONA-CHIAVE OF F0SZONA-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SZONA-CODE-CLIE OF F0SZONA-REC
                   START F0SZONA-FILE KEY NOT LESS
                                F0SZONA-CHIAVE OF F0SZONA-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SZONA-REC       TO  F0SZONA
                   END-IF
                 WHEN 11
      *              Prosegue la scansione delle zone
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SZONA-REC       TO  F0SZONA
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SZONA-FILE
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
           READ F0SZONA-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SZONA-CODE-CLIE OF F0SZONA-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
