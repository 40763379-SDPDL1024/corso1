      *****   - LETTURA PER CHIAVE DI UN NUMERATORE, SENZA            ****
      *****     MODIFICARLO (LREAD-FILE = 1)                         ****
      *****                                                         ****
151026*****   - DEPOSITO/AGGIORNAMENTO DI UN NUMERATORE           ****
151026*****     (LREAD-FILE = 0), CANCELLAZIONE PER CHIAVE        ****
151026*****     (LREAD-FILE = 2) E SCANSIONE DEI NUMERATORI DELLA ****
151026*****     DITTA (LREAD-FILE = 21 PER INIZIARE, 11 PER       ****
151026*****     PROSEGUIRE): RICARICA DELLA DITTA DI PROVA        ****
151026*****     (UPROVAG0) E NUOVA DITTA DA MODELLO (UDITNUO0)      ****
151026*****                                                       ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
151026 77  WL-TROVATO                  PIC X          VALUE "N".
151026     88  WL-TROVATO-SI                          VALUE "S".
151026 77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SNUMD.REC".
       COPY "LWSMCARE.WRK".
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SNUMD-REC       TO  F0SNUMD
                   END-IF
151026           WHEN 0
151026*              Deposita/aggiorna un numeratore
151026             MOVE F0SNUMD            TO  F0SNUMD-REC
151026             READ F0SNUMD-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               MOVE F0SNUMD          TO  F0SNUMD-REC
151026               REWRITE F0SNUMD-REC
151026             ELSE
151026               WRITE   F0SNUMD-REC
151026             END-IF
151026           WHEN 2
151026*              Cancella un numeratore per chiave
151026             MOVE F0SNUMD-CHIAVE OF F0SNUMD
151026                                    TO
151026                          F0SNUMD-CHIAVE OF F0SNUMD-REC
151026             READ F0SNUMD-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SNUMD-FILE RECORD
151026             END-IF
151026           WHEN 21
151026*              Inizio scansione dei numeratori della ditta
151026             MOVE F0SNUMD-CODE-CLIE OF F0SNUMD
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SNUMD-CHIAVE OF F0SNUMD-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SNUMD-CODE-CLIE OF F0SNUMD-REC
151026             START F0SNUMD-FILE KEY NOT LESS
151026                          F0SNUMD-CHIAVE OF F0SNUMD-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SNUMD-REC       TO  F0SNUMD
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione dei numeratori della ditta
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SNUMD-REC       TO  F0SNUMD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SNUMD-FILE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
151026******************************************************************
151026 CERCA-DITTA.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SNUMD-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SNUMD-CODE-CLIE OF F0SNUMD-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
