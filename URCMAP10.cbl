      *****     DALLA MANUTENZIONE (UCMAPMU0, LREAD-FILE = 0) E       ****
      *****     RILETTA PER CHIAVE DALL'ESPORTAZIONE (LREAD-FILE = 1) ****
      *****                                                         ****
151026*****   - CANCELLAZIONE PER CHIAVE (LREAD-FILE = 2) E         ****
151026*****     SCANSIONE DELLA MAPPA DELLA DITTA (21 PER           ****
151026*****     INIZIARE, 11 PER PROSEGUIRE): NUOVA DITTA DA        ****
151026*****     MODELLO (UDITNUO0)                                  ****
151026*****                                                         ****
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
       COPY "F0SCMAP.REC".
       COPY "LWSMCARE.WRK".
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCMAP-REC       TO  F0SCMAP
                   END-IF
151026           WHEN 2
151026*              Cancella una riga di mappa per chiave
151026             MOVE F0SCMAP-CHIAVE OF F0SCMAP
151026                                    TO
151026                          F0SCMAP-CHIAVE OF F0SCMAP-REC
151026             READ F0SCMAP-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SCMAP-FILE RECORD
151026             END-IF
151026           WHEN 21
151026*              Inizio scansione della mappa della ditta
151026             MOVE F0SCMAP-CODE-CLIE OF F0SCMAP
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SCMAP-CHIAVE OF F0SCMAP-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SCMAP-CODE-CLIE OF F0SCMAP-REC
151026             START F0SCMAP-FILE KEY NOT LESS
151026                          F0SCMAP-CHIAVE OF F0SCMAP-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SCMAP-REC       TO  F0SCMAP
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione della mappa della ditta
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SCMAP-REC       TO  F0SCMAP
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCMAP-FILE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
151026******************************************************************
151026 CERCA-DITTA.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SCMAP-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SCMAP-CODE-CLIE OF F0SCMAP-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
