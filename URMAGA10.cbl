020926*****     LINKAGE, QUANTITA' PRESERVATE DAL FILE; USATO          ****
020926*****     DALL'ENTRATA MERCE                                     ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DELLA GIACENZA DI UN DEPOSITO/        ****
151026*****     ARTICOLO (LREAD-FILE = 2): CAMBIO CODICE ARTICOLO   ****
151026*****                                                         ****
151026*****   - SCANSIONE DI TUTTE LE GIACENZE DELLA DITTA, DI      ****
151026*****     OGNI DEPOSITO (LREAD-FILE = 21 PER INIZIARE, 11     ****
151026*****     PER PROSEGUIRE): CAMBIO CODICE ARTICOLO             ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
220826             IF  WL-FILE-STATUS EQUAL "00"
220826               MOVE F0SMAGA-REC       TO  F0SMAGA
220826             END-IF
151026           WHEN 2
151026*              Cancella la giacenza di un deposito/articolo
151026             MOVE F0SMAGA-CHIAVE OF F0SMAGA
151026                                    TO
151026                          F0SMAGA-CHIAVE OF F0SMAGA-REC
151026             READ F0SMAGA-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SMAGA-FILE RECORD
151026             END-IF
151026           WHEN 21
151026*              Inizio scansione di tutte le giacenze della ditta
151026             MOVE F0SMAGA-CODE-CLIE OF F0SMAGA
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SMAGA-CHIAVE OF F0SMAGA-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SMAGA-CODE-CLIE OF F0SMAGA-REC
151026             START F0SMAGA-FILE KEY NOT LESS
151026                          F0SMAGA-CHIAVE OF F0SMAGA-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA-TUTTI
151026             IF  WL-TROVATO-SI
151026               MOVE F0SMAGA-REC       TO  F0SMAGA
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione delle giacenze della ditta
151026             PERFORM CERCA-DITTA-TUTTI
151026             IF  WL-TROVATO-SI
151026               MOVE F0SMAGA-REC       TO  F0SMAGA
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SMAGA-FILE
               END-IF
             END-IF
           END-PERFORM.
151026******************************************************************
151026 CERCA-DITTA-TUTTI.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SMAGA-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SMAGA-CODE-CLIE OF F0SMAGA-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
