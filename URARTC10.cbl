      *****                                                         ****
      *****   - TRADUZIONE IN INGRESSO (LREAD-FILE = 1): DAL CODICE   ****
      *****     DEL CLIENTE (IN CHIAVE) AL NOSTRO CODICE ARTICOLO     ****
151026*****                                                         ****
151026*****   - CANCELLAZIONE DI UN CODICE CLIENTE                  ****
151026*****     (LREAD-FILE = 2): FUSIONE DI CLIENTI                ****
      *****                                                         ****
      *****   - TRADUZIONE INVERSA (LREAD-FILE = 40): DAL NOSTRO      ****
      *****     CODICE (IN F0SARTC-CODE-ARTI) AL CODICE DEL CLIENTE,  ****
      *****   - SCANSIONE DEI CODICI DI UN CLIENTE (LREAD-FILE = 19   ****
      *****     PER INIZIARE, 9 PER PROSEGUIRE)                       ****
      *****                                                         ****
151026*****   - SCANSIONE DEI CODICI DI TUTTI I CLIENTI DELLA       ****
151026*****     DITTA (LREAD-FILE = 21 PER INIZIARE, 11 PER         ****
151026*****     PROSEGUIRE): CAMBIO CODICE ARTICOLO                 ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   READ F0SARTC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SARTC-REC       TO  F0SARTC
151026             END-IF
151026           WHEN 2
151026*              Cancella un codice cliente per chiave
151026             MOVE F0SARTC-CHIAVE OF F0SARTC
151026                                    TO
151026                          F0SARTC-CHIAVE OF F0SARTC-REC
151026             READ F0SARTC-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SARTC-FILE RECORD
                   END-IF
                 WHEN 40
      *              Dal nostro codice al codice del cliente: prima
                   IF  WL-TROVATO-SI
                     MOVE F0SARTC-REC       TO  F0SARTC
                   END-IF
151026           WHEN 21
151026*              Inizio scansione dei codici di tutti i clienti
151026             MOVE F0SARTC-CODE-CLIE OF F0SARTC
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SARTC-CHIAVE OF F0SARTC-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SARTC-CODE-CLIE OF F0SARTC-REC
151026             START F0SARTC-FILE KEY NOT LESS
151026                          F0SARTC-CHIAVE OF F0SARTC-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SARTC-REC       TO  F0SARTC
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione dei codici della ditta
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SARTC-REC       TO  F0SARTC
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SARTC-FILE
               END-IF
             END-IF
           END-PERFORM.
151026******************************************************************
151026 CERCA-DITTA.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SARTC-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SARTC-CODE-CLIE OF F0SARTC-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
