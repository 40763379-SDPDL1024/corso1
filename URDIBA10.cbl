      *****     PER INIZIARE, 9 PER PROSEGUIRE): USATA DA TOTEM,      ****
      *****     CHIUSURA, ORDINI E MARGINI PER L'ESPLOSIONE           ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UNA RIGA DI DISTINTA               ****
151026*****     (LREAD-FILE = 2): CAMBIO CODICE ARTICOLO            ****
151026*****                                                         ****
151026*****   - SCANSIONE DELLE DISTINTE DI TUTTI I KIT DELLA       ****
151026*****     DITTA (LREAD-FILE = 21 PER INIZIARE, 11 PER         ****
151026*****     PROSEGUIRE): CAMBIO CODICE ARTICOLO                 ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   IF  WL-TROVATO-SI
                     MOVE F0SDIBA-REC       TO  F0SDIBA
                   END-IF
151026           WHEN 2
151026*              Cancella una riga di distinta per chiave
151026             MOVE F0SDIBA-CHIAVE OF F0SDIBA
151026                                    TO
151026                          F0SDIBA-CHIAVE OF F0SDIBA-REC
151026             READ F0SDIBA-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SDIBA-FILE RECORD
151026             END-IF
151026           WHEN 21
151026*              Inizio scansione delle distinte di tutti i kit
151026             MOVE F0SDIBA-CODE-CLIE OF F0SDIBA
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SDIBA-CHIAVE OF F0SDIBA-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SDIBA-CODE-CLIE OF F0SDIBA-REC
151026             START F0SDIBA-FILE KEY NOT LESS
151026                          F0SDIBA-CHIAVE OF F0SDIBA-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SDIBA-REC       TO  F0SDIBA
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione delle distinte della ditta
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SDIBA-REC       TO  F0SDIBA
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SDIBA-FILE
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
151026******************************************************************
151026 CERCA-DITTA.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SDIBA-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SDIBA-CODE-CLIE OF F0SDIBA-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
