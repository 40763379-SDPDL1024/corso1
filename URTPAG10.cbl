      *****   - SCANSIONE DELLE MODALITA' DI UNA DITTA (LREAD-FILE =  ****
      *****     19 PER INIZIARE LA SCANSIONE, 9 PER PROSEGUIRLA)      ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UNA MODALITA' PER CHIAVE         ****
151026*****     (LREAD-FILE = 2): RICARICA DELLA DITTA DI PROVA   ****
151026*****     (UPROVAG0)                                        ****
151026*****                                                       ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   IF  WL-TROVATO-SI
                     MOVE F0STPAG-REC       TO  F0STPAG
                   END-IF
151026           WHEN 2
151026*              Cancella una modalita' per chiave
151026             MOVE F0STPAG-CHIAVE OF F0STPAG
151026                                    TO
151026                          F0STPAG-CHIAVE OF F0STPAG-REC
151026             READ F0STPAG-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0STPAG-FILE RECORD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0STPAG-FILE
