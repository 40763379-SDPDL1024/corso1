      *****   - SCANSIONE DEI CLIENTI DI UNA DITTA (LREAD-FILE = 19   ****
      *****     PER INIZIARE LA SCANSIONE, 9 PER PROSEGUIRLA)         ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UN CLIENTE PER CHIAVE            ****
151026*****     (LREAD-FILE = 2): RICARICA DELLA DITTA DI PROVA   ****
151026*****     (UPROVAG0)                                        ****
151026*****                                                       ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCLIF-REC       TO  F0SCLIF
                   END-IF
151026           WHEN 2
151026*              Cancella un cliente per chiave
151026             MOVE F0SCLIF-CHIAVE OF F0SCLIF
151026                                    TO
151026                          F0SCLIF-CHIAVE OF F0SCLIF-REC
151026             READ F0SCLIF-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SCLIF-FILE RECORD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCLIF-FILE
