220826*****     PER INIZIARE, 11 PER PROSEGUIRE): USATA DAL CONTROLLO  ****
220826*****     FIDO PER L'ESPOSIZIONE DA ORDINI APERTI                ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UN ORDINE PER CHIAVE             ****
151026*****     (LREAD-FILE = 2): RICARICA DELLA DITTA DI PROVA   ****
151026*****     (UPROVAG0)                                        ****
151026*****                                                       ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
220826             IF  WL-FILE-STATUS EQUAL "00"
220826               MOVE F0SORDI-REC       TO  F0SORDI
220826             END-IF
151026           WHEN 2
151026*              Cancella un ordine per chiave
151026             MOVE F0SORDI-CHIAVE OF F0SORDI
151026                                    TO
151026                          F0SORDI-CHIAVE OF F0SORDI-REC
151026             READ F0SORDI-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SORDI-FILE RECORD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SORDI-FILE
