220826*****     INIZIARE LA SCANSIONE, 11 PER PROSEGUIRLA): USATA      ****
220826*****     DALL'ESTRATTO CONTO CLIENTE                            ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UNA PARTITA PER CHIAVE           ****
151026*****     (LREAD-FILE = 2): RICARICA DELLA DITTA DI PROVA   ****
151026*****     (UPROVAG0)                                        ****
151026*****                                                       ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
220826             IF  WL-FILE-STATUS EQUAL "00"
220826               MOVE F0SPASC-REC       TO  F0SPASC
220826             END-IF
151026           WHEN 2
151026*              Cancella una partita per chiave
151026             MOVE F0SPASC-CHIAVE OF F0SPASC
151026                                    TO
151026                          F0SPASC-CHIAVE OF F0SPASC-REC
151026             READ F0SPASC-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SPASC-FILE RECORD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SPASC-FILE
