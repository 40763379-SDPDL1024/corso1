020926*****     ALTERNATIVA DATA-DOCU (46/36): LE RICERCHE CENTRATE    ****
020926*****     SUL CLIENTE NON PASSANO PIU' L'INTERO ARCHIVIO         ****
020926*****                                                            ****
151026*****   - CANCELLAZIONE DI UN DOCUMENTO PER CHIAVE          ****
151026*****     (LREAD-FILE = 2): RICARICA DELLA DITTA DI PROVA   ****
151026*****     (UPROVAG0)                                        ****
151026*****                                                       ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SVEND-REC
                   ELSE
151026*              Documento nuovo senza ora: vale l'ora del deposito
151026               IF  F0SVEND-ORA-DOCU OF F0SVEND EQUAL ZERO
151026                 MOVE LDATEHORA(9:6) TO F0SVEND-ORA-DOCU OF
151026                                          F0SVEND
151026               END-IF
151026               MOVE F0SVEND          TO  F0SVEND-REC
                     WRITE   F0SVEND-REC
                   END-IF
                 WHEN 19
220826             IF  WL-FILE-STATUS EQUAL "00"
220826               MOVE F0SVEND-REC       TO  F0SVEND
220826             END-IF
151026           WHEN 2
151026*              Cancella un documento per chiave
151026             MOVE F0SVEND-CHIAVE OF F0SVEND
151026                                    TO
151026                          F0SVEND-CHIAVE OF F0SVEND-REC
151026             READ F0SVEND-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SVEND-FILE RECORD
151026             END-IF
               END-EVALUATE
020926           WHEN 45
020926*              Inizio scansione per cliente finale lungo la
