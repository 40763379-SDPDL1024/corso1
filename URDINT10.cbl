      *****     (LREAD-FILE = 0)                                     ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE, SENZA MODIFICARE (LREAD-FILE = 1) ****
151026*****                                                         ****
151026*****   - CANCELLAZIONE DI UNA DICHIARAZIONE                  ****
151026*****     (LREAD-FILE = 2): FUSIONE DI CLIENTI                ****
      *****                                                         ****
      *****   - SCANSIONE DELLE DICHIARAZIONI DI UN CLIENTE           ****
      *****     (LREAD-FILE = 19 PER INIZIARE, 9 PER PROSEGUIRE)      ****
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SDINT-REC       TO  F0SDINT
                   END-IF
151026           WHEN 2
151026*              Cancella una dichiarazione per chiave
151026             MOVE F0SDINT-CHIAVE OF F0SDINT
151026                                    TO
151026                          F0SDINT-CHIAVE OF F0SDINT-REC
151026             READ F0SDINT-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SDINT-FILE RECORD
151026             END-IF
                 WHEN 19
      *              Inizio scansione delle dichiarazioni del cliente
                   MOVE F0SDINT-CODE-CLIE OF F0SDINT
