      *****     E' IL PUNTO DA CUI VENDITE (MBASE026) PUO' RECUPERARE  ****
      *****     LA PERCENTUALE CONCORDATA AL MOMENTO DI APPLICARE IL   ****
      *****     PREZZO                                                ****
151026*****                                                         ****
151026*****   - CANCELLAZIONE DI UNO SCONTO CLIENTE                 ****
151026*****     (LREAD-FILE = 2): FUSIONE DI CLIENTI                ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SSCON-REC       TO  F0SSCON
                   END-IF
151026           WHEN 2
151026*              Cancella lo sconto di un cliente per chiave
151026             MOVE F0SSCON-CHIAVE OF F0SSCON
151026                                    TO
151026                          F0SSCON-CHIAVE OF F0SSCON-REC
151026             READ F0SSCON-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SSCON-FILE RECORD
151026             END-IF
220826           WHEN 80
220826*              Inizio scansione dell'intero archivio, per lo
220826*              scarico di emergenza (UEXPORT0)
