      *****     SCANDISCE GLI ARTICOLI DELLA DITTA E RESTITUISCE      ****
      *****     QUELLO CON F0SARTI-CODE-EAN UGUALE A QUELLO CHIAVATO  ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UN ARTICOLO (LREAD-FILE = 2):      ****
151026*****     CAMBIO CODICE ARTICOLO (UARTCAM0)                   ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   ELSE
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-IF
151026           WHEN 2
151026*              Cancella un articolo per chiave
151026             MOVE F0SARTI-CHIAVE OF F0SARTI
151026                                    TO
151026                          F0SARTI-CHIAVE OF F0SARTI-REC
151026             READ F0SARTI-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SARTI-FILE RECORD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SARTI-FILE
