      *****   - RISCRITTURA DEL LOTTO CORRENTE DELLA SCANSIONE        ****
      *****     (LREAD-FILE = 30), SENZA SPOSTARE IL PUNTATORE        ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UN LOTTO (LREAD-FILE = 2):         ****
151026*****     CAMBIO CODICE ARTICOLO                              ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   IF  WL-TROVATO-SI
                     MOVE F0SLOTT-REC       TO  F0SLOTT
                   END-IF
151026           WHEN 2
151026*              Cancella un lotto per chiave
151026             MOVE F0SLOTT-CHIAVE OF F0SLOTT
151026                                    TO
151026                          F0SLOTT-CHIAVE OF F0SLOTT-REC
151026             READ F0SLOTT-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SLOTT-FILE RECORD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SLOTT-FILE
