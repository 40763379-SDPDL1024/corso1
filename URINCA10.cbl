      *****                                                         ****
      *****   - STORICO INCASSI PARTITE CLIENTI, DEPOSITATI DALLA     ****
      *****     REGISTRAZIONE INCASSI (UINCAVE0, LREAD-FILE = 0)      ****
151026*****                                                         ****
151026*****   - LETTURA PER CHIAVE DI UN INCASSO (LREAD-FILE = 1):   ****
151026*****     ANNULLAMENTO DI UNA FUSIONE DI CLIENTI (UCLIFUS0)    ****
      *****                                                         ****
      *****   - SCANSIONE DEGLI INCASSI DI UNA SINGOLA PARTITA        ****
      *****     (LREAD-FILE = 19 PER INIZIARE LA SCANSIONE, 9 PER     ****
                   ELSE
                     WRITE   F0SINCA-REC
                   END-IF
151026           WHEN 1
151026*              Legge un incasso per chiave, senza modificarlo
151026             MOVE F0SINCA-CHIAVE OF F0SINCA
151026                                    TO
151026                          F0SINCA-CHIAVE OF F0SINCA-REC
151026             READ F0SINCA-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               MOVE F0SINCA-REC       TO  F0SINCA
151026             END-IF
                 WHEN 19
      *              Inizio scansione degli incassi di una partita
                   PERFORM IMPOSTA-FILTRO
