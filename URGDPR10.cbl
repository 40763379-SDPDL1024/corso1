      *****     0 PER LA LETTURA PER CHIAVE, 30 PER LA RISCRITTURA   ****
      *****     DEI DATI ANONIMIZZATI)                               ****
      *****                                                         ****
151026*****   - STESSE LETTURA (0) E RISCRITTURA (30) PER LA        ****
151026*****     DITTA DI PROVA: CONTROLLO (UPROVCH0) E RICARICA     ****
151026*****     (UPROVAG0)                                          ****
151026*****                                                         ****
151026*****   - SCRITTURA DELL'ANAGRAFICA DI UNA DITTA NUOVA        ****
151026*****     (LREAD-FILE = 31): NUOVA DITTA DA MODELLO           ****
151026*****     (UDITNUO0)                                          ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
      *              l'anonimizzazione GDPR)
                   MOVE FAN                TO  FAN-REC
                   REWRITE FAN-REC
151026           WHEN 31
151026*              Scrive l'anagrafica di una ditta nuova; con la
151026*              ditta gia' presente l'esito e' negativo
151026             MOVE FAN                TO  FAN-REC
151026             WRITE FAN-REC
               END-EVALUATE
             WHEN -9
               CLOSE   FAN-FILE
