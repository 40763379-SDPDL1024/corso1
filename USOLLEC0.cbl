      *****
      *****   LE LETTERE SONO PRODOTTE SUL FILE SOLLETT, UNA PER
      *****   CLIENTE, CON L'ELENCO DELLE SUE PARTITE SOLLECITATE.
151026*****   LE RATE CEDUTE A UNA LINEA DI ANTICIPO FATTURE
151026*****   (F0SPASC-ANTICIPATA) RESTANO FUORI DAI SOLLECITI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *            (F0SSOLL), ACCODA LA PARTITA ALLA LETTERA DEL
      *            CLIENTE E AGGIORNA LO STORICO
       2100-TRATTA-PARTITA.
151026*    Rata ceduta a una linea di anticipo: finche' la cessione
151026*    e' in essere non si sollecita; se a scadenza resta
151026*    insoluta l'anticipo si storna (UANTSTO0) e la partita
151026*    torna nei solleciti
151026     IF  F0SPASC-ANTICIPATA
151026       EXIT PARAGRAPH
151026     END-IF
           MOVE F0SPASC-DATA-SCAD      TO  W-DATE-DA
           MOVE LDATE-ACTL             TO  W-DATE-AL
           CALL "UCTGG010"             USING W-AREADATE
