      *****       TD04  NOTE DI CREDITO  DA 300001  A  599999
      *****       DDT   TRASPORTI        DA 600001  A  899999
      *****       ALTRI TIPI             DA 900001  A  999999
151026*****
151026*****   LE AUTOFATTURE DI INTEGRAZIONE (TD16-TD19, UAUTFAT0)
151026*****   STANNO TUTTE SULLA SERIE "AUTF", NELL'INTERVALLO DEGLI
151026*****   ALTRI TIPI.
      *****
      *****   IL CONTATORE NON RIPARTE MAI: UN NUMERO LIBERATO
      *****   DALL'ARCHIVIAZIONE (UARCHVE0) NON VIENE RIASSEGNATO,
