      *****   F0SPASC-STAT-RIBA, COSI' IL RUN SUCCESSIVO NON LA
      *****   RIPRESENTA; L'ESITO DI INSOLUTO ARRIVA POI DAL FILE DI
      *****   RITORNO DELLA BANCA (URIBAES0), CHE RIAPRE LA PARTITA.
151026*****   LE RATE CEDUTE A UNA LINEA DI ANTICIPO FATTURE O DI
151026*****   FACTORING (F0SPASC-ANTICIPATA) NON SI PRESENTANO.
151026*****   UNA DITTA DI PROVA (UPROVCH0) NON PRESENTA NULLA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "F0SPASC.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SCPAG.REC".
151026 COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-RIBP-CTRL.
                                           WL-NUMR-PRES
           DISPLAY "PRESENTAZIONE RIBA/SDD  -  DITTA "
                   L-RIBP-CODE-CLIE " DEPOSITO " L-RIBP-NUMR-INST
151026     MOVE    L-RIBP-CODE-CLIE    TO  L-PRVC-CODE-CLIE
151026     CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
151026     IF  L-PRVC-PROVA
151026       DISPLAY "DITTA DI PROVA - NESSUN FLUSSO PER LA BANCA"
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "PRESENTARE LE RATE IN SCADENZA FINO AL"
                   " (AAAAMMGG) : " WITH NO ADVANCING
           ACCEPT   WL-DATA-LIMI
      ******************************************************************
      *----------  UNA PARTITA: IN SCADENZA ENTRO LA DATA LIMITE, MAI
      *            PRESENTATA E DI UN CLIENTE CON CONDIZIONE RIBA/SDD
151026*            (LE RATE CEDUTE A UNA LINEA DI ANTICIPO LE INCASSA
151026*            LA BANCA CESSIONARIA: NON SI PRESENTANO)
       RT2-TRATTA-PARTITA.
           IF  F0SPASC-DATA-SCAD GREATER WL-DATA-LIMI
               OR F0SPASC-RIBA-PRESENTATA
151026         OR F0SPASC-ANTICIPATA
               OR F0SPASC-CODI-CLIF EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
