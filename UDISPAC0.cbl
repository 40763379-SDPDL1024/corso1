      *****   CARTA PER IL CLIENTE (UESTCON0, USOLLEC0, UFATCOR0);
      *****   IL DRENAGGIO (UDISPBT0) SVUOTA POI LA CODA VERSO IL
      *****   CANALE GIUSTO.
151026*****   ACCODA ANCHE LE LETTERE DI ADEGUAMENTO ISTAT (UCONIST0).
151026*****   PER UNA DITTA DI PROVA (UPROVCH0) NON SI ACCODA NULLA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       COPY "F0SCLIF.REC".
       COPY "F0SDISP.REC".
151026 COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-DACC-CTRL.
           IF  L-DACC-CODI-CLIF EQUAL ZERO
             EXIT PROGRAM
           END-IF
151026     MOVE    L-DACC-CODE-CLIE    TO  L-PRVC-CODE-CLIE
151026     CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
151026     IF  L-PRVC-PROVA
151026       EXIT PROGRAM
151026     END-IF
           INITIALIZE F0SDISP
           MOVE    L-DACC-CODE-CLIE    TO  F0SDISP-CODE-CLIE
           MOVE    L-DACC-CODI-CLIF    TO  F0SDISP-CODI-CLIF
