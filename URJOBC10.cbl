      *****   - LETTURA PER CHIAVE DI UN PASSO (DATA + NUMERO),       ****
      *****     SENZA MODIFICARLO (LREAD-FILE = 1)                   ****
      *****                                                         ****
151026*****   - SCANSIONE DELL'INTERO ARCHIVIO IN ORDINE DI DATA E    ****
151026*****     PASSO, PER L'ANDAMENTO DEI TEMPI (UJOBTRE0):          ****
151026*****     80 = INIZIO, 81 = SUCCESSIVO                          ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SJOBC-REC       TO  F0SJOBC
                   END-IF
151026           WHEN 80
151026*              Inizio scansione dell'intero archivio
151026             MOVE LOW-VALUES        TO
151026                          F0SJOBC-CHIAVE OF F0SJOBC-REC
151026             START F0SJOBC-FILE KEY NOT LESS
151026                          F0SJOBC-CHIAVE OF F0SJOBC-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             READ F0SJOBC-FILE NEXT RECORD
151026               AT END
151026                 MOVE "10"           TO  WL-FILE-STATUS
151026             END-READ
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               MOVE F0SJOBC-REC       TO  F0SJOBC
151026             END-IF
151026           WHEN 81
151026*              Prosegue la scansione dell'intero archivio
151026             READ F0SJOBC-FILE NEXT RECORD
151026               AT END
151026                 MOVE "10"           TO  WL-FILE-STATUS
151026             END-READ
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               MOVE F0SJOBC-REC       TO  F0SJOBC
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SJOBC-FILE
