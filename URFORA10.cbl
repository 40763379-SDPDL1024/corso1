      *****   - LETTURA PER CHIAVE DEL FORNITORE DI UN ARTICOLO,      ****
      *****     SENZA MODIFICARLO (LREAD-FILE = 1)                   ****
      *****                                                         ****
151026*****   - SCANSIONE DI TUTTI GLI ARTICOLI/FORNITORI DI UNA      ****
151026*****     DITTA (LREAD-FILE = 21 PER INIZIARE, 11 PER           ****
151026*****     PROSEGUIRE): USATA DAL RATING FORNITORI (UVALFOR0)    ****
151026*****                                                         ****
151026*****   - CANCELLAZIONE DEL FORNITORE DI UN ARTICOLO          ****
151026*****     (LREAD-FILE = 2): CAMBIO CODICE ARTICOLO            ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
151026 77  WL-TROVATO                  PIC X          VALUE "N".
151026     88  WL-TROVATO-SI                          VALUE "S".
151026 77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SFORA.REC".
       COPY "LWSMCARE.WRK".
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SFORA-REC       TO  F0SFORA
                   END-IF
151026           WHEN 21
151026*              Inizio scansione degli articoli della ditta
151026             MOVE F0SFORA-CODE-CLIE OF F0SFORA
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SFORA-CHIAVE OF F0SFORA-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SFORA-CODE-CLIE OF F0SFORA-REC
151026             START F0SFORA-FILE KEY NOT LESS
151026                          F0SFORA-CHIAVE OF F0SFORA-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SFORA-REC       TO  F0SFORA
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione degli articoli
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SFORA-REC       TO  F0SFORA
151026             END-IF
151026           WHEN 2
151026*              Cancella il fornitore di un articolo
151026             MOVE F0SFORA-CHIAVE OF F0SFORA
151026                                    TO
151026                          F0SFORA-CHIAVE OF F0SFORA-REC
151026             READ F0SFORA-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SFORA-FILE RECORD
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SFORA-FILE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
151026******************************************************************
151026 CERCA-DITTA.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SFORA-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SFORA-CODE-CLIE OF F0SFORA-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
