      *****     LE RIGHE DELL'ARTICOLO E RESTITUISCE QUELLA CON LA    ****
      *****     DECORRENZA PIU' RECENTE ANCORA IN VALIDITA'           ****
      *****     (DATA-FINE = 0 SENZA SCADENZA)                        ****
151026*****     CON I SUOI SCAGLIONI DI QUANTITA'                     ****
      *****                                                         ****
020926*****   - SCANSIONE DELLE RIGHE DI UN LISTINO DELLA DITTA       ****
020926*****     (LREAD-FILE = 19 PER INIZIARE, 9 PER PROSEGUIRE):     ****
020926*****     USATA DALLA STAMPA ETICHETTE (ULABELS0)               ****
      *****                                                         ****
151026*****   - CANCELLAZIONE DI UNA RIGA DI LISTINO                ****
151026*****     (LREAD-FILE = 2): CAMBIO CODICE ARTICOLO            ****
151026*****                                                         ****
151026*****   - SCANSIONE DI TUTTI I LISTINI DELLA DITTA            ****
151026*****     (LREAD-FILE = 21 PER INIZIARE, 11 PER               ****
151026*****     PROSEGUIRE): CAMBIO CODICE ARTICOLO                 ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       77  WL-BEST-DATA-FINE           PIC 9(08)      VALUE ZERO.
       77  WL-BEST-PREZ                PIC S9(09)V9999 COMP-3
                                                      VALUE ZERO.
151026 77  WL-BEST-SCAG-TAB            PIC X(65)      VALUE LOW-VALUES.
       LINKAGE SECTION.
       COPY "F0SLIST.REC".
       COPY "LWSMCARE.WRK".
                          F0SLIST-DATA-FINE OF F0SLIST
                     MOVE WL-BEST-PREZ      TO
                          F0SLIST-PREZ-UNIT OF F0SLIST
151026               MOVE WL-BEST-SCAG-TAB  TO
151026                    F0SLIST-SCAG-TAB OF F0SLIST
                   ELSE
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-IF
151026           WHEN 2
151026*              Cancella una riga di listino per chiave
151026             MOVE F0SLIST-CHIAVE OF F0SLIST
151026                                    TO
151026                          F0SLIST-CHIAVE OF F0SLIST-REC
151026             READ F0SLIST-FILE
151026             IF  WL-FILE-STATUS EQUAL "00"
151026               DELETE F0SLIST-FILE RECORD
151026             END-IF
151026           WHEN 21
151026*              Inizio scansione di tutti i listini della ditta
151026             MOVE F0SLIST-CODE-CLIE OF F0SLIST
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SLIST-CHIAVE OF F0SLIST-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SLIST-CODE-CLIE OF F0SLIST-REC
151026             START F0SLIST-FILE KEY NOT LESS
151026                          F0SLIST-CHIAVE OF F0SLIST-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SLIST-REC       TO  F0SLIST
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione dei listini della ditta
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SLIST-REC       TO  F0SLIST
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SLIST-FILE
                                          TO  WL-BEST-DATA-FINE
                   MOVE F0SLIST-PREZ-UNIT OF F0SLIST-REC
                                          TO  WL-BEST-PREZ
151026             MOVE F0SLIST-SCAG-TAB OF F0SLIST-REC
151026                                    TO  WL-BEST-SCAG-TAB
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
151026******************************************************************
151026 CERCA-DITTA.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SLIST-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SLIST-CODE-CLIE OF F0SLIST-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
