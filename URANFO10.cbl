       IDENTIFICATION DIVISION.
       PROGRAM-ID. URANFO10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - ANAGRAFICA FORNITORI: DEPOSITO/AGGIORNAMENTO DI UN  ****
      *****     FORNITORE DALLA MANUTENZIONE (LREAD-FILE = 0)       ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UN FORNITORE (LREAD-FILE = 1) ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I FORNITORI DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - RICERCA DEL FORNITORE PER PARTITA IVA               ****
      *****     (LREAD-FILE = 40): USATA DALL'IMPORT DELLE          ****
      *****     FATTURE ELETTRONICHE RICEVUTE                       ****
      *****                                                         ****
      *****   - PROSSIMO CODICE FORNITORE LIBERO DELLA DITTA        ****
      *****     (LREAD-FILE = 50)                                   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SANFO-FILE         ASSIGN TO "F0SANFO"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SANFO-CHIAVE OF
                                                        F0SANFO-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SANFO-FILE.
       COPY "F0SANFO.REC" REPLACING ==F0SANFO== BY ==F0SANFO-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-PIVA-FORN           PIC X(16)      VALUE SPACES.
       77  WL-MAX-CODE-FORN            PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SANFO.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SANFO LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SANFO-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SANFO-FILE
                 CLOSE       F0SANFO-FILE
                 OPEN I-O    F0SANFO-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un fornitore
                   MOVE F0SANFO            TO  F0SANFO-REC
                   READ F0SANFO-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SANFO-REC
                   ELSE
                     WRITE   F0SANFO-REC
                   END-IF
                 WHEN 1
      *              Legge un fornitore per chiave, senza modificarlo
                   MOVE F0SANFO-CHIAVE OF F0SANFO
                                          TO
                                F0SANFO-CHIAVE OF F0SANFO-REC
                   READ F0SANFO-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SANFO-REC       TO  F0SANFO
                   END-IF
                 WHEN 21
      *              Inizio scansione di tutti i fornitori della ditta
                   MOVE F0SANFO-CODE-CLIE OF F0SANFO
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SANFO-CHIAVE OF F0SANFO-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SANFO-CODE-CLIE OF F0SANFO-REC
                   START F0SANFO-FILE KEY NOT LESS
                                F0SANFO-CHIAVE OF F0SANFO-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SANFO-REC       TO  F0SANFO
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei fornitori
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SANFO-REC       TO  F0SANFO
                   END-IF
                 WHEN 50
      *              Prossimo codice fornitore libero per la ditta
                   MOVE F0SANFO-CODE-CLIE OF F0SANFO
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SANFO-CHIAVE OF F0SANFO-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SANFO-CODE-CLIE OF F0SANFO-REC
                   START F0SANFO-FILE KEY NOT LESS
                                F0SANFO-CHIAVE OF F0SANFO-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE ZERO               TO  WL-MAX-CODE-FORN
                   PERFORM CERCA-MAX-LEGGI
                       UNTIL WL-FILE-STATUS NOT EQUAL "00"
                   MOVE    "00"            TO  WL-FILE-STATUS
                   ADD     1               TO  WL-MAX-CODE-FORN
                   MOVE    WL-MAX-CODE-FORN
                                          TO  F0SANFO-CODE-FORN OF
                                                F0SANFO
                 WHEN 40
      *              Ricerca del fornitore per partita IVA
                   MOVE F0SANFO-PIVA-FORN OF F0SANFO
                                          TO  WL-FILT-PIVA-FORN
                   MOVE F0SANFO-CODE-CLIE OF F0SANFO
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SANFO-CHIAVE OF F0SANFO-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SANFO-CODE-CLIE OF F0SANFO-REC
                   START F0SANFO-FILE KEY NOT LESS
                                F0SANFO-CHIAVE OF F0SANFO-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE "N"               TO  WL-TROVATO
                   PERFORM CERCA-PER-PIVA
                       UNTIL WL-TROVATO-SI
                          OR WL-FILE-STATUS NOT EQUAL "00"
                   IF  WL-TROVATO-SI
                     MOVE "00"             TO  WL-FILE-STATUS
                     MOVE F0SANFO-REC       TO  F0SANFO
                   ELSE
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SANFO-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-DITTA-TUTTE.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SANFO-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SANFO-CODE-CLIE OF F0SANFO-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-PER-PIVA.
           READ F0SANFO-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SANFO-CODE-CLIE OF F0SANFO-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave della ditta: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SANFO-PIVA-FORN OF F0SANFO-REC EQUAL
                                            WL-FILT-PIVA-FORN
                 MOVE "S"              TO  WL-TROVATO
               END-IF
             END-IF
           END-IF.
      ******************************************************************
       CERCA-MAX-LEGGI.
           READ F0SANFO-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SANFO-CODE-CLIE OF F0SANFO-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SANFO-CODE-FORN OF F0SANFO-REC GREATER
                                            WL-MAX-CODE-FORN
                 MOVE F0SANFO-CODE-FORN OF F0SANFO-REC
                                          TO  WL-MAX-CODE-FORN
               END-IF
             END-IF
           END-IF.
      *(END)
