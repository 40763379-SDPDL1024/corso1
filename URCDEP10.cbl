       IDENTIFICATION DIVISION.
       PROGRAM-ID. URCDEP10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - CONTO DEPOSITO: DEPOSITO/AGGIORNAMENTO DELLA        ****
      *****     MERCE DI UN ARTICOLO PRESSO UN CLIENTE              ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UN ARTICOLO IN CONTO DEPOSITO      ****
      *****     (LREAD-FILE = 2): FUSIONE DI CLIENTI                ****
      *****                                                         ****
      *****   - SCANSIONE DEGLI ARTICOLI DI UN CLIENTE              ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTO IL CONTO DEPOSITO DELLA DITTA    ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SCDEP-FILE         ASSIGN TO "F0SCDEP"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SCDEP-CHIAVE OF
                                                        F0SCDEP-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SCDEP-FILE.
       COPY "F0SCDEP.REC" REPLACING ==F0SCDEP== BY ==F0SCDEP-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODI-CLIF           PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SCDEP.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SCDEP LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SCDEP-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SCDEP-FILE
                 CLOSE       F0SCDEP-FILE
                 OPEN I-O    F0SCDEP-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un articolo in conto deposito
                   MOVE F0SCDEP            TO  F0SCDEP-REC
                   READ F0SCDEP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SCDEP-REC
                   ELSE
                     WRITE   F0SCDEP-REC
                   END-IF
                 WHEN 1
      *              Legge un articolo in conto deposito per chiave
                   MOVE F0SCDEP-CHIAVE OF F0SCDEP
                                          TO
                                F0SCDEP-CHIAVE OF F0SCDEP-REC
                   READ F0SCDEP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SCDEP-REC       TO  F0SCDEP
                   END-IF
                 WHEN 2
      *              Cancella un articolo in deposito per chiave
                   MOVE F0SCDEP-CHIAVE OF F0SCDEP
                                          TO
                                F0SCDEP-CHIAVE OF F0SCDEP-REC
                   READ F0SCDEP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SCDEP-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione del conto deposito della ditta
                   MOVE F0SCDEP-CODE-CLIE OF F0SCDEP
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SCDEP-CHIAVE OF F0SCDEP-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SCDEP-CODE-CLIE OF F0SCDEP-REC
                   START F0SCDEP-FILE KEY NOT LESS
                                F0SCDEP-CHIAVE OF F0SCDEP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SCDEP-REC       TO  F0SCDEP
                   END-IF
                 WHEN 11
      *              Prosegue la scansione della ditta
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SCDEP-REC       TO  F0SCDEP
                   END-IF
                 WHEN 22
      *              Inizio scansione degli articoli di un cliente
                   MOVE F0SCDEP-CODE-CLIE OF F0SCDEP
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SCDEP-CODI-CLIF OF F0SCDEP
                                          TO  WL-FILT-CODI-CLIF
                   MOVE LOW-VALUES        TO
                                F0SCDEP-CHIAVE OF F0SCDEP-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SCDEP-CODE-CLIE OF F0SCDEP-REC
                   MOVE WL-FILT-CODI-CLIF TO
                                F0SCDEP-CODI-CLIF OF F0SCDEP-REC
                   START F0SCDEP-FILE KEY NOT LESS
                                F0SCDEP-CHIAVE OF F0SCDEP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SCDEP-REC       TO  F0SCDEP
                   END-IF
                 WHEN 12
      *              Prosegue la scansione del cliente
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SCDEP-REC       TO  F0SCDEP
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SCDEP-FILE
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
           READ F0SCDEP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCDEP-CODE-CLIE OF F0SCDEP-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-RISTRETTA.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SCDEP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SCDEP-CODE-CLIE OF F0SCDEP-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SCDEP-CODI-CLIF OF F0SCDEP-REC EQUAL
                                            WL-FILT-CODI-CLIF
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
