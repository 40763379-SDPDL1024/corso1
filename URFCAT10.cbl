       IDENTIFICATION DIVISION.
       PROGRAM-ID. URFCAT10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - LISTINO FORNITORI PER ARTICOLO: DEPOSITO DI UNA     ****
      *****     RIGA ARTICOLO/FORNITORE (LREAD-FILE = 0)            ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA RIGA (LREAD-FILE = 1)     ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UNA RIGA (LREAD-FILE = 2)          ****
      *****                                                         ****
      *****   - SCANSIONE DEI FORNITORI DI UN ARTICOLO              ****
      *****     (LREAD-FILE = 22 PER INIZIARE, 12 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SFCAT-FILE         ASSIGN TO "F0SFCAT"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SFCAT-CHIAVE OF
                                                        F0SFCAT-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SFCAT-FILE.
       COPY "F0SFCAT.REC" REPLACING ==F0SFCAT== BY ==F0SFCAT-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODE-ARTI           PIC X(15)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SFCAT.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SFCAT LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SFCAT-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SFCAT-FILE
                 CLOSE       F0SFCAT-FILE
                 OPEN I-O    F0SFCAT-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una riga di listino
                   MOVE F0SFCAT            TO  F0SFCAT-REC
                   READ F0SFCAT-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SFCAT-REC
                   ELSE
                     WRITE   F0SFCAT-REC
                   END-IF
                 WHEN 1
      *              Legge una riga di listino per chiave
                   MOVE F0SFCAT-CHIAVE OF F0SFCAT
                                          TO
                                F0SFCAT-CHIAVE OF F0SFCAT-REC
                   READ F0SFCAT-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SFCAT-REC       TO  F0SFCAT
                   END-IF
                 WHEN 2
      *              Cancella la riga gia' chiavata
                   MOVE F0SFCAT-CHIAVE OF F0SFCAT
                                          TO
                                F0SFCAT-CHIAVE OF F0SFCAT-REC
                   READ F0SFCAT-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SFCAT-FILE RECORD
                   END-IF
                 WHEN 22
      *              Inizio scansione dei fornitori dell'articolo
                   MOVE F0SFCAT-CODE-CLIE OF F0SFCAT
                                          TO  WL-FILT-CODE-CLIE
                   MOVE F0SFCAT-CODE-ARTI OF F0SFCAT
                                          TO  WL-FILT-CODE-ARTI
                   MOVE LOW-VALUES        TO
                                F0SFCAT-CHIAVE OF F0SFCAT-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SFCAT-CODE-CLIE OF F0SFCAT-REC
                   MOVE WL-FILT-CODE-ARTI TO
                                F0SFCAT-CODE-ARTI OF F0SFCAT-REC
                   START F0SFCAT-FILE KEY NOT LESS
                                F0SFCAT-CHIAVE OF F0SFCAT-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SFCAT-REC       TO  F0SFCAT
                   END-IF
                 WHEN 12
      *              Prosegue la scansione dei fornitori
                   PERFORM CERCA-RISTRETTA
                   IF  WL-TROVATO-SI
                     MOVE F0SFCAT-REC       TO  F0SFCAT
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SFCAT-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       CERCA-RISTRETTA.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SFCAT-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SFCAT-CODE-CLIE OF F0SFCAT-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SFCAT-CODE-ARTI OF F0SFCAT-REC EQUAL
                                            WL-FILT-CODE-ARTI
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
