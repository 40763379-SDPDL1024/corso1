       IDENTIFICATION DIVISION.
       PROGRAM-ID. UREDIP10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - ACCORDI EDI CON I CLIENTI: DEPOSITO/AGGIORNAMENTO   ****
      *****     DI UN ACCORDO DALLA MANUTENZIONE (LREAD-FILE = 0)   ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE (LREAD-FILE = 1)                 ****
      *****                                                         ****
      *****   - CANCELLAZIONE DI UN ACCORDO GIA' LETTO              ****
      *****     (LREAD-FILE = 2)                                    ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI GLI ACCORDI DELLA DITTA          ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER PROSEGUIRE)   ****
      *****                                                         ****
      *****   - RICERCA DELL'ACCORDO PER GLN DEL PARTNER            ****
      *****     (LREAD-FILE = 40): USATA DALL'IMPORT DEI            ****
      *****     MESSAGGI EDIFACT RICEVUTI                           ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SEDIP-FILE         ASSIGN TO "F0SEDIP"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SEDIP-CHIAVE OF
                                                        F0SEDIP-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SEDIP-FILE.
       COPY "F0SEDIP.REC" REPLACING ==F0SEDIP== BY ==F0SEDIP-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-GLN-PART            PIC X(13)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SEDIP.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SEDIP LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SEDIP-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SEDIP-FILE
                 CLOSE       F0SEDIP-FILE
                 OPEN I-O    F0SEDIP-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna un accordo
                   MOVE F0SEDIP            TO  F0SEDIP-REC
                   READ F0SEDIP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SEDIP-REC
                   ELSE
                     WRITE   F0SEDIP-REC
                   END-IF
                 WHEN 1
      *              Legge un accordo per chiave
                   MOVE F0SEDIP-CHIAVE OF F0SEDIP
                                          TO
                                F0SEDIP-CHIAVE OF F0SEDIP-REC
                   READ F0SEDIP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SEDIP-REC       TO  F0SEDIP
                   END-IF
                 WHEN 2
      *              Cancella un accordo
                   MOVE F0SEDIP-CHIAVE OF F0SEDIP
                                          TO
                                F0SEDIP-CHIAVE OF F0SEDIP-REC
                   READ F0SEDIP-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     DELETE F0SEDIP-FILE RECORD
                   END-IF
                 WHEN 21
      *              Inizio scansione degli accordi della ditta
                   MOVE F0SEDIP-CODE-CLIE OF F0SEDIP
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SEDIP-CHIAVE OF F0SEDIP-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SEDIP-CODE-CLIE OF F0SEDIP-REC
                   START F0SEDIP-FILE KEY NOT LESS
                                F0SEDIP-CHIAVE OF F0SEDIP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SEDIP-REC       TO  F0SEDIP
                   END-IF
                 WHEN 11
      *              Prosegue la scansione degli accordi
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SEDIP-REC       TO  F0SEDIP
                   END-IF
                 WHEN 40
      *              Ricerca dell'accordo per GLN del partner
                   MOVE F0SEDIP-GLN-PART OF F0SEDIP
                                          TO  WL-FILT-GLN-PART
                   MOVE F0SEDIP-CODE-CLIE OF F0SEDIP
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SEDIP-CHIAVE OF F0SEDIP-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SEDIP-CODE-CLIE OF F0SEDIP-REC
                   START F0SEDIP-FILE KEY NOT LESS
                                F0SEDIP-CHIAVE OF F0SEDIP-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   MOVE "N"               TO  WL-TROVATO
                   PERFORM CERCA-PER-GLN
                       UNTIL WL-TROVATO-SI
                          OR WL-FILE-STATUS NOT EQUAL "00"
                   IF  WL-TROVATO-SI
                     MOVE "00"             TO  WL-FILE-STATUS
                     MOVE F0SEDIP-REC       TO  F0SEDIP
                   ELSE
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SEDIP-FILE
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
           READ F0SEDIP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SEDIP-CODE-CLIE OF F0SEDIP-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      ******************************************************************
       CERCA-PER-GLN.
           READ F0SEDIP-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SEDIP-CODE-CLIE OF F0SEDIP-REC NOT EQUAL
                                            WL-FILT-CODE-CLIE
      *          Superata la chiave della ditta: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             ELSE
               IF  F0SEDIP-GLN-PART OF F0SEDIP-REC EQUAL
                                            WL-FILT-GLN-PART
                 MOVE "S"              TO  WL-TROVATO
               END-IF
             END-IF
           END-IF.
      *(END)
