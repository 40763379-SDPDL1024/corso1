       IDENTIFICATION DIVISION.
       PROGRAM-ID. URTERR10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - TERRITORI DI VENDITA: DEPOSITO/AGGIORNAMENTO DI UNA ****
      *****     VERSIONE DA UTERRMU0 (LREAD-FILE = 0)               ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA VERSIONE (LREAD-FILE = 1) ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTE LE VERSIONI DEI TERRITORI DELLA  ****
      *****     DITTA (LREAD-FILE = 21 PER INIZIARE, 11 PER         ****
      *****     PROSEGUIRE): PROPOSTA DELL'AGENTE (UTERRAG0) E      ****
      *****     REPORT DEI TERRITORI (UTERREP0)                     ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0STERR-FILE         ASSIGN TO "F0STERR"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0STERR-CHIAVE OF
                                                        F0STERR-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0STERR-FILE.
       COPY "F0STERR.REC" REPLACING ==F0STERR== BY ==F0STERR-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0STERR.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0STERR LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0STERR-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0STERR-FILE
                 CLOSE       F0STERR-FILE
                 OPEN I-O    F0STERR-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una versione di territorio
                   MOVE F0STERR            TO  F0STERR-REC
                   READ F0STERR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0STERR          TO  F0STERR-REC
                     REWRITE F0STERR-REC
                   ELSE
                     MOVE F0STERR          TO  F0STERR-REC
                     WRITE   F0STERR-REC
                   END-IF
                 WHEN 1
      *              Legge una versione per chiave, senza modificarla
                   MOVE F0STERR-CHIAVE OF F0STERR
                                          TO
                                F0STERR-CHIAVE OF F0STERR-REC
                   READ F0STERR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0STERR-REC       TO  F0STERR
                   END-IF
                 WHEN 21
      *              Inizio scansione dei territori della ditta
                   MOVE F0STERR-CODE-CLIE OF F0STERR
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0STERR-CHIAVE OF F0STERR-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0STERR-CODE-CLIE OF F0STERR-REC
                   START F0STERR-FILE KEY NOT LESS
                                F0STERR-CHIAVE OF F0STERR-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0STERR-REC       TO  F0STERR
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei territori
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0STERR-REC       TO  F0STERR
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0STERR-FILE
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
           READ F0STERR-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0STERR-CODE-CLIE OF F0STERR-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
