       IDENTIFICATION DIVISION.
       PROGRAM-ID. UROQUR10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - RIGHE ORDINE QUADRO CLIENTE, DEPOSITATE DALLA       ****
      *****     GESTIONE QUADRI (UOQUAMU0) E AGGIORNATE CON IL        ****
      *****     RICHIAMATO DAI RICHIAMI (UOQURIC0, LREAD-FILE = 0)    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA RIGA, SENZA MODIFICARLA     ****
      *****     (LREAD-FILE = 1)                                     ****
      *****                                                         ****
      *****   - SCANSIONE DELLE RIGHE DI UN QUADRO (LREAD-FILE = 19   ****
      *****     PER INIZIARE LA SCANSIONE, 9 PER PROSEGUIRLA)         ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SOQUR-FILE         ASSIGN TO "F0SOQUR"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SOQUR-CHIAVE OF
                                                        F0SOQUR-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SOQUR-FILE.
       COPY "F0SOQUR.REC" REPLACING ==F0SOQUR== BY ==F0SOQUR-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-INST           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-NUMR-QUAD           PIC 9(06)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SOQUR.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SOQUR LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SOQUR-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SOQUR-FILE
                 CLOSE       F0SOQUR-FILE
                 OPEN I-O    F0SOQUR-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna una riga di quadro
                   MOVE F0SOQUR            TO  F0SOQUR-REC
                   READ F0SOQUR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SOQUR-REC
                   ELSE
                     WRITE   F0SOQUR-REC
                   END-IF
                 WHEN 1
      *              Legge una riga per chiave, senza modificarla
                   MOVE F0SOQUR-CHIAVE OF F0SOQUR
                                          TO
                                F0SOQUR-CHIAVE OF F0SOQUR-REC
                   READ F0SOQUR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SOQUR-REC       TO  F0SOQUR
                   END-IF
                 WHEN 19
      *              Inizio scansione delle righe di un quadro
                   PERFORM IMPOSTA-FILTRO
                   MOVE LOW-VALUES        TO
                                F0SOQUR-CHIAVE OF F0SOQUR-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SOQUR-CODE-CLIE OF F0SOQUR-REC
                   MOVE WL-FILT-NUMR-INST TO
                                F0SOQUR-NUMR-INST OF F0SOQUR-REC
                   MOVE WL-FILT-NUMR-QUAD TO
                                F0SOQUR-NUMR-QUAD OF F0SOQUR-REC
                   START F0SOQUR-FILE KEY NOT LESS
                                F0SOQUR-CHIAVE OF F0SOQUR-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-QUADRO
                   IF  WL-TROVATO-SI
                     MOVE F0SOQUR-REC       TO  F0SOQUR
                   END-IF
                 WHEN 9
      *              Prosegue la scansione delle righe del quadro
                   PERFORM CERCA-QUADRO
                   IF  WL-TROVATO-SI
                     MOVE F0SOQUR-REC       TO  F0SOQUR
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SOQUR-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      ******************************************************************
       IMPOSTA-FILTRO.
           MOVE F0SOQUR-CODE-CLIE OF F0SOQUR
                                       TO  WL-FILT-CODE-CLIE
           MOVE F0SOQUR-NUMR-INST OF F0SOQUR
                                       TO  WL-FILT-NUMR-INST
           MOVE F0SOQUR-NUMR-QUAD OF F0SOQUR
                                       TO  WL-FILT-NUMR-QUAD.
      ******************************************************************
       CERCA-QUADRO.
           MOVE    "N"                 TO  WL-TROVATO
           READ F0SOQUR-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SOQUR-CODE-CLIE OF F0SOQUR-REC EQUAL
                                            WL-FILT-CODE-CLIE
               AND F0SOQUR-NUMR-INST OF F0SOQUR-REC EQUAL
                                            WL-FILT-NUMR-INST
               AND F0SOQUR-NUMR-QUAD OF F0SOQUR-REC EQUAL
                                            WL-FILT-NUMR-QUAD
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave del quadro cercato: fine
      *          scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
