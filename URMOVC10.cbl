       IDENTIFICATION DIVISION.
       PROGRAM-ID. URMOVC10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - MOVIMENTI DI CONTABILITA' GENERALE: SCRITTURA DI    ****
      *****     UNA RIGA DI REGISTRAZIONE DA UCONREG0               ****
      *****     (LREAD-FILE = 0)                                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DI UNA RIGA (LREAD-FILE = 1)     ****
      *****                                                         ****
      *****   - SCANSIONE DI TUTTI I MOVIMENTI DELLA DITTA IN       ****
      *****     ORDINE DI ANNO E NUMERO DI REGISTRAZIONE            ****
      *****     (LREAD-FILE = 21 PER INIZIARE, 11 PER               ****
      *****     PROSEGUIRE): LIBRO GIORNALE                         ****
      *****     (ULIBGIO0), MASTRINI (UMASTRI0), BILANCIO DI        ****
      *****     VERIFICA (UBILVER0) E CONTROLLO DEL PERIODO GIA'    ****
      *****     REGISTRATO (UPRIMNO0)                               ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI      ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SMOVC-FILE         ASSIGN TO "F0SMOVC"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SMOVC-CHIAVE OF
                                                        F0SMOVC-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SMOVC-FILE.
       COPY "F0SMOVC.REC" REPLACING ==F0SMOVC== BY ==F0SMOVC-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       77  WL-TROVATO                  PIC X          VALUE "N".
           88  WL-TROVATO-SI                          VALUE "S".
       77  WL-FILT-CODE-CLIE           PIC 9(04)      VALUE ZERO.
       LINKAGE SECTION.
       COPY "F0SMOVC.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SMOVC LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SMOVC-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SMOVC-FILE
                 CLOSE       F0SMOVC-FILE
                 OPEN I-O    F0SMOVC-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Scrive/aggiorna una riga di registrazione
                   MOVE F0SMOVC            TO  F0SMOVC-REC
                   READ F0SMOVC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SMOVC          TO  F0SMOVC-REC
                     REWRITE F0SMOVC-REC
                   ELSE
                     MOVE F0SMOVC          TO  F0SMOVC-REC
                     WRITE   F0SMOVC-REC
                   END-IF
                 WHEN 1
      *              Legge una riga per chiave, senza modificarla
                   MOVE F0SMOVC-CHIAVE OF F0SMOVC
                                          TO
                                F0SMOVC-CHIAVE OF F0SMOVC-REC
                   READ F0SMOVC-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SMOVC-REC       TO  F0SMOVC
                   END-IF
                 WHEN 21
      *              Inizio scansione dei movimenti della ditta
                   MOVE F0SMOVC-CODE-CLIE OF F0SMOVC
                                          TO  WL-FILT-CODE-CLIE
                   MOVE LOW-VALUES        TO
                                F0SMOVC-CHIAVE OF F0SMOVC-REC
                   MOVE WL-FILT-CODE-CLIE TO
                                F0SMOVC-CODE-CLIE OF F0SMOVC-REC
                   START F0SMOVC-FILE KEY NOT LESS
                                F0SMOVC-CHIAVE OF F0SMOVC-REC
                       INVALID KEY
                     MOVE "10"             TO  WL-FILE-STATUS
                   END-START
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SMOVC-REC       TO  F0SMOVC
                   END-IF
                 WHEN 11
      *              Prosegue la scansione dei movimenti
                   PERFORM CERCA-DITTA-TUTTE
                   IF  WL-TROVATO-SI
                     MOVE F0SMOVC-REC       TO  F0SMOVC
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SMOVC-FILE
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
           READ F0SMOVC-FILE NEXT RECORD
             AT END
               MOVE "10"               TO  WL-FILE-STATUS
           END-READ
           IF  WL-FILE-STATUS EQUAL "00"
             IF  F0SMOVC-CODE-CLIE OF F0SMOVC-REC EQUAL
                                            WL-FILT-CODE-CLIE
               MOVE "S"                TO  WL-TROVATO
             ELSE
      *          Superata la chiave cercata: fine scansione
               MOVE "10"               TO  WL-FILE-STATUS
             END-IF
           END-IF.
      *(END)
