       IDENTIFICATION DIVISION.
       PROGRAM-ID. URISTA10.
      ******************************************************************
      *****    FUNZIONI DEL PROGRAMMA:                              ****
      *****                                                         ****
      *****   - TABELLA INDICI ISTAT, DEPOSITATA DALL'INSERIMENTO     ****
      *****     MENSILE (UISTAMU0, LREAD-FILE = 0)                    ****
      *****                                                         ****
      *****   - LETTURA PER CHIAVE DELL'INDICE DI UN MESE             ****
      *****     (LREAD-FILE = 1)                                     ****
      *****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F0SISTA-FILE         ASSIGN TO "F0SISTA"
                                        ORGANIZATION INDEXED
                                        ACCESS MODE DYNAMIC
                                        RECORD KEY  IS F0SISTA-CHIAVE OF
                                                        F0SISTA-REC
                                        FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F0SISTA-FILE.
       COPY "F0SISTA.REC" REPLACING ==F0SISTA== BY ==F0SISTA-REC==.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
       LINKAGE SECTION.
       COPY "F0SISTA.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  F0SISTA LWCOMAR.
       ENTRYS.
           EVALUATE DSTF-IOSR
             WHEN -3
               OPEN I-O F0SISTA-FILE
               IF  WL-FILE-STATUS EQUAL "35"
                 OPEN OUTPUT F0SISTA-FILE
                 CLOSE       F0SISTA-FILE
                 OPEN I-O    F0SISTA-FILE
               END-IF
             WHEN 3
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita/aggiorna l'indice di un mese
                   MOVE F0SISTA            TO  F0SISTA-REC
                   READ F0SISTA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     REWRITE F0SISTA-REC
                   ELSE
                     WRITE   F0SISTA-REC
                   END-IF
                 WHEN 1
      *              Legge l'indice di un mese per chiave
                   MOVE F0SISTA-CHIAVE OF F0SISTA
                                          TO
                                F0SISTA-CHIAVE OF F0SISTA-REC
                   READ F0SISTA-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                     MOVE F0SISTA-REC       TO  F0SISTA
                   END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SISTA-FILE
           END-EVALUATE
           IF  WL-FILE-STATUS EQUAL "00"
             MOVE 1                    TO  DSTF-IOSR
           ELSE
             MOVE 0                    TO  DSTF-IOSR
           END-IF
           EXIT PROGRAM.
      *(END)
