      *****     (UAUDINQ0): -1 = APRI IN LETTURA, 1 = LEGGI LA        ****
      *****     PROSSIMA RIGA (DSTF-IOSR TORNA 1 SE LETTA, 0 A FINE)  ****
      *****                                                         ****
151026*****   - OGNI RIGA SCRITTA ENTRA NELLA CATENA DI IMPRONTE     ****
151026*****     ("UCATENA0"), VERIFICATA DA UCATVER0                ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI      6 = SCRIVI     -9 = CHIUDI ****
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-FILE-STATUS              PIC X(02)      VALUE SPACES.
151026 COPY "LCATENA.WRK".
       LINKAGE SECTION.
       COPY "F0SAUDI.REC".
       COPY "LWSMCARE.WRK".
                 OPEN OUTPUT F0SAUDI-FILE
               END-IF
             WHEN 6
151026*        Ogni riga nuova entra nella catena di impronte
151026         MOVE    "S"             TO  L-CATE-FUNZ
151026         MOVE    "F0SAUDI"       TO  L-CATE-NOME-FILE
151026         MOVE    ZERO            TO  L-CATE-CODE-CLIE
151026         MOVE    F0SAUDI         TO  L-CATE-RECORD
151026         CALL  "UCATENA0"        USING L-CATE-CTRL
151026         MOVE    L-CATE-PROG     TO  F0SAUDI-PROG-CATE OF F0SAUDI
151026         MOVE    L-CATE-HASH     TO  F0SAUDI-HASH OF F0SAUDI
               MOVE    F0SAUDI         TO  F0SAUDI-REC
               WRITE   F0SAUDI-REC
             WHEN -1
