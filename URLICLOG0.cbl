220826*****     1 = LEGGI IL PROSSIMO EVENTO (DSTF-IOSR TORNA 1 SE     ****
220826*****     LETTO, 0 A FINE FILE)                                  ****
      *****                                                         ****
151026*****   - OGNI EVENTO SCRITTO ENTRA NELLA CATENA DI IMPRONTE   ****
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
       COPY "F0SLOG.REC".
       COPY "LLSMCARE.WRK".
                 OPEN OUTPUT F0SLOG-FILE
               END-IF
             WHEN 6
151026*        Ogni evento nuovo entra nella catena di impronte
151026         MOVE    "S"             TO  L-CATE-FUNZ
151026         MOVE    "F0SLOG"        TO  L-CATE-NOME-FILE
151026         MOVE    ZERO            TO  L-CATE-CODE-CLIE
151026         MOVE    F0SLOG          TO  L-CATE-RECORD
151026         CALL  "UCATENA0"        USING L-CATE-CTRL
151026         MOVE    L-CATE-PROG     TO  F0SLOG-PROG-CATE OF F0SLOG
151026         MOVE    L-CATE-HASH     TO  F0SLOG-HASH OF F0SLOG
               MOVE    F0SLOG          TO  F0SLOG-REC
               WRITE   F0SLOG-REC
220826       WHEN -1
