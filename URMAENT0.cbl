      *****   "URRMAU10"): IL BANCO SMETTE DI ACCETTARE RESI SENZA
      *****   CARTA. IL RICEVIMENTO (URMARIC0) E LA NOTA DI CREDITO
      *****   (URESOVE0) VENGONO DOPO.
151026*****   DAL REGISTRO RECLAMI (URECLMU0) IL DOCUMENTO ARRIVA GIA'
151026*****   IMPOSTATO IN L-RMAE-NUMR-DOCU E NON SI RIBATTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  L-RMAE-NUMR-INST        PIC 9(04).
           03  L-RMAE-ESITO            PIC X(01).
               88  L-RMAE-ESITO-OK                    VALUE "S".
151026*    Documento originale gia' noto al chiamante; ZERO = si
151026*    chiede a video.
151026     03  L-RMAE-NUMR-DOCU        PIC 9(06).
       COPY "F0SRMAU.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-RMAE-CTRL F0SRMAU LWCOMAR.
                   L-RMAE-CODE-CLIE " DEPOSITO " L-RMAE-NUMR-INST
           MOVE    L-RMAE-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    L-RMAE-NUMR-INST    TO  F0SVEND-NUMR-INST
151026     IF  L-RMAE-NUMR-DOCU NOT EQUAL ZERO
151026       MOVE  L-RMAE-NUMR-DOCU    TO  F0SVEND-NUMR-DOCU
151026       DISPLAY "DOCUMENTO ORIGINALE N. " F0SVEND-NUMR-DOCU
151026     ELSE
           DISPLAY "NUMERO DOCUMENTO ORIGINALE  : " WITH NO ADVANCING
           ACCEPT   F0SVEND-NUMR-DOCU
151026     END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    41                  TO  LREAD-FILE
