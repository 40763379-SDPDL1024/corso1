      *****     ARTICOLO (LREAD-FILE = 50): MASSIMO PIU' UNO, O 1 SE  ****
      *****     NON NE ESISTE ANCORA NESSUNO                         ****
      *****                                                         ****
151026*****   - SCANSIONE DI TUTTI I MOVIMENTI DELLA DITTA          ****
151026*****     (LREAD-FILE = 21 PER INIZIARE, 11 PER               ****
151026*****     PROSEGUIRE): VERIFICA DELLA CATENA DI IMPRONTE      ****
151026*****                                                         ****
151026*****   - IL MOVIMENTO NUOVO DEPOSITATO ENTRA NELLA CATENA DI ****
151026*****     IMPRONTE DELLA DITTA ("UCATENA0"), VERIFICATA DA    ****
151026*****     UCATVER0                                            ****
151026*****                                                         ****
      *****   DSTF-IOSR :  -3 = APRI   3 = LEGGI   -9 = CHIUDI       ****
      ******************************************************************
       ENVIRONMENT DIVISION.
       77  WL-FILT-NUMR-INST           PIC 9(04)      VALUE ZERO.
       77  WL-FILT-CODE-ARTI           PIC X(15)      VALUE SPACES.
       77  WL-MAX-PROG-MOVI            PIC 9(07)      VALUE ZERO.
151026 COPY "LCATENA.WRK".
       LINKAGE SECTION.
       COPY "F0SGIOR.REC".
       COPY "LWSMCARE.WRK".
               EVALUATE LREAD-FILE
                 WHEN 0
      *              Deposita un movimento
151026*              Il movimento nuovo entra nella catena di impronte
151026*              della ditta; uno gia' in catena tiene progressivo
151026*              e impronta
151026             IF  F0SGIOR-PROG-CATE OF F0SGIOR EQUAL ZERO
151026               MOVE "S"              TO  L-CATE-FUNZ
151026               MOVE "F0SGIOR"        TO  L-CATE-NOME-FILE
151026               MOVE F0SGIOR-CODE-CLIE OF F0SGIOR
151026                                     TO  L-CATE-CODE-CLIE
151026               MOVE F0SGIOR          TO  L-CATE-RECORD
151026               CALL "UCATENA0"       USING L-CATE-CTRL
151026               MOVE L-CATE-PROG      TO
151026                            F0SGIOR-PROG-CATE OF F0SGIOR
151026               MOVE L-CATE-HASH      TO  F0SGIOR-HASH OF F0SGIOR
151026             END-IF
                   MOVE F0SGIOR            TO  F0SGIOR-REC
                   READ F0SGIOR-FILE
                   IF  WL-FILE-STATUS EQUAL "00"
                   MOVE    WL-MAX-PROG-MOVI
                                          TO  F0SGIOR-PROG-MOVI OF
                                                F0SGIOR
151026           WHEN 21
151026*              Inizio scansione di tutti i movimenti della ditta
151026             MOVE F0SGIOR-CODE-CLIE OF F0SGIOR
151026                                    TO  WL-FILT-CODE-CLIE
151026             MOVE LOW-VALUES        TO
151026                          F0SGIOR-CHIAVE OF F0SGIOR-REC
151026             MOVE WL-FILT-CODE-CLIE TO
151026                          F0SGIOR-CODE-CLIE OF F0SGIOR-REC
151026             START F0SGIOR-FILE KEY NOT LESS
151026                          F0SGIOR-CHIAVE OF F0SGIOR-REC
151026                 INVALID KEY
151026               MOVE "10"             TO  WL-FILE-STATUS
151026             END-START
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SGIOR-REC       TO  F0SGIOR
151026             END-IF
151026           WHEN 11
151026*              Prosegue la scansione dei movimenti della ditta
151026             PERFORM CERCA-DITTA
151026             IF  WL-TROVATO-SI
151026               MOVE F0SGIOR-REC       TO  F0SGIOR
151026             END-IF
               END-EVALUATE
             WHEN -9
               CLOSE   F0SGIOR-FILE
               END-IF
             END-IF
           END-PERFORM.
151026******************************************************************
151026 CERCA-DITTA.
151026     MOVE    "N"                 TO  WL-TROVATO
151026     READ F0SGIOR-FILE NEXT RECORD
151026       AT END
151026         MOVE "10"               TO  WL-FILE-STATUS
151026     END-READ
151026     IF  WL-FILE-STATUS EQUAL "00"
151026       IF  F0SGIOR-CODE-CLIE OF F0SGIOR-REC EQUAL
151026                                      WL-FILT-CODE-CLIE
151026         MOVE "S"                TO  WL-TROVATO
151026       ELSE
151026*          Superata la chiave della ditta cercata: fine
151026*          scansione
151026         MOVE "10"               TO  WL-FILE-STATUS
151026       END-IF
151026     END-IF.
      *(END)
