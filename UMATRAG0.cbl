       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMATRAG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DI AGGIORNAMENTO DELLE MATRICOLE DI UN
      *****   DOCUMENTO REGISTRATO (TABELLA RACCOLTA DA "UMATRCH0",
      *****   LMATRIC.WRK), SU F0SMATR TRAMITE "URMATR10":
      *****     "E" ENTRATA MERCE - NUOVA MATRICOLA IN GIACENZA SUL
      *****                         DEPOSITO, CON L'ORDINE D'ACQUISTO;
      *****     "V" VENDITA      - VENDUTA, CON CLIENTE, DOCUMENTO E
      *****                         SCADENZA DELLA GARANZIA (DATA
      *****                         DOCUMENTO PIU' I MESI DI GARANZIA
      *****                         DELL'ARTICOLO);
      *****     "R" RESO         - RESA (RIENTRATA A MAGAZZINO) O
      *****                         ROTTAMATA, CON L'RMA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND-TAB                  PIC S9(04) COMP VALUE ZERO.
       77  WL-MESI-TOTA                PIC 9(05)      VALUE ZERO.
       77  WL-NUMR-ANNI                PIC 9(04)      VALUE ZERO.
       77  WL-RESTO                    PIC 9(04)      VALUE ZERO.
       77  WL-QUOZ                     PIC 9(04)      VALUE ZERO.
       77  WL-GG-MESE                  PIC 9(02)      VALUE ZERO.
       01  WL-DATA-GARA.
           03  WL-GARA-AAAA            PIC 9(04)      VALUE ZERO.
           03  WL-GARA-MM              PIC 9(02)      VALUE ZERO.
           03  WL-GARA-GG              PIC 9(02)      VALUE ZERO.
       01  WL-DATA-GARA-N REDEFINES WL-DATA-GARA
                                       PIC 9(08).
       01  C-TABLMESE.
           03  FILLER                  PIC X(24)
                                 VALUE "312831303130313130313031".
       01  C-TABLMESE-R REDEFINES C-TABLMESE.
           03  C-TABL-GG-MESE          PIC 9(02)      OCCURS 12.
      *
       COPY "F0SMATR.REC".
      *
       LINKAGE SECTION.
       COPY "LMATRIC.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-MATR-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "S"                 TO  L-MATR-ESITO
           IF  L-MATR-NUMR-TAB EQUAL ZERO
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           PERFORM RT2-AGGIORNA-MATRICOLA
               VARYING WL-IND-TAB FROM 1 BY 1
               UNTIL WL-IND-TAB GREATER L-MATR-NUMR-TAB
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UNA MATRICOLA DELLA TABELLA NEL SUO NUOVO STATO
       RT2-AGGIORNA-MATRICOLA.
           INITIALIZE F0SMATR
           MOVE    L-MATR-CODE-CLIE    TO  F0SMATR-CODE-CLIE
           MOVE    L-MATR-TAB-NUMR(WL-IND-TAB) TO F0SMATR-NUMR-MATR
           MOVE    L-MATR-TAB-ARTI(WL-IND-TAB) TO F0SMATR-CODE-ARTI
           IF  L-MATR-ENTRATA
             SET   F0SMATR-IN-GIACENZA TO  TRUE
             MOVE  L-MATR-NUMR-INST    TO  F0SMATR-NUMR-INST
             MOVE  L-MATR-DATA-DOCU    TO  F0SMATR-DATA-CARI
             MOVE  L-MATR-NUMR-RIFE    TO  F0SMATR-NUMR-PROP
           ELSE
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URMATR10"            USING F0SMATR LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               DISPLAY "MATRICOLA " F0SMATR-NUMR-MATR
                       " NON PIU' IN ARCHIVIO - NON AGGIORNATA"
               MOVE  "N"               TO  L-MATR-ESITO
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF  L-MATR-VENDITA
             SET   F0SMATR-VENDUTA     TO  TRUE
             MOVE  L-MATR-NUMR-INST    TO  F0SMATR-NUMR-INST
             MOVE  L-MATR-CODI-CLIF    TO  F0SMATR-CODI-CLIF
             MOVE  L-MATR-RAGE-CLIE    TO  F0SMATR-RAGE-CLIE
             MOVE  L-MATR-TIPO-DOCU    TO  F0SMATR-TIPO-DOCU
             MOVE  L-MATR-NUMR-DOCU    TO  F0SMATR-NUMR-DOCU
             MOVE  L-MATR-DATA-DOCU    TO  F0SMATR-DATA-VEND
             PERFORM RT3-SCADENZA-GARANZIA
           END-IF
           IF  L-MATR-RESO
             MOVE  L-MATR-STAT-NUOVO   TO  F0SMATR-STAT-MATR
             MOVE  L-MATR-NUMR-INST    TO  F0SMATR-NUMR-INST
             MOVE  L-MATR-NUMR-RIFE    TO  F0SMATR-NUMR-RMA
             MOVE  L-MATR-DATA-DOCU    TO  F0SMATR-DATA-RESO
           END-IF
           MOVE    LDATE-ACTL          TO  F0SMATR-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SMATR-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           .
      ******************************************************************
      *----------  SCADENZA DELLA GARANZIA: DATA DI VENDITA PIU' I MESI
      *            DELL'ARTICOLO, CON IL GIORNO RIPORTATO ALL'ULTIMO
      *            DEL MESE QUANDO NON ESISTE (31/01 + 1 MESE = 28/02
      *            O 29/02); ZERO MESI = NESSUNA GARANZIA
       RT3-SCADENZA-GARANZIA.
           MOVE    ZERO                TO  F0SMATR-SCAD-GARA
           IF  L-MATR-TAB-MESI(WL-IND-TAB) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    L-MATR-DATA-DOCU    TO  WL-DATA-GARA-N
           COMPUTE WL-MESI-TOTA = WL-GARA-MM - 1
                                + L-MATR-TAB-MESI(WL-IND-TAB)
           DIVIDE  WL-MESI-TOTA BY 12  GIVING WL-NUMR-ANNI
                                       REMAINDER WL-RESTO
           ADD     WL-NUMR-ANNI        TO  WL-GARA-AAAA
           COMPUTE WL-GARA-MM = WL-RESTO + 1
           MOVE    C-TABL-GG-MESE(WL-GARA-MM) TO  WL-GG-MESE
           IF  WL-GARA-MM EQUAL 2
             DIVIDE WL-GARA-AAAA BY 4  GIVING WL-QUOZ
                                       REMAINDER WL-RESTO
             IF  WL-RESTO EQUAL ZERO
               MOVE  29                TO  WL-GG-MESE
               DIVIDE WL-GARA-AAAA BY 100 GIVING WL-QUOZ
                                       REMAINDER WL-RESTO
               IF  WL-RESTO EQUAL ZERO
                 MOVE  28              TO  WL-GG-MESE
                 DIVIDE WL-GARA-AAAA BY 400 GIVING WL-QUOZ
                                       REMAINDER WL-RESTO
                 IF  WL-RESTO EQUAL ZERO
                   MOVE  29            TO  WL-GG-MESE
                 END-IF
               END-IF
             END-IF
           END-IF
           IF  WL-GARA-GG GREATER WL-GG-MESE
             MOVE  WL-GG-MESE          TO  WL-GARA-GG
           END-IF
           MOVE    WL-DATA-GARA-N      TO  F0SMATR-SCAD-GARA
           .
      *(END)
