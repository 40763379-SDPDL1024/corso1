       IDENTIFICATION DIVISION.
       PROGRAM-ID. UASSENT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   APERTURA DELLA SCHEDA DI RIPARAZIONE AL RICEVIMENTO DI
      *****   UN PRODOTTO GUASTO: CLIENTE (ANAGRAFICA F0SCLIF),
      *****   ARTICOLO (F0SARTI), MATRICOLA E DESCRIZIONE DEL DIFETTO.
      *****   PER GLI ARTICOLI A MATRICOLA LA GARANZIA SI RICAVA DALLA
      *****   SCADENZA REGISTRATA ALLA VENDITA (F0SMATR); NEGLI ALTRI
      *****   CASI LA DICHIARA L'OPERATORE. LA SCHEDA NASCE RICEVUTA
      *****   CON IL NUMERO SUCCESSIVO DELLA DITTA (F0SRIPA, TRAMITE
      *****   "URRIPA10"); IL NUMERO VA RIPORTATO SUL PRODOTTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CODI-CLIF                PIC 9(06)      VALUE ZERO.
       77  WL-MATR-TROV                PIC X(01)      VALUE "N".
      *
       COPY "F0SCLIF.REC".
       COPY "F0SARTI.REC".
       COPY "F0SMATR.REC".
       COPY "F0SRIPA.REC".
      *
       LINKAGE SECTION.
       01  L-ASSE-CTRL.
           03  L-ASSE-CODE-CLIE        PIC 9(04).
           03  L-ASSE-NUMR-INST        PIC 9(04).
           03  L-ASSE-ESITO            PIC X(01).
               88  L-ASSE-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ASSE-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ASSE-ESITO
           INITIALIZE F0SRIPA
           MOVE    L-ASSE-CODE-CLIE    TO  F0SRIPA-CODE-CLIE
           MOVE    L-ASSE-NUMR-INST    TO  F0SRIPA-NUMR-INST
           DISPLAY "APERTURA SCHEDA DI RIPARAZIONE  -  DITTA "
                   L-ASSE-CODE-CLIE " DEPOSITO " L-ASSE-NUMR-INST
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   WL-CODI-CLIF
      *
      *      Il cliente deve essere in anagrafica clienti finali
           INITIALIZE F0SCLIF
           MOVE    L-ASSE-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CLIENTE NON IN ANAGRAFICA"
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             GO TO EXIT-PRO
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    WL-CODI-CLIF        TO  F0SRIPA-CODI-CLIF
           MOVE    F0SCLIF-RAGE-CLIF   TO  F0SRIPA-RAGE-CLIE
           DISPLAY "CLIENTE " F0SCLIF-RAGE-CLIF
      *
      *      Articolo riportato: deve essere in anagrafica
           INITIALIZE F0SARTI
           MOVE    L-ASSE-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
           ACCEPT   F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ARTICOLO NON IN ANAGRAFICA"
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URARTI10"            USING F0SARTI LWCOMAR
             GO TO EXIT-PRO
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    F0SARTI-CODE-ARTI   TO  F0SRIPA-CODE-ARTI
           MOVE    F0SARTI-DESC-ARTI   TO  F0SRIPA-DESC-ARTI
           DISPLAY "ARTICOLO " F0SARTI-DESC-ARTI
      *
           MOVE    "N"                 TO  WL-MATR-TROV
           IF  F0SARTI-A-MATRICOLA
             PERFORM RT2-MATRICOLA
             IF  F0SRIPA-NUMR-MATR EQUAL SPACES
               DISPLAY "ARTICOLO A MATRICOLA - MATRICOLA OBBLIGATORIA"
               GO TO EXIT-PRO
             END-IF
           ELSE
             DISPLAY "MATRICOLA (VUOTO=NESSUNA)   : " WITH NO
                     ADVANCING
             ACCEPT   F0SRIPA-NUMR-MATR
           END-IF
      *
      *      Senza una vendita registrata la garanzia la dichiara
      *      l'operatore, sullo scontrino o la fattura del cliente
           IF  WL-MATR-TROV NOT EQUAL "S"
             DISPLAY "PRODOTTO IN GARANZIA ? (S/N) : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               SET   F0SRIPA-IN-GARANZIA TO  TRUE
             ELSE
               SET   F0SRIPA-FUORI-GARANZIA TO TRUE
             END-IF
           END-IF
           DISPLAY "DIFETTO RISCONTRATO         : " WITH NO ADVANCING
           ACCEPT   F0SRIPA-DESC-GUAS
           IF  F0SRIPA-DESC-GUAS EQUAL SPACES
             DISPLAY "DESCRIZIONE DEL DIFETTO OBBLIGATORIA"
             GO TO EXIT-PRO
           END-IF
           IF  F0SRIPA-IN-GARANZIA
             DISPLAY "SCHEDA IN GARANZIA"
           ELSE
             DISPLAY "SCHEDA FUORI GARANZIA - INTERVENTO A PAGAMENTO"
           END-IF
           DISPLAY "CONFERMI L'APERTURA ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO EXIT-PRO
           END-IF
           SET     F0SRIPA-RICEVUTA    TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SRIPA-DATA-RICE
                                           F0SRIPA-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SRIPA-IDEN-UTEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    "S"                 TO  L-ASSE-ESITO
           DISPLAY "SCHEDA DI RIPARAZIONE N. " F0SRIPA-NUMR-RIPA
                   " APERTA".
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  MATRICOLA DEL PEZZO: SE VENDUTA, LA GARANZIA VIENE
      *            DALLA SCADENZA REGISTRATA ALLA VENDITA
       RT2-MATRICOLA.
           DISPLAY "MATRICOLA                   : " WITH NO ADVANCING
           ACCEPT   F0SRIPA-NUMR-MATR
           IF  F0SRIPA-NUMR-MATR EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SMATR
           MOVE    L-ASSE-CODE-CLIE    TO  F0SMATR-CODE-CLIE
           MOVE    F0SRIPA-NUMR-MATR   TO  F0SMATR-NUMR-MATR
           MOVE    F0SRIPA-CODE-ARTI   TO  F0SMATR-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1 OR NOT F0SMATR-VENDUTA
             DISPLAY "MATRICOLA SENZA VENDITA REGISTRATA"
           ELSE
             MOVE  "S"                 TO  WL-MATR-TROV
             DISPLAY "VENDUTA IL " F0SMATR-DATA-VEND " A "
                     F0SMATR-RAGE-CLIE
             IF  F0SMATR-CODI-CLIF NOT EQUAL F0SRIPA-CODI-CLIF
               DISPLAY "ATTENZIONE: VENDUTA A UN ALTRO CLIENTE"
             END-IF
             EVALUATE TRUE
               WHEN F0SMATR-SCAD-GARA EQUAL ZERO
                 SET   F0SRIPA-FUORI-GARANZIA TO TRUE
                 DISPLAY "VENDUTA SENZA GARANZIA"
               WHEN F0SMATR-SCAD-GARA NOT LESS LDATE-ACTL
                 SET   F0SRIPA-IN-GARANZIA TO TRUE
                 DISPLAY "IN GARANZIA FINO AL " F0SMATR-SCAD-GARA
               WHEN OTHER
                 SET   F0SRIPA-FUORI-GARANZIA TO TRUE
                 DISPLAY "GARANZIA SCADUTA IL " F0SMATR-SCAD-GARA
             END-EVALUATE
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           .
      *(END)
