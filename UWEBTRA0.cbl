       IDENTIFICATION DIVISION.
       PROGRAM-ID. UWEBTRA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SPEDIZIONE DEGLI ORDINI DEL NEGOZIO ONLINE: PER UN
      *****   ORDINE WEB GIA' EVASO (F0SORDI CON ORIGINE "W" E
      *****   DOCUMENTO DI VENDITA EMESSO) REGISTRA IL VETTORE E IL
      *****   NUMERO DI SPEDIZIONE, CHE IL RITORNO DEGLI STATI
      *****   (UWEBSTA0) MANDA AL NEGOZIO COME "SPEDITO".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-NUMR-ORDI                PIC 9(06)      VALUE ZERO.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
      *
       COPY "F0SORDI.REC".
      *
       LINKAGE SECTION.
       01  L-WTRA-CTRL.
           03  L-WTRA-CODE-CLIE        PIC 9(04).
           03  L-WTRA-NUMR-INST        PIC 9(04).
           03  L-WTRA-ESITO            PIC X(01).
               88  L-WTRA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-WTRA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-WTRA-ESITO
           DISPLAY "SPEDIZIONE ORDINI NEGOZIO ONLINE  -  DITTA "
                   L-WTRA-CODE-CLIE " DEPOSITO " L-WTRA-NUMR-INST
           DISPLAY "NUMERO ORDINE               : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-ORDI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           INITIALIZE F0SORDI
           MOVE    L-WTRA-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    L-WTRA-NUMR-INST    TO  F0SORDI-NUMR-INST
           MOVE    WL-NUMR-ORDI        TO  F0SORDI-NUMR-ORDI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ORDINE NON TROVATO"
             GO TO CHIU-WTRA
           END-IF
           IF  NOT F0SORDI-ORIG-WEB
             DISPLAY "L'ORDINE NON ARRIVA DAL NEGOZIO ONLINE"
             GO TO CHIU-WTRA
           END-IF
           MOVE    F0SORDI-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "ORDINE NEGOZIO " F0SORDI-WEB-RIFE
           DISPLAY "CLIENTE " F0SORDI-CODI-CLIF " " F0SORDI-RAGE-CLIE
           DISPLAY "TOTALE " WL-IMPO-ED
                   "  DOCUMENTO " F0SORDI-NUMR-DOCU-VEND
      *    Si spedisce la merce fatturata: prima l'evasione
           IF  F0SORDI-NUMR-DOCU-VEND EQUAL ZERO
             DISPLAY "ORDINE NON ANCORA EVASO - SPEDIZIONE NON"
                     " REGISTRABILE"
             GO TO CHIU-WTRA
           END-IF
           IF  F0SORDI-WEB-TRAC NOT EQUAL SPACES
             DISPLAY "GIA' SPEDITO CON " F0SORDI-WEB-VETT
             DISPLAY "SPEDIZIONE N. " F0SORDI-WEB-TRAC
           END-IF
           DISPLAY "VETTORE                     : " WITH NO ADVANCING
           ACCEPT   F0SORDI-WEB-VETT
           DISPLAY "NUMERO DI SPEDIZIONE        : " WITH NO ADVANCING
           ACCEPT   F0SORDI-WEB-TRAC
           IF  F0SORDI-WEB-TRAC EQUAL SPACES
             DISPLAY "NUMERO DI SPEDIZIONE OBBLIGATORIO - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-WTRA
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-WTRA
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    "S"                 TO  L-WTRA-ESITO
           DISPLAY "SPEDIZIONE REGISTRATA - LO STATO PARTE COL"
                   " PROSSIMO INVIO AL NEGOZIO".
       CHIU-WTRA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           EXIT PROGRAM.
      *(END)
