       IDENTIFICATION DIVISION.
       PROGRAM-ID. UANTRIL0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RILASCIO DELL'UTILIZZO DI UNA LINEA DI ANTICIPO
      *****   FATTURE O DI FACTORING (F0SLANT): TOGLIE DALL'UTILIZZO
      *****   DELLA LINEA L'IMPORTO ANTICIPATO SU UNA RATA CEDUTA
      *****   CHE SI E' CHIUSA, PERCHE' IL CLIENTE HA PAGATO
      *****   (UINCAVE0, UBANIMP0, UANTSTO0) O PERCHE' L'ANTICIPO E'
      *****   STATO STORNATO A SCADENZA (UANTSTO0). LA RATA LA
      *****   AGGIORNA IL CHIAMANTE; QUI SI MUOVE SOLO LA LINEA.
      *****   ESITI: "S" = RILASCIATO, "N" = LINEA NON TROVATA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       COPY "F0SLANT.REC".
      *
       LINKAGE SECTION.
       01  L-ANTR-CTRL.
           03  L-ANTR-CODE-CLIE        PIC 9(04).
           03  L-ANTR-CODE-LINE        PIC X(04).
           03  L-ANTR-IMPO-ANTI        PIC S9(09)V99 COMP-3.
           03  L-ANTR-ESITO            PIC X(01).
               88  L-ANTR-RILASCIATO               VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-ANTR-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "N"                 TO  L-ANTR-ESITO
           INITIALIZE F0SLANT
           MOVE    L-ANTR-CODE-CLIE    TO  F0SLANT-CODE-CLIE
           MOVE    L-ANTR-CODE-LINE    TO  F0SLANT-CODE-LINE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "LINEA DI ANTICIPO " L-ANTR-CODE-LINE
                     " NON TROVATA - UTILIZZO NON RILASCIATO"
             GO TO CHIU-LANT
           END-IF
           SUBTRACT L-ANTR-IMPO-ANTI   FROM F0SLANT-IMPO-UTIL
           IF  F0SLANT-IMPO-UTIL LESS ZERO
             MOVE  ZERO                TO  F0SLANT-IMPO-UTIL
           END-IF
           MOVE    LDATE-ACTL          TO  F0SLANT-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SLANT-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           MOVE    "S"                 TO  L-ANTR-ESITO.
       CHIU-LANT.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLANT10"              USING F0SLANT LWCOMAR
           EXIT PROGRAM.
      *(END)
