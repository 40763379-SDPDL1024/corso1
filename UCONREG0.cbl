       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCONREG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   SCRITTURA DI UNA REGISTRAZIONE DI CONTABILITA' GENERALE
      *****   SU F0SMOVC (TRAMITE "URMOVC10"): LA CHIAMANO LA PRIMA
      *****   NOTA (UPRIMNO0) PER GLI EVENTI DEL PERIODO E LE
      *****   REGISTRAZIONI MANUALI (UMOVCMU0). LE RIGHE A ZERO SI
      *****   SALTANO, UN IMPORTO NEGATIVO PASSA NELL'ALTRA SEZIONE;
      *****   LA REGISTRAZIONE SI SCRIVE SOLO SE RESTANO ALMENO DUE
      *****   RIGHE E DARE = AVERE. IL NUMERO DI REGISTRAZIONE VIENE
      *****   DALLA SERIE "CGEN" DI F0SNUMD, IL PROGRESSIVO DEL LIBRO
      *****   GIORNALE DI OGNI RIGA DALLA SERIE "GIOR", ENTRAMBE PER
      *****   ANNO DELLA DATA DI REGISTRAZIONE. UN CONTO ASSENTE DAL
      *****   PIANO DEI CONTI (F0SPCON) FA RIFIUTARE LA REGISTRAZIONE
      *****   MANUALE; SU QUELLA AUTOMATICA VIENE SOLO CONTATO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-VALIDE              PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-RIGA                PIC 9(02)      VALUE ZERO.
       77  WL-IMPO                     PIC S9(11)V99 COMP-3 VALUE 0.
      *
       COPY "F0SMOVC.REC".
       COPY "F0SPCON.REC".
       COPY "F0SNUMD.REC".
      *
       LINKAGE SECTION.
       COPY "LCONREG.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CREG-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "N"                 TO  L-CREG-ESITO
           MOVE    SPACE               TO  L-CREG-MOTIVO
           MOVE    ZERO                TO  L-CREG-NUMR-REGI
                                           L-CREG-NUMR-ASSE
                                           L-CREG-TOTA-DARE
                                           L-CREG-TOTA-AVERE
                                           WL-NUMR-VALIDE
           IF  L-CREG-DATA-REGI(1:4) EQUAL ZERO
               OR L-CREG-DATA-REGI(5:2) EQUAL ZERO
               OR L-CREG-DATA-REGI(5:2) GREATER 12
               OR L-CREG-DATA-REGI(7:2) EQUAL ZERO
               OR L-CREG-DATA-REGI(7:2) GREATER 31
             SET   L-CREG-DATA-ERRATA  TO  TRUE
             GO TO EXIT-PRO
           END-IF
           IF  L-CREG-NUMR-RIGHE GREATER 20
             MOVE  20                  TO  L-CREG-NUMR-RIGHE
           END-IF
      *
      *      Normalizza le righe e somma le due sezioni
           PERFORM RT1-NORMALIZZA-RIGA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER L-CREG-NUMR-RIGHE
           IF  WL-NUMR-VALIDE LESS 2
             SET   L-CREG-VUOTA        TO  TRUE
             GO TO EXIT-PRO
           END-IF
           IF  L-CREG-TOTA-DARE NOT EQUAL L-CREG-TOTA-AVERE
             SET   L-CREG-SBILANCIATA  TO  TRUE
             GO TO EXIT-PRO
           END-IF
      *
      *      Conti nel piano dei conti della ditta
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           PERFORM RT2-CONTROLLA-CONTO
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER L-CREG-NUMR-RIGHE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           IF  L-CREG-MANUALE AND L-CREG-NUMR-ASSE GREATER ZERO
             SET   L-CREG-CONTO-ASSENTE TO TRUE
             GO TO EXIT-PRO
           END-IF
      *
      *      Numero di registrazione e righe con il progressivo del
      *      libro giornale
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    "CGEN"              TO  F0SNUMD-TIPO-DOCU
           PERFORM RT3-PROSSIMO-NUMERO
           MOVE    F0SNUMD-ULTI-NUMR   TO  L-CREG-NUMR-REGI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           MOVE    ZERO                TO  WL-NUMR-RIGA
           PERFORM RT4-SCRIVI-RIGA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER L-CREG-NUMR-RIGHE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    "S"                 TO  L-CREG-ESITO.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  RIGA A ZERO SALTATA (CONTO A SPAZI), IMPORTO
      *            NEGATIVO NELL'ALTRA SEZIONE, DARE E AVERE INSIEME
      *            RIDOTTI AL SALDO
       RT1-NORMALIZZA-RIGA.
           IF  L-CREG-RIGA-DARE(WL-IND) LESS ZERO
             COMPUTE WL-IMPO = 0 - L-CREG-RIGA-DARE(WL-IND)
             ADD   WL-IMPO             TO  L-CREG-RIGA-AVERE(WL-IND)
             MOVE  ZERO                TO  L-CREG-RIGA-DARE(WL-IND)
           END-IF
           IF  L-CREG-RIGA-AVERE(WL-IND) LESS ZERO
             COMPUTE WL-IMPO = 0 - L-CREG-RIGA-AVERE(WL-IND)
             ADD   WL-IMPO             TO  L-CREG-RIGA-DARE(WL-IND)
             MOVE  ZERO                TO  L-CREG-RIGA-AVERE(WL-IND)
           END-IF
           IF  L-CREG-RIGA-DARE(WL-IND) NOT EQUAL ZERO
               AND L-CREG-RIGA-AVERE(WL-IND) NOT EQUAL ZERO
             IF  L-CREG-RIGA-DARE(WL-IND)
                     GREATER L-CREG-RIGA-AVERE(WL-IND)
               SUBTRACT L-CREG-RIGA-AVERE(WL-IND)
                                       FROM L-CREG-RIGA-DARE(WL-IND)
               MOVE  ZERO              TO  L-CREG-RIGA-AVERE(WL-IND)
             ELSE
               SUBTRACT L-CREG-RIGA-DARE(WL-IND)
                                       FROM L-CREG-RIGA-AVERE(WL-IND)
               MOVE  ZERO              TO  L-CREG-RIGA-DARE(WL-IND)
             END-IF
           END-IF
           IF  L-CREG-RIGA-DARE(WL-IND) EQUAL ZERO
               AND L-CREG-RIGA-AVERE(WL-IND) EQUAL ZERO
             MOVE  SPACES              TO  L-CREG-RIGA-CONTO(WL-IND)
             EXIT PARAGRAPH
           END-IF
           IF  L-CREG-RIGA-CONTO(WL-IND) EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           ADD     1                   TO  WL-NUMR-VALIDE
           ADD     L-CREG-RIGA-DARE(WL-IND)  TO  L-CREG-TOTA-DARE
           ADD     L-CREG-RIGA-AVERE(WL-IND) TO  L-CREG-TOTA-AVERE
           .
      ******************************************************************
       RT2-CONTROLLA-CONTO.
           IF  L-CREG-RIGA-CONTO(WL-IND) EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SPCON
           MOVE    L-CREG-CODE-CLIE    TO  F0SPCON-CODE-CLIE
           MOVE    L-CREG-RIGA-CONTO(WL-IND) TO F0SPCON-CODE-CONTO
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCON10"              USING F0SPCON LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             ADD   1                   TO  L-CREG-NUMR-ASSE
           END-IF
           .
      ******************************************************************
      *----------  PROSSIMO NUMERO DELLA SERIE IN F0SNUMD-TIPO-DOCU,
      *            PER DITTA E ANNO DI REGISTRAZIONE
       RT3-PROSSIMO-NUMERO.
           MOVE    L-CREG-CODE-CLIE    TO  F0SNUMD-CODE-CLIE
           MOVE    ZERO                TO  F0SNUMD-NUMR-INST
           MOVE    L-CREG-DATA-REGI(1:4) TO F0SNUMD-ANNO
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           .
      ******************************************************************
       RT4-SCRIVI-RIGA.
           IF  L-CREG-RIGA-CONTO(WL-IND) EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    "GIOR"              TO  F0SNUMD-TIPO-DOCU
           PERFORM RT3-PROSSIMO-NUMERO
           ADD     1                   TO  WL-NUMR-RIGA
           INITIALIZE F0SMOVC
           MOVE    L-CREG-CODE-CLIE    TO  F0SMOVC-CODE-CLIE
           MOVE    L-CREG-DATA-REGI(1:4) TO F0SMOVC-ANNO
           MOVE    L-CREG-NUMR-REGI    TO  F0SMOVC-NUMR-REGI
           MOVE    WL-NUMR-RIGA        TO  F0SMOVC-NUMR-RIGA
           MOVE    L-CREG-DATA-REGI    TO  F0SMOVC-DATA-REGI
           MOVE    F0SNUMD-ULTI-NUMR   TO  F0SMOVC-NUMR-GIOR
           MOVE    L-CREG-RIGA-CONTO(WL-IND) TO F0SMOVC-CODE-CONTO
           MOVE    L-CREG-RIGA-DARE(WL-IND)  TO F0SMOVC-IMPO-DARE
           MOVE    L-CREG-RIGA-AVERE(WL-IND) TO F0SMOVC-IMPO-AVERE
           IF  L-CREG-RIGA-DESC(WL-IND) EQUAL SPACES
             MOVE  L-CREG-DESC         TO  F0SMOVC-DESC
           ELSE
             MOVE  L-CREG-RIGA-DESC(WL-IND) TO F0SMOVC-DESC
           END-IF
           MOVE    L-CREG-RIFE         TO  F0SMOVC-RIFE
           MOVE    L-CREG-ORIG         TO  F0SMOVC-ORIG
           MOVE    LDATE-ACTL          TO  F0SMOVC-DATA-INSE
           MOVE    L-IDENUTEN          TO  F0SMOVC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMOVC10"              USING F0SMOVC LWCOMAR
           .
      *(END)
