       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPCASRE0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   REGISTRA SU F0SPCAS (TRAMITE "URPCAS10") UN MOVIMENTO
      *****   DEL LIBRO DI PICCOLA CASSA DELLA DITTA: DALL'IMMISSIONE
      *****   MANUALE (UPCASMU0), DAL VERSAMENTO IN CASSAFORTE DEL
      *****   TOTEM (UCASSMO0) E DALLA RETTIFICA DEL CONTEGGIO
      *****   GIORNALIERO (UPCASGI0). LA CAUSALE DEVE ESSERE NELLA
      *****   MAPPA CAUSALI/CONTI DELLA DITTA (F0SCMAP), ALTRIMENTI
      *****   IL MOVIMENTO NON AVREBBE CONTROPARTITA IN PRIMA NOTA E
      *****   NON SI REGISTRA. NEMMENO UN MOVIMENTO CON DATA NEL
      *****   PERIODO CONTABILE CHIUSO (UPERCTL0) SI REGISTRA.
      *****   L'AREA DI COLLEGAMENTO DEL CHIAMANTE TORNA COM'ERA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-CMAP-ESI                 PIC S9(04) COMP VALUE ZERO.
      *    Area di collegamento del chiamante, salvata e restituita
       77  WL-SALV-IOSR                PIC S9(04) COMP VALUE ZERO.
       77  WL-SALV-READ                PIC S9(04) COMP VALUE ZERO.
      *
       COPY "F0SPCAS.REC".
       COPY "F0SCMAP.REC".
      *    Blocco contabile di periodo (UPERCTL0)
       01  WL-PCTL-CTRL.
           03  WL-PCTL-CODE-CLIE       PIC 9(04)      VALUE ZERO.
           03  WL-PCTL-DATA            PIC 9(08)      VALUE ZERO.
           03  WL-PCTL-OPERAZIONE      PIC X(20)      VALUE SPACES.
           03  WL-PCTL-ESITO           PIC X(01)      VALUE SPACE.
      *
       LINKAGE SECTION.
       COPY "LPCASRE.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PCRE-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    DSTF-IOSR           TO  WL-SALV-IOSR
           MOVE    LREAD-FILE          TO  WL-SALV-READ
           MOVE    "N"                 TO  L-PCRE-ESITO
           MOVE    ZERO                TO  L-PCRE-NUMR-PROG
           IF  L-PCRE-IMPO NOT GREATER ZERO
               OR (NOT L-PCRE-ENTRATA AND NOT L-PCRE-USCITA)
             GO TO EXIT-PRO
           END-IF
           IF  L-PCRE-DATA EQUAL ZERO
             MOVE  LDATE-ACTL          TO  L-PCRE-DATA
           END-IF
      *    Controllo del blocco contabile di periodo
           MOVE    L-PCRE-CODE-CLIE    TO  WL-PCTL-CODE-CLIE
           MOVE    L-PCRE-DATA         TO  WL-PCTL-DATA
           MOVE    "PICCOLA CASSA"     TO  WL-PCTL-OPERAZIONE
           MOVE    SPACE               TO  WL-PCTL-ESITO
           CALL  "UPERCTL0"              USING WL-PCTL-CTRL LWCOMAR
           IF  WL-PCTL-ESITO EQUAL "B"
             GO TO EXIT-PRO
           END-IF
           PERFORM RT1-CAUSALE-MAPPATA
           IF  WL-CMAP-ESI NOT EQUAL 1
             DISPLAY "CAUSALE " L-PCRE-CODE-CAUS
                     " NON NELLA MAPPA CAUSALI/CONTI - MOVIMENTO"
                     " NON REGISTRATO"
             GO TO EXIT-PRO
           END-IF
           PERFORM RT2-REGISTRA.
       EXIT-PRO.
           MOVE    WL-SALV-IOSR        TO  DSTF-IOSR
           MOVE    WL-SALV-READ        TO  LREAD-FILE
           EXIT PROGRAM.
      ******************************************************************
      *----------  LA CAUSALE HA UN CONTO NELLA MAPPA DELLA DITTA?
       RT1-CAUSALE-MAPPATA.
           INITIALIZE F0SCMAP
           MOVE    L-PCRE-CODE-CLIE    TO  F0SCMAP-CODE-CLIE
           MOVE    L-PCRE-CODE-CAUS    TO  F0SCMAP-CODE-CAUS
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-CMAP-ESI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCMAP10"              USING F0SCMAP LWCOMAR
           .
      ******************************************************************
      *----------  DEPOSITO DEL MOVIMENTO CON IL PRIMO PROGRESSIVO
      *            LIBERO DELLA GIORNATA
       RT2-REGISTRA.
           INITIALIZE F0SPCAS
           MOVE    L-PCRE-CODE-CLIE    TO  F0SPCAS-CODE-CLIE
           MOVE    L-PCRE-DATA         TO  F0SPCAS-DATA
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           MOVE    L-PCRE-TIPO-MOVI    TO  F0SPCAS-TIPO-MOVI
           MOVE    L-PCRE-CODE-CAUS    TO  F0SPCAS-CODE-CAUS
           MOVE    L-PCRE-IMPO         TO  F0SPCAS-IMPO
           MOVE    L-PCRE-DESC         TO  F0SPCAS-DESC
           MOVE    L-PCRE-DOCU-TIPO    TO  F0SPCAS-DOCU-TIPO
           MOVE    L-PCRE-DOCU-NUMR    TO  F0SPCAS-DOCU-NUMR
           MOVE    L-PCRE-DOCU-DATA    TO  F0SPCAS-DOCU-DATA
           MOVE    L-PCRE-ORIG         TO  F0SPCAS-ORIG
           MOVE    L-PCRE-CASM-NUMR-INST
                                       TO  F0SPCAS-CASM-NUMR-INST
           MOVE    L-PCRE-CASM-DATA    TO  F0SPCAS-CASM-DATA
           MOVE    L-PCRE-CASM-NUMR-PROG
                                       TO  F0SPCAS-CASM-NUMR-PROG
           MOVE    LDATEHORA(9:6)      TO  F0SPCAS-ORA
           MOVE    L-IDENUTEN          TO  F0SPCAS-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  L-PCRE-ESITO
             MOVE  F0SPCAS-NUMR-PROG   TO  L-PCRE-NUMR-PROG
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPCAS10"              USING F0SPCAS LWCOMAR
           .
      *(END)
