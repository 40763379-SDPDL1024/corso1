       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUBISCA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DI SCARICO DELLE CELLE DI UBICAZIONE: PER
      *****   UN PRELIEVO FISICO DI UN ARTICOLO RACCOGLIE LE SUE CELLE
      *****   CON MERCE SUL DEPOSITO (F0SUBIC, TRAMITE "URUBIC10") E
      *****   LE SCARICA NELLO STESSO ORDINE IN CUI LA LISTA DI
      *****   PRELIEVO (UPRELST0) MANDA IL MAGAZZINIERE: PRIMA LA
      *****   CELLA DI PRELIEVO, POI QUELLE DI RISERVA, OGNUNA IN
      *****   SEQUENZA DI PERCORSO, FINCHE' LA QUANTITA' E' COPERTA O
      *****   LE CELLE FINISCONO. LA PARTE SCOPERTA (MERCE NON
      *****   UBICATA) E' SEGNALATA, NON BLOCCATA: LA GIACENZA DI
      *****   F0SMAGA NON SI TOCCA DA QUI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-QTA-RESTA                PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-PRESA                PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-UBIC-ESI                 PIC S9(04) COMP VALUE ZERO.
       77  WL-TIPO-GIRO                PIC X(01)      VALUE SPACE.
      *
      *----------  CELLE CON MERCE DELL'ARTICOLO, NELL'ORDINE DI
      *            SCARICO: PRIMA QUELLE DI PRELIEVO, POI LE ALTRE
       01  WL-CEL-TAB.
           03  WL-CEL-NUMR             PIC S9(04) COMP VALUE ZERO.
           03  WL-CEL-VOCE             OCCURS 50 TIMES.
               05  WL-CEL-UBIC         PIC X(06)      VALUE SPACES.
      *
       COPY "F0SUBIC.REC".
      *
       LINKAGE SECTION.
       COPY "LUBISCA.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-UBIS-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACES              TO  L-UBIS-CODE-UBIC
           MOVE    "S"                 TO  L-UBIS-ESITO
           MOVE    L-UBIS-QTA          TO  WL-QTA-RESTA
           MOVE    ZERO                TO  WL-CEL-NUMR
           IF  WL-QTA-RESTA NOT GREATER ZERO
             EXIT PROGRAM
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
      *      Le celle si raccolgono prima di scaricarle: la
      *      riscrittura sposterebbe il puntatore della scansione
           MOVE    "P"                 TO  WL-TIPO-GIRO
           PERFORM RT2-RACCOGLI-CELLE
           MOVE    "R"                 TO  WL-TIPO-GIRO
           PERFORM RT2-RACCOGLI-CELLE
           PERFORM RT4-SCARICA-CELLA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-CEL-NUMR
                  OR WL-QTA-RESTA NOT GREATER ZERO
           IF  WL-QTA-RESTA GREATER ZERO
      *        Celle finite prima del prelievo: la parte scoperta
      *        era merce non ubicata, da verificare
             MOVE  "P"                 TO  L-UBIS-ESITO
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  SCANSIONE DELLE CELLE DELL'ARTICOLO IN SEQUENZA DI
      *            PERCORSO: IN TABELLA QUELLE DEL TIPO DEL GIRO CON
      *            MERCE
       RT2-RACCOGLI-CELLE.
           INITIALIZE F0SUBIC
           MOVE    L-UBIS-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBIS-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    L-UBIS-CODE-ARTI    TO  F0SUBIC-CODE-ARTI
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           PERFORM RT3-CELLA-IN-TABELLA
               UNTIL WL-UBIC-ESI NOT EQUAL 1
           .
      ******************************************************************
       RT3-CELLA-IN-TABELLA.
           IF  F0SUBIC-TIPO-UBIC EQUAL WL-TIPO-GIRO
               AND F0SUBIC-QTA-UBIC GREATER ZERO
               AND WL-CEL-NUMR LESS 50
             ADD   1                   TO  WL-CEL-NUMR
             MOVE  F0SUBIC-CODE-UBIC   TO  WL-CEL-UBIC(WL-CEL-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-UBIC-ESI
           .
      ******************************************************************
      *----------  PRELEVA DA UNA CELLA IL POSSIBILE E LA RISCRIVE
       RT4-SCARICA-CELLA.
           INITIALIZE F0SUBIC
           MOVE    L-UBIS-CODE-CLIE    TO  F0SUBIC-CODE-CLIE
           MOVE    L-UBIS-NUMR-INST    TO  F0SUBIC-NUMR-INST
           MOVE    L-UBIS-CODE-ARTI    TO  F0SUBIC-CODE-ARTI
           MOVE    WL-CEL-UBIC(WL-IND) TO  F0SUBIC-CODE-UBIC
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR F0SUBIC-QTA-UBIC NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           IF  F0SUBIC-QTA-UBIC LESS WL-QTA-RESTA
             MOVE  F0SUBIC-QTA-UBIC    TO  WL-QTA-PRESA
           ELSE
             MOVE  WL-QTA-RESTA        TO  WL-QTA-PRESA
           END-IF
           SUBTRACT WL-QTA-PRESA       FROM F0SUBIC-QTA-UBIC
           SUBTRACT WL-QTA-PRESA       FROM WL-QTA-RESTA
           MOVE    LDATE-ACTL          TO  F0SUBIC-DATA-ULTI-PREL
                                           F0SUBIC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SUBIC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUBIC10"              USING F0SUBIC LWCOMAR
           IF  L-UBIS-CODE-UBIC EQUAL SPACES
             MOVE  F0SUBIC-CODE-UBIC   TO  L-UBIS-CODE-UBIC
           END-IF
           .
      *(END)
