       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTERRAG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   PROPOSTA DELL'AGENTE DI VENDITA DALL'INDIRIZZO: LO
      *****   CHIAMANO INSERIMENTO ORDINI (UORDENT0), VENDITA AL
      *****   BANCO (UPOSVE10) ED EMISSIONE DDT (UDDTEMI0) PRIMA DI
      *****   CHIEDERE L'AGENTE. L'AGENTE DI RIFERIMENTO DEL CLIENTE
      *****   (F0SCLIF), SE C'E', VINCE; ALTRIMENTI SI CERCA IL
      *****   TERRITORIO (F0STERR, TRAMITE "URTERR10") IN VIGORE ALLA
      *****   DATA CHE COMPRENDE L'INDIRIZZO DI CONSEGNA - PRIMA PER
      *****   INTERVALLO DI CAP, POI PER PROVINCIA (DAL CAP SU
      *****   F0SCAP SE NON INDICATA) - E IN MANCANZA LA SEDE DEL
      *****   CLIENTE. L'AGENTE DEVE ESSERE IN ANAGRAFICA (F0SAGEN).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-AREE                PIC S9(04) COMP VALUE ZERO.
       77  WL-DATA                     PIC 9(08)      VALUE ZERO.
       77  WL-CAP                      PIC X(05)      VALUE SPACES.
       77  WL-PROV                     PIC X(02)      VALUE SPACES.
       77  WL-TERR-CAP                 PIC X(04)      VALUE SPACES.
       77  WL-AGEN-CAP                 PIC 9(04)      VALUE ZERO.
       77  WL-TERR-PROV                PIC X(04)      VALUE SPACES.
       77  WL-AGEN-PROV                PIC 9(04)      VALUE ZERO.
      *
       COPY "F0STERR.REC".
       COPY "F0SAGEN.REC".
       COPY "F0SCAP.REC".
      *
       LINKAGE SECTION.
       COPY "LTERRAG.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-TRAG-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "N"                 TO  L-TRAG-ESITO
           MOVE    ZERO                TO  L-TRAG-CODE-AGEN
           MOVE    SPACES              TO  L-TRAG-RAGE-AGEN
                                           L-TRAG-CODE-TERR
                                           L-TRAG-FONTE
           MOVE    L-TRAG-DATA         TO  WL-DATA
           IF  WL-DATA EQUAL ZERO
             MOVE  LDATE-ACTL          TO  WL-DATA
           END-IF
      *
      *      Agente di riferimento del cliente
           IF  L-TRAG-AGEN-CLIE NOT EQUAL ZERO
             MOVE  L-TRAG-AGEN-CLIE    TO  L-TRAG-CODE-AGEN
             PERFORM RT5-LEGGI-AGENTE
             IF  L-TRAG-PROPOSTO
               SET   L-TRAG-DA-RIFERIMENTO TO TRUE
               GO TO EXIT-PRO
             END-IF
           END-IF
      *
      *      Territorio della destinazione, poi della sede
           IF  L-TRAG-CAP-DEST NOT EQUAL SPACES
               OR L-TRAG-PROV-DEST NOT EQUAL SPACES
             MOVE  L-TRAG-CAP-DEST     TO  WL-CAP
             MOVE  L-TRAG-PROV-DEST    TO  WL-PROV
             PERFORM RT2-CERCA-TERRITORIO
             IF  L-TRAG-CODE-TERR NOT EQUAL SPACES
               SET   L-TRAG-DA-DESTINAZIONE TO TRUE
             END-IF
           END-IF
           IF  L-TRAG-CODE-TERR EQUAL SPACES
               AND (L-TRAG-CAP-CLIE NOT EQUAL SPACES
                    OR L-TRAG-PROV-CLIE NOT EQUAL SPACES)
             MOVE  L-TRAG-CAP-CLIE     TO  WL-CAP
             MOVE  L-TRAG-PROV-CLIE    TO  WL-PROV
             PERFORM RT2-CERCA-TERRITORIO
             IF  L-TRAG-CODE-TERR NOT EQUAL SPACES
               SET   L-TRAG-DA-SEDE    TO  TRUE
             END-IF
           END-IF
           IF  L-TRAG-CODE-TERR EQUAL SPACES
             MOVE  SPACE               TO  L-TRAG-FONTE
             GO TO EXIT-PRO
           END-IF
           PERFORM RT5-LEGGI-AGENTE
           IF  NOT L-TRAG-PROPOSTO
             MOVE  ZERO                TO  L-TRAG-CODE-AGEN
             MOVE  SPACES              TO  L-TRAG-CODE-TERR
                                           L-TRAG-FONTE
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  TERRITORIO IN VIGORE CHE COMPRENDE L'INDIRIZZO
      *            (WL-CAP/WL-PROV): UN'AREA PER CAP VINCE SU UNA
      *            PER PROVINCIA, A PARITA' IL PRIMO IN CHIAVE
       RT2-CERCA-TERRITORIO.
           IF  WL-PROV EQUAL SPACES
               AND WL-CAP IS NUMERIC
             MOVE  WL-CAP              TO  F0SCAP-CAP
             MOVE  -3                  TO  DSTF-IOSR
             CALL  "URCAP010"            USING F0SCAP LWCOMAR
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCAP010"            USING F0SCAP LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               MOVE  F0SCAP-SIGL-PROV  TO  WL-PROV
             END-IF
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCAP010"            USING F0SCAP LWCOMAR
           END-IF
           MOVE    SPACES              TO  WL-TERR-CAP WL-TERR-PROV
           MOVE    ZERO                TO  WL-AGEN-CAP WL-AGEN-PROV
           INITIALIZE F0STERR
           MOVE    L-TRAG-CODE-CLIE    TO  F0STERR-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           PERFORM RT3-VERSIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           IF  WL-TERR-CAP NOT EQUAL SPACES
             MOVE  WL-TERR-CAP         TO  L-TRAG-CODE-TERR
             MOVE  WL-AGEN-CAP         TO  L-TRAG-CODE-AGEN
           ELSE
             MOVE  WL-TERR-PROV        TO  L-TRAG-CODE-TERR
             MOVE  WL-AGEN-PROV        TO  L-TRAG-CODE-AGEN
           END-IF
           .
       RT3-VERSIONE.
           IF  F0STERR-DATA-INIZ NOT GREATER WL-DATA
               AND (F0STERR-DATA-FINE EQUAL ZERO
                    OR F0STERR-DATA-FINE NOT LESS WL-DATA)
               AND F0STERR-CODE-AGEN NOT EQUAL ZERO
             MOVE  F0STERR-NUMR-AREE   TO  WL-NUMR-AREE
             IF  WL-NUMR-AREE GREATER 10
               MOVE  10                TO  WL-NUMR-AREE
             END-IF
             PERFORM RT4-AREA
                 VARYING WL-IND FROM 1 BY 1
                 UNTIL WL-IND GREATER WL-NUMR-AREE
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           .
       RT4-AREA.
           IF  F0STERR-AREA-CAP(WL-IND)
               AND WL-TERR-CAP EQUAL SPACES
               AND WL-CAP NOT EQUAL SPACES
               AND WL-CAP NOT LESS F0STERR-AREA-CAP-DA(WL-IND)
               AND WL-CAP NOT GREATER F0STERR-AREA-CAP-A(WL-IND)
             MOVE  F0STERR-CODE-TERR   TO  WL-TERR-CAP
             MOVE  F0STERR-CODE-AGEN   TO  WL-AGEN-CAP
           END-IF
           IF  F0STERR-AREA-PROVINCIA(WL-IND)
               AND WL-TERR-PROV EQUAL SPACES
               AND WL-PROV NOT EQUAL SPACES
               AND WL-PROV EQUAL F0STERR-AREA-PROV(WL-IND)
             MOVE  F0STERR-CODE-TERR   TO  WL-TERR-PROV
             MOVE  F0STERR-CODE-AGEN   TO  WL-AGEN-PROV
           END-IF
           .
      ******************************************************************
      *----------  L'AGENTE PROPOSTO DEVE ESSERE IN ANAGRAFICA
       RT5-LEGGI-AGENTE.
           INITIALIZE F0SAGEN
           MOVE    L-TRAG-CODE-CLIE    TO  F0SAGEN-CODE-CLIE
           MOVE    L-TRAG-CODE-AGEN    TO  F0SAGEN-CODE-AGEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SAGEN-RAGE-AGEN   TO  L-TRAG-RAGE-AGEN
             MOVE  "S"                 TO  L-TRAG-ESITO
           ELSE
             MOVE  ZERO                TO  L-TRAG-CODE-AGEN
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           .
      *(END)
