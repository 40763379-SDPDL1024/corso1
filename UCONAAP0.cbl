       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCONAAP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DEL CONTRIBUTO AMBIENTALE CONAI SUI
      *****   DOCUMENTI DI VENDITA (LCONAAP.WRK). CON LA FUNZIONE "I"
      *****   AZZERA LA TABELLA E LEGGE SE IL CLIENTE E' ESENTE
      *****   (F0SCLIF-ESENTE-CONAI); CON LA "R" PRENDE UNA RIGA DI
      *****   MERCE, LEGGE MATERIALE E CHILI DI IMBALLO DELL'ARTICOLO
      *****   (F0SARTI-CONA-MATE/PESO) E LI ACCUMULA PER MATERIALE,
      *****   ALIQUOTA E NATURA IVA DELLA MERCE; CON LA "F" LEGGE IL
      *****   CONTRIBUTO DELL'ANNO DEL DOCUMENTO (F0SCONA, EURO PER
      *****   TONNELLATA) E CALCOLA PREZZO AL CHILO, IMPORTO E
      *****   DESCRIZIONE DELLE RIGHE DA ACCODARE.
      *****   AL CLIENTE ESENTE I CHILI RESTANO IN TABELLA MA SENZA
      *****   IMPORTO, COSI' LA DICHIARAZIONE PERIODICA (UCONADI0),
      *****   CHE RICALCOLA IL DOVUTO CON QUESTA STESSA ROUTINE, LI
      *****   ESPONE A PARTE. UN MATERIALE SENZA CONTRIBUTO PER
      *****   L'ANNO RESTA SENZA IMPORTO E VA IN L-CONA-NUMR-MANC:
      *****   E' IL CHIAMANTE A SEGNALARLO. NON SCRIVE NULLA.
      *****   L'AREA DI COLLEGAMENTO DEL CHIAMANTE TORNA COM'ERA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND-TAB                  PIC S9(04) COMP VALUE ZERO.
       77  WL-IND-CERC                 PIC S9(04) COMP VALUE ZERO.
       77  WL-KG-RIGA                  PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-ARTI-ESI                 PIC S9(04) COMP VALUE ZERO.
      *    Area di collegamento del chiamante, salvata e restituita
       77  WL-SALV-IOSR                PIC S9(04) COMP VALUE ZERO.
       77  WL-SALV-READ                PIC S9(04) COMP VALUE ZERO.
      *
       COPY "F0SARTI.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SCONA.REC".
      *
       LINKAGE SECTION.
       COPY "LCONAAP.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CONA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    DSTF-IOSR           TO  WL-SALV-IOSR
           MOVE    LREAD-FILE          TO  WL-SALV-READ
           IF  L-CONA-INIZIO
             PERFORM RT1-INIZIO
           END-IF
           IF  L-CONA-RIGA
             PERFORM RT2-RIGA
           END-IF
           IF  L-CONA-FINE
             MOVE  ZERO                TO  L-CONA-NUMR-MANC
             MOVE  -3                  TO  DSTF-IOSR
             CALL  "URCONA10"            USING F0SCONA LWCOMAR
             PERFORM RT3-CONTRIBUTO
                 VARYING WL-IND-TAB FROM 1 BY 1
                 UNTIL WL-IND-TAB GREATER L-CONA-NUMR-TAB
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCONA10"            USING F0SCONA LWCOMAR
           END-IF.
       EXIT-PRO.
           MOVE    WL-SALV-IOSR        TO  DSTF-IOSR
           MOVE    WL-SALV-READ        TO  LREAD-FILE
           EXIT PROGRAM.
      ******************************************************************
      *----------  NUOVO DOCUMENTO: TABELLA VUOTA, ESENZIONE DEL
      *            CLIENTE (SENZA CLIENTE IL CONTRIBUTO SI ADDEBITA)
       RT1-INIZIO.
           MOVE    ZERO                TO  L-CONA-NUMR-TAB
                                           L-CONA-NUMR-MANC
           MOVE    "N"                 TO  L-CONA-ESENTE
           IF  L-CONA-CODI-CLIF NOT EQUAL ZERO
             INITIALIZE F0SCLIF
             MOVE  L-CONA-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
             MOVE  L-CONA-CODI-CLIF    TO  F0SCLIF-CODI-CLIF
             MOVE  -3                  TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             MOVE  1                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             IF  DSTF-IOSR EQUAL 1 AND F0SCLIF-ESENTE-CONAI
               MOVE  "S"               TO  L-CONA-ESENTE
             END-IF
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
           END-IF
           .
      ******************************************************************
      *----------  RIGA DI MERCE: CHILI DI IMBALLO DELL'ARTICOLO SUL
      *            MATERIALE E SULL'ALIQUOTA DELLA MERCE. SENZA POSTO
      *            IN TABELLA LA RIGA NON ENTRA
       RT2-RIGA.
           IF  L-CONA-RIGA-ARTI EQUAL SPACES
               OR L-CONA-RIGA-QTA EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SARTI
           MOVE    L-CONA-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    L-CONA-RIGA-ARTI    TO  F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-ARTI-ESI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  WL-ARTI-ESI NOT EQUAL 1
               OR F0SARTI-CONA-MATE EQUAL SPACES
               OR F0SARTI-CONA-PESO NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           COMPUTE WL-KG-RIGA ROUNDED =
                       L-CONA-RIGA-QTA * F0SARTI-CONA-PESO
           MOVE    ZERO                TO  WL-IND-TAB
           PERFORM RT21-CERCA-VOCE
               VARYING WL-IND-CERC FROM 1 BY 1
               UNTIL WL-IND-CERC GREATER L-CONA-NUMR-TAB
                  OR WL-IND-TAB NOT EQUAL ZERO
           IF  WL-IND-TAB EQUAL ZERO
             IF  L-CONA-NUMR-TAB EQUAL 10
               EXIT PARAGRAPH
             END-IF
             ADD   1                   TO  L-CONA-NUMR-TAB
             MOVE  L-CONA-NUMR-TAB     TO  WL-IND-TAB
             MOVE  F0SARTI-CONA-MATE   TO  L-CONA-TAB-MATE(WL-IND-TAB)
             MOVE  L-CONA-RIGA-ALIQ    TO  L-CONA-TAB-ALIQ(WL-IND-TAB)
             MOVE  L-CONA-RIGA-NATURA  TO  L-CONA-TAB-NATURA
                                            (WL-IND-TAB)
             MOVE  ZERO                TO  L-CONA-TAB-KG(WL-IND-TAB)
                                           L-CONA-TAB-PREZ(WL-IND-TAB)
                                           L-CONA-TAB-IMPO(WL-IND-TAB)
             MOVE  SPACES              TO  L-CONA-TAB-DESC(WL-IND-TAB)
           END-IF
           ADD     WL-KG-RIGA          TO  L-CONA-TAB-KG(WL-IND-TAB)
           .
      ******************************************************************
       RT21-CERCA-VOCE.
           IF  L-CONA-TAB-MATE(WL-IND-CERC) EQUAL F0SARTI-CONA-MATE
               AND L-CONA-TAB-ALIQ(WL-IND-CERC) EQUAL L-CONA-RIGA-ALIQ
               AND L-CONA-TAB-NATURA(WL-IND-CERC) EQUAL
                                                 L-CONA-RIGA-NATURA
             MOVE  WL-IND-CERC         TO  WL-IND-TAB
           END-IF
           .
      ******************************************************************
      *----------  CONTRIBUTO DELL'ANNO DEL DOCUMENTO SU UNA VOCE:
      *            PREZZO AL CHILO E IMPORTO DELLA RIGA, COME LI
      *            RIPORTA IL DOCUMENTO (QUANTITA' PER PREZZO)
       RT3-CONTRIBUTO.
           MOVE    ZERO                TO  L-CONA-TAB-PREZ(WL-IND-TAB)
                                           L-CONA-TAB-IMPO(WL-IND-TAB)
           INITIALIZE F0SCONA
           MOVE    L-CONA-CODE-CLIE    TO  F0SCONA-CODE-CLIE
           MOVE    L-CONA-DATA-DOCU(1:4) TO F0SCONA-ANNO
           MOVE    L-CONA-TAB-MATE(WL-IND-TAB)
                                       TO  F0SCONA-CODE-MATE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONA10"              USING F0SCONA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  SPACES              TO  F0SCONA-DESC-MATE
             ADD   1                   TO  L-CONA-NUMR-MANC
           END-IF
           MOVE    SPACES              TO  L-CONA-TAB-DESC(WL-IND-TAB)
           STRING  "CONTRIBUTO CONAI " DELIMITED BY SIZE
                   L-CONA-TAB-MATE(WL-IND-TAB)
                                       DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   F0SCONA-DESC-MATE   DELIMITED BY SIZE
                                       INTO L-CONA-TAB-DESC
                                            (WL-IND-TAB)
           IF  DSTF-IOSR EQUAL 1 AND NOT L-CONA-CLIENTE-ESENTE
             COMPUTE L-CONA-TAB-PREZ(WL-IND-TAB) ROUNDED =
                         F0SCONA-CONT-TONN / 1000
             COMPUTE L-CONA-TAB-IMPO(WL-IND-TAB) ROUNDED =
                         L-CONA-TAB-KG(WL-IND-TAB) *
                         L-CONA-TAB-PREZ(WL-IND-TAB)
           END-IF
           .
      *(END)
