       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCAMPES0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ESTRAZIONE DEI CLIENTI PER UNA CAMPAGNA MARKETING DELLA
      *****   DITTA CORRENTE. SI SCELGONO IL SEGMENTO (CLIENTI DI
      *****   CLASSE ABC "A", TITOLARI DI CARTA FEDELTA' ATTIVA
      *****   F0SFIDE, O ENTRAMBI) E LA FINALITA' DEL CONSENSO
      *****   RICHIESTO (NEWSLETTER, PROFILAZIONE, TERZI): DEL
      *****   SEGMENTO SI PRENDONO SOLO I CLIENTI NON BLOCCATI CON IL
      *****   CONSENSO CONCESSO E NON REVOCATO (F0SCONS).
      *****   I SELEZIONATI VANNO SU "CAMPCSV" IN FORMATO CSV, RIGA PER
      *****   RIGA TRAMITE "UCSV2X10", E SU F0SCAMP (TRAMITE
      *****   "URCAMP10") CON I DATI DEL CONSENSO SU CUI LA SELEZIONE
      *****   SI BASA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPCSV-FILE         ASSIGN TO "CAMPCSV"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-CSV.
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPCSV-FILE.
       01  CAMPCSV-REC                 PIC X(1000).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-CSV                 PIC X(02)   VALUE SPACES.
       77  W-CODE-CAMP                 PIC X(08)   VALUE SPACES.
       77  W-DESC-CAMP                 PIC X(30)   VALUE SPACES.
       77  W-SEGMENTO                  PIC X(01)   VALUE SPACE.
           88  W-SEGM-CLASSE-A                     VALUE "A".
           88  W-SEGM-FEDELTA                      VALUE "F".
           88  W-SEGM-ENTRAMBI                     VALUE "E".
       77  W-FINALITA                  PIC X(01)   VALUE SPACE.
       77  W-NEL-SEGMENTO              PIC X(01)   VALUE "N".
       77  W-CARTA                     PIC X(13)   VALUE SPACES.
       77  W-IND-CART                  PIC S9(04) COMP VALUE ZERO.
       77  W-NUMR-CART                 PIC S9(04) COMP VALUE ZERO.
       77  W-POS                       PIC S9(05) COMP-3 VALUE ZERO.
       77  W-NUMR-LETTI                PIC S9(07) COMP-3 VALUE ZERO.
       77  W-NUMR-SEGM                 PIC S9(07) COMP-3 VALUE ZERO.
       77  W-NUMR-BLOC                 PIC S9(07) COMP-3 VALUE ZERO.
       77  W-NUMR-SENZA                PIC S9(07) COMP-3 VALUE ZERO.
       77  W-NUMR-SELE                 PIC S9(07) COMP-3 VALUE ZERO.
      *
      *    Carte fedelta' attive della ditta, caricate prima della
      *    scansione dei clienti
       01  W-CARTE.
           03  W-CART                  OCCURS 5000 TIMES.
               05  W-CART-CLIF         PIC 9(06).
               05  W-CART-NUMR         PIC X(13).
      *
      *----------  AREE DI SCAMBIO CON "UCSV2X10", STESSO TRACCIATO
      *            DELLA LINKAGE DI QUEL PROGRAMMA
       01  W-AREACSV.
           03  W-CSV-BUFF              PIC X(10100).
           03  W-TIPO-CONV             PIC 9.
           03  W-DELIM                 PIC X.
       01  W-AREASCII.
           03  W-ASC-BUFF              PIC X(10000).
           03  W-ASC-CAMPI             REDEFINES W-ASC-BUFF.
               05  W-ASC-CAMPO         PIC X(100)  OCCURS 100 TIMES.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SFIDE.REC".
       COPY "F0SCONS.REC".
       COPY "F0SCAMP.REC".
      *
       LINKAGE SECTION.
       01  L-CAMP-CTRL.
           03  L-CAMP-CODE-CLIE        PIC 9(04).
           03  L-CAMP-NUMR-SELE        PIC 9(06).
           03  L-CAMP-ESITO            PIC X(01).
               88  L-CAMP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-CAMP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-CAMP-ESITO
           MOVE    ZERO                TO  L-CAMP-NUMR-SELE
           MOVE    ZERO                TO  W-NUMR-LETTI W-NUMR-SEGM
                                           W-NUMR-BLOC W-NUMR-SENZA
                                           W-NUMR-SELE W-NUMR-CART
           DISPLAY "ESTRAZIONE CLIENTI PER CAMPAGNA  -  DITTA "
                   L-CAMP-CODE-CLIE
           DISPLAY "CODICE CAMPAGNA (XXXXXXXX)  : " WITH NO ADVANCING
           ACCEPT   W-CODE-CAMP
           IF  W-CODE-CAMP EQUAL SPACES
             GO TO EXIT-PRO
           END-IF
           DISPLAY "DESCRIZIONE                 : " WITH NO ADVANCING
           ACCEPT   W-DESC-CAMP
           DISPLAY "SEGMENTO (A=CLASSE A F=CARTA FEDELTA' E=ENTRAMBI)"
                   " : " WITH NO ADVANCING
           ACCEPT   W-SEGMENTO
           INSPECT W-SEGMENTO CONVERTING "afe" TO "AFE"
           IF  NOT W-SEGM-CLASSE-A AND NOT W-SEGM-FEDELTA
             SET   W-SEGM-ENTRAMBI     TO  TRUE
           END-IF
           DISPLAY "CONSENSO (N=NEWSLETTER P=PROFILAZIONE T=TERZI)"
                   " : " WITH NO ADVANCING
           ACCEPT   W-FINALITA
           INSPECT W-FINALITA CONVERTING "npt" TO "NPT"
           IF  W-FINALITA NOT EQUAL "P" AND "T"
             MOVE  "N"                 TO  W-FINALITA
           END-IF
           IF  NOT W-SEGM-CLASSE-A
             PERFORM 1000-CARICA-CARTE
           END-IF
      *
           OPEN OUTPUT CAMPCSV-FILE
           PERFORM 2900-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCONS10"             USING F0SCONS LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCAMP10"             USING F0SCAMP LWCOMAR
           INITIALIZE F0SCLIF
           MOVE    L-CAMP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           PERFORM 2000-CLIENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCAMP10"             USING F0SCAMP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCONS10"             USING F0SCONS LWCOMAR
           CLOSE CAMPCSV-FILE
      *
           DISPLAY "CLIENTI LETTI            : " W-NUMR-LETTI
           DISPLAY "NEL SEGMENTO             : " W-NUMR-SEGM
           DISPLAY "  ESCLUSI PERCHE' BLOCCATI : " W-NUMR-BLOC
           DISPLAY "  ESCLUSI SENZA CONSENSO   : " W-NUMR-SENZA
           DISPLAY "SELEZIONATI (SU CAMPCSV) : " W-NUMR-SELE
           MOVE    W-NUMR-SELE         TO  L-CAMP-NUMR-SELE
           IF  W-NUMR-SELE GREATER ZERO
             MOVE  "S"                 TO  L-CAMP-ESITO
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  CARTE FEDELTA' ATTIVE DELLA DITTA IN TABELLA
       1000-CARICA-CARTE.
           INITIALIZE F0SFIDE
           MOVE    L-CAMP-CODE-CLIE    TO  F0SFIDE-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL "URFIDE10"             USING F0SFIDE LWCOMAR
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFIDE10"             USING F0SFIDE LWCOMAR
           PERFORM 1100-CARTA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URFIDE10"             USING F0SFIDE LWCOMAR
           .
       1100-CARTA.
           IF  F0SFIDE-CART-ATTIVA
               AND W-NUMR-CART LESS 5000
             ADD   1                   TO  W-NUMR-CART
             MOVE  F0SFIDE-CODI-CLIF   TO  W-CART-CLIF(W-NUMR-CART)
             MOVE  F0SFIDE-NUMR-CART   TO  W-CART-NUMR(W-NUMR-CART)
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URFIDE10"             USING F0SFIDE LWCOMAR
           .
      ******************************************************************
      *----------  UN CLIENTE DELLA DITTA: SEGMENTO, BLOCCO, CONSENSO
       2000-CLIENTE.
           ADD     1                   TO  W-NUMR-LETTI
           PERFORM 2100-SEGMENTO
           IF  W-NEL-SEGMENTO EQUAL "S"
             ADD   1                   TO  W-NUMR-SEGM
             IF  F0SCLIF-BLOCCATO
               ADD 1                   TO  W-NUMR-BLOC
             ELSE
               PERFORM 2200-CONSENSO
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCLIF10"             USING F0SCLIF LWCOMAR
           .
      *----------  APPARTENENZA AL SEGMENTO SCELTO
       2100-SEGMENTO.
           MOVE    "N"                 TO  W-NEL-SEGMENTO
           MOVE    SPACES              TO  W-CARTA
           IF  NOT W-SEGM-CLASSE-A
             PERFORM 2110-CERCA-CARTA
                 VARYING W-IND-CART FROM 1 BY 1
                 UNTIL W-IND-CART > W-NUMR-CART
                    OR W-CARTA NOT EQUAL SPACES
           END-IF
           IF  W-CARTA NOT EQUAL SPACES
               AND NOT W-SEGM-CLASSE-A
             MOVE  "S"                 TO  W-NEL-SEGMENTO
           END-IF
           IF  F0SCLIF-CLAS-ABC EQUAL "A"
               AND NOT W-SEGM-FEDELTA
             MOVE  "S"                 TO  W-NEL-SEGMENTO
           END-IF
           .
       2110-CERCA-CARTA.
           IF  W-CART-CLIF(W-IND-CART) EQUAL F0SCLIF-CODI-CLIF
             MOVE  W-CART-NUMR(W-IND-CART) TO W-CARTA
           END-IF
           .
      *----------  SOLO IL CONSENSO CONCESSO E NON REVOCATO VALE
       2200-CONSENSO.
           INITIALIZE F0SCONS
           MOVE    L-CAMP-CODE-CLIE    TO  F0SCONS-CODE-CLIE
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SCONS-CODI-CLIF
           MOVE    W-FINALITA          TO  F0SCONS-FINALITA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCONS10"             USING F0SCONS LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SCONS-CONCESSO
             PERFORM 2300-SELEZIONA
           ELSE
             ADD   1                   TO  W-NUMR-SENZA
           END-IF
           .
      *----------  CLIENTE SELEZIONATO: RIGA CSV E TRACCIA SU F0SCAMP
       2300-SELEZIONA.
           ADD     1                   TO  W-NUMR-SELE
           MOVE    SPACES              TO  W-ASC-BUFF
           MOVE    F0SCLIF-CODI-CLIF   TO  W-ASC-CAMPO(1)
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-ASC-CAMPO(2)
           MOVE    F0SCLIF-INDR-CLIF   TO  W-ASC-CAMPO(3)
           MOVE    F0SCLIF-CAP-CLIF    TO  W-ASC-CAMPO(4)
           MOVE    F0SCLIF-COMU-CLIF   TO  W-ASC-CAMPO(5)
           MOVE    F0SCLIF-PROV-CLIF   TO  W-ASC-CAMPO(6)
           MOVE    F0SCLIF-INDI-MAIL   TO  W-ASC-CAMPO(7)
           MOVE    F0SCONS-CANALE      TO  W-ASC-CAMPO(8)
           MOVE    F0SCONS-DATA-CONS   TO  W-ASC-CAMPO(9)
           MOVE    F0SCLIF-CLAS-ABC    TO  W-ASC-CAMPO(10)
           MOVE    W-CARTA             TO  W-ASC-CAMPO(11)
           PERFORM 2400-SCRIVI-RIGA
      *
           INITIALIZE F0SCAMP
           MOVE    L-CAMP-CODE-CLIE    TO  F0SCAMP-CODE-CLIE
           MOVE    W-CODE-CAMP         TO  F0SCAMP-CODE-CAMP
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SCAMP-CODI-CLIF
           MOVE    W-DESC-CAMP         TO  F0SCAMP-DESC-CAMP
           MOVE    W-SEGMENTO          TO  F0SCAMP-SEGMENTO
           MOVE    W-FINALITA          TO  F0SCAMP-FINALITA
           MOVE    LDATE-ACTL          TO  F0SCAMP-DATA-ESTR
           MOVE    L-IDENUTEN          TO  F0SCAMP-IDEN-UTEN
           MOVE    F0SCONS-DATA-CONS   TO  F0SCAMP-DATA-CONS
           MOVE    F0SCONS-CANALE      TO  F0SCAMP-CANALE
           MOVE    F0SCONS-FONTE       TO  F0SCAMP-FONTE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL "URCAMP10"             USING F0SCAMP LWCOMAR
           .
      *----------  CONVERTE LA RIGA A COLONNE IN CSV E LA SCRIVE, SENZA
      *            GLI SPAZI DI RIEMPIMENTO FINALI
       2400-SCRIVI-RIGA.
           INSPECT W-ASC-BUFF REPLACING ALL ";" BY ","
           MOVE    SPACES              TO  W-CSV-BUFF
           MOVE    2                   TO  W-TIPO-CONV
           MOVE    SPACE               TO  W-DELIM
           CALL "UCSV2X10"             USING W-AREACSV W-AREASCII
           MOVE    10100               TO  W-POS
           PERFORM 2410-ARRETRA
               UNTIL W-POS EQUAL 0
                  OR W-CSV-BUFF(W-POS:1) NOT EQUAL SPACE
           MOVE    SPACES              TO  CAMPCSV-REC
           IF  W-POS GREATER 1000
             MOVE  1000                TO  W-POS
           END-IF
           IF  W-POS GREATER 0
             MOVE  W-CSV-BUFF(1:W-POS) TO  CAMPCSV-REC
           END-IF
           WRITE CAMPCSV-REC
           .
       2410-ARRETRA.
           SUBTRACT 1                  FROM W-POS
           .
      *----------  RIGA DEI TITOLI DELLE COLONNE
       2900-INTESTAZIONE.
           MOVE    SPACES              TO  W-ASC-BUFF
           MOVE    "CODICE"            TO  W-ASC-CAMPO(1)
           MOVE    "RAGIONE SOCIALE"   TO  W-ASC-CAMPO(2)
           MOVE    "INDIRIZZO"         TO  W-ASC-CAMPO(3)
           MOVE    "CAP"               TO  W-ASC-CAMPO(4)
           MOVE    "COMUNE"            TO  W-ASC-CAMPO(5)
           MOVE    "PROVINCIA"         TO  W-ASC-CAMPO(6)
           MOVE    "EMAIL"             TO  W-ASC-CAMPO(7)
           MOVE    "CANALE"            TO  W-ASC-CAMPO(8)
           MOVE    "DATA CONSENSO"     TO  W-ASC-CAMPO(9)
           MOVE    "CLASSE"            TO  W-ASC-CAMPO(10)
           MOVE    "CARTA FEDELTA'"    TO  W-ASC-CAMPO(11)
           PERFORM 2400-SCRIVI-RIGA
           .
      *(END)
