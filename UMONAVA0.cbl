       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMONAVA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   AVANZAMENTO DI UN ORDINE DI MONTAGGIO KIT (F0SMONT,
      *****   TRAMITE "URMONT10"; NUMERO ZERO = ELENCO DEGLI ORDINI
      *****   APERTI). SI DICHIARANO I KIT MONTATI BUONI E QUELLI
      *****   SCARTATI IN MONTAGGIO:
      *****     - I COMPONENTI DI TUTTI I KIT (BUONI + SCARTI) ESCONO
      *****       DA F0SMAGA ("URMAGA10", RETTIFICA ATOMICA), CON I
      *****       LOTTI FEFO ("ULOTSCA0") E UN MOVIMENTO DI GIORNALE
      *****       PER COMPONENTE ("UMOVLOG0");
      *****     - I KIT BUONI ENTRANO IN GIACENZA CON IL LORO
      *****       MOVIMENTO DI GIORNALE; IL COSTO DEL KIT E' LA SOMMA
      *****       DEI COSTI MEDI DEI COMPONENTI PER LA QUANTITA' DI
      *****       DISTINTA, MEDIATO SULLA GIACENZA DEL KIT COME
      *****       ALL'ENTRATA MERCE;
      *****     - GLI SCARTI NON PRODUCONO KIT: IL VALORE DEI LORO
      *****       COMPONENTI RESTA SULL'ORDINE.
      *****   SENZA COMPONENTI SUFFICIENTI NON SI MUOVE NULLA. L'ORDINE
      *****   SI CHIUDE DA SOLO A QUANTITA' RAGGIUNTA, OPPURE A
      *****   RICHIESTA CON MONTAGGIO PARZIALE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-MANCA                    PIC X(01)      VALUE "N".
       77  WL-ARTI-ESI                 PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-COMP                PIC S9(04) COMP VALUE ZERO.
       77  WL-QTA-BUON                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-SCAR                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-MONT                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-RESI                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-COMP                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-LIBE                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-PRIMA                PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-NUOVA                PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-COST-KIT                 PIC S9(09)V9999 COMP-3 VALUE 0.
       77  WL-VALO-TOTA                PIC S9(11)V9999 COMP-3 VALUE 0.
       77  WL-CODE-LOTT                PIC X(10)      VALUE SPACES.
       77  WL-RIFE-MONT                PIC X(15)      VALUE SPACES.
       77  WL-KIT-UNIT                 PIC X(03)      VALUE SPACES.
       77  WL-KIT-GRUP                 PIC X(03)      VALUE SPACES.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-LIBE-ED                  PIC ---.---.--9,999 VALUE 0.
       77  WL-RESI-ED                  PIC ---.---.--9,999 VALUE 0.
       77  WL-COST-ED                  PIC ---.---.--9,9999 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
      *
       COPY "F0SARTI.REC".
       COPY "F0SDIBA.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SMONT.REC".
      *
      *    Giornale di magazzino per componenti e kit.
       COPY "LMOVLOG.WRK".
      *
      *    Consumo FEFO dei componenti gestiti a lotti.
       COPY "LLOTSCA.WRK".
      *
       LINKAGE SECTION.
       01  L-MONA-CTRL.
           03  L-MONA-CODE-CLIE        PIC 9(04).
           03  L-MONA-ESITO            PIC X(01).
               88  L-MONA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-MONA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-MONA-ESITO
           DISPLAY "AVANZAMENTO ORDINE DI MONTAGGIO KIT  -  DITTA "
                   L-MONA-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           INITIALIZE F0SMONT
           MOVE    L-MONA-CODE-CLIE    TO  F0SMONT-CODE-CLIE
           DISPLAY "NUMERO ORDINE (0 = ELENCO)  : " WITH NO ADVANCING
           ACCEPT   F0SMONT-NUMR-MONT
           IF  F0SMONT-NUMR-MONT EQUAL ZERO
             PERFORM RT1-ELENCO-APERTI
             INITIALIZE F0SMONT
             MOVE  L-MONA-CODE-CLIE    TO  F0SMONT-CODE-CLIE
             DISPLAY "NUMERO ORDINE               : " WITH NO
                     ADVANCING
             ACCEPT   F0SMONT-NUMR-MONT
           END-IF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ORDINE DI MONTAGGIO NON TROVATO"
             GO TO CHIU-MONA
           END-IF
           IF  F0SMONT-CHIUSO
             DISPLAY "ORDINE CHIUSO IL " F0SMONT-DATA-CHIU
             GO TO CHIU-MONA
           END-IF
           COMPUTE WL-QTA-RESI = F0SMONT-QTA-ORDI
                               - F0SMONT-QTA-PROD - F0SMONT-QTA-SCAR
           MOVE    F0SMONT-QTA-ORDI    TO  WL-QTA-ED
           DISPLAY "KIT " F0SMONT-CODE-ARTI " " F0SMONT-DESC-ARTI
           DISPLAY "DEPOSITO " F0SMONT-NUMR-INST
                   "  DA MONTARE " WL-QTA-ED
           MOVE    F0SMONT-QTA-PROD    TO  WL-QTA-ED
           MOVE    F0SMONT-QTA-SCAR    TO  WL-LIBE-ED
           MOVE    WL-QTA-RESI         TO  WL-RESI-ED
           DISPLAY "MONTATI " WL-QTA-ED " SCARTATI " WL-LIBE-ED
                   " RESIDUI " WL-RESI-ED
      *
           DISPLAY "KIT MONTATI BUONI           : " WITH NO ADVANCING
           ACCEPT   WL-QTA-BUON
           DISPLAY "KIT SCARTATI IN MONTAGGIO   : " WITH NO ADVANCING
           ACCEPT   WL-QTA-SCAR
           IF  WL-QTA-BUON LESS ZERO OR WL-QTA-SCAR LESS ZERO
             DISPLAY "QUANTITA' NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO CHIU-MONA
           END-IF
           COMPUTE WL-QTA-MONT = WL-QTA-BUON + WL-QTA-SCAR
           IF  WL-QTA-MONT EQUAL ZERO
             PERFORM RT5-CHIUSURA-PARZIALE
             GO TO CHIU-MONA
           END-IF
           IF  WL-QTA-MONT GREATER WL-QTA-RESI
             DISPLAY "ATTENZIONE: SUPERATO IL RESIDUO DELL'ORDINE"
             DISPLAY "CONFERMI COMUNQUE ? (S/N)   : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
               DISPLAY "OPERAZIONE ANNULLATA"
               GO TO CHIU-MONA
             END-IF
           END-IF
      *
      *      Anagrafica del kit: unita' di misura e gruppo per la
      *      riga di giacenza del kit finito
           MOVE    SPACES              TO  WL-KIT-UNIT WL-KIT-GRUP
           MOVE    L-MONA-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    F0SMONT-CODE-ARTI   TO  F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SARTI-UNIT-MISU   TO  WL-KIT-UNIT
             MOVE  F0SARTI-GRUP-ARTI   TO  WL-KIT-GRUP
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
      *
      *      Prima passata: disponibilita' dei componenti e costo
      *      del kit dai costi medi
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    ZERO                TO  WL-NUMR-COMP WL-COST-KIT
           MOVE    "N"                 TO  WL-MANCA
           PERFORM RT2-INIZIO-DISTINTA
           PERFORM RT2-CONTROLLA-COMPONENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           IF  WL-NUMR-COMP EQUAL ZERO
             DISPLAY "KIT SENZA DISTINTA BASE - NESSUN MOVIMENTO"
             GO TO CHIU-MAGA
           END-IF
           IF  WL-MANCA EQUAL "S"
             DISPLAY "COMPONENTI INSUFFICIENTI - NESSUN MOVIMENTO"
             GO TO CHIU-MAGA
           END-IF
           MOVE    WL-COST-KIT         TO  WL-COST-ED
           DISPLAY "COSTO UNITARIO DEL KIT      : " WL-COST-ED
           DISPLAY "CONFERMI L'AVANZAMENTO ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-MAGA
           END-IF
      *
      *      Seconda passata: scarico dei componenti
           MOVE    SPACES              TO  WL-RIFE-MONT
           STRING  "MONT "             DELIMITED BY SIZE
                   F0SMONT-NUMR-MONT   DELIMITED BY SIZE
                                       INTO WL-RIFE-MONT
           PERFORM RT2-INIZIO-DISTINTA
           PERFORM RT3-SCARICA-COMPONENTE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
      *
      *      Carico dei kit buoni
           IF  WL-QTA-BUON GREATER ZERO
             PERFORM RT4-CARICA-KIT
           END-IF
      *
      *      Ordine aggiornato; chiuso a quantita' raggiunta
           ADD     WL-QTA-BUON         TO  F0SMONT-QTA-PROD
           ADD     WL-QTA-SCAR         TO  F0SMONT-QTA-SCAR
           MOVE    WL-COST-KIT         TO  F0SMONT-COST-UNIT
           COMPUTE F0SMONT-VALO-PROD ROUNDED =
                       F0SMONT-VALO-PROD + WL-QTA-BUON * WL-COST-KIT
           COMPUTE F0SMONT-VALO-SCAR ROUNDED =
                       F0SMONT-VALO-SCAR + WL-QTA-SCAR * WL-COST-KIT
           MOVE    LDATE-ACTL          TO  F0SMONT-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SMONT-IDEN-UTEN
           COMPUTE WL-QTA-RESI = F0SMONT-QTA-ORDI
                               - F0SMONT-QTA-PROD - F0SMONT-QTA-SCAR
           IF  WL-QTA-RESI NOT GREATER ZERO
             SET   F0SMONT-CHIUSO      TO  TRUE
             MOVE  LDATE-ACTL          TO  F0SMONT-DATA-CHIU
             DISPLAY "QUANTITA' RAGGIUNTA - ORDINE CHIUSO"
           ELSE
             MOVE  WL-QTA-RESI         TO  WL-RESI-ED
             DISPLAY "RESTANO DA MONTARE " WL-RESI-ED
             DISPLAY "CHIUDI CON MONTAGGIO PARZIALE ? (S/N) : " WITH
                     NO ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               SET   F0SMONT-CHIUSO    TO  TRUE
               MOVE  LDATE-ACTL        TO  F0SMONT-DATA-CHIU
             END-IF
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           MOVE    "S"                 TO  L-MONA-ESITO
           MOVE    F0SMONT-VALO-SCAR   TO  WL-IMPO-ED
           DISPLAY "AVANZAMENTO REGISTRATO - VALORE SCARTI " WL-IMPO-ED.
       CHIU-MAGA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR.
       CHIU-MONA.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  ELENCO DEGLI ORDINI DI MONTAGGIO APERTI DELLA DITTA
       RT1-ELENCO-APERTI.
           INITIALIZE F0SMONT
           MOVE    L-MONA-CODE-CLIE    TO  F0SMONT-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           PERFORM RT11-ORDINE-APERTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
      ******************************************************************
       RT11-ORDINE-APERTO.
           IF  F0SMONT-APERTO
             COMPUTE WL-QTA-RESI = F0SMONT-QTA-ORDI
                                 - F0SMONT-QTA-PROD - F0SMONT-QTA-SCAR
             MOVE  WL-QTA-RESI         TO  WL-RESI-ED
             DISPLAY F0SMONT-NUMR-MONT " " F0SMONT-DATA-APER " "
                     F0SMONT-CODE-ARTI " " F0SMONT-DESC-ARTI
                     " RESIDUI " WL-RESI-ED
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           .
      ******************************************************************
      *----------  POSIZIONAMENTO SUL PRIMO COMPONENTE DEL KIT
       RT2-INIZIO-DISTINTA.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           INITIALIZE F0SDIBA
           MOVE    L-MONA-CODE-CLIE    TO  F0SDIBA-CODE-CLIE
           MOVE    F0SMONT-CODE-ARTI   TO  F0SDIBA-CODE-ARTI
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           .
      ******************************************************************
      *----------  UN COMPONENTE: FABBISOGNO PER I KIT MONTATI E
      *            SCARTATI CONTRO LA DISPONIBILITA' DEL DEPOSITO; IL
      *            SUO COSTO MEDIO ENTRA NEL COSTO DEL KIT
       RT2-CONTROLLA-COMPONENTE.
           ADD     1                   TO  WL-NUMR-COMP
           COMPUTE WL-QTA-COMP ROUNDED =
                       WL-QTA-MONT * F0SDIBA-QTA-COMP
           MOVE    L-MONA-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    F0SMONT-NUMR-INST   TO  F0SMAGA-NUMR-INST
           MOVE    F0SDIBA-CODE-COMP   TO  F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             COMPUTE WL-QTA-LIBE =
                         F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
             COMPUTE WL-COST-KIT ROUNDED = WL-COST-KIT
                       + F0SDIBA-QTA-COMP * F0SMAGA-COST-UNIT
           ELSE
             MOVE  ZERO                TO  WL-QTA-LIBE
           END-IF
           IF  WL-QTA-LIBE LESS WL-QTA-COMP
             MOVE  "S"                 TO  WL-MANCA
             MOVE  WL-QTA-COMP         TO  WL-QTA-ED
             MOVE  WL-QTA-LIBE         TO  WL-LIBE-ED
             DISPLAY F0SDIBA-CODE-COMP " SERVONO " WL-QTA-ED
                     " DISPONIBILI " WL-LIBE-ED
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           .
      ******************************************************************
      *----------  SCARICO DI UN COMPONENTE: RETTIFICA ATOMICA SOTTO
      *            BLOCCO RECORD (LREAD-FILE = 60), LOTTI FEFO SE IL
      *            COMPONENTE E' A LOTTI, MOVIMENTO DI GIORNALE
       RT3-SCARICA-COMPONENTE.
           COMPUTE WL-QTA-COMP ROUNDED =
                       WL-QTA-MONT * F0SDIBA-QTA-COMP
           MOVE    L-MONA-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    F0SMONT-NUMR-INST   TO  F0SMAGA-NUMR-INST
           MOVE    F0SDIBA-CODE-COMP   TO  F0SMAGA-CODE-ARTI
           COMPUTE F0SMAGA-QTA-GIAC = ZERO - WL-QTA-COMP
           MOVE    ZERO                TO  F0SMAGA-QTA-IMPE
           MOVE    60                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           COMPUTE WL-QTA-PRIMA = F0SMAGA-QTA-GIAC + WL-QTA-COMP
           MOVE    SPACES              TO  WL-CODE-LOTT
           MOVE    L-MONA-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    F0SDIBA-CODE-COMP   TO  F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-ARTI-ESI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  WL-ARTI-ESI EQUAL 1 AND F0SARTI-A-LOTTI
             MOVE  L-MONA-CODE-CLIE    TO  L-LOTS-CODE-CLIE
             MOVE  F0SMONT-NUMR-INST   TO  L-LOTS-NUMR-INST
             MOVE  F0SDIBA-CODE-COMP   TO  L-LOTS-CODE-ARTI
             MOVE  WL-QTA-COMP         TO  L-LOTS-QTA
             CALL  "ULOTSCA0"            USING L-LOTS-CTRL LWCOMAR
             MOVE  L-LOTS-CODE-LOTT    TO  WL-CODE-LOTT
           END-IF
           MOVE    F0SMAGA-CODE-CLIE   TO  L-MOVL-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  L-MOVL-NUMR-INST
           MOVE    F0SMAGA-CODE-ARTI   TO  L-MOVL-CODE-ARTI
           MOVE    "UMONAVA0"          TO  L-MOVL-NOME-PROG
           MOVE    WL-RIFE-MONT        TO  L-MOVL-RIF-DOCU
           MOVE    WL-QTA-PRIMA        TO  L-MOVL-QTA-PRIMA
           MOVE    F0SMAGA-QTA-GIAC    TO  L-MOVL-QTA-DOPO
           MOVE    WL-CODE-LOTT        TO  L-MOVL-CODE-LOTT
           CALL  "UMOVLOG0"              USING L-MOVL-CTRL LWCOMAR
           MOVE    SPACES              TO  L-MOVL-CODE-LOTT
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDIBA10"              USING F0SDIBA LWCOMAR
           .
      ******************************************************************
      *----------  CARICO DEI KIT BUONI: COSTO MEDIO PONDERATO SULLA
      *            GIACENZA PREESISTENTE DEL KIT (COME ALL'ENTRATA
      *            MERCE), DATI NON-QUANTITA' SOTTO BLOCCO
      *            (LREAD-FILE = 61), POI IL CARICO COME RETTIFICA
      *            ATOMICA (LREAD-FILE = 60)
       RT4-CARICA-KIT.
           INITIALIZE F0SMAGA
           MOVE    L-MONA-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    F0SMONT-NUMR-INST   TO  F0SMAGA-NUMR-INST
           MOVE    F0SMONT-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             INITIALIZE F0SMAGA
             MOVE  L-MONA-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
             MOVE  F0SMONT-NUMR-INST   TO  F0SMAGA-NUMR-INST
             MOVE  F0SMONT-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
           END-IF
           MOVE    F0SMONT-DESC-ARTI   TO  F0SMAGA-DESC-ARTI
           MOVE    WL-KIT-UNIT         TO  F0SMAGA-UNIT-MISU
           MOVE    WL-KIT-GRUP         TO  F0SMAGA-GRUP-ARTI
           IF  F0SMAGA-QTA-GIAC GREATER ZERO
             COMPUTE WL-QTA-NUOVA = F0SMAGA-QTA-GIAC + WL-QTA-BUON
             COMPUTE WL-VALO-TOTA =
                         (F0SMAGA-QTA-GIAC * F0SMAGA-COST-UNIT)
                       + (WL-QTA-BUON * WL-COST-KIT)
             COMPUTE F0SMAGA-COST-UNIT ROUNDED =
                         WL-VALO-TOTA / WL-QTA-NUOVA
           ELSE
             MOVE  WL-COST-KIT         TO  F0SMAGA-COST-UNIT
           END-IF
           MOVE    61                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    WL-QTA-BUON         TO  F0SMAGA-QTA-GIAC
           MOVE    ZERO                TO  F0SMAGA-QTA-IMPE
           MOVE    60                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           COMPUTE WL-QTA-PRIMA = F0SMAGA-QTA-GIAC - WL-QTA-BUON
           MOVE    F0SMAGA-CODE-CLIE   TO  L-MOVL-CODE-CLIE
           MOVE    F0SMAGA-NUMR-INST   TO  L-MOVL-NUMR-INST
           MOVE    F0SMAGA-CODE-ARTI   TO  L-MOVL-CODE-ARTI
           MOVE    "UMONAVA0"          TO  L-MOVL-NOME-PROG
           MOVE    WL-RIFE-MONT        TO  L-MOVL-RIF-DOCU
           MOVE    WL-QTA-PRIMA        TO  L-MOVL-QTA-PRIMA
           MOVE    F0SMAGA-QTA-GIAC    TO  L-MOVL-QTA-DOPO
           CALL  "UMOVLOG0"              USING L-MOVL-CTRL LWCOMAR
           .
      ******************************************************************
      *----------  NESSUN KIT DICHIARATO: SI PUO' SOLO CHIUDERE
      *            L'ORDINE CON IL MONTAGGIO FIN QUI
       RT5-CHIUSURA-PARZIALE.
           DISPLAY "CHIUDI CON MONTAGGIO PARZIALE ? (S/N) : " WITH
                   NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "NESSUN AGGIORNAMENTO"
             EXIT PARAGRAPH
           END-IF
           SET     F0SMONT-CHIUSO      TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SMONT-DATA-CHIU
                                           F0SMONT-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SMONT-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMONT10"              USING F0SMONT LWCOMAR
           MOVE    "S"                 TO  L-MONA-ESITO
           DISPLAY "ORDINE " F0SMONT-NUMR-MONT " CHIUSO"
           .
      *(END)
