       IDENTIFICATION DIVISION.
       PROGRAM-ID. UAZIOVW0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   DIRITTI EFFETTIVI DI UN OPERATORE, PER IL SUPERVISORE:
      *****   CHIESTO L'OPERATORE (VUOTO = QUELLO COLLEGATO) SI
      *****   LEGGONO F09 (TRAMITE "URUTEN10") E IL SUO PROFILO
      *****   (F0SPRFL TRAMITE "URPRFL10") E SI ELENCA A VIDEO, PER
      *****   OGNI PACKAGE CHE L'OPERATORE VEDE O CHE GLI E' NEGATO,
      *****   QUALI AZIONI PUO' FARE (V = INTERROGAZIONE, M =
      *****   INSERIMENTO/MODIFICA, C = CANCELLAZIONE/ANNULLO, A =
      *****   APPROVAZIONE) E DA DOVE VENGONO (PROFILO, SLOT EXTRA O
      *****   DENY, SLOT INDIVIDUALI). I DIRITTI SONO RISOLTI DA
      *****   "UAZIOCH0", LO STESSO CONTROLLO CHE FANNO I PROGRAMMI
      *****   PRIMA DI AGIRE: QUELLO CHE SI VEDE QUI E' QUELLO CHE
      *****   VALE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-IND-ELE                  PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-ELE                 PIC S9(04) COMP VALUE ZERO.
       77  WL-TROVATO                  PIC X(01)      VALUE "N".
       77  WL-PACK                     PIC X(02)      VALUE SPACES.
       77  WL-IDEN-UTEN                PIC X(08)      VALUE SPACES.
       77  WL-DESC-ORIG                PIC X(20)      VALUE SPACES.
      *
      *    Package da mostrare, senza doppioni: profilo, extra, deny
       01  W-ELENCO.
           03  W-ELE-PACK              PIC X(02)
                                       OCCURS 50 TIMES.
      *
       COPY "F09.REC".
       COPY "F0SPRFL.REC".
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-AZVW-CTRL.
           03  L-AZVW-ESITO            PIC X(01).
               88  L-AZVW-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-AZVW-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-AZVW-ESITO
           DISPLAY "DIRITTI EFFETTIVI DI UN OPERATORE"
           DISPLAY "OPERATORE (VUOTO = COLLEGATO) : " WITH NO
                   ADVANCING
           MOVE    SPACES              TO  WL-IDEN-UTEN
           ACCEPT   WL-IDEN-UTEN
           IF  WL-IDEN-UTEN EQUAL SPACES
             MOVE  L-IDENUTEN          TO  WL-IDEN-UTEN
           END-IF
      *
           INITIALIZE F09
           MOVE    WL-IDEN-UTEN        TO  F09-IDEN-UTEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "OPERATORE " WL-IDEN-UTEN " NON CENSITO"
             GO TO CHIU-AZVW
           END-IF
      *
           MOVE    ZERO                TO  WL-NUMR-ELE
           MOVE    SPACES              TO  W-ELENCO
           IF  F09-CODE-PROF EQUAL SPACES
             DISPLAY "OPERATORE " WL-IDEN-UTEN
                     " - SENZA PROFILO, SLOT INDIVIDUALI"
             PERFORM RT21-SLOT-INDIVIDUALE
                     VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 40
             IF  WL-NUMR-ELE EQUAL ZERO
               DISPLAY "NESSUNO SLOT VALORIZZATO: TUTTI I PACKAGE,"
                       " CON TUTTE LE AZIONI"
               GO TO CHIU-AZVW
             END-IF
           ELSE
             PERFORM RT3-PROFILO
           END-IF
      *
           DISPLAY "PACKAGE   V  M  C  A   ORIGINE"
           PERFORM RT5-RIGA-PACKAGE
                   VARYING WL-IND-ELE FROM 1 BY 1
                   UNTIL WL-IND-ELE > WL-NUMR-ELE
           DISPLAY "V=INTERROGAZIONE M=INSERIMENTO/MODIFICA"
                   " C=CANCELLAZIONE/ANNULLO A=APPROVAZIONE"
           MOVE    "S"                 TO  L-AZVW-ESITO
       CHIU-AZVW.
           EXIT PROGRAM.
      ******************************************************************
       RT21-SLOT-INDIVIDUALE.
           MOVE    F09-PACK-UTEN-X(WL-IND) TO WL-PACK
           PERFORM RT4-AGGIUNGI-PACKAGE
           .
      ******************************************************************
      *----------  OPERATORE SU PROFILO: TESTATA CON IL PROFILO, POI
      *            I PACKAGE DEL PROFILO, DEGLI SLOT EXTRA E DENY
       RT3-PROFILO.
           INITIALIZE F0SPRFL
           MOVE    F09-CODE-PROF       TO  F0SPRFL-CODE-PROF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPRFL10"              USING F0SPRFL LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPRFL10"              USING F0SPRFL LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPRFL10"              USING F0SPRFL LWCOMAR
           IF  L-RETN-VALO EQUAL 1
             DISPLAY "OPERATORE " WL-IDEN-UTEN " - PROFILO "
                     F09-CODE-PROF " " F0SPRFL-DESC-PROF
             PERFORM RT31-SLOT-PROFILO
                     VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 40
           ELSE
             DISPLAY "OPERATORE " WL-IDEN-UTEN " - PROFILO "
                     F09-CODE-PROF " NON CENSITO: NESSUN DIRITTO"
                     " DAL PROFILO"
           END-IF
           PERFORM RT32-SLOT-EXTRA
                   VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 5
           PERFORM RT33-SLOT-DENY
                   VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 5
           .
      ******************************************************************
       RT31-SLOT-PROFILO.
           MOVE    F0SPRFL-PACK-X(WL-IND) TO WL-PACK
           PERFORM RT4-AGGIUNGI-PACKAGE
           .
      ******************************************************************
       RT32-SLOT-EXTRA.
           MOVE    F09-PACK-EXTRA-X(WL-IND) TO WL-PACK
           PERFORM RT4-AGGIUNGI-PACKAGE
           .
      ******************************************************************
       RT33-SLOT-DENY.
           MOVE    F09-PACK-DENY-X(WL-IND) TO WL-PACK
           PERFORM RT4-AGGIUNGI-PACKAGE
           .
      ******************************************************************
      *----------  PACKAGE IN ELENCO UNA VOLTA SOLA
       RT4-AGGIUNGI-PACKAGE.
           IF  WL-PACK EQUAL SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE    "N"                 TO  WL-TROVATO
           PERFORM RT41-CERCA-PACKAGE
                   VARYING WL-IND-ELE FROM 1 BY 1
                   UNTIL WL-IND-ELE > WL-NUMR-ELE
           IF  WL-TROVATO EQUAL "N"
               AND WL-NUMR-ELE LESS 50
             ADD   1                   TO  WL-NUMR-ELE
             MOVE  WL-PACK             TO  W-ELE-PACK(WL-NUMR-ELE)
           END-IF
           .
      ******************************************************************
       RT41-CERCA-PACKAGE.
           IF  W-ELE-PACK(WL-IND-ELE) EQUAL WL-PACK
             MOVE  "S"                 TO  WL-TROVATO
           END-IF
           .
      ******************************************************************
      *----------  UNA RIGA PER PACKAGE: I DIRITTI LI RISOLVE
      *            UAZIOCH0 CON AZIONE A SPAZIO, SENZA AUDIT
       RT5-RIGA-PACKAGE.
           MOVE    WL-IDEN-UTEN        TO  L-AZIO-IDEN-UTEN
           MOVE    W-ELE-PACK(WL-IND-ELE) TO L-AZIO-PACK-ID
           MOVE    SPACE               TO  L-AZIO-AZIONE
           MOVE    "UAZIOVW0"          TO  L-AZIO-NOME-PROG
           MOVE    SPACES              TO  L-AZIO-NOME-FILE
                                           L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           EVALUATE L-AZIO-ORIGINE
             WHEN "P"
               MOVE  "PROFILO"         TO  WL-DESC-ORIG
             WHEN "E"
               MOVE  "SLOT EXTRA"      TO  WL-DESC-ORIG
             WHEN "I"
               MOVE  "SLOT INDIVIDUALE" TO WL-DESC-ORIG
             WHEN "D"
               MOVE  "NEGATO DA DENY"  TO  WL-DESC-ORIG
             WHEN OTHER
               MOVE  "NON ABILITATO"   TO  WL-DESC-ORIG
           END-EVALUATE
           DISPLAY "  " L-AZIO-PACK-ID "      "
                   L-AZIO-DIRI-VISU "  " L-AZIO-DIRI-MODI "  "
                   L-AZIO-DIRI-CANC "  " L-AZIO-DIRI-APPR "   "
                   WL-DESC-ORIG
           .
      *(END)
