       IDENTIFICATION DIVISION.
       PROGRAM-ID. UAZIOCH0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   CONTROLLO DELL'AZIONE DENTRO UN PACKAGE: IL CHIAMANTE
      *****   PASSA PACKAGE E AZIONE (V = INTERROGAZIONE, M =
      *****   INSERIMENTO/MODIFICA, C = CANCELLAZIONE/ANNULLO, A =
      *****   APPROVAZIONE E REGISTRAZIONE) E QUI SI RISOLVONO I
      *****   DIRITTI DELL'OPERATORE (F09 TRAMITE "URUTEN10") COME FA
      *****   R600-CTRL-PACK IN GBASE001: PER L'OPERATORE SU PROFILO
      *****   VALGONO LE AZIONI DELLO SLOT DEL PROFILO (F0SPRFL
      *****   TRAMITE "URPRFL10"), UN PACKAGE DATO DAGLI SLOT EXTRA
      *****   PERSONALI HA TUTTE LE AZIONI, GLI SLOT DENY LE NEGANO
      *****   TUTTE; L'OPERATORE ANCORA SUGLI SLOT INDIVIDUALI HA
      *****   TUTTE LE AZIONI SUI PACKAGE CHE VEDE. L'AZIONE RIFIUTATA
      *****   VIENE SEGNALATA A VIDEO E REGISTRATA SU F0SAUDI CON
      *****   PROGRAMMA, ARCHIVIO E CHIAVE. ESITI: "S" = CONSENTITA,
      *****   "N" = RIFIUTATA. CON AZIONE A SPAZIO RESTITUISCE SOLO I
      *****   DIRITTI EFFETTIVI, SENZA AUDIT (UAZIOVW0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-SLOT                     PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-SLOT                PIC S9(04) COMP VALUE ZERO.
      *
       COPY "F09.REC".
       COPY "F0SPRFL.REC".
       COPY "F0SAUDI.REC".
      *
       LINKAGE SECTION.
       COPY "LAZIOCH.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-AZIO-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "N"                 TO  L-AZIO-ESITO
           MOVE    "NNNN"              TO  L-AZIO-DIRITTI
           MOVE    SPACE               TO  L-AZIO-ORIGINE
           MOVE    SPACES              TO  L-AZIO-CODE-PROF
           PERFORM RT1-LEGGI-OPERATORE
           IF  L-AZIO-ORIGINE EQUAL "U"
             GO TO ESIT-AZIO
           END-IF
           MOVE    F09-CODE-PROF       TO  L-AZIO-CODE-PROF
           IF  F09-CODE-PROF EQUAL SPACES
             PERFORM RT2-SLOT-INDIVIDUALI
           ELSE
             PERFORM RT3-PROFILO
           END-IF
       ESIT-AZIO.
           EVALUATE TRUE
             WHEN L-AZIO-INTERROGA
               MOVE  L-AZIO-DIRI-VISU  TO  L-AZIO-ESITO
             WHEN L-AZIO-MODIFICA
               MOVE  L-AZIO-DIRI-MODI  TO  L-AZIO-ESITO
             WHEN L-AZIO-CANCELLA
               MOVE  L-AZIO-DIRI-CANC  TO  L-AZIO-ESITO
             WHEN L-AZIO-APPROVA
               MOVE  L-AZIO-DIRI-APPR  TO  L-AZIO-ESITO
             WHEN OTHER
      *        Sola lettura dei diritti effettivi: nessun esito
               MOVE  SPACE             TO  L-AZIO-ESITO
               EXIT PROGRAM
           END-EVALUATE
           IF  NOT L-AZIO-CONSENTITA
             DISPLAY "AZIONE NON CONSENTITA AL PROFILO DELL'OPERATORE"
                     " - PACKAGE " L-AZIO-PACK-ID
                     " AZIONE " L-AZIO-AZIONE
             PERFORM RT9-REGISTRA-AUDIT
           END-IF
           EXIT PROGRAM.
      ******************************************************************
      *----------  OPERATORE: QUELLO PASSATO O QUELLO COLLEGATO; UN
      *            OPERATORE NON CENSITO NON HA DIRITTI
       RT1-LEGGI-OPERATORE.
           INITIALIZE F09
           IF  L-AZIO-IDEN-UTEN EQUAL SPACES
             MOVE  L-IDENUTEN          TO  F09-IDEN-UTEN
           ELSE
             MOVE  L-AZIO-IDEN-UTEN    TO  F09-IDEN-UTEN
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URUTEN10"              USING F09 LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             MOVE  "U"                 TO  L-AZIO-ORIGINE
           END-IF
           .
      ******************************************************************
      *----------  OPERATORE SENZA PROFILO: COME IN R600-CTRL-PACK,
      *            NESSUNO SLOT VALORIZZATO = TUTTI I PACKAGE; IL
      *            PACKAGE VISTO HA TUTTE LE AZIONI
       RT2-SLOT-INDIVIDUALI.
           MOVE    ZERO                TO  WL-NUMR-SLOT
                                           WL-SLOT
           PERFORM RT21-CERCA-SLOT
                   VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 40
           IF  WL-NUMR-SLOT EQUAL ZERO
               OR WL-SLOT GREATER ZERO
             MOVE  "SSSS"              TO  L-AZIO-DIRITTI
             MOVE  "I"                 TO  L-AZIO-ORIGINE
           END-IF
           .
      ******************************************************************
       RT21-CERCA-SLOT.
           IF  F09-PACK-UTEN-X(WL-IND) NOT EQUAL SPACES
             ADD   1                   TO  WL-NUMR-SLOT
             IF  F09-PACK-UTEN-X(WL-IND) EQUAL L-AZIO-PACK-ID
               MOVE WL-IND             TO  WL-SLOT
             END-IF
           END-IF
           .
      ******************************************************************
      *----------  OPERATORE SU PROFILO: AZIONI DELLO SLOT DEL
      *            PROFILO, POI GLI SLOT EXTRA (TUTTE LE AZIONI) E
      *            DENY (NESSUNA); PROFILO ASSENTE = NESSUN DIRITTO
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
             MOVE  ZERO                TO  WL-SLOT
             PERFORM RT31-CERCA-PROFILO
                     VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 40
             IF  WL-SLOT GREATER ZERO
               PERFORM RT32-AZIONI-PROFILO
             END-IF
           END-IF
           PERFORM RT33-SLOT-EXTRA
                   VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 5
           PERFORM RT34-SLOT-DENY
                   VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND > 5
           .
      ******************************************************************
       RT31-CERCA-PROFILO.
           IF  F0SPRFL-PACK-X(WL-IND) EQUAL L-AZIO-PACK-ID
               AND WL-SLOT EQUAL ZERO
             MOVE  WL-IND              TO  WL-SLOT
           END-IF
           .
      ******************************************************************
      *----------  "N" NEGA L'AZIONE, OGNI ALTRO VALORE LA CONSENTE
       RT32-AZIONI-PROFILO.
           MOVE    "SSSS"              TO  L-AZIO-DIRITTI
           MOVE    "P"                 TO  L-AZIO-ORIGINE
           IF  F0SPRFL-AZIO-VISU(WL-SLOT) EQUAL "N"
             MOVE  "N"                 TO  L-AZIO-DIRI-VISU
           END-IF
           IF  F0SPRFL-AZIO-MODI(WL-SLOT) EQUAL "N"
             MOVE  "N"                 TO  L-AZIO-DIRI-MODI
           END-IF
           IF  F0SPRFL-AZIO-CANC(WL-SLOT) EQUAL "N"
             MOVE  "N"                 TO  L-AZIO-DIRI-CANC
           END-IF
           IF  F0SPRFL-AZIO-APPR(WL-SLOT) EQUAL "N"
             MOVE  "N"                 TO  L-AZIO-DIRI-APPR
           END-IF
           .
      ******************************************************************
       RT33-SLOT-EXTRA.
           IF  F09-PACK-EXTRA-X(WL-IND) EQUAL L-AZIO-PACK-ID
             MOVE  "SSSS"              TO  L-AZIO-DIRITTI
             MOVE  "E"                 TO  L-AZIO-ORIGINE
           END-IF
           .
      ******************************************************************
       RT34-SLOT-DENY.
           IF  F09-PACK-DENY-X(WL-IND) EQUAL L-AZIO-PACK-ID
             MOVE  "NNNN"              TO  L-AZIO-DIRITTI
             MOVE  "D"                 TO  L-AZIO-ORIGINE
           END-IF
           .
      ******************************************************************
      *----------  TENTATIVO RIFIUTATO: UNA RIGA SU F0SAUDI CON
      *            ARCHIVIO E CHIAVE DEL CHIAMANTE, PACKAGE E AZIONE
       RT9-REGISTRA-AUDIT.
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SAUDI-ORA
           MOVE    L-IDENUTEN          TO  F0SAUDI-IDEN-UTEN
           MOVE    L-AZIO-NOME-FILE    TO  F0SAUDI-NOME-FILE
           MOVE    L-AZIO-CHIAVE-REC   TO  F0SAUDI-CHIAVE-REC
           MOVE    "AZIONE RIFIUTATA"  TO  F0SAUDI-NOME-CAMPO
           MOVE    SPACES              TO  F0SAUDI-VALO-OLD
           STRING  "PACKAGE "          DELIMITED BY SIZE
                   L-AZIO-PACK-ID      DELIMITED BY SIZE
                   " AZIONE "          DELIMITED BY SIZE
                   L-AZIO-AZIONE       DELIMITED BY SIZE
                   " PROFILO "         DELIMITED BY SIZE
                   L-AZIO-CODE-PROF    DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  "RIFIUTATA IN "     DELIMITED BY SIZE
                   L-AZIO-NOME-PROG    DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    6                   TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
      *(END)
