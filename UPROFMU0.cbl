      *****   FINE ELENCO), E DEPOSITA LA RIGA TRAMITE "URPRFL10":
      *****   ABILITARE UN NUOVO ASSUNTO DIVENTA PUNTARLO AL PROFILO
      *****   GIUSTO, NON RICOPIARE 40 SLOT A MANO.
151026*****   PER OGNI PACKAGE SI CHIEDONO ANCHE LE AZIONI CONSENTITE
151026*****   (INTERROGAZIONE, MODIFICA, ANNULLO, APPROVAZIONE): "N"
151026*****   NEGA, VUOTO = TUTTE; LE CONTROLLA "UAZIOCH0".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-PACK                     PIC X(02)      VALUE SPACES.
151026 77  WL-AZIO                     PIC X(04)      VALUE SPACES.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-PROF-CTRL.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-PROF-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "01"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UPROFMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SPRFL"           TO  L-AZIO-NOME-FILE
151026     MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "PROFILI DI ABILITAZIONE OPERATORE"
           DISPLAY "CODICE PROFILO (XXXXXXXX)   : " WITH NO ADVANCING
           ACCEPT   F0SPRFL-CODE-PROF
           PERFORM VARYING WL-IND FROM 1 BY 1
                   UNTIL WL-IND GREATER 40
             MOVE SPACES               TO  F0SPRFL-PACK-X(WL-IND)
151026       MOVE SPACES               TO  F0SPRFL-AZIO-X(WL-IND)
           END-PERFORM
           MOVE    1                   TO  WL-IND
           MOVE    "??"                TO  WL-PACK
             ACCEPT   WL-PACK
             IF  WL-PACK NOT EQUAL SPACES
               MOVE WL-PACK            TO  F0SPRFL-PACK-X(WL-IND)
151026*          Azioni V/M/C/A nell'ordine: "N" nega, vuoto = tutte
151026         DISPLAY "  AZIONI V/M/C/A (ES. SSNN, VUOTO=TUTTE): "
151026                 WITH NO ADVANCING
151026         MOVE SPACES             TO  WL-AZIO
151026         ACCEPT   WL-AZIO
151026         INSPECT WL-AZIO CONVERTING "sn" TO "SN"
151026         MOVE WL-AZIO            TO  F0SPRFL-AZIO-X(WL-IND)
               ADD  1                  TO  WL-IND
             END-IF
           END-PERFORM
