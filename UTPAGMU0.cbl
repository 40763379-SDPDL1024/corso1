      *****   IL FLAG "A CREDITO" (I SOLI DOCUMENTI A CREDITO DEVONO
      *****   ALIMENTARE LE PARTITE SCOPERTE) E DEPOSITA LA RIGA
      *****   TRAMITE "URTPAG10" NEL CONTESTO DELLA DITTA CORRENTE.
151026*****   LE MODALITA' "CARTA SUL TERMINALE" FANNO ADDEBITARE
151026*****   L'IMPORTO DAL TERMINALE DI PAGAMENTO DEL TOTEM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-TPAG-CTRL.
           03  L-TPAG-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-TPAG-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UTPAGMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0STPAG"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-TPAG-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    L-TPAG-CODE-CLIE    TO  F0STPAG-CODE-CLIE
           DISPLAY "MODALITA' DI PAGAMENTO  -  DITTA "
                   L-TPAG-CODE-CLIE
020926     IF  F0STPAG-INDC-GIFT NOT EQUAL "S"
020926       MOVE  "N"                 TO  F0STPAG-INDC-GIFT
020926     END-IF
151026*    Modalita' carta: l'importo va al terminale di pagamento
151026     DISPLAY "CARTA SUL TERMINALE ? (S/N) : " WITH NO ADVANCING
151026     ACCEPT   F0STPAG-INDC-POS
151026     IF  F0STPAG-INDC-POS EQUAL "s"
151026       MOVE  "S"                 TO  F0STPAG-INDC-POS
151026     END-IF
151026     IF  F0STPAG-INDC-POS NOT EQUAL "S"
151026       MOVE  "N"                 TO  F0STPAG-INDC-POS
151026     END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
