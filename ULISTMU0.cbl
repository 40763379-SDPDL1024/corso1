      *****   "URLIST10" NEL CONTESTO DELLA DITTA CORRENTE. PIU'
      *****   LISTINI PER DITTA (DETTAGLIO, INGROSSO, PROMO)
      *****   CONVIVONO SU DECORRENZE DIVERSE.
151026*****   SOTTO IL PREZZO BASE LA RIGA PUO' AVERE FINO A 5
151026*****   SCAGLIONI DI QUANTITA' (SOGLIA MINIMA NELL'UNITA' BASE
151026*****   DELL'ARTICOLO E PREZZO), IN ORDINE CRESCENTE DI SOGLIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
151026 77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
151026 77  WL-IND-PREC                 PIC S9(04) COMP VALUE ZERO.
151026 77  WL-IND-ED                   PIC 9(01)      VALUE ZERO.
151026 77  WL-SCAG-ERR                 PIC X(01)      VALUE "N".
151026     88  WL-SCAG-IN-ERRORE                      VALUE "S".
151026 77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
151026 77  WL-PREZ-ED                  PIC ---.---.--9,9999 VALUE 0.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-LIST-CTRL.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-LIST-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "ULISTMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SLIST"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-LIST-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    L-LIST-CODE-CLIE    TO  F0SLIST-CODE-CLIE
           DISPLAY "LISTINI PREZZI  -  DITTA " L-LIST-CODE-CLIE
           DISPLAY "CODICE LISTINO (XX)         : " WITH NO ADVANCING
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "RIGA DI LISTINO GIA' PRESENTE - "
                     "PREZZO ATTUALE " F0SLIST-PREZ-UNIT
151026       PERFORM RT1-MOSTRA-SCAGLIONE
151026           VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 5
           ELSE
             MOVE    L-LIST-CODE-CLIE  TO  F0SLIST-CODE-CLIE
151026       INITIALIZE F0SLIST-SCAG-TAB
           END-IF
           DISPLAY "VALIDO AL (AAAAMMGG, 0=SENZA SCADENZA) : "
                   WITH NO ADVANCING
           ACCEPT   F0SLIST-DATA-FINE
           DISPLAY "PREZZO UNITARIO             : " WITH NO ADVANCING
           ACCEPT   F0SLIST-PREZ-UNIT
151026     DISPLAY "PREZZI A SCAGLIONE DI QUANTITA' ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   WL-RISP
151026     IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026       PERFORM RT2-CHIEDI-SCAGLIONE
151026           VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 5
151026       MOVE  "N"                 TO  WL-SCAG-ERR
151026       PERFORM RT3-CONTROLLA-SCAGLIONE
151026           VARYING WL-IND FROM 2 BY 1 UNTIL WL-IND GREATER 5
151026       IF  WL-SCAG-IN-ERRORE
151026         DISPLAY "SCAGLIONI NON IN ORDINE CRESCENTE DI SOGLIA"
151026                 " - OPERAZIONE ANNULLATA"
151026         GO TO CHIU-LIST
151026       END-IF
151026     END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           EXIT PROGRAM.
151026******************************************************************
151026*----------  SCAGLIONE GIA' PRESENTE SULLA RIGA DI LISTINO
151026 RT1-MOSTRA-SCAGLIONE.
151026     IF  F0SLIST-SCAG-QTA-MINI(WL-IND) GREATER ZERO
151026       MOVE  F0SLIST-SCAG-QTA-MINI(WL-IND) TO  WL-QTA-ED
151026       MOVE  F0SLIST-SCAG-PREZ(WL-IND)     TO  WL-PREZ-ED
151026       MOVE  WL-IND              TO  WL-IND-ED
151026       DISPLAY "  SCAGLIONE " WL-IND-ED " - DA " WL-QTA-ED
151026               " PREZZO " WL-PREZ-ED
151026     END-IF
151026     .
151026******************************************************************
151026*----------  SOGLIA MINIMA (UNITA' BASE) E PREZZO DI UNO
151026*            SCAGLIONE; SOGLIA ZERO = SCAGLIONE NON USATO
151026 RT2-CHIEDI-SCAGLIONE.
151026     MOVE    WL-IND              TO  WL-IND-ED
151026     DISPLAY "SCAGLIONE " WL-IND-ED
151026             " - DA QUANTITA' (0=NESSUNO) : " WITH NO ADVANCING
151026     ACCEPT   F0SLIST-SCAG-QTA-MINI(WL-IND)
151026     IF  F0SLIST-SCAG-QTA-MINI(WL-IND) NOT GREATER ZERO
151026       MOVE  ZERO                TO  F0SLIST-SCAG-QTA-MINI(WL-IND)
151026       MOVE  ZERO                TO  F0SLIST-SCAG-PREZ(WL-IND)
151026     ELSE
151026       DISPLAY "SCAGLIONE " WL-IND-ED " - PREZZO UNITARIO      : "
151026               WITH NO ADVANCING
151026       ACCEPT   F0SLIST-SCAG-PREZ(WL-IND)
151026     END-IF
151026     .
151026******************************************************************
151026*----------  UNO SCAGLIONE USATO DOPO UNO VUOTO, O CON SOGLIA
151026*            NON SUPERIORE A QUELLA PRECEDENTE, E' UN ERRORE
151026 RT3-CONTROLLA-SCAGLIONE.
151026     SUBTRACT 1 FROM WL-IND      GIVING WL-IND-PREC
151026     IF  F0SLIST-SCAG-QTA-MINI(WL-IND) GREATER ZERO
151026         AND F0SLIST-SCAG-QTA-MINI(WL-IND) NOT GREATER
151026             F0SLIST-SCAG-QTA-MINI(WL-IND-PREC)
151026       MOVE  "S"                 TO  WL-SCAG-ERR
151026     END-IF
151026     .
      *(END)
