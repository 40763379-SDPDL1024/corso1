      *****   COMPRATORE LA SCELTA: CONFERMARLA IN ORDINE (ANCHE CON
      *****   QUANTITA' RITOCCATA), ANNULLARLA O SALTARLA E LASCIARLA
      *****   IN PROPOSTA PER UN ALTRO GIRO.
151026*****   LA QUANTITA' SI VEDE E SI RITOCCA NELL'UNITA' DI
151026*****   ACQUISTO DELLA PROPOSTA (ES. CARTONI); QUELLA IN UNITA'
151026*****   BASE SI RICALCOLA CON IL FATTORE DI CONVERSIONE.
      *****
      *****   LE PROPOSTE CONFERMATE (STATO "C") SONO GLI ORDINI CHE
      *****   L'ENTRATA MERCE RISCONTRERA' ALL'ARRIVO DEL CAMION.
       77  WL-QTA-CONF                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-NUMR-CONF                PIC 9(05)      VALUE ZERO.
151026 77  WL-QTA-BASE-ED              PIC ---.---.--9,999 VALUE 0.
      *
       LINKAGE SECTION.
       01  L-ACQC-CTRL.
                   " FORNITORE " F0SPROP-RAGE-FORN
           DISPLAY "ARTICOLO " F0SPROP-CODE-ARTI " "
                   F0SPROP-DESC-ARTI " QTA PROPOSTA " WL-QTA-ED
151026*    Proposta in unita' di acquisto: la quantita' trattata
151026     IF  F0SPROP-FATT-ACQU GREATER ZERO
151026       MOVE  F0SPROP-QTA-ACQU    TO  WL-QTA-ED
151026       MOVE  F0SPROP-QTA-PROP    TO  WL-QTA-BASE-ED
151026       DISPLAY "  PARI A " WL-QTA-ED " " F0SPROP-UNIT-ACQU
151026               " (" WL-QTA-BASE-ED " IN UNITA' BASE)"
151026     END-IF
           DISPLAY "CONFERMI/ANNULLI/SALTI ? (C/A/S) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
             WHEN (WL-RISP EQUAL "C") OR (WL-RISP EQUAL "c")
               DISPLAY "QTA DA ORDINARE (0 = PROPOSTA) : " WITH NO
                       ADVANCING
151026         IF  F0SPROP-FATT-ACQU GREATER ZERO
151026           DISPLAY "IN " F0SPROP-UNIT-ACQU " : " WITH NO
151026                   ADVANCING
151026         END-IF
               ACCEPT   WL-QTA-CONF
151026         IF  WL-QTA-CONF GREATER ZERO
151026             AND F0SPROP-FATT-ACQU GREATER ZERO
151026           MOVE  WL-QTA-CONF     TO  F0SPROP-QTA-ACQU
151026           COMPUTE F0SPROP-QTA-PROP =
151026                   WL-QTA-CONF * F0SPROP-FATT-ACQU
151026         ELSE
               IF  WL-QTA-CONF GREATER ZERO
                 MOVE  WL-QTA-CONF     TO  F0SPROP-QTA-PROP
               END-IF
151026         END-IF
               SET  F0SPROP-CONFERMATA TO  TRUE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
