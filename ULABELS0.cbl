      *****   IL RITO DEI "PREZZI NUOVI DEL LUNEDI'" DIVENTA UNA
      *****   STAMPA DI POCHI MINUTI INVECE DI UN FOGLIO DI CALCOLO
      *****   COSTRUITO A MANO.
151026*****   GLI SCAGLIONI DI QUANTITA' DEL LISTINO ESCONO SOTTO IL
151026*****   PREZZO, UNA RIGA PER SCAGLIONE ("DA 10 EUR ...").
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  W-NUMR-ETIC                 PIC 9(05)      VALUE ZERO.
       77  W-PREZ-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-IND-SEL                   PIC S9(04) COMP VALUE ZERO.
151026 77  W-IND-SCAG                  PIC S9(04) COMP VALUE ZERO.
151026 77  W-QTA-ED                    PIC ---.---.--9,999 VALUE 0.
      *
      *----------  ARTICOLI RACCOLTI DALLA SCANSIONE LISTINO, PRIMA
      *            DELLA STAMPA
                                       INTO W-LINEA
             MOVE  W-LINEA             TO  ETICHETT-REC
             WRITE ETICHETT-REC
151026       PERFORM RT6-RIGA-SCAGLIONE
151026           VARYING W-IND-SCAG FROM 1 BY 1
151026           UNTIL W-IND-SCAG GREATER 5
             MOVE  ALL "-"             TO  ETICHETT-REC
             WRITE ETICHETT-REC
             ADD   1                   TO  W-NUMR-ETIC
           END-PERFORM
           .
151026******************************************************************
151026*----------  UNO SCAGLIONE DI QUANTITA' DELLA RIGA DI LISTINO
151026*            IN VIGORE, SE USATO: SOGLIA E PREZZO
151026 RT6-RIGA-SCAGLIONE.
151026     IF  F0SLIST-SCAG-QTA-MINI(W-IND-SCAG) GREATER ZERO
151026         AND F0SLIST-SCAG-PREZ(W-IND-SCAG) GREATER ZERO
151026       MOVE  F0SLIST-SCAG-QTA-MINI(W-IND-SCAG) TO  W-QTA-ED
151026       MOVE  F0SLIST-SCAG-PREZ(W-IND-SCAG)     TO  W-PREZ-ED
151026       MOVE  SPACES              TO  W-LINEA
151026       STRING "DA "              DELIMITED BY SIZE
151026           W-QTA-ED              DELIMITED BY SIZE
151026           " "                   DELIMITED BY SIZE
151026           F0SARTI-UNIT-MISU     DELIMITED BY SIZE
151026           "  EUR "              DELIMITED BY SIZE
151026           W-PREZ-ED             DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026       MOVE  W-LINEA             TO  ETICHETT-REC
151026       WRITE ETICHETT-REC
151026     END-IF
151026     .
      *(END)
