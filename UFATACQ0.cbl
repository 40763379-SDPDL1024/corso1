      *****   PER OGNI RIGA DELLA FATTURA RITROVA LA RIGA D'ORDINE
      *****   D'ACQUISTO GIA' RICEVUTA (F0SPROP, TRAMITE "URPROP10") E
      *****   CONFRONTA LA QUANTITA' FATTURATA CON LA QUANTITA'
151026*****   RICEVUTA DALL'ENTRATA MERCE E NON ANCORA FATTURATA
151026*****   (F0SPROP-QTA-RICE MENO F0SPROP-QTA-FATT, CHE LA RIGA
151026*****   POI AUMENTA) E IL PREZZO FATTURATO CON IL PREZZO
151026*****   DI LISTINO DEL FORNITORE VALIDO ALLA DATA FATTURA
151026*****   (F0SFCAT, TRAMITE "URFCAT10") O, SE L'ARTICOLO NON E' A
151026*****   LISTINO PER QUEL FORNITORE, CON IL COSTO MEDIO
151026*****   DELL'ARTICOLO (F0SMAGA-COST-UNIT, TRAMITE "URMAGA10").
      *****   LE DIFFERENZE RESTANO SEGNATE RIGA PER RIGA
      *****   SU F0SFACQ (TRAMITE "URFACQ10"):
      *****
      *****   - FATTURA SENZA DIFFERENZE: APPROVABILE AL PAGAMENTO
      *****   CON L'ULTIMA RATA CHE ASSORBE IL RESTO DELLA DIVISIONE
      *****   COME NELLO SCADENZARIO CLIENTI (UGENSCA0): LE SCADENZE
      *****   FORNITORI ESCONO DALL'AGENDA DA SCRIVANIA.
151026*****
151026*****   CON IL PROGRESSIVO DI UNA REGISTRAZIONE ESISTENTE
151026*****   (REGISTRATA O CONTESTATA, ANCHE DA IMPORT SDI IN
151026*****   UFATIMP0) IL PROGRAMMA NON REGISTRA MA APPROVA: STESSO
151026*****   DIRITTO DI APPROVAZIONE, FORZATURA SU F0SAUDI PER LA
151026*****   CONTESTATA, E RATE SU F0SPASF SE LA REGISTRAZIONE NON
151026*****   LE HA GIA'; LE RATE DEL FORNITORE CONSERVATE
151026*****   SULLA REGISTRAZIONE PASSANO COSI' COME SONO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WL-IMPO-RATA                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-RESTO               PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-SER-SCAD                 PIC S9(09)     COMP-3 VALUE 0.
151026*    Prezzo di riferimento del riscontro: listino del
151026*    fornitore o, in mancanza, costo medio.
151026 77  WL-PREZ-RIFE                PIC S9(09)V9999 COMP-3 VALUE 0.
151026 77  WL-ORIG-RIFE                PIC X(01)      VALUE SPACE.
151026     88  WL-RIFE-LISTINO                        VALUE "L".
151026     88  WL-RIFE-COSTO-MEDIO                    VALUE "M".
      *
       COPY "F0SPROP.REC".
       COPY "F0SMAGA.REC".
151026 COPY "F0SFCAT.REC".
       COPY "F0SAUDI.REC".
      *
      *    Scadenzario passivo: le rate della fattura approvata.
       COPY "F0SPASF.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'approvazione al pagamento e' un'azione di approvazione.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-FACQ-CTRL.
           03  L-FACQ-CODE-CLIE        PIC 9(04).
           MOVE    L-FACQ-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           DISPLAY "CODICE FORNITORE (NNNN)     : " WITH NO ADVANCING
           ACCEPT   F0SFACQ-CODE-FORN
151026     DISPLAY "REG. DA APPROVARE (0=NUOVA) : " WITH NO ADVANCING
151026     ACCEPT   F0SFACQ-NUMR-REGI
151026     IF  F0SFACQ-NUMR-REGI GREATER ZERO
151026       PERFORM RT12-APPROVA-REGISTRATA
151026       GO TO EXIT-FACQ
151026     END-IF
           DISPLAY "NUMERO FATTURA FORNITORE    : " WITH NO ADVANCING
           ACCEPT   F0SFACQ-NUMR-FATT
           DISPLAY "DATA FATTURA (AAAAMMGG)     : " WITH NO ADVANCING
           ACCEPT   F0SFACQ-DATA-FATT
151026     DISPLAY "REVERSE CHARGE (TD16-TD19)  : " WITH NO ADVANCING
151026     ACCEPT   F0SFACQ-TIPO-INTEG
151026     IF  NOT F0SFACQ-INTEG-VALIDA
151026       MOVE  SPACES              TO  F0SFACQ-TIPO-INTEG
151026     END-IF
           DISPLAY "ALIQUOTA IVA (ES. 22,00)    : " WITH NO ADVANCING
           ACCEPT   F0SFACQ-ALIQ-IVA
151026*      L'acquisto in reverse charge arriva senza IVA: l'aliquota
151026*      battuta e' quella della ditta, applicata dall'autofattura
151026*      di integrazione (UAUTFAT0)
151026     IF  F0SFACQ-INTEG-VALIDA
151026       MOVE  F0SFACQ-ALIQ-IVA    TO  F0SFACQ-ALIQ-INTEG
151026       MOVE  ZERO                TO  F0SFACQ-ALIQ-IVA
151026     END-IF
           MOVE    LDATE-ACTL          TO  F0SFACQ-DATA-REGI
151026     MOVE    L-IDENUTEN          TO  F0SFACQ-IDEN-REGI
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPROP10"              USING F0SPROP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           PERFORM RT2-RIGA-FATTURA
               UNTIL F0SFACQ-NUMR-RIGHE EQUAL 20 OR WL-RIGA-FINE-SI
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
                                       GIVING F0SFACQ-IMPO-TOTA
           MOVE    F0SFACQ-IMPO-TOTA   TO  WL-IMPO-ED
           DISPLAY "TOTALE FATTURA              : " WL-IMPO-ED
151026     IF  F0SFACQ-INTEG-VALIDA
151026       COMPUTE F0SFACQ-IVA-INTEG ROUNDED =
151026               F0SFACQ-IMPO-IMPON * F0SFACQ-ALIQ-INTEG / 100
151026       MOVE  F0SFACQ-IVA-INTEG   TO  WL-IMPO-ED
151026       DISPLAY "IVA DA INTEGRARE (" F0SFACQ-TIPO-INTEG ")     : "
151026               WL-IMPO-ED
151026     END-IF
      *
           PERFORM RT7-DECIDI-STATO
           PERFORM RT8-DEPOSITA-FATTURA
             PERFORM RT3-DATI-RIGA
             EXIT PARAGRAPH
           END-IF
151026     IF  F0SPROP-QTA-FATT NOT LESS F0SPROP-QTA-RICE
151026       DISPLAY "RICEVIMENTO GIA' FATTURATO - RIGA SENZA"
151026               " RISCONTRO"
151026       SET  F0SFACQ-RIGA-NO-RISC(WL-INDICE) TO TRUE
151026       PERFORM RT3-DATI-RIGA
151026       EXIT PARAGRAPH
151026     END-IF
      *
           IF  F0SFACQ-RAGE-FORN EQUAL SPACES
             MOVE  F0SPROP-RAGE-FORN   TO  F0SFACQ-RAGE-FORN
           END-IF
           MOVE    F0SPROP-CODE-ARTI   TO  F0SFACQ-RIGA-CODE-ARTI
                                            (WL-INDICE)
151026     COMPUTE F0SFACQ-RIGA-QTA-RICE(WL-INDICE) =
151026                 F0SPROP-QTA-RICE - F0SPROP-QTA-FATT
151026     MOVE    F0SFACQ-RIGA-QTA-RICE(WL-INDICE) TO WL-QTA-ED
151026     DISPLAY "ARTICOLO " F0SPROP-CODE-ARTI " - RICEVUTO DA"
151026             " FATTURARE " WL-QTA-ED
           PERFORM RT3-DATI-RIGA
           PERFORM RT4-RISCONTRA-RIGA
151026*      La riga consuma il residuo del ricevimento, al massimo
151026*      fino a esaurirlo
151026     IF  F0SFACQ-RIGA-QTA(WL-INDICE) GREATER
151026               F0SFACQ-RIGA-QTA-RICE(WL-INDICE)
151026       MOVE F0SPROP-QTA-RICE     TO  F0SPROP-QTA-FATT
151026     ELSE
151026       ADD  F0SFACQ-RIGA-QTA(WL-INDICE) TO F0SPROP-QTA-FATT
151026     END-IF
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPROP10"              USING F0SPROP LWCOMAR
           .
      ******************************************************************
      *----------  QUANTITA', PREZZO E IMPORTO FATTURATI DELLA RIGA
           .
      ******************************************************************
      *----------  RISCONTRO A TRE VIE DELLA RIGA: QUANTITA' FATTURATA
151026*            OLTRE LA RICEVUTA E PREZZO SOPRA IL LISTINO DEL
151026*            FORNITORE, O SOPRA IL COSTO MEDIO DELL'ARTICOLO
151026*            QUANDO NON C'E' LISTINO (SE UN COSTO MEDIO ESISTE)
       RT4-RISCONTRA-RIGA.
           MOVE    SPACE               TO  F0SFACQ-RIGA-ESIT
                                            (WL-INDICE)
             DISPLAY "ATTENZIONE: QTA FATTURATA OLTRE LA RICEVUTA"
           END-IF
      *
151026     PERFORM RT5-PREZZO-RIFERIMENTO
151026     IF  WL-PREZ-RIFE GREATER ZERO
151026         AND F0SFACQ-RIGA-PREZ(WL-INDICE) GREATER WL-PREZ-RIFE
             IF  F0SFACQ-RIGA-DIFF-QTA(WL-INDICE)
               SET  F0SFACQ-RIGA-DIFF-TUTTO(WL-INDICE) TO TRUE
             ELSE
               SET  F0SFACQ-RIGA-DIFF-PREZ(WL-INDICE) TO TRUE
             END-IF
151026       IF  WL-RIFE-LISTINO
151026         DISPLAY "ATTENZIONE: PREZZO SOPRA IL LISTINO"
151026       ELSE
151026         DISPLAY "ATTENZIONE: PREZZO SOPRA IL COSTO MEDIO"
151026       END-IF
           END-IF
           IF  NOT F0SFACQ-RIGA-OK(WL-INDICE)
             ADD  1                    TO  WL-NUMR-DIFF
           END-IF
           .
151026******************************************************************
151026*----------  PREZZO DI RIFERIMENTO DELLA RIGA: LISTINO DEL
151026*            FORNITORE FATTURANTE VALIDO ALLA DATA FATTURA,
151026*            ALTRIMENTI COSTO MEDIO DELL'ARTICOLO
151026 RT5-PREZZO-RIFERIMENTO.
151026     MOVE    ZERO                TO  WL-PREZ-RIFE
151026     INITIALIZE F0SFCAT
151026     MOVE    L-FACQ-CODE-CLIE    TO  F0SFCAT-CODE-CLIE
151026     MOVE    F0SPROP-CODE-ARTI   TO  F0SFCAT-CODE-ARTI
151026     MOVE    F0SFACQ-CODE-FORN   TO  F0SFCAT-CODE-FORN
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URFCAT10"              USING F0SFCAT LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026         AND F0SFCAT-PREZ-ACQU GREATER ZERO
151026         AND F0SFCAT-DATA-INIZ NOT GREATER F0SFACQ-DATA-FATT
151026         AND (F0SFCAT-DATA-FINE EQUAL ZERO
151026              OR F0SFCAT-DATA-FINE NOT LESS F0SFACQ-DATA-FATT)
151026       SET  WL-RIFE-LISTINO      TO  TRUE
151026       MOVE F0SFCAT-PREZ-ACQU    TO  WL-PREZ-RIFE
151026       EXIT PARAGRAPH
151026     END-IF
151026     SET     WL-RIFE-COSTO-MEDIO TO  TRUE
151026     MOVE    L-FACQ-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
151026     MOVE    F0SPROP-NUMR-INST   TO  F0SMAGA-NUMR-INST
151026     MOVE    F0SPROP-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026       MOVE F0SMAGA-COST-UNIT    TO  WL-PREZ-RIFE
151026     END-IF
151026     .
      ******************************************************************
      *----------  STATO DELLA FATTURA: SENZA DIFFERENZE E' APPROVABILE
      *            DALL'OPERATORE; CON DIFFERENZE NASCE CONTESTATA E
             DISPLAY "APPROVARE AL PAGAMENTO ? (S/N) : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
151026       IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026         PERFORM RT7A-DIRITTO-APPROVAZIONE
151026       END-IF
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               SET  F0SFACQ-APPROVATA  TO  TRUE
               MOVE L-IDENUTEN         TO  F0SFACQ-IDEN-APPR
             DISPLAY "FORZATURA SUPERVISORE PER IL PAGAMENTO ?"
                     " (S/N) : " WITH NO ADVANCING
             ACCEPT   WL-RISP
151026       IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026         PERFORM RT7A-DIRITTO-APPROVAZIONE
151026       END-IF
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               PERFORM RT9-REGISTRA-FORZATURA
               SET  F0SFACQ-APPROVATA  TO  TRUE
             END-IF
           END-IF
           .
151026******************************************************************
151026*----------  L'APPROVAZIONE AL PAGAMENTO (ANCHE FORZATA) CHIEDE IL
151026*            DIRITTO DI APPROVAZIONE SUL PACKAGE (UAZIOCH0); SE
151026*            MANCA LA FATTURA RESTA NELLO STATO DEL RISCONTRO E IL
151026*            TENTATIVO E' REGISTRATO SU F0SAUDI
151026 RT7A-DIRITTO-APPROVAZIONE.
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "25"                TO  L-AZIO-PACK-ID
151026     MOVE    "A"                 TO  L-AZIO-AZIONE
151026     MOVE    "UFATACQ0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SFACQ"           TO  L-AZIO-NOME-FILE
151026     MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
151026     STRING  L-FACQ-CODE-CLIE    DELIMITED BY SIZE
151026             "/"                 DELIMITED BY SIZE
151026             F0SFACQ-CODE-FORN   DELIMITED BY SIZE
151026             "/"                 DELIMITED BY SIZE
151026             F0SFACQ-NUMR-FATT   DELIMITED BY SPACE
151026                                 INTO L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       DISPLAY "FATTURA NON APPROVATA AL PAGAMENTO"
151026       MOVE  "N"                 TO  WL-RISP
151026     END-IF
151026     .
      ******************************************************************
      *----------  PROGRESSIVO DI REGISTRAZIONE E DEPOSITO SU F0SFACQ
       RT8-DEPOSITA-FATTURA.
      *            GIORNI BATTUTI A VIDEO, SCADENZA = DATA FATTURA
      *            PIU' I GIORNI; L'ULTIMA RATA ASSORBE IL RESTO
       RT10-GENERA-SCADENZE.
151026*      Rate gia' indicate dal fornitore (DatiPagamento della
151026*      fattura importata da SDI): passano come sono
151026     IF  F0SFACQ-NUMR-RATE GREATER ZERO
151026       PERFORM RT13-RATA-FORNITORE
151026           VARYING WL-IND-RATA FROM 1 BY 1
151026           UNTIL WL-IND-RATA GREATER F0SFACQ-NUMR-RATE
151026       DISPLAY "RATE DEL FORNITORE SULLO SCADENZARIO FORNITORI: "
151026               F0SFACQ-NUMR-RATE
151026       EXIT PARAGRAPH
151026     END-IF
           MOVE    ZERO                TO  WL-NUMR-RATE
           PERFORM UNTIL WL-NUMR-RATE GREATER ZERO
                      AND WL-NUMR-RATE LESS 7
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASF10"              USING F0SPASF LWCOMAR
           .
151026******************************************************************
151026 RT13-RATA-FORNITORE.
151026     INITIALIZE F0SPASF
151026     MOVE    F0SFACQ-CODE-CLIE   TO  F0SPASF-CODE-CLIE
151026     MOVE    F0SFACQ-CODE-FORN   TO  F0SPASF-CODE-FORN
151026     MOVE    F0SFACQ-NUMR-REGI   TO  F0SPASF-NUMR-REGI
151026     MOVE    WL-IND-RATA         TO  F0SPASF-NUMR-RATA
151026     MOVE    F0SFACQ-NUMR-FATT   TO  F0SPASF-NUMR-FATT
151026     MOVE    F0SFACQ-DATA-FATT   TO  F0SPASF-DATA-FATT
151026     MOVE    F0SFACQ-RAGE-FORN   TO  F0SPASF-RAGE-FORN
151026     IF  F0SFACQ-RATA-DATA-SCAD(WL-IND-RATA) EQUAL ZERO
151026       MOVE  F0SFACQ-DATA-FATT   TO  F0SPASF-DATA-SCAD
151026     ELSE
151026       MOVE  F0SFACQ-RATA-DATA-SCAD(WL-IND-RATA)
151026                                 TO  F0SPASF-DATA-SCAD
151026     END-IF
151026     MOVE    F0SFACQ-RATA-IMPO(WL-IND-RATA) TO F0SPASF-IMPO-APER
151026     MOVE    F0SPASF-IMPO-APER   TO  F0SPASF-IMPO-RESI
151026     SET     F0SPASF-APERTA      TO  TRUE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     .
151026******************************************************************
151026*----------  APPROVAZIONE DI UNA REGISTRAZIONE ESISTENTE
151026*            (REGISTRATA O CONTESTATA, BATTUTA QUI O IMPORTATA
151026*            DA SDI): STESSO DIRITTO E STESSA FORZATURA DELLA
151026*            REGISTRAZIONE NUOVA, POI LE RATE SU F0SPASF SE LA
151026*            REGISTRAZIONE NON LE HA GIA'
151026 RT12-APPROVA-REGISTRATA.
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
151026     IF  DSTF-IOSR NOT EQUAL 1
151026       DISPLAY "REGISTRAZIONE NON TROVATA PER IL FORNITORE"
151026       PERFORM RT12C-CHIUDI-FACQ
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  F0SFACQ-APPROVATA
151026       DISPLAY "FATTURA GIA' APPROVATA DA " F0SFACQ-IDEN-APPR
151026       PERFORM RT12C-CHIUDI-FACQ
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    F0SFACQ-IMPO-TOTA   TO  WL-IMPO-ED
151026     DISPLAY "FATTURA " F0SFACQ-NUMR-FATT " DEL "
151026             F0SFACQ-DATA-FATT " STATO " F0SFACQ-STAT-FATT
151026     DISPLAY "TOTALE FATTURA              : " WL-IMPO-ED
151026     IF  F0SFACQ-CONTESTATA
151026       PERFORM RT12A-RIGA-DIFFORME
151026           VARYING WL-INDICE FROM 1 BY 1
151026           UNTIL WL-INDICE GREATER F0SFACQ-NUMR-RIGHE
151026       DISPLAY "FORZATURA SUPERVISORE PER IL PAGAMENTO ?"
151026               " (S/N) : " WITH NO ADVANCING
151026     ELSE
151026       DISPLAY "APPROVARE AL PAGAMENTO ? (S/N) : " WITH NO
151026               ADVANCING
151026     END-IF
151026     ACCEPT   WL-RISP
151026     IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026       PERFORM RT7A-DIRITTO-APPROVAZIONE
151026     END-IF
151026     IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
151026       DISPLAY "FATTURA LASCIATA NELLO STATO " F0SFACQ-STAT-FATT
151026       PERFORM RT12C-CHIUDI-FACQ
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  F0SFACQ-CONTESTATA
151026       PERFORM RT9-REGISTRA-FORZATURA
151026     END-IF
151026     SET     F0SFACQ-APPROVATA   TO  TRUE
151026     MOVE    L-IDENUTEN          TO  F0SFACQ-IDEN-APPR
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
151026     PERFORM RT12C-CHIUDI-FACQ
151026     DISPLAY "FATTURA APPROVATA - PROGRESSIVO " F0SFACQ-NUMR-REGI
151026*      La registrata da SDI ha gia' le rate del fornitore
151026     INITIALIZE F0SPASF
151026     MOVE    F0SFACQ-CODE-CLIE   TO  F0SPASF-CODE-CLIE
151026     MOVE    F0SFACQ-CODE-FORN   TO  F0SPASF-CODE-FORN
151026     MOVE    F0SFACQ-NUMR-REGI   TO  F0SPASF-NUMR-REGI
151026     MOVE    1                   TO  F0SPASF-NUMR-RATA
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     MOVE    DSTF-IOSR           TO  WL-INDICE
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URPASF10"              USING F0SPASF LWCOMAR
151026     IF  WL-INDICE EQUAL 1
151026       DISPLAY "RATE GIA' PRESENTI SULLO SCADENZARIO FORNITORI"
151026     ELSE
151026       PERFORM RT10-GENERA-SCADENZE
151026     END-IF
151026     MOVE    "S"                 TO  L-FACQ-ESITO
151026     .
151026 RT12A-RIGA-DIFFORME.
151026     IF  F0SFACQ-RIGA-OK(WL-INDICE)
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    F0SFACQ-RIGA-QTA(WL-INDICE) TO WL-QTA-ED
151026     DISPLAY "RIGA " WL-INDICE " ART. "
151026             F0SFACQ-RIGA-CODE-ARTI(WL-INDICE) " QTA " WL-QTA-ED
151026             " ESITO " F0SFACQ-RIGA-ESIT(WL-INDICE)
151026     .
151026 RT12C-CHIUDI-FACQ.
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
151026     .
      ******************************************************************
       RT9-REGISTRA-FORZATURA.
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
