      *****     SOLA DIFFERENZA CASSA COME SOPRAVVENIENZA, PERCHE' IL
      *****     VENDUTO DEL TOTEM E' GIA' NEI DOCUMENTI E CONTARLO
      *****     DUE VOLTE SBILANCEREBBE LA NOTA
151026*****   - CESPITI (F0SAMMO, TRAMITE "URAMMO10"): QUOTA DI
151026*****     AMMORTAMENTO IN DARE AMMORTAMENTI / AVERE FONDO;
151026*****     ALLA DISMISSIONE STORNO DEL FONDO E DEL COSTO
151026*****     STORICO CON IL RESIDUO A MINUSVALENZE (IL PREZZO DI
151026*****     CESSIONE ARRIVA GIA' CON IL DOCUMENTO DI VENDITA)
151026*****   - COMPENSAZIONI CLIENTE/FORNITORE (INCASSI DI TIPO
151026*****     COMPENSAZIONE SU F0SINCA, DA UCOMPEN0): DARE DEBITI
151026*****     FORNITORI, AVERE CREDITI CLIENTI; IL LATO FORNITORE
151026*****     DELLO STORICO PAGAMENTI (F0SPAGF) NON SI RIPETE
151026*****   - FATTURE FORNITORI (F0SFACQ, TRAMITE "URFACQ10",
151026*****     PER DATA DI REGISTRAZIONE): DARE ACQUISTI E IVA A
151026*****     CREDITO, AVERE DEBITI FORNITORI; L'INTEGRAZIONE IVA
151026*****     DEL REVERSE CHARGE (TD16-TD19) IN DARE IVA A CREDITO
151026*****     / AVERE IVA A DEBITO, COME IN UREGIVA0 E ULIQIVA0:
151026*****     L'AUTOFATTURA DI UAUTFAT0 NON E' UNA VENDITA E NON
151026*****     ENTRA TRA I DOCUMENTI
151026*****   - PAGAMENTI FORNITORI CON BONIFICO (F0SPAGF, TRAMITE
151026*****     "URPAGF10"): DARE DEBITI FORNITORI, AVERE BANCA
151026*****   - PICCOLA CASSA (F0SPCAS, TRAMITE "URPCAS10"): ENTRATA
151026*****     IN DARE PICCOLA CASSA / AVERE CONTO DELLA CAUSALE DEL
151026*****     MOVIMENTO, USCITA IN SEGNO OPPOSTO; IL VERSAMENTO DAL
151026*****     TOTEM E' UN GIROCONTO DALLA CASSA CONTANTI
      *****
      *****   I CONTI ARRIVANO DALLA MAPPA CAUSALI/CONTI DELLA DITTA
      *****   (F0SCMAP, TRAMITE "URCMAP10"); UNA CAUSALE NON MAPPATA
      *****   SEGNALATA. IN CODA I TOTALI DI CONTROLLO PER GIORNO
      *****   (DARE = AVERE), CHE TORNANO CON IL GIORNALE VENDITE
      *****   (UGIORVE0).
151026*****
151026*****   LE STESSE RIGHE, A RICHIESTA, DIVENTANO REGISTRAZIONI
151026*****   DELLA CONTABILITA' GENERALE INTERNA (F0SMOVC, TRAMITE
151026*****   "UCONREG0"), UNA PER EVENTO; IL FILE PRIMANOT PER LO
151026*****   STUDIO RESTA FACOLTATIVO. UN PERIODO CHE HA GIA'
151026*****   REGISTRAZIONI AUTOMATICHE NON SI REGISTRA UNA SECONDA
151026*****   VOLTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  W-CONTO-BANC                PIC X(08)   VALUE SPACES.
       77  W-CONTO-SOPR                PIC X(08)   VALUE SPACES.
020926 77  W-CONTO-BOLL                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-AMMO                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-FAMM                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-CESP                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-MINU                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-DEBF                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-ACQU                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-IVAC                PIC X(08)   VALUE SPACES.
151026 77  W-CONTO-PCAS                PIC X(08)   VALUE SPACES.
       77  W-CONTO-DOCU                PIC X(08)   VALUE SPACES.
151026*
151026*----------  USCITE RICHIESTE: FILE PER LO STUDIO, CONTABILITA'
151026*            GENERALE
151026 77  W-ESPORTA                   PIC X(01)   VALUE "S".
151026     88  W-ESPORTA-SI                        VALUE "S" "s".
151026 77  W-REGISTRA                  PIC X(01)   VALUE "N".
151026     88  W-REGISTRA-SI                       VALUE "S" "s".
151026 77  W-NUMR-REGI-CG              PIC 9(06)   VALUE 0.
151026 77  W-NUMR-SCAR-CG              PIC 9(06)   VALUE 0.
151026 77  W-NUMR-ASSE-CG              PIC 9(06)   VALUE 0.
151026 77  W-NUMR-GIA-REGI             PIC 9(06)   VALUE 0.
      *
      *----------  TOTALI DI CONTROLLO PER GIORNO (DARE = AVERE)
       01  W-GIO-TAB.
       COPY "F0SCASS.REC".
       COPY "F0SCMAP.REC".
       COPY "F0STPAG.REC".
151026 COPY "F0SAMMO.REC".
151026 COPY "F0SFACQ.REC".
151026 COPY "F0SPAGF.REC".
151026 COPY "F0SPCAS.REC".
151026 COPY "F0SMOVC.REC".
151026 COPY "LCONREG.WRK".
      *
       LINKAGE SECTION.
       01  L-PRNO-CTRL.
           ACCEPT   W-DATA-DA
           DISPLAY "DATA FINE   (AAAAMMGG)      : " WITH NO ADVANCING
           ACCEPT   W-DATA-AL
151026     DISPLAY "PRODUCI IL FILE PRIMANOT PER LO STUDIO (S/N) : "
151026             WITH NO ADVANCING
151026     ACCEPT   W-ESPORTA
151026     DISPLAY "REGISTRA IN CONTABILITA' GENERALE    (S/N) : "
151026             WITH NO ADVANCING
151026     ACCEPT   W-REGISTRA
151026     IF  W-REGISTRA-SI
151026       PERFORM 1500-CONTROLLA-PERIODO
151026     END-IF
151026     IF  NOT W-ESPORTA-SI AND NOT W-REGISTRA-SI
151026       DISPLAY "NESSUNA USCITA RICHIESTA"
151026       EXIT PROGRAM
151026     END-IF
151026     INITIALIZE L-CREG-CTRL
151026     IF  W-ESPORTA-SI
151026       OPEN OUTPUT PRIMANOT-FILE
151026     END-IF
           PERFORM 1000-CARICA-MAPPA
           PERFORM 2000-DOCUMENTI
           PERFORM 3000-INCASSI
           PERFORM 4000-DIFFERENZE-CASSA
151026     PERFORM 4500-CESPITI
151026     PERFORM 4600-ACQUISTI
151026     PERFORM 4700-PAGAMENTI
151026     PERFORM 4800-PICCOLA-CASSA
151026     IF  W-REGISTRA-SI
151026       PERFORM 6100-REGISTRA
151026       DISPLAY "REGISTRAZIONI IN CONTABILITA' GENERALE: "
151026               W-NUMR-REGI-CG "  SCARTATE: " W-NUMR-SCAR-CG
151026       IF  W-NUMR-ASSE-CG GREATER ZERO
151026         DISPLAY "RIGHE SU CONTI NON NEL PIANO DEI CONTI: "
151026                 W-NUMR-ASSE-CG
151026       END-IF
151026     END-IF
151026     IF  NOT W-ESPORTA-SI
151026       MOVE  W-NUMR-RIGHE        TO  L-PRNO-NUMR-RIGHE
151026       EXIT PROGRAM
151026     END-IF
           PERFORM 5000-QUADRATURA
           CLOSE PRIMANOT-FILE
           MOVE    W-NUMR-RIGHE        TO  L-PRNO-NUMR-RIGHE
020926     MOVE    "BOLL"              TO  F0SCMAP-CODE-CAUS
020926     PERFORM 1100-LEGGI-CONTO
020926     MOVE    W-CONTO-DOCU        TO  W-CONTO-BOLL
151026     MOVE    "AMMO"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-AMMO
151026     MOVE    "FAMM"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-FAMM
151026     MOVE    "CESP"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-CESP
151026     MOVE    "MINU"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-MINU
151026     MOVE    "DEBF"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-DEBF
151026     MOVE    "ACQU"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-ACQU
151026     MOVE    "IVAC"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-IVAC
151026     MOVE    "PCAS"              TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    W-CONTO-DOCU        TO  W-CONTO-PCAS
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCMAP10"             USING F0SCMAP LWCOMAR
           .
                     " NON MAPPATA - ESCE CON IL CODICE CAUSALE"
           END-IF
           .
151026******************************************************************
151026*----------  UN PERIODO CON REGISTRAZIONI AUTOMATICHE GIA'
151026*            SCRITTE NON SI REGISTRA DI NUOVO: SI ANNULLA LA
151026*            REGISTRAZIONE E RESTA L'ESPORTAZIONE
151026 1500-CONTROLLA-PERIODO.
151026     MOVE    ZERO                TO  W-NUMR-GIA-REGI
151026     INITIALIZE F0SMOVC
151026     MOVE    L-PRNO-CODE-CLIE    TO  F0SMOVC-CODE-CLIE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URMOVC10"             USING F0SMOVC LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URMOVC10"             USING F0SMOVC LWCOMAR
151026     PERFORM 1510-MOVIMENTO-CG
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URMOVC10"             USING F0SMOVC LWCOMAR
151026     IF  W-NUMR-GIA-REGI GREATER ZERO
151026       DISPLAY "PERIODO GIA' REGISTRATO IN CONTABILITA' GENERALE"
151026               " - RIGHE " W-NUMR-GIA-REGI
151026       DISPLAY "REGISTRAZIONE NON ESEGUITA"
151026       MOVE  "N"                 TO  W-REGISTRA
151026     END-IF
151026     .
151026 1510-MOVIMENTO-CG.
151026     IF  F0SMOVC-AUTOMATICA
151026         AND F0SMOVC-DATA-REGI NOT LESS W-DATA-DA
151026         AND F0SMOVC-DATA-REGI NOT GREATER W-DATA-AL
151026       ADD   1                   TO  W-NUMR-GIA-REGI
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URMOVC10"             USING F0SMOVC LWCOMAR
151026     .
      ******************************************************************
      *----------  DOCUMENTI DI VENDITA DEL PERIODO: CREDITI/CASSA A
      *            DARE, RICAVI E IVA AD AVERE; NOTE DI CREDITO IN
      *            SEGNO INVERSO; DDT ESCLUSI (RIPRESI DALLA FATTURA
151026*            DIFFERITA) E AUTOFATTURE DI INTEGRAZIONE (RIPRESE
151026*            DALLA FATTURA FORNITORE)
       2000-DOCUMENTI.
           MOVE    L-PRNO-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
             IF  F0SVEND-DATA-DOCU NOT LESS W-DATA-DA
                 AND F0SVEND-DATA-DOCU NOT GREATER W-DATA-AL
                 AND NOT F0SVEND-DOC-DDT
151026           AND NOT F0SVEND-DOC-AUTOFATT
               PERFORM 2100-RIGHE-DOCUMENTO
             END-IF
             MOVE 11                   TO  LREAD-FILE
                                       INTO W-PN-RIF
               MOVE  "INCASSO CLIENTE" TO  W-PN-DESC
               MOVE  W-CONTO-BANC      TO  W-PN-CONTO
151026*          La compensazione con il fornitore non passa dalla
151026*          banca: chiude il debito verso lo stesso soggetto
151026         IF  F0SINCA-COMPENSAZIONE
151026           MOVE  SPACES          TO  W-PN-RIF
151026           STRING "COMP "        DELIMITED BY SIZE
151026               F0SINCA-NUMR-COMP DELIMITED BY SIZE
151026               "/"               DELIMITED BY SIZE
151026               F0SINCA-ANNO-COMP DELIMITED BY SIZE
151026                                 INTO W-PN-RIF
151026           MOVE  "COMPENSAZIONE CLIENTE/FORN." TO W-PN-DESC
151026           MOVE  W-CONTO-DEBF    TO  W-PN-CONTO
151026         END-IF
               MOVE  F0SINCA-IMPO-INCA TO  W-PN-DARE
               MOVE  ZERO              TO  W-PN-AVERE
               PERFORM 6000-SCRIVI-RIGA
           MOVE    -9                  TO  DSTF-IOSR
           CALL "URCASS10"             USING F0SCASS LWCOMAR
           .
151026******************************************************************
151026*----------  MOVIMENTI CESPITI DEL PERIODO: QUOTA DELL'ANNO IN
151026*            DARE AMMORTAMENTI / AVERE FONDO; ALLA DISMISSIONE
151026*            DARE FONDO PER IL FONDO ACCUMULATO, DARE
151026*            MINUSVALENZE PER IL RESIDUO, AVERE CESPITI PER IL
151026*            COSTO STORICO
151026 4500-CESPITI.
151026     MOVE    L-PRNO-CODE-CLIE    TO  F0SAMMO-CODE-CLIE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URAMMO10"             USING F0SAMMO LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URAMMO10"             USING F0SAMMO LWCOMAR
151026     PERFORM 4510-MOVIMENTO-CESPITE
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URAMMO10"             USING F0SAMMO LWCOMAR
151026     .
151026 4510-MOVIMENTO-CESPITE.
151026     IF  F0SAMMO-DATA-MOVI NOT LESS W-DATA-DA
151026         AND F0SAMMO-DATA-MOVI NOT GREATER W-DATA-AL
151026       MOVE  F0SAMMO-DATA-MOVI   TO  W-PN-DATA
151026       MOVE  SPACES              TO  W-PN-RIF
151026       STRING "CESP "            DELIMITED BY SIZE
151026           F0SAMMO-NUMR-CESP     DELIMITED BY SIZE
151026                                 INTO W-PN-RIF
151026       MOVE  F0SAMMO-DESC-CESP(1:30) TO  W-PN-DESC
151026       IF  F0SAMMO-AMMORTAMENTO
151026           AND F0SAMMO-QUOTA NOT EQUAL ZERO
151026         MOVE  W-CONTO-AMMO      TO  W-PN-CONTO
151026         MOVE  F0SAMMO-QUOTA     TO  W-PN-DARE
151026         MOVE  ZERO              TO  W-PN-AVERE
151026         PERFORM 6000-SCRIVI-RIGA
151026         MOVE  W-CONTO-FAMM      TO  W-PN-CONTO
151026         MOVE  ZERO              TO  W-PN-DARE
151026         MOVE  F0SAMMO-QUOTA     TO  W-PN-AVERE
151026         PERFORM 6000-SCRIVI-RIGA
151026       END-IF
151026       IF  F0SAMMO-DISMISSIONE
151026         IF  F0SAMMO-FOND-FINE NOT EQUAL ZERO
151026           MOVE  W-CONTO-FAMM    TO  W-PN-CONTO
151026           MOVE  F0SAMMO-FOND-FINE TO W-PN-DARE
151026           MOVE  ZERO            TO  W-PN-AVERE
151026           PERFORM 6000-SCRIVI-RIGA
151026         END-IF
151026         COMPUTE W-IMPO-DIFF = F0SAMMO-VALO-ACQU
151026                             - F0SAMMO-FOND-FINE
151026         IF  W-IMPO-DIFF NOT EQUAL ZERO
151026           MOVE  W-CONTO-MINU    TO  W-PN-CONTO
151026           MOVE  W-IMPO-DIFF     TO  W-PN-DARE
151026           MOVE  ZERO            TO  W-PN-AVERE
151026           PERFORM 6000-SCRIVI-RIGA
151026         END-IF
151026         MOVE  W-CONTO-CESP      TO  W-PN-CONTO
151026         MOVE  ZERO              TO  W-PN-DARE
151026         MOVE  F0SAMMO-VALO-ACQU TO  W-PN-AVERE
151026         PERFORM 6000-SCRIVI-RIGA
151026       END-IF
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URAMMO10"             USING F0SAMMO LWCOMAR
151026     .
151026******************************************************************
151026*----------  FATTURE FORNITORI REGISTRATE NEL PERIODO: DARE
151026*            ACQUISTI PER L'IMPONIBILE E IVA A CREDITO PER
151026*            L'IMPOSTA, AVERE DEBITI FORNITORI PER LA SOMMA;
151026*            L'INTEGRAZIONE DEL REVERSE CHARGE IN DARE IVA A
151026*            CREDITO E AVERE IVA A DEBITO, SENZA DEBITO VERSO IL
151026*            FORNITORE
151026 4600-ACQUISTI.
151026     INITIALIZE F0SFACQ
151026     MOVE    L-PRNO-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URFACQ10"             USING F0SFACQ LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URFACQ10"             USING F0SFACQ LWCOMAR
151026     PERFORM 4610-FATTURA-FORNITORE
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URFACQ10"             USING F0SFACQ LWCOMAR
151026     .
151026 4610-FATTURA-FORNITORE.
151026     IF  F0SFACQ-DATA-REGI NOT LESS W-DATA-DA
151026         AND F0SFACQ-DATA-REGI NOT GREATER W-DATA-AL
151026       MOVE  F0SFACQ-DATA-REGI   TO  W-PN-DATA
151026       MOVE  SPACES              TO  W-PN-RIF
151026       STRING "ACQ "             DELIMITED BY SIZE
151026           F0SFACQ-NUMR-REGI     DELIMITED BY SIZE
151026                                 INTO W-PN-RIF
151026       MOVE  F0SFACQ-RAGE-FORN(1:30) TO W-PN-DESC
151026       MOVE  W-CONTO-ACQU        TO  W-PN-CONTO
151026       MOVE  F0SFACQ-IMPO-IMPON  TO  W-PN-DARE
151026       MOVE  ZERO                TO  W-PN-AVERE
151026       PERFORM 6000-SCRIVI-RIGA
151026       IF  F0SFACQ-IMPO-IVA NOT EQUAL ZERO
151026         MOVE W-CONTO-IVAC       TO  W-PN-CONTO
151026         MOVE F0SFACQ-IMPO-IVA   TO  W-PN-DARE
151026         PERFORM 6000-SCRIVI-RIGA
151026       END-IF
151026       MOVE  W-CONTO-DEBF        TO  W-PN-CONTO
151026       MOVE  ZERO                TO  W-PN-DARE
151026       COMPUTE W-PN-AVERE = F0SFACQ-IMPO-IMPON
151026                          + F0SFACQ-IMPO-IVA
151026       PERFORM 6000-SCRIVI-RIGA
151026       IF  F0SFACQ-INTEG-VALIDA
151026           AND F0SFACQ-IVA-INTEG NOT EQUAL ZERO
151026         MOVE W-CONTO-IVAC       TO  W-PN-CONTO
151026         MOVE F0SFACQ-IVA-INTEG  TO  W-PN-DARE
151026         MOVE ZERO               TO  W-PN-AVERE
151026         PERFORM 6000-SCRIVI-RIGA
151026         MOVE W-CONTO-IVA        TO  W-PN-CONTO
151026         MOVE ZERO               TO  W-PN-DARE
151026         MOVE F0SFACQ-IVA-INTEG  TO  W-PN-AVERE
151026         PERFORM 6000-SCRIVI-RIGA
151026       END-IF
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URFACQ10"             USING F0SFACQ LWCOMAR
151026     .
151026******************************************************************
151026*----------  PAGAMENTI FORNITORI CON BONIFICO NEL PERIODO: DARE
151026*            DEBITI FORNITORI, AVERE BANCA; LE COMPENSAZIONI
151026*            SONO GIA' USCITE DAL LATO INCASSI
151026 4700-PAGAMENTI.
151026     INITIALIZE F0SPAGF
151026     MOVE    L-PRNO-CODE-CLIE    TO  F0SPAGF-CODE-CLIE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URPAGF10"             USING F0SPAGF LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URPAGF10"             USING F0SPAGF LWCOMAR
151026     PERFORM 4710-PAGAMENTO
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URPAGF10"             USING F0SPAGF LWCOMAR
151026     .
151026 4710-PAGAMENTO.
151026     IF  F0SPAGF-DATA-PAGA NOT LESS W-DATA-DA
151026         AND F0SPAGF-DATA-PAGA NOT GREATER W-DATA-AL
151026         AND F0SPAGF-BONIFICO
151026       MOVE  F0SPAGF-DATA-PAGA   TO  W-PN-DATA
151026       MOVE  SPACES              TO  W-PN-RIF
151026       STRING "PAG "             DELIMITED BY SIZE
151026           F0SPAGF-NUMR-REGI     DELIMITED BY SIZE
151026           "/"                   DELIMITED BY SIZE
151026           F0SPAGF-NUMR-RATA     DELIMITED BY SIZE
151026                                 INTO W-PN-RIF
151026       MOVE  "PAGAMENTO FORNITORE" TO W-PN-DESC
151026       MOVE  W-CONTO-DEBF        TO  W-PN-CONTO
151026       MOVE  F0SPAGF-IMPO-PAGA   TO  W-PN-DARE
151026       MOVE  ZERO                TO  W-PN-AVERE
151026       PERFORM 6000-SCRIVI-RIGA
151026       MOVE  W-CONTO-BANC        TO  W-PN-CONTO
151026       MOVE  ZERO                TO  W-PN-DARE
151026       MOVE  F0SPAGF-IMPO-PAGA   TO  W-PN-AVERE
151026       PERFORM 6000-SCRIVI-RIGA
151026     END-IF
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URPAGF10"             USING F0SPAGF LWCOMAR
151026     .
151026******************************************************************
151026*----------  MOVIMENTI DI PICCOLA CASSA DEL PERIODO: ENTRATA IN
151026*            DARE PICCOLA CASSA / AVERE CONTO DELLA CAUSALE,
151026*            USCITA IN SEGNO OPPOSTO. LA CAUSALE CAMBIA DA
151026*            MOVIMENTO A MOVIMENTO: LA MAPPA RESTA APERTA PER
151026*            TUTTA LA SCANSIONE
151026 4800-PICCOLA-CASSA.
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URCMAP10"             USING F0SCMAP LWCOMAR
151026     INITIALIZE F0SPCAS
151026     MOVE    L-PRNO-CODE-CLIE    TO  F0SPCAS-CODE-CLIE
151026     MOVE    W-DATA-DA           TO  F0SPCAS-DATA
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URPCAS10"             USING F0SPCAS LWCOMAR
151026     MOVE    21                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URPCAS10"             USING F0SPCAS LWCOMAR
151026     PERFORM 4810-MOVIMENTO-PCAS
151026         UNTIL DSTF-IOSR NOT EQUAL 1
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URPCAS10"             USING F0SPCAS LWCOMAR
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URCMAP10"             USING F0SCMAP LWCOMAR
151026     .
151026 4810-MOVIMENTO-PCAS.
151026     IF  F0SPCAS-DATA GREATER W-DATA-AL
151026       MOVE  0                   TO  DSTF-IOSR
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    F0SPCAS-CODE-CAUS   TO  F0SCMAP-CODE-CAUS
151026     PERFORM 1100-LEGGI-CONTO
151026     MOVE    F0SPCAS-DATA        TO  W-PN-DATA
151026     MOVE    SPACES              TO  W-PN-RIF
151026     STRING "PC "                DELIMITED BY SIZE
151026         F0SPCAS-NUMR-PROG       DELIMITED BY SIZE
151026                                 INTO W-PN-RIF
151026     MOVE    F0SPCAS-DESC        TO  W-PN-DESC
151026     IF  F0SPCAS-DESC EQUAL SPACES
151026       MOVE  "MOVIMENTO DI PICCOLA CASSA" TO W-PN-DESC
151026     END-IF
151026     IF  F0SPCAS-ENTRATA
151026       MOVE  W-CONTO-PCAS        TO  W-PN-CONTO
151026     ELSE
151026       MOVE  W-CONTO-DOCU        TO  W-PN-CONTO
151026     END-IF
151026     MOVE    F0SPCAS-IMPO        TO  W-PN-DARE
151026     MOVE    ZERO                TO  W-PN-AVERE
151026     PERFORM 6000-SCRIVI-RIGA
151026     IF  F0SPCAS-ENTRATA
151026       MOVE  W-CONTO-DOCU        TO  W-PN-CONTO
151026     ELSE
151026       MOVE  W-CONTO-PCAS        TO  W-PN-CONTO
151026     END-IF
151026     MOVE    ZERO                TO  W-PN-DARE
151026     MOVE    F0SPCAS-IMPO        TO  W-PN-AVERE
151026     PERFORM 6000-SCRIVI-RIGA
151026     MOVE    11                  TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URPCAS10"             USING F0SPCAS LWCOMAR
151026     .
      ******************************************************************
      *----------  TOTALI DI CONTROLLO PER GIORNO, IN CODA AL FILE:
      *            DARE E AVERE DEVONO TORNARE UGUALI E RICONCILIARE
      *----------  SCRIVE UNA RIGA DI PRIMA NOTA (IMPORTI IN
      *            CENTESIMI) E LA ACCUMULA NELLA QUADRATURA DEL SUO
      *            GIORNO
151026*            E, SE SI REGISTRA, NELLA REGISTRAZIONE DEL SUO
151026*            EVENTO (STESSO RIFERIMENTO E STESSA DATA)
       6000-SCRIVI-RIGA.
151026     IF  W-REGISTRA-SI
151026       PERFORM 6050-ACCODA-RIGA
151026     END-IF
151026     ADD     1                   TO  W-NUMR-RIGHE
151026     IF  NOT W-ESPORTA-SI
151026       EXIT PARAGRAPH
151026     END-IF
           MOVE    SPACES              TO  PRIMANOT-REC
           MOVE    W-PN-DATA           TO  PRN-DATA
           MOVE    W-PN-CONTO          TO  PRN-CONTO
           MOVE    W-PN-DESC           TO  PRN-DESC
           MOVE    W-PN-RIF            TO  PRN-RIF
           WRITE   PRIMANOT-REC
      *
           MOVE    0                   TO  W-IND-TROV
           PERFORM VARYING W-IND FROM 1 BY 1
           ADD  W-PN-DARE              TO  W-GIO-DARE(W-IND-TROV)
           ADD  W-PN-AVERE             TO  W-GIO-AVERE(W-IND-TROV)
           .
151026******************************************************************
151026*----------  RIGA NELLA REGISTRAZIONE IN CORSO: UN NUOVO
151026*            RIFERIMENTO O UNA NUOVA DATA CHIUDONO QUELLA
151026*            PRECEDENTE, VENTI RIGHE LA CHIUDONO COMUNQUE
151026 6050-ACCODA-RIGA.
151026     IF  L-CREG-NUMR-RIGHE GREATER ZERO
151026         AND (W-PN-RIF NOT EQUAL L-CREG-RIFE
151026              OR W-PN-DATA NOT EQUAL L-CREG-DATA-REGI)
151026       PERFORM 6100-REGISTRA
151026     END-IF
151026     IF  L-CREG-NUMR-RIGHE EQUAL ZERO
151026       MOVE  W-PN-DATA           TO  L-CREG-DATA-REGI
151026       MOVE  W-PN-DESC           TO  L-CREG-DESC
151026       MOVE  W-PN-RIF            TO  L-CREG-RIFE
151026     END-IF
151026     ADD     1                   TO  L-CREG-NUMR-RIGHE
151026     MOVE    L-CREG-NUMR-RIGHE   TO  W-IND
151026     MOVE    W-PN-CONTO          TO  L-CREG-RIGA-CONTO(W-IND)
151026     MOVE    W-PN-DARE           TO  L-CREG-RIGA-DARE(W-IND)
151026     MOVE    W-PN-AVERE          TO  L-CREG-RIGA-AVERE(W-IND)
151026     MOVE    W-PN-DESC           TO  L-CREG-RIGA-DESC(W-IND)
151026     IF  L-CREG-NUMR-RIGHE EQUAL 20
151026       PERFORM 6100-REGISTRA
151026     END-IF
151026     .
151026******************************************************************
151026*----------  SCRIVE LA REGISTRAZIONE IN CORSO (AUTOMATICA) E
151026*            AZZERA L'AREA PER LA SUCCESSIVA
151026 6100-REGISTRA.
151026     IF  L-CREG-NUMR-RIGHE EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    L-PRNO-CODE-CLIE    TO  L-CREG-CODE-CLIE
151026     SET     L-CREG-AUTOMATICA   TO  TRUE
151026     CALL "UCONREG0"             USING L-CREG-CTRL LWCOMAR
151026     IF  L-CREG-REGISTRATA
151026       ADD   1                   TO  W-NUMR-REGI-CG
151026       ADD   L-CREG-NUMR-ASSE    TO  W-NUMR-ASSE-CG
151026     ELSE
151026       ADD   1                   TO  W-NUMR-SCAR-CG
151026       DISPLAY "REGISTRAZIONE " L-CREG-RIFE " DEL "
151026               L-CREG-DATA-REGI " NON SCRITTA (" L-CREG-MOTIVO
151026               ")"
151026     END-IF
151026     INITIALIZE L-CREG-CTRL
151026     .
      *(END)
