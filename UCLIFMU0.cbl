      *****   P.IVA E CODICE FISCALE, E DEPOSITA LA RIGA TRAMITE
      *****   "URCLIF10" NEL CONTESTO DELLA DITTA CORRENTE: LO STESSO
      *****   CLIENTE SMETTE DI ESSERE RIBATTUTO DIVERSO OGNI VOLTA.
151026*****   IL CLIENTE CHE E' ANCHE NOSTRO FORNITORE SI COLLEGA AL
151026*****   SUO CODICE FORNITORE (F0SANFO) PER LE COMPENSAZIONI.
151026*****   IL CLIENTE CHE E' UN'ALTRA DITTA DEL GRUPPO PORTA IL
151026*****   CODICE DELLA DITTA E IL DEPOSITO DI RICEVIMENTO, PER LE
151026*****   FATTURE INTERCOMPANY (UINTGEN0).
151026*****   DOPO LA REGISTRAZIONE SI POSSONO RACCOGLIERE I CONSENSI
151026*****   MARKETING DEL CLIENTE ("UCONSMU0").
151026*****   L'AGENTE DI RIFERIMENTO METTE IL CLIENTE NEL SUO
151026*****   PORTAFOGLIO PER IL REPORT SETTIMANALE VISITE (UVISREP0).
151026*****   IL CLIENTE ESENTE DAL CONTRIBUTO CONAI NON HA LA RIGA
151026*****   DEL CONTRIBUTO SUI DOCUMENTI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
      *
       COPY "F0SCAP.REC".
151026 COPY "F0SZONA.REC".
151026 COPY "F0SANFO.REC".
151026 COPY "LCONSEN.WRK".
151026 COPY "F0SAGEN.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-CLIF-CTRL.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CLIF-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UCLIFMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SCLIF"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-CLIF-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    L-CLIF-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           DISPLAY "ANAGRAFICA CLIENTI FINALI  -  DITTA "
                   L-CLIF-CODE-CLIE
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
      *
151026*    Paese e area fiscale: i clienti comunitari hanno la
151026*    partita IVA del loro paese, che va negli elenchi INTRA
151026     DISPLAY "CODICE PAESE ISO (IT/DE/..) : " WITH NO ADVANCING
151026     ACCEPT   F0SCLIF-CODE-PAES
151026     IF  F0SCLIF-CODE-PAES EQUAL SPACES
151026       MOVE  "IT"                TO  F0SCLIF-CODE-PAES
151026     END-IF
151026     IF  F0SCLIF-CODE-PAES EQUAL "IT"
151026       SET   F0SCLIF-NAZIONALE   TO  TRUE
151026       MOVE  SPACES              TO  F0SCLIF-PIVA-ESTE
151026     ELSE
151026       DISPLAY "AREA (U=UE E=EXTRA UE)      : " WITH NO
151026               ADVANCING
151026       ACCEPT   F0SCLIF-AREA-FISC
151026       IF  F0SCLIF-AREA-FISC EQUAL "u"
151026         MOVE  "U"               TO  F0SCLIF-AREA-FISC
151026       END-IF
151026       IF  NOT F0SCLIF-COMUNITARIO
151026         SET   F0SCLIF-EXTRA-UE  TO  TRUE
151026       END-IF
151026       DISPLAY "PARTITA IVA ESTERA (SENZA PAESE) : " WITH NO
151026               ADVANCING
151026       ACCEPT   F0SCLIF-PIVA-ESTE
151026     END-IF
           DISPLAY "PARTITA IVA                 : " WITH NO ADVANCING
           ACCEPT   F0SCLIF-PIVA-CLIF
           DISPLAY "CODICE FISCALE              : " WITH NO ADVANCING
020926     IF  F0SCLIF-INDC-SPLIT NOT EQUAL "S"
020926       MOVE  "N"                 TO  F0SCLIF-INDC-SPLIT
020926     END-IF
151026*    Fornitore collegato: lo stesso soggetto come fornitore,
151026*    per compensare le partite aperte dei due lati
151026     DISPLAY "FORNITORE COLLEGATO (0=NESSUNO) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SCLIF-CODE-FORN
151026     IF  F0SCLIF-CODE-FORN NOT EQUAL ZERO
151026       PERFORM RT2-CONTROLLA-FORNITORE
151026     END-IF
151026*    Zona e giorno di consegna per la pianificazione dei
151026*    giri: vuoti = zona ricavata dal CAP
151026     DISPLAY "ZONA CONSEGNA (VUOTO=DAL CAP) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SCLIF-CODE-ZONA
151026     IF  F0SCLIF-CODE-ZONA NOT EQUAL SPACES
151026       PERFORM RT4-CONTROLLA-ZONA
151026     END-IF
151026     DISPLAY "GIORNO CONSEGNA (1=LUN..7=DOM, 0=DA ZONA) : "
151026             WITH NO ADVANCING
151026     ACCEPT   F0SCLIF-GIOR-CONS
151026     IF  F0SCLIF-GIOR-CONS GREATER 7
151026       MOVE  ZERO                TO  F0SCLIF-GIOR-CONS
151026     END-IF
151026*    Cauzione sugli imballi a rendere consegnati
151026     DISPLAY "ADDEBITO CAUZIONE IMBALLI ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SCLIF-INDC-CAUZ
151026     IF  F0SCLIF-INDC-CAUZ EQUAL "s"
151026       MOVE  "S"                 TO  F0SCLIF-INDC-CAUZ
151026     END-IF
151026     IF  F0SCLIF-INDC-CAUZ NOT EQUAL "S"
151026       MOVE  "N"                 TO  F0SCLIF-INDC-CAUZ
151026     END-IF
151026*    Esenzione dal contributo ambientale CONAI
151026     DISPLAY "ESENTE CONTRIBUTO CONAI ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SCLIF-CONA-ESEN
151026     IF  F0SCLIF-CONA-ESEN EQUAL "s"
151026       MOVE  "S"                 TO  F0SCLIF-CONA-ESEN
151026     END-IF
151026     IF  F0SCLIF-CONA-ESEN NOT EQUAL "S"
151026       MOVE  "N"                 TO  F0SCLIF-CONA-ESEN
151026     END-IF
151026*    Ditta del gruppo: le sue fatture diventano fatture
151026*    fornitore nella ditta cliente, con la merce attesa sul
151026*    deposito indicato
151026     DISPLAY "DITTA DEL GRUPPO (0=CLIENTE ESTERNO) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SCLIF-DITT-INTC
151026     IF  F0SCLIF-DITT-INTC EQUAL L-CLIF-CODE-CLIE
151026       DISPLAY "LA DITTA NON PUO' FATTURARE A SE STESSA"
151026       MOVE  ZERO                TO  F0SCLIF-DITT-INTC
151026     END-IF
151026     IF  F0SCLIF-DITT-INTC EQUAL ZERO
151026       MOVE  ZERO                TO  F0SCLIF-INST-INTC
151026     ELSE
151026       DISPLAY "DEPOSITO DI RICEVIMENTO NELLA DITTA : " WITH NO
151026               ADVANCING
151026       ACCEPT   F0SCLIF-INST-INTC
151026       IF  F0SCLIF-INST-INTC EQUAL ZERO
151026         MOVE  1                 TO  F0SCLIF-INST-INTC
151026       END-IF
151026     END-IF
151026*    Agente di riferimento: il cliente entra nel suo
151026*    portafoglio per il controllo delle visite
151026     DISPLAY "AGENTE DI RIFERIMENTO (0=NESSUNO) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SCLIF-CODE-AGEN
151026     IF  F0SCLIF-CODE-AGEN NOT EQUAL ZERO
151026       PERFORM RT6-CONTROLLA-AGENTE
151026     END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    "S"                 TO  L-CLIF-ESITO
           DISPLAY "CLIENTE REGISTRATO"
151026*    Consensi marketing del cliente (newsletter, profilazione,
151026*    terzi), con canale e fonte della raccolta
151026     DISPLAY "RACCOLTA CONSENSI MARKETING ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   WL-RISP
151026     IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
151026       MOVE  L-CLIF-CODE-CLIE    TO  L-CONS-CODE-CLIE
151026       MOVE  F0SCLIF-CODI-CLIF   TO  L-CONS-CODI-CLIF
151026       MOVE  SPACE               TO  L-CONS-FONTE
151026       CALL  "UCONSMU0"            USING L-CONS-CTRL LWCOMAR
151026     END-IF
       CHIU-CLIF.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           EXIT PROGRAM.
151026******************************************************************
151026*----------  IL FORNITORE COLLEGATO DEVE ESSERE IN ANAGRAFICA
151026*            FORNITORI DELLA DITTA
151026 RT2-CONTROLLA-FORNITORE.
151026     INITIALIZE F0SANFO
151026     MOVE    L-CLIF-CODE-CLIE    TO  F0SANFO-CODE-CLIE
151026     MOVE    F0SCLIF-CODE-FORN   TO  F0SANFO-CODE-FORN
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URANFO10"              USING F0SANFO LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URANFO10"              USING F0SANFO LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026       DISPLAY "FORNITORE " F0SANFO-RAGE-FORN
151026     ELSE
151026       DISPLAY "FORNITORE NON IN ANAGRAFICA - COLLEGAMENTO NON"
151026               " REGISTRATO"
151026       MOVE  ZERO                TO  F0SCLIF-CODE-FORN
151026     END-IF
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URANFO10"              USING F0SANFO LWCOMAR
151026     .
151026******************************************************************
151026*----------  LA ZONA DI CONSEGNA DEVE ESSERE CENSITA
151026 RT4-CONTROLLA-ZONA.
151026     INITIALIZE F0SZONA
151026     MOVE    L-CLIF-CODE-CLIE    TO  F0SZONA-CODE-CLIE
151026     MOVE    F0SCLIF-CODE-ZONA   TO  F0SZONA-CODE-ZONA
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URZONA10"              USING F0SZONA LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URZONA10"              USING F0SZONA LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026       DISPLAY "ZONA " F0SZONA-DESC-ZONA
151026     ELSE
151026       DISPLAY "ZONA NON CENSITA - ZONA DAL CAP"
151026       MOVE  SPACES              TO  F0SCLIF-CODE-ZONA
151026     END-IF
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URZONA10"              USING F0SZONA LWCOMAR
151026     .
151026******************************************************************
151026*----------  L'AGENTE DI RIFERIMENTO DEVE ESSERE IN ANAGRAFICA
151026*            AGENTI DELLA DITTA
151026 RT6-CONTROLLA-AGENTE.
151026     INITIALIZE F0SAGEN
151026     MOVE    L-CLIF-CODE-CLIE    TO  F0SAGEN-CODE-CLIE
151026     MOVE    F0SCLIF-CODE-AGEN   TO  F0SAGEN-CODE-AGEN
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
151026     MOVE    1                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
151026     IF  DSTF-IOSR EQUAL 1
151026       DISPLAY "AGENTE " F0SAGEN-RAGE-AGEN
151026     ELSE
151026       DISPLAY "AGENTE NON IN ANAGRAFICA - CLIENTE NON ASSEGNATO"
151026       MOVE  ZERO                TO  F0SCLIF-CODE-AGEN
151026     END-IF
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
151026     .
      *(END)
