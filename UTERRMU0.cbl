       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTERRMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DEI TERRITORI DI VENDITA (F0STERR): CHIEDE
      *****   A VIDEO IL CODICE TERRITORIO E LA DATA DI INIZIO DELLA
      *****   VERSIONE, MOSTRA LA VERSIONE GIA' PRESENTE E NE
      *****   REGISTRA DESCRIZIONE, AGENTE CHE LO COPRE (F0SAGEN),
      *****   DATA DI FINE E FINO A DIECI AREE, PER INTERVALLO DI CAP
      *****   OPPURE PER PROVINCIA (SIGLA VALIDATA SU UN CAP DELLA
      *****   PROVINCIA IN F0SCAP, TRAMITE "URCAP010"). UNA NUOVA
      *****   VERSIONE CHIUDE AL GIORNO PRIMA LE VERSIONI PRECEDENTI
      *****   DELLO STESSO TERRITORIO ANCORA APERTE A QUELLA DATA.
      *****   DEPOSITO TRAMITE "URTERR10".
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-SALVA-TERR               PIC X(04)      VALUE SPACES.
       77  WL-SALVA-INIZ               PIC 9(08)      VALUE ZERO.
       77  WL-CAP-PROVA                PIC X(05)      VALUE SPACES.
       77  WL-NUOVA                    PIC X(01)      VALUE "N".
           88  WL-NUOVA-SI                            VALUE "S".
       77  WL-FINE-AREE                PIC X(01)      VALUE "N".
           88  WL-FINE-AREE-SI                        VALUE "S".
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-AREE                PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-CHIU                PIC S9(04) COMP VALUE ZERO.
       77  WL-DATA-CHIU                PIC 9(08)      VALUE ZERO.
      *
      *----------  VERSIONI PRECEDENTI DEL TERRITORIO DA CHIUDERE
       01  WL-TAB-CHIU.
           03  WL-CHIU-INIZ            PIC 9(08)      OCCURS 20.
      *
       COPY "F0SCAP.REC".
       COPY "F0SAGEN.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-TERR-CTRL.
           03  L-TERR-CODE-CLIE        PIC 9(04).
           03  L-TERR-ESITO            PIC X(01).
               88  L-TERR-ESITO-OK                    VALUE "S".
       COPY "F0STERR.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-TERR-CTRL F0STERR LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-TERR-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UTERRMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0STERR"           TO  L-AZIO-NOME-FILE
           MOVE    L-TERR-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           MOVE    "N"                 TO  WL-NUOVA
           INITIALIZE F0STERR
           MOVE    L-TERR-CODE-CLIE    TO  F0STERR-CODE-CLIE
           DISPLAY "TERRITORI DI VENDITA  -  DITTA " L-TERR-CODE-CLIE
           DISPLAY "CODICE TERRITORIO           : " WITH NO ADVANCING
           ACCEPT   F0STERR-CODE-TERR
           IF  F0STERR-CODE-TERR EQUAL SPACES
             DISPLAY "CODICE TERRITORIO OBBLIGATORIO"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "IN VIGORE DAL (AAAAMMGG, 0=OGGI) : " WITH NO
                   ADVANCING
           ACCEPT   F0STERR-DATA-INIZ
           IF  F0STERR-DATA-INIZ EQUAL ZERO
             MOVE  LDATE-ACTL          TO  F0STERR-DATA-INIZ
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT2-MOSTRA-TERRITORIO
           ELSE
             MOVE  F0STERR-CODE-TERR   TO  WL-SALVA-TERR
             MOVE  F0STERR-DATA-INIZ   TO  WL-SALVA-INIZ
             INITIALIZE F0STERR
             MOVE  L-TERR-CODE-CLIE    TO  F0STERR-CODE-CLIE
             MOVE  WL-SALVA-TERR       TO  F0STERR-CODE-TERR
             MOVE  WL-SALVA-INIZ       TO  F0STERR-DATA-INIZ
             SET   WL-NUOVA-SI         TO  TRUE
             DISPLAY "NUOVA VERSIONE DEL TERRITORIO"
           END-IF
           PERFORM RT3-DATI-TERRITORIO
           IF  F0STERR-CODE-AGEN EQUAL ZERO
             DISPLAY "AGENTE OBBLIGATORIO - OPERAZIONE ANNULLATA"
             GO TO CHIU-TERR
           END-IF
           IF  F0STERR-NUMR-AREE EQUAL ZERO
             DISPLAY "NESSUNA AREA - OPERAZIONE ANNULLATA"
             GO TO CHIU-TERR
           END-IF
           IF  F0STERR-DATA-FINE NOT EQUAL ZERO
               AND F0STERR-DATA-FINE LESS F0STERR-DATA-INIZ
             DISPLAY "DATA FINE PRIMA DELL'INIZIO - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-TERR
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-TERR
           END-IF
           MOVE    LDATE-ACTL          TO  F0STERR-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0STERR-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           MOVE    "S"                 TO  L-TERR-ESITO
           DISPLAY "TERRITORIO REGISTRATO"
           IF  WL-NUOVA-SI
             PERFORM RT6-CHIUDI-PRECEDENTI
           END-IF.
       CHIU-TERR.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       RT2-MOSTRA-TERRITORIO.
           DISPLAY "VERSIONE GIA' PRESENTE - " F0STERR-DESC-TERR
           DISPLAY "AGENTE " F0STERR-CODE-AGEN
                   "  DAL " F0STERR-DATA-INIZ
                   "  AL " F0STERR-DATA-FINE
           PERFORM RT21-MOSTRA-AREA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER F0STERR-NUMR-AREE
                  OR WL-IND GREATER 10
           .
       RT21-MOSTRA-AREA.
           IF  F0STERR-AREA-CAP(WL-IND)
             DISPLAY "  AREA " WL-IND " CAP DA "
                     F0STERR-AREA-CAP-DA(WL-IND) " A "
                     F0STERR-AREA-CAP-A(WL-IND)
           ELSE
             DISPLAY "  AREA " WL-IND " PROVINCIA "
                     F0STERR-AREA-PROV(WL-IND)
           END-IF
           .
      ******************************************************************
      *----------  DATI DEL TERRITORIO; LE AREE DI UNA VERSIONE GIA'
      *            PRESENTE SI REINSERISCONO SOLO SE RICHIESTO
       RT3-DATI-TERRITORIO.
           DISPLAY "DESCRIZIONE                 : " WITH NO ADVANCING
           ACCEPT   F0STERR-DESC-TERR
           DISPLAY "AGENTE CHE LO COPRE         : " WITH NO ADVANCING
           ACCEPT   F0STERR-CODE-AGEN
           IF  F0STERR-CODE-AGEN NOT EQUAL ZERO
             PERFORM RT32-CONTROLLA-AGENTE
           END-IF
           DISPLAY "IN VIGORE FINO AL (0 = SENZA FINE) : " WITH NO
                   ADVANCING
           ACCEPT   F0STERR-DATA-FINE
           MOVE    "S"                 TO  WL-RISP
           IF  NOT WL-NUOVA-SI
             DISPLAY "REINSERISCI LE AREE ? (S/N) : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
           END-IF
           IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
             MOVE  ZERO                TO  WL-NUMR-AREE
             MOVE  "N"                 TO  WL-FINE-AREE
             PERFORM RT33-AREA
                 UNTIL WL-FINE-AREE-SI OR WL-NUMR-AREE EQUAL 10
             MOVE  WL-NUMR-AREE        TO  F0STERR-NUMR-AREE
           END-IF
           .
      ******************************************************************
      *----------  UN'AREA: INTERVALLO DI CAP OPPURE PROVINCIA
       RT33-AREA.
           COMPUTE WL-IND = WL-NUMR-AREE + 1
           DISPLAY "AREA " WL-IND " (C=CAP P=PROVINCIA, VUOTO=FINE) : "
                   WITH NO ADVANCING
           MOVE    SPACE               TO  WL-RISP
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "c"
             MOVE  "C"                 TO  WL-RISP
           END-IF
           IF  WL-RISP EQUAL "p"
             MOVE  "P"                 TO  WL-RISP
           END-IF
           IF  WL-RISP NOT EQUAL "C" AND WL-RISP NOT EQUAL "P"
             SET   WL-FINE-AREE-SI     TO  TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE    WL-RISP             TO  F0STERR-AREA-TIPO(WL-IND)
           MOVE    SPACES              TO  F0STERR-AREA-CAP-DA(WL-IND)
                                           F0STERR-AREA-CAP-A(WL-IND)
                                           F0STERR-AREA-PROV(WL-IND)
           IF  F0STERR-AREA-CAP(WL-IND)
             DISPLAY "  CAP DA (NNNNN)            : " WITH NO
                     ADVANCING
             ACCEPT   F0STERR-AREA-CAP-DA(WL-IND)
             DISPLAY "  CAP A  (NNNNN)            : " WITH NO
                     ADVANCING
             ACCEPT   F0STERR-AREA-CAP-A(WL-IND)
             IF  F0STERR-AREA-CAP-DA(WL-IND) EQUAL SPACES
                 OR F0STERR-AREA-CAP-A(WL-IND) LESS
                    F0STERR-AREA-CAP-DA(WL-IND)
               DISPLAY "INTERVALLO DI CAP NON VALIDO - AREA SCARTATA"
               EXIT PARAGRAPH
             END-IF
           ELSE
             PERFORM RT31-PROVINCIA
             IF  F0STERR-AREA-PROV(WL-IND) EQUAL SPACES
               DISPLAY "PROVINCIA NON VALIDA - AREA SCARTATA"
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE    WL-IND              TO  WL-NUMR-AREE
           .
      ******************************************************************
      *----------  PROVINCIA: DA UN CAP DELLA PROVINCIA (RISOLTO SU
      *            F0SCAP) OPPURE, SE IL CAP NON E' IN ARCHIVIO, LA
      *            SIGLA BATTUTA A MANO
       RT31-PROVINCIA.
           DISPLAY "  UN CAP DELLA PROVINCIA    : " WITH NO ADVANCING
           ACCEPT   WL-CAP-PROVA
           MOVE    WL-CAP-PROVA        TO  F0SCAP-CAP
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SCAP-SIGL-PROV    TO  F0STERR-AREA-PROV(WL-IND)
             DISPLAY "  PROVINCIA " F0SCAP-SIGL-PROV " "
                     F0SCAP-DESC-PROV
           ELSE
             DISPLAY "  CAP NON IN ARCHIVIO - INSERIRE A MANO"
             DISPLAY "  PROVINCIA (SIGLA)         : " WITH NO
                     ADVANCING
             ACCEPT   F0STERR-AREA-PROV(WL-IND)
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCAP010"              USING F0SCAP LWCOMAR
           .
      ******************************************************************
      *----------  L'AGENTE DEVE ESSERE IN ANAGRAFICA AGENTI DELLA DITTA
       RT32-CONTROLLA-AGENTE.
           INITIALIZE F0SAGEN
           MOVE    L-TERR-CODE-CLIE    TO  F0SAGEN-CODE-CLIE
           MOVE    F0STERR-CODE-AGEN   TO  F0SAGEN-CODE-AGEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "AGENTE " F0SAGEN-RAGE-AGEN
           ELSE
             DISPLAY "AGENTE NON IN ANAGRAFICA"
             MOVE  ZERO                TO  F0STERR-CODE-AGEN
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAGEN10"              USING F0SAGEN LWCOMAR
           .
      ******************************************************************
      *----------  NUOVA VERSIONE: LE VERSIONI PRECEDENTI DELLO STESSO
      *            TERRITORIO ANCORA APERTE ALLA SUA DATA DI INIZIO SI
      *            CHIUDONO AL GIORNO PRIMA. PRIMA SI RACCOLGONO, POI
      *            SI AGGIORNANO: LA LETTURA PER CHIAVE SPOSTEREBBE LA
      *            SCANSIONE
       RT6-CHIUDI-PRECEDENTI.
           MOVE    F0STERR-CODE-TERR   TO  WL-SALVA-TERR
           MOVE    F0STERR-DATA-INIZ   TO  WL-SALVA-INIZ
           COMPUTE WL-DATA-CHIU = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WL-SALVA-INIZ) - 1)
           MOVE    ZERO                TO  WL-NUMR-CHIU
           INITIALIZE F0STERR
           MOVE    L-TERR-CODE-CLIE    TO  F0STERR-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           PERFORM RT61-VERSIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT62-CHIUDI-VERSIONE
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER WL-NUMR-CHIU
           .
       RT61-VERSIONE.
           IF  F0STERR-CODE-TERR EQUAL WL-SALVA-TERR
               AND F0STERR-DATA-INIZ LESS WL-SALVA-INIZ
               AND (F0STERR-DATA-FINE EQUAL ZERO
                    OR F0STERR-DATA-FINE NOT LESS WL-SALVA-INIZ)
               AND WL-NUMR-CHIU LESS 20
             ADD   1                   TO  WL-NUMR-CHIU
             MOVE  F0STERR-DATA-INIZ   TO  WL-CHIU-INIZ(WL-NUMR-CHIU)
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           .
       RT62-CHIUDI-VERSIONE.
           INITIALIZE F0STERR
           MOVE    L-TERR-CODE-CLIE    TO  F0STERR-CODE-CLIE
           MOVE    WL-SALVA-TERR       TO  F0STERR-CODE-TERR
           MOVE    WL-CHIU-INIZ(WL-IND) TO F0STERR-DATA-INIZ
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URTERR10"              USING F0STERR LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  WL-DATA-CHIU        TO  F0STERR-DATA-FINE
             MOVE  LDATE-ACTL          TO  F0STERR-DATA-AGGIO
             MOVE  L-IDENUTEN          TO  F0STERR-IDEN-UTEN
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URTERR10"            USING F0STERR LWCOMAR
             DISPLAY "VERSIONE DAL " WL-CHIU-INIZ(WL-IND)
                     " CHIUSA AL " WL-DATA-CHIU
           END-IF
           .
      *(END)
