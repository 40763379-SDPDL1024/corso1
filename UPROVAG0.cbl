       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPROVAG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RICARICA DELLA DITTA DI PROVA PER L'ADDESTRAMENTO DI
      *****   CASSIERI E UFFICIO DALLA DITTA DI PRODUZIONE CORRENTE:
      *****   GLI ARCHIVI DELLA DITTA DI PROVA SI SVUOTANO E SI
      *****   RIEMPIONO CON UNA COPIA DI QUELLI DI PRODUZIONE
      *****   (ANAGRAFICHE ARTICOLI, LISTINI, MODALITA' DI PAGAMENTO,
      *****   CLIENTI, SCONTI, GIACENZE, NUMERATORI, DOCUMENTI DI
      *****   VENDITA CON LE RIGHE, ORDINI CON LE RIGHE, PARTITE).
      *****   NELLA COPIA I DATI PERSONALI DEI CLIENTI SI OSCURANO CON
      *****   LE STESSE REGOLE DELLA CANCELLAZIONE GDPR (UGDPR010):
      *****   NOME, INDIRIZZO E COMUNE SOSTITUITI, P.IVA, CODICE
      *****   FISCALE, CAP ED EMAIL TOLTI, SIA SULL'ANAGRAFICA
      *****   F0SCLIF SIA SULLE COPIE CHE NE PORTANO DOCUMENTI,
      *****   ORDINI, PARTITE E SCONTI.
      *****   LA DITTA DI DESTINAZIONE VIENE MARCATA DITTA DI PROVA
      *****   (FAN-INDC-PROVA) PRIMA DI TOCCARE I DATI: DA QUEL
      *****   MOMENTO NESSUN FLUSSO VERSO L'ESTERNO PARTE PIU' PER
      *****   LEI (UPROVCH0). UNA DITTA NON ANCORA DI PROVA VIENE
      *****   ACCETTATA SOLO SE NON HA DOCUMENTI DI VENDITA, COSI' UN
      *****   ERRORE DI DIGITAZIONE NON CANCELLA UNA DITTA VERA.
      *****   IL TRAVASO PASSA DAL FILE DI LAVORO PROVAWK, UN
      *****   ARCHIVIO ALLA VOLTA: SE IL LAVORO SI INTERROMPE BASTA
      *****   RILANCIARLO, RIPARTE DA CAPO SULLA DITTA GIA' DI PROVA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVAWK-FILE         ASSIGN TO "PROVAWK"
                                        ORGANIZATION SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-WRK.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVAWK-FILE.
       01  PROVAWK-REC                 PIC X(4000).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-WRK                 PIC X(02)      VALUE SPACES.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  W-FINE-LAVORO               PIC X(01)      VALUE "N".
           88  W-FINE-LAVORO-SI                       VALUE "S".
       77  W-DITT-ORIG                 PIC 9(04)      VALUE ZERO.
       77  W-DITT-PROV                 PIC 9(04)      VALUE ZERO.
       77  W-DITT-SCAN                 PIC 9(04)      VALUE ZERO.
       77  W-DITT-REC                  PIC 9(04)      VALUE ZERO.
       77  W-NOME-FILE                 PIC X(08)      VALUE SPACES.
       77  W-NUMR-CANC                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-COPI                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-ANON                 PIC 9(07)      VALUE ZERO.
       77  W-TOTA-COPI                 PIC 9(07)      VALUE ZERO.
       77  W-NUMR-ED                   PIC ZZZZZZ9    VALUE ZERO.
       77  W-CANC-ED                   PIC ZZZZZZ9    VALUE ZERO.
       77  W-IA                        PIC S9(04) COMP VALUE ZERO.
      *
      *----------  TESTO CHE SOSTITUISCE I DATI IDENTIFICATIVI, LO
      *            STESSO DELLA CANCELLAZIONE GDPR
       77  C-ANONIMO                   PIC X(34)      VALUE
           "DATO CANCELLATO PER RICHIESTA GDPR".
      *
      *----------  ARCHIVI RICARICATI, NELL'ORDINE DI TRAVASO: PRIMA
      *            LE ANAGRAFICHE, POI I MOVIMENTI CHE LE RICHIAMANO
       01  C-ARCHIVI.
           03  FILLER                  PIC X(08)      VALUE "F0SARTI".
           03  FILLER                  PIC X(08)      VALUE "F0SLIST".
           03  FILLER                  PIC X(08)      VALUE "F0STPAG".
           03  FILLER                  PIC X(08)      VALUE "F0SCLIF".
           03  FILLER                  PIC X(08)      VALUE "F0SSCON".
           03  FILLER                  PIC X(08)      VALUE "F0SMAGA".
           03  FILLER                  PIC X(08)      VALUE "F0SNUMD".
           03  FILLER                  PIC X(08)      VALUE "F0SVEND".
           03  FILLER                  PIC X(08)      VALUE "F0SVENR".
           03  FILLER                  PIC X(08)      VALUE "F0SORDI".
           03  FILLER                  PIC X(08)      VALUE "F0SORDR".
           03  FILLER                  PIC X(08)      VALUE "F0SPASC".
       01  C-ARCHIVI-R                 REDEFINES C-ARCHIVI.
           03  C-ARCHIVI-NOME          PIC X(08)      OCCURS 12.
      *
       COPY "FAN.REC".
       COPY "F0SAUDI.REC".
       COPY "F0SARTI.REC".
       COPY "F0SLIST.REC".
       COPY "F0STPAG.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SSCON.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SNUMD.REC".
       COPY "F0SVEND.REC".
       COPY "F0SVENR.REC".
       COPY "F0SORDI.REC".
       COPY "F0SORDR.REC".
       COPY "F0SPASC.REC".
       COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-PRAG-CTRL.
      *    Ditta di produzione da copiare (la ditta corrente)
           03  L-PRAG-CODE-CLIE        PIC 9(04).
           03  L-PRAG-ESITO            PIC X(01).
               88  L-PRAG-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PRAG-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-PRAG-ESITO
           MOVE    L-PRAG-CODE-CLIE    TO  W-DITT-ORIG
           DISPLAY "RICARICA DITTA DI PROVA  -  DA DITTA " W-DITT-ORIG
      *      Una ditta di prova non si copia su un'altra: la sorgente
      *      e' sempre una ditta di produzione
           MOVE    W-DITT-ORIG         TO  L-PRVC-CODE-CLIE
           CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
           IF  L-PRVC-PROVA
             DISPLAY "LA DITTA CORRENTE E' UNA DITTA DI PROVA - ENTRARE"
                     " NELLA DITTA DI PRODUZIONE DA COPIARE"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "DITTA DI PROVA DA RICARICARE : " WITH NO ADVANCING
           ACCEPT   W-DITT-PROV
           IF  W-DITT-PROV EQUAL ZERO
               OR W-DITT-PROV EQUAL W-DITT-ORIG
             DISPLAY "DITTA DI PROVA NON VALIDA - OPERAZIONE ANNULLATA"
             GO TO EXIT-PRO
           END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           INITIALIZE FAN
           MOVE    W-DITT-PROV         TO  FAN-CODE-CLIE
           MOVE    "A"                 TO  FAN-TIPO-RECO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "DITTA " W-DITT-PROV " NON CENSITA - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-FAN
           END-IF
           DISPLAY "DITTA " W-DITT-PROV " " FAN-RAGE-CLIE
           IF  FAN-DITTA-PROVA
             IF  FAN-DITT-ORIG NOT EQUAL ZERO
               DISPLAY "DITTA DI PROVA, ULTIMA RICARICA DEL "
                       FAN-DATA-PROVA " DALLA DITTA " FAN-DITT-ORIG
             END-IF
           ELSE
             PERFORM RT11-CERCA-DOCUMENTI
             IF  DSTF-IOSR EQUAL 1
               DISPLAY "LA DITTA HA DOCUMENTI DI VENDITA E NON E' UNA"
                       " DITTA DI PROVA - RICARICA RIFIUTATA"
               GO TO CHIU-FAN
             END-IF
             DISPLAY "LA DITTA NON E' ANCORA DI PROVA: LO DIVENTERA'"
                     " CON QUESTA RICARICA"
           END-IF
           DISPLAY "TUTTI I DATI DELLA DITTA " W-DITT-PROV
                   " SARANNO SOSTITUITI DA QUELLI DELLA DITTA "
                   W-DITT-ORIG
           DISPLAY "CONFERMI LA RICARICA ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "s"
             MOVE    "S"               TO  WL-RISP
           END-IF
           IF  WL-RISP NOT EQUAL "S"
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-FAN
           END-IF
      *
      *      Prima la marcatura, poi i dati: anche una ricarica
      *      interrotta lascia la ditta esclusa dai flussi esterni
           MOVE    "S"                 TO  FAN-INDC-PROVA
           MOVE    W-DITT-ORIG         TO  FAN-DITT-ORIG
           MOVE    LDATE-ACTL          TO  FAN-DATA-PROVA
           MOVE    30                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "ANAGRAFICA DITTA NON AGGIORNABILE - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-FAN
           END-IF
      *
           PERFORM RT60-APRI-ARCHIVI
           PERFORM RT2-ARCHIVIO
               VARYING W-IA FROM 1 BY 1
               UNTIL W-IA GREATER 12
           PERFORM RT69-CHIUDI-ARCHIVI
           PERFORM RT9-REGISTRA-AUDIT
           MOVE    W-TOTA-COPI         TO  W-NUMR-ED
           DISPLAY "RICARICA CONCLUSA - RECORD COPIATI " W-NUMR-ED
           MOVE    W-NUMR-ANON         TO  W-NUMR-ED
           DISPLAY "CLIENTI ANONIMIZZATI              " W-NUMR-ED
           MOVE    "S"                 TO  L-PRAG-ESITO.
       CHIU-FAN.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URGDPR10"              USING FAN LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  LA DITTA CANDIDATA HA GIA' DOCUMENTI DI VENDITA ?
      *            DSTF-IOSR = 1 SE NE ESISTE ALMENO UNO
       RT11-CERCA-DOCUMENTI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           INITIALIZE F0SVEND
           MOVE    W-DITT-PROV         TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    DSTF-IOSR           TO  W-IA
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    W-IA                TO  DSTF-IOSR
           .
      ******************************************************************
      *----------  UN ARCHIVIO: SI TOLGONO I RECORD DELLA DITTA DI
      *            PROVA, POI SI COPIANO QUELLI DI PRODUZIONE. OGNI
      *            PASSO SCARICA PRIMA LE CHIAVI SU PROVAWK, PERCHE'
      *            CANCELLARE O SCRIVERE DURANTE LA SCANSIONE DELLO
      *            STESSO ARCHIVIO NE PERDEREBBE LA POSIZIONE
       RT2-ARCHIVIO.
           MOVE    C-ARCHIVI-NOME(W-IA) TO W-NOME-FILE
           MOVE    ZERO                TO  W-NUMR-CANC
                                           W-NUMR-COPI
           MOVE    W-DITT-PROV         TO  W-DITT-SCAN
           PERFORM RT3-SCARICA
           OPEN INPUT PROVAWK-FILE
           PERFORM RT41-LEGGI-LAVORO
           PERFORM RT4-CANCELLA
               UNTIL W-FINE-LAVORO-SI
           CLOSE PROVAWK-FILE
      *
           MOVE    W-DITT-ORIG         TO  W-DITT-SCAN
           PERFORM RT3-SCARICA
           OPEN INPUT PROVAWK-FILE
           PERFORM RT41-LEGGI-LAVORO
           PERFORM RT5-CARICA
               UNTIL W-FINE-LAVORO-SI
           CLOSE PROVAWK-FILE
           ADD     W-NUMR-COPI         TO  W-TOTA-COPI
           MOVE    W-NUMR-CANC         TO  W-CANC-ED
           MOVE    W-NUMR-COPI         TO  W-NUMR-ED
           DISPLAY W-NOME-FILE "  TOLTI " W-CANC-ED
                   "  COPIATI " W-NUMR-ED
           .
      ******************************************************************
      *----------  I RECORD DELLA DITTA W-DITT-SCAN SU PROVAWK
       RT3-SCARICA.
           OPEN OUTPUT PROVAWK-FILE
           PERFORM RT30-PRIMO
           PERFORM RT31-REGISTRA
               UNTIL DSTF-IOSR NOT EQUAL 1
           CLOSE PROVAWK-FILE
           .
      ******************************************************************
      *----------  LE SCANSIONI PER DITTA SI FERMANO DA SOLE A FINE
      *            DITTA; QUELLA DEGLI SCONTI PASSA L'INTERO ARCHIVIO
      *            E SI FILTRA QUI
       RT31-REGISTRA.
           PERFORM RT32-CORRENTE
           IF  W-DITT-REC EQUAL W-DITT-SCAN
             WRITE PROVAWK-REC
           END-IF
           PERFORM RT33-SEGUENTE
           .
      ******************************************************************
       RT41-LEGGI-LAVORO.
           MOVE    "N"                 TO  W-FINE-LAVORO
           READ PROVAWK-FILE
             AT END
               MOVE "S"                TO  W-FINE-LAVORO
           END-READ
           .
      ******************************************************************
       RT4-CANCELLA.
           PERFORM RT42-CANCELLA-RECORD
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-NUMR-CANC
           END-IF
           PERFORM RT41-LEGGI-LAVORO
           .
      ******************************************************************
       RT5-CARICA.
           PERFORM RT52-SCRIVI-RECORD
           IF  DSTF-IOSR EQUAL 1
             ADD   1                   TO  W-NUMR-COPI
           ELSE
             DISPLAY W-NOME-FILE " RECORD NON COPIATO: "
                     PROVAWK-REC(1:40)
           END-IF
           PERFORM RT41-LEGGI-LAVORO
           .
      ******************************************************************
      *----------  PRIMO RECORD DELLA DITTA W-DITT-SCAN
       RT30-PRIMO.
           MOVE    3                   TO  DSTF-IOSR
           EVALUATE W-IA
             WHEN 1
               INITIALIZE F0SARTI
               MOVE    W-DITT-SCAN     TO  F0SARTI-CODE-CLIE
               MOVE    19              TO  LREAD-FILE
               CALL  "URARTI10"          USING F0SARTI LWCOMAR
             WHEN 2
               INITIALIZE F0SLIST
               MOVE    W-DITT-SCAN     TO  F0SLIST-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
             WHEN 3
               INITIALIZE F0STPAG
               MOVE    W-DITT-SCAN     TO  F0STPAG-CODE-CLIE
               MOVE    19              TO  LREAD-FILE
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 4
               INITIALIZE F0SCLIF
               MOVE    W-DITT-SCAN     TO  F0SCLIF-CODE-CLIE
               MOVE    19              TO  LREAD-FILE
               CALL  "URCLIF10"          USING F0SCLIF LWCOMAR
             WHEN 5
               INITIALIZE F0SSCON
               MOVE    W-DITT-SCAN     TO  F0SSCON-CODE-CLIE
               MOVE    80              TO  LREAD-FILE
               CALL  "URSCON10"          USING F0SSCON LWCOMAR
             WHEN 6
               INITIALIZE F0SMAGA
               MOVE    W-DITT-SCAN     TO  F0SMAGA-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URMAGA10"          USING F0SMAGA LWCOMAR
             WHEN 7
               INITIALIZE F0SNUMD
               MOVE    W-DITT-SCAN     TO  F0SNUMD-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URNUMD10"          USING F0SNUMD LWCOMAR
             WHEN 8
               INITIALIZE F0SVEND
               MOVE    W-DITT-SCAN     TO  F0SVEND-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URFATT10"          USING F0SVEND LWCOMAR
             WHEN 9
               INITIALIZE F0SVENR
               MOVE    W-DITT-SCAN     TO  F0SVENR-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URVENR10"          USING F0SVENR LWCOMAR
             WHEN 10
               INITIALIZE F0SORDI
               MOVE    W-DITT-SCAN     TO  F0SORDI-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URORDI10"          USING F0SORDI LWCOMAR
             WHEN 11
               INITIALIZE F0SORDR
               MOVE    W-DITT-SCAN     TO  F0SORDR-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URORDR10"          USING F0SORDR LWCOMAR
             WHEN 12
               INITIALIZE F0SPASC
               MOVE    W-DITT-SCAN     TO  F0SPASC-CODE-CLIE
               MOVE    21              TO  LREAD-FILE
               CALL  "URPASC10"          USING F0SPASC LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
       RT32-CORRENTE.
           EVALUATE W-IA
             WHEN 1
               MOVE    F0SARTI-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SARTI         TO  PROVAWK-REC
             WHEN 2
               MOVE    F0SLIST-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SLIST         TO  PROVAWK-REC
             WHEN 3
               MOVE    F0STPAG-CODE-CLIE TO  W-DITT-REC
               MOVE    F0STPAG         TO  PROVAWK-REC
             WHEN 4
               MOVE    F0SCLIF-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SCLIF         TO  PROVAWK-REC
             WHEN 5
               MOVE    F0SSCON-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SSCON         TO  PROVAWK-REC
             WHEN 6
               MOVE    F0SMAGA-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SMAGA         TO  PROVAWK-REC
             WHEN 7
               MOVE    F0SNUMD-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SNUMD         TO  PROVAWK-REC
             WHEN 8
               MOVE    F0SVEND-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SVEND         TO  PROVAWK-REC
             WHEN 9
               MOVE    F0SVENR-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SVENR         TO  PROVAWK-REC
             WHEN 10
               MOVE    F0SORDI-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SORDI         TO  PROVAWK-REC
             WHEN 11
               MOVE    F0SORDR-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SORDR         TO  PROVAWK-REC
             WHEN 12
               MOVE    F0SPASC-CODE-CLIE TO  W-DITT-REC
               MOVE    F0SPASC         TO  PROVAWK-REC
           END-EVALUATE
           .
      ******************************************************************
       RT33-SEGUENTE.
           MOVE    3                   TO  DSTF-IOSR
           EVALUATE W-IA
             WHEN 1
               MOVE    9               TO  LREAD-FILE
               CALL  "URARTI10"          USING F0SARTI LWCOMAR
             WHEN 2
               MOVE    11              TO  LREAD-FILE
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
             WHEN 3
               MOVE    9               TO  LREAD-FILE
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 4
               MOVE    9               TO  LREAD-FILE
               CALL  "URCLIF10"          USING F0SCLIF LWCOMAR
             WHEN 5
               MOVE    81              TO  LREAD-FILE
               CALL  "URSCON10"          USING F0SSCON LWCOMAR
             WHEN 6
               MOVE    11              TO  LREAD-FILE
               CALL  "URMAGA10"          USING F0SMAGA LWCOMAR
             WHEN 7
               MOVE    11              TO  LREAD-FILE
               CALL  "URNUMD10"          USING F0SNUMD LWCOMAR
             WHEN 8
               MOVE    11              TO  LREAD-FILE
               CALL  "URFATT10"          USING F0SVEND LWCOMAR
             WHEN 9
               MOVE    11              TO  LREAD-FILE
               CALL  "URVENR10"          USING F0SVENR LWCOMAR
             WHEN 10
               MOVE    11              TO  LREAD-FILE
               CALL  "URORDI10"          USING F0SORDI LWCOMAR
             WHEN 11
               MOVE    11              TO  LREAD-FILE
               CALL  "URORDR10"          USING F0SORDR LWCOMAR
             WHEN 12
               MOVE    11              TO  LREAD-FILE
               CALL  "URPASC10"          USING F0SPASC LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
       RT42-CANCELLA-RECORD.
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           EVALUATE W-IA
             WHEN 1
               MOVE    PROVAWK-REC     TO  F0SARTI
               CALL  "URARTI10"          USING F0SARTI LWCOMAR
             WHEN 2
               MOVE    PROVAWK-REC     TO  F0SLIST
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
             WHEN 3
               MOVE    PROVAWK-REC     TO  F0STPAG
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 4
               MOVE    PROVAWK-REC     TO  F0SCLIF
               CALL  "URCLIF10"          USING F0SCLIF LWCOMAR
             WHEN 5
               MOVE    PROVAWK-REC     TO  F0SSCON
               CALL  "URSCON10"          USING F0SSCON LWCOMAR
             WHEN 6
               MOVE    PROVAWK-REC     TO  F0SMAGA
               CALL  "URMAGA10"          USING F0SMAGA LWCOMAR
             WHEN 7
               MOVE    PROVAWK-REC     TO  F0SNUMD
               CALL  "URNUMD10"          USING F0SNUMD LWCOMAR
             WHEN 8
               MOVE    PROVAWK-REC     TO  F0SVEND
               CALL  "URFATT10"          USING F0SVEND LWCOMAR
             WHEN 9
               MOVE    PROVAWK-REC     TO  F0SVENR
               CALL  "URVENR10"          USING F0SVENR LWCOMAR
             WHEN 10
               MOVE    PROVAWK-REC     TO  F0SORDI
               CALL  "URORDI10"          USING F0SORDI LWCOMAR
             WHEN 11
               MOVE    PROVAWK-REC     TO  F0SORDR
               CALL  "URORDR10"          USING F0SORDR LWCOMAR
             WHEN 12
               MOVE    PROVAWK-REC     TO  F0SPASC
               CALL  "URPASC10"          USING F0SPASC LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
      *----------  IL RECORD DI PRODUZIONE PASSA ALLA DITTA DI PROVA,
      *            CON I DATI PERSONALI DEI CLIENTI ANONIMIZZATI
       RT52-SCRIVI-RECORD.
           EVALUATE W-IA
             WHEN 1
               MOVE    PROVAWK-REC     TO  F0SARTI
               MOVE    W-DITT-PROV     TO  F0SARTI-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URARTI10"          USING F0SARTI LWCOMAR
             WHEN 2
               MOVE    PROVAWK-REC     TO  F0SLIST
               MOVE    W-DITT-PROV     TO  F0SLIST-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URLIST10"          USING F0SLIST LWCOMAR
             WHEN 3
               MOVE    PROVAWK-REC     TO  F0STPAG
               MOVE    W-DITT-PROV     TO  F0STPAG-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URTPAG10"          USING F0STPAG LWCOMAR
             WHEN 4
               MOVE    PROVAWK-REC     TO  F0SCLIF
               MOVE    W-DITT-PROV     TO  F0SCLIF-CODE-CLIE
               PERFORM RT71-ANONIMIZZA-CLIENTE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URCLIF10"          USING F0SCLIF LWCOMAR
             WHEN 5
               MOVE    PROVAWK-REC     TO  F0SSCON
               MOVE    W-DITT-PROV     TO  F0SSCON-CODE-CLIE
               PERFORM RT73-ANONIMIZZA-NOME
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URSCON10"          USING F0SSCON LWCOMAR
             WHEN 6
               MOVE    PROVAWK-REC     TO  F0SMAGA
               MOVE    W-DITT-PROV     TO  F0SMAGA-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URMAGA10"          USING F0SMAGA LWCOMAR
             WHEN 7
               MOVE    PROVAWK-REC     TO  F0SNUMD
               MOVE    W-DITT-PROV     TO  F0SNUMD-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URNUMD10"          USING F0SNUMD LWCOMAR
             WHEN 8
               MOVE    PROVAWK-REC     TO  F0SVEND
               MOVE    W-DITT-PROV     TO  F0SVEND-CODE-CLIE
               PERFORM RT72-ANONIMIZZA-DOCUMENTO
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URFATT10"          USING F0SVEND LWCOMAR
             WHEN 9
               MOVE    PROVAWK-REC     TO  F0SVENR
               MOVE    W-DITT-PROV     TO  F0SVENR-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URVENR10"          USING F0SVENR LWCOMAR
             WHEN 10
               MOVE    PROVAWK-REC     TO  F0SORDI
               MOVE    W-DITT-PROV     TO  F0SORDI-CODE-CLIE
               PERFORM RT73-ANONIMIZZA-NOME
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URORDI10"          USING F0SORDI LWCOMAR
             WHEN 11
               MOVE    PROVAWK-REC     TO  F0SORDR
               MOVE    W-DITT-PROV     TO  F0SORDR-CODE-CLIE
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URORDR10"          USING F0SORDR LWCOMAR
             WHEN 12
               MOVE    PROVAWK-REC     TO  F0SPASC
               MOVE    W-DITT-PROV     TO  F0SPASC-CODE-CLIE
               PERFORM RT73-ANONIMIZZA-NOME
               MOVE    0               TO  LREAD-FILE
               MOVE    3               TO  DSTF-IOSR
               CALL  "URPASC10"          USING F0SPASC LWCOMAR
           END-EVALUATE
           .
      ******************************************************************
       RT60-APRI-ARCHIVI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           .
      ******************************************************************
       RT69-CHIUDI-ARCHIVI.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URTPAG10"              USING F0STPAG LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URNUMD10"              USING F0SNUMD LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URVENR10"              USING F0SVENR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           .
      ******************************************************************
      *----------  ANAGRAFICA CLIENTE: LE STESSE SOSTITUZIONI DELLA
      *            CANCELLAZIONE GDPR (UGDPR010)
       RT71-ANONIMIZZA-CLIENTE.
           MOVE    C-ANONIMO           TO  F0SCLIF-RAGE-CLIF
                                           F0SCLIF-INDR-CLIF
                                           F0SCLIF-COMU-CLIF
           MOVE    SPACES              TO  F0SCLIF-CAP-CLIF
                                           F0SCLIF-PIVA-CLIF
                                           F0SCLIF-CFIS-CLIF
                                           F0SCLIF-PIVA-ESTE
                                           F0SCLIF-INDI-MAIL
           MOVE    SPACE               TO  F0SCLIF-CANALE
           ADD     1                   TO  W-NUMR-ANON
           .
      ******************************************************************
      *----------  TESTATA DOCUMENTO: I DATI DEL CLIENTE RIPORTATI
      *            SUL DOCUMENTO E LA DESTINAZIONE DI CONSEGNA
       RT72-ANONIMIZZA-DOCUMENTO.
           IF  F0SVEND-RAGE-CLIE NOT EQUAL SPACES
             MOVE    C-ANONIMO         TO  F0SVEND-RAGE-CLIE
                                           F0SVEND-INDR-CLIE
                                           F0SVEND-CITT-CLIE
             MOVE    SPACES            TO  F0SVEND-PIVA-CLIE
                                           F0SVEND-CFIS-CLIE
                                           F0SVEND-CAP-CLIE
           END-IF
           IF  F0SVEND-CODE-DEST NOT EQUAL ZERO
             MOVE    C-ANONIMO         TO  F0SVEND-DEST-DESC
                                           F0SVEND-DEST-INDR
                                           F0SVEND-DEST-COMU
             MOVE    SPACES            TO  F0SVEND-DEST-CAP
           END-IF
           .
      ******************************************************************
      *----------  ORDINI, PARTITE E SCONTI PORTANO SOLO IL NOME
       RT73-ANONIMIZZA-NOME.
           EVALUATE W-IA
             WHEN 5
               MOVE    C-ANONIMO       TO  F0SSCON-RAGE-CLIF
             WHEN 10
               IF  F0SORDI-RAGE-CLIE NOT EQUAL SPACES
                 MOVE C-ANONIMO        TO  F0SORDI-RAGE-CLIE
               END-IF
             WHEN 12
               IF  F0SPASC-RAGE-CLIE NOT EQUAL SPACES
                 MOVE C-ANONIMO        TO  F0SPASC-RAGE-CLIE
               END-IF
           END-EVALUATE
           .
      ******************************************************************
      *----------  UNA RIGA SU F0SAUDI PER OGNI RICARICA, CON LA DITTA
      *            DI ORIGINE E IL TOTALE DEI RECORD COPIATI
       RT9-REGISTRA-AUDIT.
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SAUDI-ORA
           MOVE    L-IDENUTEN          TO  F0SAUDI-IDEN-UTEN
           MOVE    "FAN"               TO  F0SAUDI-NOME-FILE
           MOVE    SPACES              TO  F0SAUDI-CHIAVE-REC
           MOVE    W-DITT-PROV         TO  F0SAUDI-CHIAVE-REC
           MOVE    "RICARICA DI PROVA"  TO  F0SAUDI-NOME-CAMPO
           MOVE    SPACES              TO  F0SAUDI-VALO-OLD
           STRING  "DA DITTA "         DELIMITED BY SIZE
                   W-DITT-ORIG         DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  "RECORD COPIATI "   DELIMITED BY SIZE
                   W-TOTA-COPI         DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    6                   TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
      *(END)
