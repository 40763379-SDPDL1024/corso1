       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCLIFUS0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   FUSIONE SUPERVISIONATA DI DUE CLIENTI DOPPI (TROVATI DA
      *****   "UCLIDUP0"): TUTTI I RIFERIMENTI AL CLIENTE DOPPIO
      *****   PASSANO AL CODICE CHE RESTA, COSI' SALDO, FIDO E CLASSE
      *****   ABC TORNANO SU UN SOLO CLIENTE. ARCHIVI TOCCATI:
      *****     - CODICE CLIENTE FUORI CHIAVE, SI AGGIORNA SUL POSTO:
      *****       F0SVEND F0SPASC F0SORDI F0SFIDE F0SCONT F0SDISP
      *****       F0SEDIL F0SINCA F0SMATR F0SPAGF F0SPARM F0SPREV
      *****       F0SRIPA F0SRMAU
      *****     - CODICE CLIENTE IN CHIAVE, IL RECORD SI RISCRIVE
      *****       SOTTO L'ALTRA CHIAVE: F0SSCON F0SEDIP F0SDINT F0SARTC
      *****       (SE IL CLIENTE CHE RESTA HA GIA' LA STESSA CHIAVE
      *****       VALE LA SUA, E QUELLA DEL DOPPIO SI METTE DA PARTE),
      *****       F0SDEST F0SCDEP F0SIMBA F0SIMBM (QUI UNA CHIAVE GIA'
      *****       PRESENTE - DESTINAZIONE, GIACENZA, MOVIMENTO - NON SI
      *****       PUO' SCEGLIERE DA PROGRAMMA: LA FUSIONE NON PARTE
      *****       FINCHE' NON SI SISTEMA A MANO)
      *****   PRIMA UNA PROVA A VUOTO MOSTRA COSA SI SPOSTEREBBE E
      *****   CHIEDE CONFERMA; POI OGNI RECORD TOCCATO VA SUL REGISTRO
      *****   DELLE FUSIONI F0SFUSI ("URFUSI10"), IL CLIENTE DOPPIO SI
      *****   BLOCCA CON MOTIVO "U" E LA FUSIONE VA SU F0SAUDI, UNA
      *****   RIGA PER ARCHIVIO. DAL REGISTRO LA FUNZIONE "A" ANNULLA
      *****   UNA FUSIONE: OGNI RECORD TORNA AL CLIENTE DOPPIO, I
      *****   RECORD MESSI DA PARTE SI RISCRIVONO, IL CLIENTE SI
      *****   SBLOCCA. I RECORD NATI SUL CODICE CHE RESTA DOPO LA
      *****   FUSIONE RESTANO DOVE SONO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-FUNZ                     PIC X(01)      VALUE SPACE.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  W-MODO                      PIC X(01)      VALUE SPACE.
           88  W-MODO-PROVA                           VALUE "P".
           88  W-MODO-FONDI                           VALUE "F".
       77  W-ESISTE                    PIC X(01)      VALUE SPACE.
           88  W-ESISTE-SI                            VALUE "S".
       77  W-CODI-DA                   PIC 9(06)      VALUE ZERO.
       77  W-CODI-A                    PIC 9(06)      VALUE ZERO.
       77  W-RAGE-DA                   PIC X(40)      VALUE SPACES.
       77  W-RAGE-A                    PIC X(40)      VALUE SPACES.
       77  W-PIVA-A                    PIC X(11)      VALUE SPACES.
       77  W-CFIS-A                    PIC X(16)      VALUE SPACES.
       77  W-NUMR-FUSI                 PIC 9(06)      VALUE ZERO.
       77  W-NUMR-PROG                 PIC 9(06)      VALUE ZERO.
       77  W-NUMR-SPOSTATI             PIC 9(06)      VALUE ZERO.
       77  W-NUMR-DA-PARTE             PIC 9(06)      VALUE ZERO.
       77  W-NUMR-ERRORI               PIC 9(06)      VALUE ZERO.
       77  W-NUMR-BLOCCANTI            PIC 9(06)      VALUE ZERO.
       77  W-NUMR-RIPRISTINATI         PIC 9(06)      VALUE ZERO.
       77  W-NUMR-SALTATI              PIC 9(06)      VALUE ZERO.
       77  W-NOME-FILE                 PIC X(08)      VALUE SPACES.
       77  W-CHIA-REC                  PIC X(60)      VALUE SPACES.
       77  W-CHIA-VECCHIA              PIC X(60)      VALUE SPACES.
       77  W-IX                        PIC S9(04) COMP VALUE ZERO.
       77  W-IK                        PIC S9(04) COMP VALUE ZERO.
      *
      *----------  IMMAGINE DEL RECORD PRIMA DELLO SPOSTAMENTO E
      *            ANAGRAFICA DEL CLIENTE DOPPIO COM'ERA
       01  W-IMMAGINE                  PIC X(1000)    VALUE SPACES.
       01  W-IMMA-CLIF-DA              PIC X(1000)    VALUE SPACES.
      *
      *----------  CONTEGGI PER ARCHIVIO: RECORD DEL CLIENTE DOPPIO E,
      *            SUGLI ARCHIVI CON IL CLIENTE IN CHIAVE, QUELLI CHE
      *            IL CLIENTE CHE RESTA HA GIA'
       01  W-ARC-TAB.
           03  W-ARC-QUANTI            PIC S9(04) COMP VALUE ZERO.
           03  W-ARC-VOCE              OCCURS 22.
               05  W-ARC-NOME          PIC X(08).
               05  W-ARC-NUMR          PIC 9(06).
               05  W-ARC-COLL          PIC 9(06).
      *        S = una chiave gia' presente ferma la fusione
               05  W-ARC-BLOCCA        PIC X(01).
      *        S = troppi record per una sola fusione
               05  W-ARC-OLTRE         PIC X(01).
      *
      *----------  CHIAVI DEI RECORD DA SPOSTARE DI UN ARCHIVIO CON IL
      *            CLIENTE IN CHIAVE
       01  W-CHI-TAB.
           03  W-CHI-NUMR              PIC S9(04) COMP VALUE ZERO.
           03  W-CHI-VOCE              OCCURS 5000 PIC X(60).
      *
       COPY "F0SCLIF.REC".
       COPY "F0SFUSI.REC".
       COPY "F0SAUDI.REC".
       COPY "F0SVEND.REC".
       COPY "F0SPASC.REC".
       COPY "F0SORDI.REC".
       COPY "F0SFIDE.REC".
       COPY "F0SCONT.REC".
       COPY "F0SDISP.REC".
       COPY "F0SEDIL.REC".
       COPY "F0SINCA.REC".
       COPY "F0SMATR.REC".
       COPY "F0SPAGF.REC".
       COPY "F0SPARM.REC".
       COPY "F0SPREV.REC".
       COPY "F0SRIPA.REC".
       COPY "F0SRMAU.REC".
       COPY "F0SSCON.REC".
       COPY "F0SEDIP.REC".
       COPY "F0SDINT.REC".
       COPY "F0SARTC.REC".
       COPY "F0SDEST.REC".
       COPY "F0SCDEP.REC".
       COPY "F0SIMBA.REC".
       COPY "F0SIMBM.REC".
      *
       LINKAGE SECTION.
       01  L-CFUS-CTRL.
           03  L-CFUS-CODE-CLIE        PIC 9(04).
           03  L-CFUS-ESITO            PIC X(01).
               88  L-CFUS-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CFUS-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CFUS-ESITO
           DISPLAY "FUSIONE CLIENTI DOPPI  -  DITTA " L-CFUS-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           DISPLAY "FUNZIONE (F=FONDI DUE CLIENTI / A=ANNULLA UNA "
                   "FUSIONE) : " WITH NO ADVANCING
           ACCEPT   WL-FUNZ
           EVALUATE WL-FUNZ
             WHEN "F"
             WHEN "f"
               PERFORM RT1-FONDI
             WHEN "A"
             WHEN "a"
               PERFORM RT2-ANNULLA
             WHEN OTHER
               DISPLAY "FUNZIONE NON RICONOSCIUTA"
           END-EVALUATE
       CHIU-CFUS.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  FUSIONE: I DUE CLIENTI, LA PROVA A VUOTO, LA
      *            CONFERMA, POI LO SPOSTAMENTO REGISTRATO
       RT1-FONDI.
           DISPLAY "CLIENTE DOPPIO, DA ELIMINARE (NNNNNN) : " WITH NO
                   ADVANCING
           ACCEPT   W-CODI-DA
           DISPLAY "CLIENTE CHE RESTA            (NNNNNN) : " WITH NO
                   ADVANCING
           ACCEPT   W-CODI-A
           IF  W-CODI-DA EQUAL ZERO OR W-CODI-A EQUAL ZERO
               OR W-CODI-DA EQUAL W-CODI-A
             DISPLAY "SERVONO DUE CODICI CLIENTE DIVERSI"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SCLIF
           MOVE    L-CFUS-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    W-CODI-A            TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CLIENTE " W-CODI-A " NON CENSITO IN ANAGRAFICA"
             EXIT PARAGRAPH
           END-IF
           IF  F0SCLIF-BLOCCATO
               AND F0SCLIF-MOTI-BLOC EQUAL "U"
             DISPLAY "IL CLIENTE " W-CODI-A " E' GIA' STATO UNIFICATO"
                     " IN UN ALTRO: NON PUO' RESTARE"
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-RAGE-A
           DISPLAY "RESTA    " W-CODI-A " " F0SCLIF-RAGE-CLIF
           DISPLAY "         " F0SCLIF-INDR-CLIF " " F0SCLIF-CAP-CLIF
                   " " F0SCLIF-COMU-CLIF
           DISPLAY "         P.IVA " F0SCLIF-PIVA-CLIF
                   "  C.F. " F0SCLIF-CFIS-CLIF
           MOVE    F0SCLIF-PIVA-CLIF   TO  W-PIVA-A
           MOVE    F0SCLIF-CFIS-CLIF   TO  W-CFIS-A
      *
           INITIALIZE F0SCLIF
           MOVE    L-CFUS-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CLIENTE " W-CODI-DA " NON CENSITO IN ANAGRAFICA"
             EXIT PARAGRAPH
           END-IF
           IF  F0SCLIF-BLOCCATO
               AND F0SCLIF-MOTI-BLOC EQUAL "U"
             DISPLAY "IL CLIENTE " W-CODI-DA " E' GIA' STATO UNIFICATO"
                     " IN UN ALTRO"
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SCLIF             TO  W-IMMA-CLIF-DA
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-RAGE-DA
           DISPLAY "DOPPIO   " W-CODI-DA " " F0SCLIF-RAGE-CLIF
           DISPLAY "         " F0SCLIF-INDR-CLIF " " F0SCLIF-CAP-CLIF
                   " " F0SCLIF-COMU-CLIF
           DISPLAY "         P.IVA " F0SCLIF-PIVA-CLIF
                   "  C.F. " F0SCLIF-CFIS-CLIF
           IF  F0SCLIF-PIVA-CLIF NOT EQUAL SPACES
               AND W-PIVA-A NOT EQUAL SPACES
               AND F0SCLIF-PIVA-CLIF NOT EQUAL W-PIVA-A
             DISPLAY "ATTENZIONE: LE PARTITE IVA SONO DIVERSE"
           END-IF
           IF  F0SCLIF-CFIS-CLIF NOT EQUAL SPACES
               AND W-CFIS-A NOT EQUAL SPACES
               AND F0SCLIF-CFIS-CLIF NOT EQUAL W-CFIS-A
             DISPLAY "ATTENZIONE: I CODICI FISCALI SONO DIVERSI"
           END-IF
      *
           DISPLAY "RICERCA DEI RIFERIMENTI AL CLIENTE DOPPIO..."
           MOVE    "P"                 TO  W-MODO
           PERFORM RT3-ARCHIVI
           PERFORM RT31-MOSTRA-CONTEGGI
           IF  W-NUMR-BLOCCANTI GREATER ZERO
             DISPLAY "FUSIONE NON POSSIBILE: SISTEMARE A MANO GLI "
                     "ARCHIVI SEGNATI E RIPETERE"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI LA FUSIONE DI " W-CODI-DA " IN "
                   W-CODI-A " ? (S/N) : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "s"
             MOVE "S"                  TO  WL-RISP
           END-IF
           IF  WL-RISP NOT EQUAL "S"
             DISPLAY "FUSIONE NON ESEGUITA"
             EXIT PARAGRAPH
           END-IF
      *
      *    Testata della fusione sul registro prima di toccare
      *    qualunque archivio: se il lavoro si interrompe, quello
      *    che e' gia' stato spostato si puo' comunque annullare
           INITIALIZE F0SFUSI
           MOVE    L-CFUS-CODE-CLIE    TO  F0SFUSI-CODE-CLIE
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           MOVE    F0SFUSI-NUMR-FUSI   TO  W-NUMR-FUSI
           MOVE    ZERO                TO  W-NUMR-PROG W-NUMR-SPOSTATI
                                           W-NUMR-DA-PARTE
                                           W-NUMR-ERRORI
           PERFORM RT82-TESTATA-FUSIONE
           MOVE    "F"                 TO  W-MODO
           PERFORM RT3-ARCHIVI
      *
      *    Il cliente doppio resta in anagrafica, bloccato: i
      *    documenti storici stampati col suo codice si ritrovano
           MOVE    W-IMMA-CLIF-DA      TO  W-IMMAGINE
           MOVE    "F0SCLIF"           TO  W-NOME-FILE
           MOVE    W-IMMA-CLIF-DA      TO  F0SCLIF
           MOVE    F0SCLIF-CHIAVE      TO  W-CHIA-REC
           MOVE    "B"                 TO  F0SFUSI-AZIONE
           PERFORM RT83-SCRIVI-RIGA
           MOVE    "B"                 TO  F0SCLIF-STAT-BLOC
           MOVE    "U"                 TO  F0SCLIF-MOTI-BLOC
           MOVE    LDATE-ACTL          TO  F0SCLIF-DATA-BLOC
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
      *
           PERFORM RT82-TESTATA-FUSIONE
           PERFORM RT90-AUDIT-ARCHIVIO
               VARYING W-IX FROM 1 BY 1
               UNTIL W-IX GREATER W-ARC-QUANTI
           MOVE    "F0SCLIF"           TO  F0SAUDI-NOME-FILE
           MOVE    "FUSIONE CLIENTE"   TO  F0SAUDI-NOME-CAMPO
           MOVE    SPACES              TO  F0SAUDI-VALO-OLD
           STRING  W-CODI-DA           DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-RAGE-DA           DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  W-CODI-A            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-RAGE-A            DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           PERFORM RT9-REGISTRA-AUDIT
           DISPLAY "FUSIONE " W-NUMR-FUSI " ESEGUITA - RECORD SPOSTATI "
                   W-NUMR-SPOSTATI " - MESSI DA PARTE "
                   W-NUMR-DA-PARTE
           IF  W-NUMR-ERRORI GREATER ZERO
             DISPLAY "RECORD NON SPOSTATI: " W-NUMR-ERRORI
                     " - VEDI I MESSAGGI SOPRA"
           END-IF
           MOVE    "S"                 TO  L-CFUS-ESITO
           .
      ******************************************************************
      *----------  ANNULLAMENTO DI UNA FUSIONE DAL SUO REGISTRO
       RT2-ANNULLA.
           DISPLAY "NUMERO DELLA FUSIONE DA ANNULLARE : " WITH NO
                   ADVANCING
           ACCEPT   W-NUMR-FUSI
           INITIALIZE F0SFUSI
           MOVE    L-CFUS-CODE-CLIE    TO  F0SFUSI-CODE-CLIE
           MOVE    W-NUMR-FUSI         TO  F0SFUSI-NUMR-FUSI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "FUSIONE " W-NUMR-FUSI " NON TROVATA"
             EXIT PARAGRAPH
           END-IF
           IF  NOT F0SFUSI-APPLICATA
             DISPLAY "FUSIONE GIA' ANNULLATA IL " F0SFUSI-DATA-ANNU
                     " DA " F0SFUSI-IDEN-UTEN-ANNU
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CODI-CLIF-DA
                                       TO  W-CODI-DA
           MOVE    F0SFUSI-CODI-CLIF-A TO  W-CODI-A
           DISPLAY "FUSIONE DEL " F0SFUSI-DATA " DI " F0SFUSI-IDEN-UTEN
                   ": CLIENTE " W-CODI-DA " UNIFICATO IN " W-CODI-A
                   " - RIGHE " F0SFUSI-NUMR-RIGHE
           INITIALIZE F0SCLIF
           MOVE    L-CFUS-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SCLIF-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    F0SCLIF-RAGE-CLIF   TO  W-RAGE-DA
           DISPLAY "CONFERMI L'ANNULLAMENTO ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  WL-RISP EQUAL "s"
             MOVE "S"                  TO  WL-RISP
           END-IF
           IF  WL-RISP NOT EQUAL "S"
             DISPLAY "FUSIONE NON ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           MOVE    ZERO                TO  W-NUMR-RIPRISTINATI
                                           W-NUMR-SALTATI
           PERFORM RT60-APRI-ARCHIVI
           INITIALIZE F0SFUSI
           MOVE    L-CFUS-CODE-CLIE    TO  F0SFUSI-CODE-CLIE
           MOVE    W-NUMR-FUSI         TO  F0SFUSI-NUMR-FUSI
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           PERFORM RT61-ANNULLA-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT69-CHIUDI-ARCHIVI
      *
           INITIALIZE F0SFUSI
           MOVE    L-CFUS-CODE-CLIE    TO  F0SFUSI-CODE-CLIE
           MOVE    W-NUMR-FUSI         TO  F0SFUSI-NUMR-FUSI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           MOVE    "R"                 TO  F0SFUSI-STAT
           MOVE    LDATE-ACTL          TO  F0SFUSI-DATA-ANNU
           MOVE    L-IDENUTEN          TO  F0SFUSI-IDEN-UTEN-ANNU
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
      *
           MOVE    "F0SCLIF"           TO  F0SAUDI-NOME-FILE
           MOVE    "ANNULLA FUSIONE"   TO  F0SAUDI-NOME-CAMPO
           MOVE    SPACES              TO  F0SAUDI-VALO-OLD
           STRING  W-CODI-A            DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   W-CODI-DA           DELIMITED BY SIZE
                   " UNIFICATO"        DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  W-CODI-DA           DELIMITED BY SIZE
                   " RIPRISTINATO, REC. "
                                       DELIMITED BY SIZE
                   W-NUMR-RIPRISTINATI DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           PERFORM RT9-REGISTRA-AUDIT
           DISPLAY "FUSIONE " W-NUMR-FUSI " ANNULLATA - RECORD "
                   "RIPRISTINATI " W-NUMR-RIPRISTINATI
                   " - NON PIU' DEL CLIENTE CHE RESTA " W-NUMR-SALTATI
           MOVE    "S"                 TO  L-CFUS-ESITO
           .
      ******************************************************************
      *----------  TUTTI GLI ARCHIVI CHE PORTANO IL CODICE CLIENTE, IN
      *            PROVA (W-MODO-PROVA: SOLO CONTEGGI) O DAVVERO
       RT3-ARCHIVI.
           MOVE    ZERO                TO  W-ARC-QUANTI
           PERFORM RT3A-DOCUMENTI
           PERFORM RT3B-PARTITE
           PERFORM RT3C-ORDINI
           PERFORM RT3D-CARTE
           PERFORM RT3E-CONTRATTI
           PERFORM RT3F-SPEDIZIONI
           PERFORM RT3G-MESSAGGI
           PERFORM RT3H-INCASSI
           PERFORM RT3I-MATRICOLE
           PERFORM RT3J-COMPENSAZIONI
           PERFORM RT3K-PARAMETRI
           PERFORM RT3L-PREVENTIVI
           PERFORM RT3M-RIPARAZIONI
           PERFORM RT3N-RMA
           PERFORM RT4A-SCONTI
           PERFORM RT4B-ACCORDI-EDI
           PERFORM RT4C-DICHIARAZIONI
           PERFORM RT4D-CODICI-ARTICOLO
           PERFORM RT4E-DESTINAZIONI
           PERFORM RT4F-CONTO-DEPOSITO
           PERFORM RT4G-SALDI-IMBALLI
           PERFORM RT4H-MOVIMENTI-IMBALLI
           .
      ******************************************************************
       RT30-NUOVO-ARCHIVIO.
           ADD     1                   TO  W-ARC-QUANTI
           MOVE    W-ARC-QUANTI        TO  W-IX
           MOVE    W-NOME-FILE         TO  W-ARC-NOME(W-IX)
           MOVE    ZERO                TO  W-ARC-NUMR(W-IX)
                                           W-ARC-COLL(W-IX)
           MOVE    "N"                 TO  W-ARC-BLOCCA(W-IX)
                                           W-ARC-OLTRE(W-IX)
           .
      ******************************************************************
      *----------  ESITO DELLA PROVA A VUOTO, ARCHIVIO PER ARCHIVIO
       RT31-MOSTRA-CONTEGGI.
           MOVE    ZERO                TO  W-NUMR-BLOCCANTI
           PERFORM RT32-MOSTRA-ARCHIVIO
               VARYING W-IX FROM 1 BY 1
               UNTIL W-IX GREATER W-ARC-QUANTI
           .
      ******************************************************************
       RT32-MOSTRA-ARCHIVIO.
           IF  W-ARC-NUMR(W-IX) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           DISPLAY W-ARC-NOME(W-IX) "  RECORD DA SPOSTARE "
                   W-ARC-NUMR(W-IX) "  GIA' SUL CLIENTE CHE RESTA "
                   W-ARC-COLL(W-IX)
           IF  W-ARC-BLOCCA(W-IX) EQUAL "S"
               AND W-ARC-COLL(W-IX) GREATER ZERO
             ADD   1                   TO  W-NUMR-BLOCCANTI
             DISPLAY "          CHIAVI GIA' PRESENTI SUL CLIENTE CHE "
                     "RESTA: DA SISTEMARE A MANO"
           END-IF
           IF  W-ARC-OLTRE(W-IX) EQUAL "S"
             ADD   1                   TO  W-NUMR-BLOCCANTI
             DISPLAY "          OLTRE 5000 RECORD: FUSIONE DA FARE "
                     "A MANO"
           END-IF
           .
      ******************************************************************
       RT3A-DOCUMENTI.
           MOVE    "F0SVEND"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           INITIALIZE F0SVEND
           MOVE    L-CFUS-CODE-CLIE    TO  F0SVEND-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           PERFORM RT3A1-DOCUMENTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
       RT3A1-DOCUMENTO.
           IF  F0SVEND-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SVEND-CODI-CLIF
               MOVE  30                TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URFATT10"          USING F0SVEND LWCOMAR
               MOVE  F0SVEND-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           .
      ******************************************************************
       RT3B-PARTITE.
           MOVE    "F0SPASC"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           INITIALIZE F0SPASC
           MOVE    L-CFUS-CODE-CLIE    TO  F0SPASC-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           PERFORM RT3B1-PARTITA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           .
      ******************************************************************
       RT3B1-PARTITA.
           IF  F0SPASC-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SPASC-CODI-CLIF
               MOVE  30                TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URPASC10"          USING F0SPASC LWCOMAR
               MOVE  F0SPASC-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           .
      ******************************************************************
       RT3C-ORDINI.
           MOVE    "F0SORDI"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           INITIALIZE F0SORDI
           MOVE    L-CFUS-CODE-CLIE    TO  F0SORDI-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           PERFORM RT3C1-ORDINE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
       RT3C1-ORDINE.
           IF  F0SORDI-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SORDI-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URORDI10"          USING F0SORDI LWCOMAR
               MOVE  F0SORDI-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           .
      ******************************************************************
       RT3D-CARTE.
           MOVE    "F0SFIDE"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           INITIALIZE F0SFIDE
           MOVE    L-CFUS-CODE-CLIE    TO  F0SFIDE-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           PERFORM RT3D1-CARTA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           .
      ******************************************************************
       RT3D1-CARTA.
           IF  F0SFIDE-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SFIDE-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URFIDE10"          USING F0SFIDE LWCOMAR
               MOVE  F0SFIDE-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           .
      ******************************************************************
       RT3E-CONTRATTI.
           MOVE    "F0SCONT"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           INITIALIZE F0SCONT
           MOVE    L-CFUS-CODE-CLIE    TO  F0SCONT-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           PERFORM RT3E1-CONTRATTO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           .
      ******************************************************************
       RT3E1-CONTRATTO.
           IF  F0SCONT-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SCONT-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URCONT10"          USING F0SCONT LWCOMAR
               MOVE  F0SCONT-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           .
      ******************************************************************
       RT3F-SPEDIZIONI.
           MOVE    "F0SDISP"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           INITIALIZE F0SDISP
           MOVE    L-CFUS-CODE-CLIE    TO  F0SDISP-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           PERFORM RT3F1-SPEDIZIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           .
      ******************************************************************
       RT3F1-SPEDIZIONE.
           IF  F0SDISP-CODE-CLIE EQUAL L-CFUS-CODE-CLIE
               AND F0SDISP-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SDISP-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URDISP10"          USING F0SDISP LWCOMAR
               MOVE  F0SDISP-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           .
      ******************************************************************
       RT3G-MESSAGGI.
           MOVE    "F0SEDIL"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           INITIALIZE F0SEDIL
           MOVE    L-CFUS-CODE-CLIE    TO  F0SEDIL-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           PERFORM RT3G1-MESSAGGIO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           .
      ******************************************************************
       RT3G1-MESSAGGIO.
           IF  F0SEDIL-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SEDIL-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "UREDIL10"          USING F0SEDIL LWCOMAR
               MOVE  F0SEDIL-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           .
      ******************************************************************
       RT3H-INCASSI.
           MOVE    "F0SINCA"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           INITIALIZE F0SINCA
           MOVE    L-CFUS-CODE-CLIE    TO  F0SINCA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           PERFORM RT3H1-INCASSO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           .
      ******************************************************************
       RT3H1-INCASSO.
           IF  F0SINCA-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SINCA-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URINCA10"          USING F0SINCA LWCOMAR
               MOVE  F0SINCA-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           .
      ******************************************************************
       RT3I-MATRICOLE.
           MOVE    "F0SMATR"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           INITIALIZE F0SMATR
           MOVE    L-CFUS-CODE-CLIE    TO  F0SMATR-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           PERFORM RT3I1-MATRICOLA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           .
      ******************************************************************
       RT3I1-MATRICOLA.
           IF  F0SMATR-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SMATR-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URMATR10"          USING F0SMATR LWCOMAR
               MOVE  F0SMATR-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           .
      ******************************************************************
       RT3J-COMPENSAZIONI.
           MOVE    "F0SPAGF"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           INITIALIZE F0SPAGF
           MOVE    L-CFUS-CODE-CLIE    TO  F0SPAGF-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           PERFORM RT3J1-COMPENSAZIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           .
      ******************************************************************
       RT3J1-COMPENSAZIONE.
           IF  F0SPAGF-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SPAGF-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URPAGF10"          USING F0SPAGF LWCOMAR
               MOVE  F0SPAGF-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           .
      ******************************************************************
       RT3K-PARAMETRI.
           MOVE    "F0SPARM"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPARM10"              USING F0SPARM LWCOMAR
           INITIALIZE F0SPARM
           MOVE    L-CFUS-CODE-CLIE    TO  F0SPARM-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPARM10"              USING F0SPARM LWCOMAR
           PERFORM RT3K1-PARAMETRO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPARM10"              USING F0SPARM LWCOMAR
           .
      ******************************************************************
       RT3K1-PARAMETRO.
           IF  F0SPARM-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SPARM-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URPARM10"          USING F0SPARM LWCOMAR
               MOVE  F0SPARM-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPARM10"              USING F0SPARM LWCOMAR
           .
      ******************************************************************
       RT3L-PREVENTIVI.
           MOVE    "F0SPREV"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPREV10"              USING F0SPREV LWCOMAR
           INITIALIZE F0SPREV
           MOVE    L-CFUS-CODE-CLIE    TO  F0SPREV-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPREV10"              USING F0SPREV LWCOMAR
           PERFORM RT3L1-PREVENTIVO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPREV10"              USING F0SPREV LWCOMAR
           .
      ******************************************************************
       RT3L1-PREVENTIVO.
           IF  F0SPREV-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SPREV-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URPREV10"          USING F0SPREV LWCOMAR
               MOVE  F0SPREV-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPREV10"              USING F0SPREV LWCOMAR
           .
      ******************************************************************
       RT3M-RIPARAZIONI.
           MOVE    "F0SRIPA"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           INITIALIZE F0SRIPA
           MOVE    L-CFUS-CODE-CLIE    TO  F0SRIPA-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           PERFORM RT3M1-RIPARAZIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           .
      ******************************************************************
       RT3M1-RIPARAZIONE.
           IF  F0SRIPA-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SRIPA-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URRIPA10"          USING F0SRIPA LWCOMAR
               MOVE  F0SRIPA-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           .
      ******************************************************************
       RT3N-RMA.
           MOVE    "F0SRMAU"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
           INITIALIZE F0SRMAU
           MOVE    L-CFUS-CODE-CLIE    TO  F0SRMAU-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
           PERFORM RT3N1-RMA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
           .
      ******************************************************************
       RT3N1-RMA.
           IF  F0SRMAU-CODI-CLIF EQUAL W-CODI-DA
             ADD   1                   TO  W-ARC-NUMR(W-IX)
             IF  W-MODO-FONDI
               MOVE  W-CODI-A          TO  F0SRMAU-CODI-CLIF
               MOVE  0                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URRMAU10"          USING F0SRMAU LWCOMAR
               MOVE  F0SRMAU-CHIAVE    TO  W-CHIA-REC
               PERFORM RT80-RIGA-SPOSTATO
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
           .
      ******************************************************************
       RT4A-SCONTI.
           MOVE    "F0SSCON"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           INITIALIZE F0SSCON
           MOVE    L-CFUS-CODE-CLIE    TO  F0SSCON-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SSCON-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4A3-SPOSTA-SCONTO
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           .
      ******************************************************************
      *----------  IL RECORD DEL CLIENTE DOPPIO PASSA SOTTO IL CODICE
      *            CHE RESTA; SE QUESTO NE HA GIA' UNO CON LA STESSA
      *            CHIAVE VINCE IL SUO E L'ALTRO SI METTE DA PARTE SUL
      *            REGISTRO (O, DOVE NON SI PUO' SCEGLIERE, LA FUSIONE
      *            SI FERMA PRIMA DI COMINCIARE)
       RT4A3-SPOSTA-SCONTO.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SSCON             TO  W-IMMAGINE
           MOVE    F0SSCON-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SSCON-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SSCON
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           IF  W-ESISTE-SI
             MOVE  F0SSCON-CHIAVE      TO  W-CHIA-REC
             PERFORM RT81-RIGA-DA-PARTE
             EXIT PARAGRAPH
           END-IF
           MOVE    W-CODI-A            TO  F0SSCON-CODI-CLIF
           MOVE    W-RAGE-A            TO  F0SSCON-RAGE-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    F0SSCON-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
       RT4B-ACCORDI-EDI.
           MOVE    "F0SEDIP"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           INITIALIZE F0SEDIP
           MOVE    L-CFUS-CODE-CLIE    TO  F0SEDIP-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SEDIP-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4B3-SPOSTA-ACCORDO-EDI
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           .
      ******************************************************************
       RT4B3-SPOSTA-ACCORDO-EDI.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SEDIP             TO  W-IMMAGINE
           MOVE    F0SEDIP-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SEDIP-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SEDIP
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  W-ESISTE-SI
             MOVE  F0SEDIP-CHIAVE      TO  W-CHIA-REC
             PERFORM RT81-RIGA-DA-PARTE
             EXIT PARAGRAPH
           END-IF
           MOVE    W-CODI-A            TO  F0SEDIP-CODI-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           MOVE    F0SEDIP-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
      *----------  PRIMA SI RACCOLGONO LE CHIAVI, POI SI SPOSTANO:
      *            CAMBIARE LA CHIAVE DURANTE LA SCANSIONE NE
      *            PERDEREBBE IL PUNTO
       RT4C-DICHIARAZIONI.
           MOVE    "F0SDINT"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           MOVE    ZERO                TO  W-CHI-NUMR
           INITIALIZE F0SDINT
           MOVE    L-CFUS-CODE-CLIE    TO  F0SDINT-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SDINT-CODI-CLIF
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           PERFORM RT4C1-RACCOGLI-DICHIARAZIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT4C2-RILEGGI-DICHIARAZIONE
               VARYING W-IK FROM 1 BY 1
               UNTIL W-IK GREATER W-CHI-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           .
      ******************************************************************
       RT4C1-RACCOGLI-DICHIARAZIONE.
           IF  W-CHI-NUMR EQUAL 5000
             MOVE  "S"                 TO  W-ARC-OLTRE(W-IX)
           ELSE
             ADD   1                   TO  W-CHI-NUMR
             MOVE  F0SDINT-CHIAVE      TO  W-CHI-VOCE(W-CHI-NUMR)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           .
      ******************************************************************
       RT4C2-RILEGGI-DICHIARAZIONE.
           MOVE    W-CHI-VOCE(W-IK)    TO  F0SDINT-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4C3-SPOSTA-DICHIARAZIONE
           END-IF
           .
      ******************************************************************
       RT4C3-SPOSTA-DICHIARAZIONE.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SDINT             TO  W-IMMAGINE
           MOVE    F0SDINT-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SDINT-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SDINT
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           IF  W-ESISTE-SI
             MOVE  F0SDINT-CHIAVE      TO  W-CHIA-REC
             PERFORM RT81-RIGA-DA-PARTE
             EXIT PARAGRAPH
           END-IF
           MOVE    W-CODI-A            TO  F0SDINT-CODI-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           MOVE    F0SDINT-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
       RT4D-CODICI-ARTICOLO.
           MOVE    "F0SARTC"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           MOVE    ZERO                TO  W-CHI-NUMR
           INITIALIZE F0SARTC
           MOVE    L-CFUS-CODE-CLIE    TO  F0SARTC-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SARTC-CODI-CLIF
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           PERFORM RT4D1-RACCOGLI-CODICE-ARTICOLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT4D2-RILEGGI-CODICE-ARTICOLO
               VARYING W-IK FROM 1 BY 1
               UNTIL W-IK GREATER W-CHI-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           .
      ******************************************************************
       RT4D1-RACCOGLI-CODICE-ARTICOLO.
           IF  W-CHI-NUMR EQUAL 5000
             MOVE  "S"                 TO  W-ARC-OLTRE(W-IX)
           ELSE
             ADD   1                   TO  W-CHI-NUMR
             MOVE  F0SARTC-CHIAVE      TO  W-CHI-VOCE(W-CHI-NUMR)
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           .
      ******************************************************************
       RT4D2-RILEGGI-CODICE-ARTICOLO.
           MOVE    W-CHI-VOCE(W-IK)    TO  F0SARTC-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4D3-SPOSTA-CODICE-ARTICOLO
           END-IF
           .
      ******************************************************************
       RT4D3-SPOSTA-CODICE-ARTICOLO.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SARTC             TO  W-IMMAGINE
           MOVE    F0SARTC-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SARTC-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SARTC
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           IF  W-ESISTE-SI
             MOVE  F0SARTC-CHIAVE      TO  W-CHIA-REC
             PERFORM RT81-RIGA-DA-PARTE
             EXIT PARAGRAPH
           END-IF
           MOVE    W-CODI-A            TO  F0SARTC-CODI-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           MOVE    F0SARTC-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
       RT4E-DESTINAZIONI.
           MOVE    "F0SDEST"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    "S"                 TO  W-ARC-BLOCCA(W-IX)
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    ZERO                TO  W-CHI-NUMR
           INITIALIZE F0SDEST
           MOVE    L-CFUS-CODE-CLIE    TO  F0SDEST-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SDEST-CODI-CLIF
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           PERFORM RT4E1-RACCOGLI-DESTINAZIONE
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT4E2-RILEGGI-DESTINAZIONE
               VARYING W-IK FROM 1 BY 1
               UNTIL W-IK GREATER W-CHI-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           .
      ******************************************************************
       RT4E1-RACCOGLI-DESTINAZIONE.
           IF  W-CHI-NUMR EQUAL 5000
             MOVE  "S"                 TO  W-ARC-OLTRE(W-IX)
           ELSE
             ADD   1                   TO  W-CHI-NUMR
             MOVE  F0SDEST-CHIAVE      TO  W-CHI-VOCE(W-CHI-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           .
      ******************************************************************
       RT4E2-RILEGGI-DESTINAZIONE.
           MOVE    W-CHI-VOCE(W-IK)    TO  F0SDEST-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4E3-SPOSTA-DESTINAZIONE
           END-IF
           .
      ******************************************************************
       RT4E3-SPOSTA-DESTINAZIONE.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SDEST             TO  W-IMMAGINE
           MOVE    F0SDEST-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SDEST-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           IF  W-ESISTE-SI
             ADD   1                   TO  W-NUMR-ERRORI
             DISPLAY "F0SDEST " W-CHIA-VECCHIA(1:40)
                     " NON SPOSTATO: GIA' PRESENTE"
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SDEST
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    W-CODI-A            TO  F0SDEST-CODI-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    F0SDEST-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
       RT4F-CONTO-DEPOSITO.
           MOVE    "F0SCDEP"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    "S"                 TO  W-ARC-BLOCCA(W-IX)
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    ZERO                TO  W-CHI-NUMR
           INITIALIZE F0SCDEP
           MOVE    L-CFUS-CODE-CLIE    TO  F0SCDEP-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SCDEP-CODI-CLIF
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           PERFORM RT4F1-RACCOGLI-ARTICOLO-DEPOSITO
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT4F2-RILEGGI-ARTICOLO-DEPOSITO
               VARYING W-IK FROM 1 BY 1
               UNTIL W-IK GREATER W-CHI-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           .
      ******************************************************************
       RT4F1-RACCOGLI-ARTICOLO-DEPOSITO.
           IF  W-CHI-NUMR EQUAL 5000
             MOVE  "S"                 TO  W-ARC-OLTRE(W-IX)
           ELSE
             ADD   1                   TO  W-CHI-NUMR
             MOVE  F0SCDEP-CHIAVE      TO  W-CHI-VOCE(W-CHI-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           .
      ******************************************************************
       RT4F2-RILEGGI-ARTICOLO-DEPOSITO.
           MOVE    W-CHI-VOCE(W-IK)    TO  F0SCDEP-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4F3-SPOSTA-ARTICOLO-DEPOSITO
           END-IF
           .
      ******************************************************************
       RT4F3-SPOSTA-ARTICOLO-DEPOSITO.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SCDEP             TO  W-IMMAGINE
           MOVE    F0SCDEP-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SCDEP-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           IF  W-ESISTE-SI
             ADD   1                   TO  W-NUMR-ERRORI
             DISPLAY "F0SCDEP " W-CHIA-VECCHIA(1:40)
                     " NON SPOSTATO: GIA' PRESENTE"
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SCDEP
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    W-CODI-A            TO  F0SCDEP-CODI-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    F0SCDEP-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
       RT4G-SALDI-IMBALLI.
           MOVE    "F0SIMBA"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    "S"                 TO  W-ARC-BLOCCA(W-IX)
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    ZERO                TO  W-CHI-NUMR
           INITIALIZE F0SIMBA
           MOVE    L-CFUS-CODE-CLIE    TO  F0SIMBA-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SIMBA-CODI-CLIF
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           PERFORM RT4G1-RACCOGLI-SALDO-IMBALLI
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT4G2-RILEGGI-SALDO-IMBALLI
               VARYING W-IK FROM 1 BY 1
               UNTIL W-IK GREATER W-CHI-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           .
      ******************************************************************
       RT4G1-RACCOGLI-SALDO-IMBALLI.
           IF  W-CHI-NUMR EQUAL 5000
             MOVE  "S"                 TO  W-ARC-OLTRE(W-IX)
           ELSE
             ADD   1                   TO  W-CHI-NUMR
             MOVE  F0SIMBA-CHIAVE      TO  W-CHI-VOCE(W-CHI-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           .
      ******************************************************************
       RT4G2-RILEGGI-SALDO-IMBALLI.
           MOVE    W-CHI-VOCE(W-IK)    TO  F0SIMBA-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4G3-SPOSTA-SALDO-IMBALLI
           END-IF
           .
      ******************************************************************
       RT4G3-SPOSTA-SALDO-IMBALLI.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SIMBA             TO  W-IMMAGINE
           MOVE    F0SIMBA-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SIMBA-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           IF  W-ESISTE-SI
             ADD   1                   TO  W-NUMR-ERRORI
             DISPLAY "F0SIMBA " W-CHIA-VECCHIA(1:40)
                     " NON SPOSTATO: GIA' PRESENTE"
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SIMBA
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    W-CODI-A            TO  F0SIMBA-CODI-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    F0SIMBA-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
       RT4H-MOVIMENTI-IMBALLI.
           MOVE    "F0SIMBM"           TO  W-NOME-FILE
           PERFORM RT30-NUOVO-ARCHIVIO
           MOVE    "S"                 TO  W-ARC-BLOCCA(W-IX)
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           MOVE    ZERO                TO  W-CHI-NUMR
           INITIALIZE F0SIMBM
           MOVE    L-CFUS-CODE-CLIE    TO  F0SIMBM-CODE-CLIE
           MOVE    W-CODI-DA           TO  F0SIMBM-CODI-CLIF
           MOVE    22                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           PERFORM RT4H1-RACCOGLI-MOVIMENTO-IMBALLI
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM RT4H2-RILEGGI-MOVIMENTO-IMBALLI
               VARYING W-IK FROM 1 BY 1
               UNTIL W-IK GREATER W-CHI-NUMR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           .
      ******************************************************************
       RT4H1-RACCOGLI-MOVIMENTO-IMBALLI.
           IF  W-CHI-NUMR EQUAL 5000
             MOVE  "S"                 TO  W-ARC-OLTRE(W-IX)
           ELSE
             ADD   1                   TO  W-CHI-NUMR
             MOVE  F0SIMBM-CHIAVE      TO  W-CHI-VOCE(W-CHI-NUMR)
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           .
      ******************************************************************
       RT4H2-RILEGGI-MOVIMENTO-IMBALLI.
           MOVE    W-CHI-VOCE(W-IK)    TO  F0SIMBM-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             PERFORM RT4H3-SPOSTA-MOVIMENTO-IMBALLI
           END-IF
           .
      ******************************************************************
       RT4H3-SPOSTA-MOVIMENTO-IMBALLI.
           ADD     1                   TO  W-ARC-NUMR(W-IX)
           MOVE    F0SIMBM             TO  W-IMMAGINE
           MOVE    F0SIMBM-CHIAVE      TO  W-CHIA-VECCHIA
           MOVE    W-CODI-A            TO  F0SIMBM-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  "S"                 TO  W-ESISTE
             ADD   1                   TO  W-ARC-COLL(W-IX)
           ELSE
             MOVE  "N"                 TO  W-ESISTE
           END-IF
           IF  NOT W-MODO-FONDI
             EXIT PARAGRAPH
           END-IF
           IF  W-ESISTE-SI
             ADD   1                   TO  W-NUMR-ERRORI
             DISPLAY "F0SIMBM " W-CHIA-VECCHIA(1:40)
                     " NON SPOSTATO: GIA' PRESENTE"
             EXIT PARAGRAPH
           END-IF
           MOVE    W-IMMAGINE          TO  F0SIMBM
           MOVE    2                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           MOVE    W-CODI-A            TO  F0SIMBM-CODI-CLIF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           MOVE    F0SIMBM-CHIAVE      TO  W-CHIA-REC
           PERFORM RT80-RIGA-SPOSTATO
           .
      ******************************************************************
      *----------  RIGHE DEL REGISTRO DELLE FUSIONI
       RT80-RIGA-SPOSTATO.
           ADD     1                   TO  W-NUMR-SPOSTATI
           MOVE    "M"                 TO  F0SFUSI-AZIONE
           MOVE    SPACES              TO  W-IMMAGINE
           PERFORM RT83-SCRIVI-RIGA
           .
      ******************************************************************
       RT81-RIGA-DA-PARTE.
           ADD     1                   TO  W-NUMR-DA-PARTE
           MOVE    "S"                 TO  F0SFUSI-AZIONE
           PERFORM RT83-SCRIVI-RIGA
           .
      ******************************************************************
       RT82-TESTATA-FUSIONE.
           MOVE    L-CFUS-CODE-CLIE    TO  F0SFUSI-CODE-CLIE
           MOVE    W-NUMR-FUSI         TO  F0SFUSI-NUMR-FUSI
           MOVE    ZERO                TO  F0SFUSI-NUMR-PROG
           MOVE    W-CODI-DA           TO  F0SFUSI-CODI-CLIF-DA
           MOVE    W-CODI-A            TO  F0SFUSI-CODI-CLIF-A
           MOVE    LDATE-ACTL          TO  F0SFUSI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SFUSI-ORA
           MOVE    L-IDENUTEN          TO  F0SFUSI-IDEN-UTEN
           MOVE    "A"                 TO  F0SFUSI-STAT
           MOVE    W-NUMR-PROG         TO  F0SFUSI-NUMR-RIGHE
           MOVE    SPACES              TO  F0SFUSI-NOME-FILE
                                           F0SFUSI-AZIONE
                                           F0SFUSI-CHIA-REC
                                           F0SFUSI-IMMAGINE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           .
      ******************************************************************
       RT83-SCRIVI-RIGA.
           ADD     1                   TO  W-NUMR-PROG
           MOVE    L-CFUS-CODE-CLIE    TO  F0SFUSI-CODE-CLIE
           MOVE    W-NUMR-FUSI         TO  F0SFUSI-NUMR-FUSI
           MOVE    W-NUMR-PROG         TO  F0SFUSI-NUMR-PROG
           MOVE    W-NOME-FILE         TO  F0SFUSI-NOME-FILE
           MOVE    W-CHIA-REC          TO  F0SFUSI-CHIA-REC
           MOVE    W-IMMAGINE          TO  F0SFUSI-IMMAGINE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           .
      ******************************************************************
      *----------  ANNULLAMENTO: ARCHIVI APERTI UNA VOLTA PER TUTTE LE
      *            RIGHE DEL REGISTRO
       RT60-APRI-ARCHIVI.
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPARM10"              USING F0SPARM LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URPREV10"              USING F0SPREV LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           .
      ******************************************************************
       RT69-CHIUDI-ARCHIVI.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPARM10"              USING F0SPARM LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URPREV10"              USING F0SPREV LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           .
      ******************************************************************
      *----------  UNA RIGA DEL REGISTRO: IL RECORD TORNA AL CLIENTE
      *            DOPPIO SE E' ANCORA DEL CLIENTE CHE RESTA
       RT61-ANNULLA-RIGA.
           IF  F0SFUSI-NUMR-PROG NOT EQUAL ZERO
             EVALUATE F0SFUSI-NOME-FILE
               WHEN "F0SVEND"
                 PERFORM RT7A-ANNULLA-DOCUMENTO
               WHEN "F0SPASC"
                 PERFORM RT7B-ANNULLA-PARTITA
               WHEN "F0SORDI"
                 PERFORM RT7C-ANNULLA-ORDINE
               WHEN "F0SFIDE"
                 PERFORM RT7D-ANNULLA-CARTA
               WHEN "F0SCONT"
                 PERFORM RT7E-ANNULLA-CONTRATTO
               WHEN "F0SDISP"
                 PERFORM RT7F-ANNULLA-SPEDIZIONE
               WHEN "F0SEDIL"
                 PERFORM RT7G-ANNULLA-MESSAGGIO
               WHEN "F0SINCA"
                 PERFORM RT7H-ANNULLA-INCASSO
               WHEN "F0SMATR"
                 PERFORM RT7I-ANNULLA-MATRICOLA
               WHEN "F0SPAGF"
                 PERFORM RT7J-ANNULLA-COMPENSAZIONE
               WHEN "F0SPARM"
                 PERFORM RT7K-ANNULLA-PARAMETRO
               WHEN "F0SPREV"
                 PERFORM RT7L-ANNULLA-PREVENTIVO
               WHEN "F0SRIPA"
                 PERFORM RT7M-ANNULLA-RIPARAZIONE
               WHEN "F0SRMAU"
                 PERFORM RT7N-ANNULLA-RMA
               WHEN "F0SSCON"
                 PERFORM RT8A-ANNULLA-SCONTO
               WHEN "F0SEDIP"
                 PERFORM RT8B-ANNULLA-ACCORDO-EDI
               WHEN "F0SDINT"
                 PERFORM RT8C-ANNULLA-DICHIARAZIONE
               WHEN "F0SARTC"
                 PERFORM RT8D-ANNULLA-CODICE-ARTICOLO
               WHEN "F0SDEST"
                 PERFORM RT8E-ANNULLA-DESTINAZIONE
               WHEN "F0SCDEP"
                 PERFORM RT8F-ANNULLA-ARTICOLO-DEPOSITO
               WHEN "F0SIMBA"
                 PERFORM RT8G-ANNULLA-SALDO-IMBALLI
               WHEN "F0SIMBM"
                 PERFORM RT8H-ANNULLA-MOVIMENTO-IMBALLI
               WHEN "F0SCLIF"
                 MOVE  F0SFUSI-IMMAGINE  TO  F0SCLIF
                 MOVE  0               TO  LREAD-FILE
                 MOVE  3               TO  DSTF-IOSR
                 CALL  "URCLIF10"        USING F0SCLIF LWCOMAR
                 ADD   1                 TO  W-NUMR-RIPRISTINATI
             END-EVALUATE
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFUSI10"              USING F0SFUSI LWCOMAR
           .
      ******************************************************************
       RT7A-ANNULLA-DOCUMENTO.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SVEND-CHIAVE
           MOVE    41                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFATT10"              USING F0SVEND LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SVEND-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SVEND-CODI-CLIF
             MOVE  30                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFATT10"            USING F0SVEND LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7B-ANNULLA-PARTITA.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SPASC-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPASC10"              USING F0SPASC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SPASC-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SPASC-CODI-CLIF
             MOVE  30                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPASC10"            USING F0SPASC LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7C-ANNULLA-ORDINE.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SORDI-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDI10"              USING F0SORDI LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SORDI-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SORDI-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URORDI10"            USING F0SORDI LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7D-ANNULLA-CARTA.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SFIDE-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFIDE10"              USING F0SFIDE LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SFIDE-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SFIDE-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URFIDE10"            USING F0SFIDE LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7E-ANNULLA-CONTRATTO.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SCONT-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONT10"              USING F0SCONT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SCONT-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SCONT-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCONT10"            USING F0SCONT LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7F-ANNULLA-SPEDIZIONE.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SDISP-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDISP10"              USING F0SDISP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SDISP-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SDISP-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDISP10"            USING F0SDISP LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7G-ANNULLA-MESSAGGIO.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SEDIL-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIL10"              USING F0SEDIL LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SEDIL-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SEDIL-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "UREDIL10"            USING F0SEDIL LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7H-ANNULLA-INCASSO.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SINCA-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SINCA-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SINCA-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URINCA10"            USING F0SINCA LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7I-ANNULLA-MATRICOLA.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SMATR-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SMATR-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SMATR-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URMATR10"            USING F0SMATR LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7J-ANNULLA-COMPENSAZIONE.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SPAGF-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPAGF10"              USING F0SPAGF LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SPAGF-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SPAGF-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPAGF10"            USING F0SPAGF LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7K-ANNULLA-PARAMETRO.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SPARM-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPARM10"              USING F0SPARM LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SPARM-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SPARM-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPARM10"            USING F0SPARM LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7L-ANNULLA-PREVENTIVO.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SPREV-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URPREV10"              USING F0SPREV LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SPREV-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SPREV-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URPREV10"            USING F0SPREV LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7M-ANNULLA-RIPARAZIONE.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SRIPA-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRIPA10"              USING F0SRIPA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SRIPA-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SRIPA-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URRIPA10"            USING F0SRIPA LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT7N-ANNULLA-RMA.
           MOVE    F0SFUSI-CHIA-REC    TO  F0SRMAU-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SRMAU-CODI-CLIF EQUAL W-CODI-A
             MOVE  W-CODI-DA           TO  F0SRMAU-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URRMAU10"            USING F0SRMAU LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8A-ANNULLA-SCONTO.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SSCON
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URSCON10"            USING F0SSCON LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SSCON-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSCON10"              USING F0SSCON LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SSCON-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URSCON10"            USING F0SSCON LWCOMAR
             MOVE  W-CODI-DA           TO  F0SSCON-CODI-CLIF
             MOVE  W-RAGE-DA           TO  F0SSCON-RAGE-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URSCON10"            USING F0SSCON LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8B-ANNULLA-ACCORDO-EDI.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SEDIP
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "UREDIP10"            USING F0SEDIP LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SEDIP-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SEDIP-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "UREDIP10"            USING F0SEDIP LWCOMAR
             MOVE  W-CODI-DA           TO  F0SEDIP-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "UREDIP10"            USING F0SEDIP LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8C-ANNULLA-DICHIARAZIONE.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SDINT
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDINT10"            USING F0SDINT LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SDINT-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDINT10"              USING F0SDINT LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SDINT-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDINT10"            USING F0SDINT LWCOMAR
             MOVE  W-CODI-DA           TO  F0SDINT-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDINT10"            USING F0SDINT LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8D-ANNULLA-CODICE-ARTICOLO.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SARTC
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URARTC10"            USING F0SARTC LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SARTC-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTC10"              USING F0SARTC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SARTC-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URARTC10"            USING F0SARTC LWCOMAR
             MOVE  W-CODI-DA           TO  F0SARTC-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URARTC10"            USING F0SARTC LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8E-ANNULLA-DESTINAZIONE.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SDEST
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDEST10"            USING F0SDEST LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SDEST-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URDEST10"              USING F0SDEST LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SDEST-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDEST10"            USING F0SDEST LWCOMAR
             MOVE  W-CODI-DA           TO  F0SDEST-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URDEST10"            USING F0SDEST LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8F-ANNULLA-ARTICOLO-DEPOSITO.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SCDEP
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCDEP10"            USING F0SCDEP LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SCDEP-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCDEP10"              USING F0SCDEP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SCDEP-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCDEP10"            USING F0SCDEP LWCOMAR
             MOVE  W-CODI-DA           TO  F0SCDEP-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCDEP10"            USING F0SCDEP LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8G-ANNULLA-SALDO-IMBALLI.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SIMBA
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URIMBA10"            USING F0SIMBA LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SIMBA-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SIMBA-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URIMBA10"            USING F0SIMBA LWCOMAR
             MOVE  W-CODI-DA           TO  F0SIMBA-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URIMBA10"            USING F0SIMBA LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
       RT8H-ANNULLA-MOVIMENTO-IMBALLI.
           IF  F0SFUSI-MESSO-DA-PARTE
             MOVE  F0SFUSI-IMMAGINE    TO  F0SIMBM
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URIMBM10"            USING F0SIMBM LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SFUSI-CHIA-REC    TO  F0SIMBM-CHIAVE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SIMBM-CODI-CLIF EQUAL W-CODI-A
             MOVE  2                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URIMBM10"            USING F0SIMBM LWCOMAR
             MOVE  W-CODI-DA           TO  F0SIMBM-CODI-CLIF
             MOVE  0                   TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URIMBM10"            USING F0SIMBM LWCOMAR
             ADD   1                   TO  W-NUMR-RIPRISTINATI
           ELSE
             ADD   1                   TO  W-NUMR-SALTATI
           END-IF
           .
      ******************************************************************
      *----------  UNA RIGA DI F0SAUDI PER OGNI ARCHIVIO TOCCATO
       RT90-AUDIT-ARCHIVIO.
           IF  W-ARC-NUMR(W-IX) EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    W-ARC-NOME(W-IX)    TO  F0SAUDI-NOME-FILE
           MOVE    "CODI-CLIF"         TO  F0SAUDI-NOME-CAMPO
           MOVE    W-CODI-DA           TO  F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  W-CODI-A            DELIMITED BY SIZE
                   " - RECORD "        DELIMITED BY SIZE
                   W-ARC-NUMR(W-IX)    DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           PERFORM RT9-REGISTRA-AUDIT
           .
      ******************************************************************
      *----------  LA CHIAVE SU F0SAUDI E' IL NUMERO DI FUSIONE, CHE
      *            RIMANDA AL REGISTRO F0SFUSI
       RT9-REGISTRA-AUDIT.
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SAUDI-ORA
           MOVE    L-IDENUTEN          TO  F0SAUDI-IDEN-UTEN
           MOVE    SPACES              TO  F0SAUDI-CHIAVE-REC
           STRING  L-CFUS-CODE-CLIE    DELIMITED BY SIZE
                   "/FUSIONE "         DELIMITED BY SIZE
                   W-NUMR-FUSI         DELIMITED BY SIZE
                                       INTO F0SAUDI-CHIAVE-REC
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    6                   TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
      *(END)
