       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCONSMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RACCOLTA E REVOCA DEI CONSENSI MARKETING DI UN CLIENTE
      *****   FINALE (F0SCONS, TRAMITE "URCONS10"): PER OGNI FINALITA'
      *****   (NEWSLETTER, PROFILAZIONE, CESSIONE A TERZI) SI MOSTRA
      *****   LO STATO ATTUALE E SI BATTE S = CONCEDE, N = NEGA,
      *****   R = REVOCA O VUOTO = INVARIATO. IL CONSENSO CONCESSO
      *****   PORTA CANALE, DATA, FONTE (TOTEM, BANCO, WEB) E
      *****   OPERATORE; LA REVOCA LASCIA I DATI DELLA RACCOLTA E
      *****   AGGIUNGE DATA, FONTE E OPERATORE DELLA REVOCA. OGNI
      *****   VARIAZIONE VA ANCHE SU F0SAUDI.
      *****   CHIAMATO DAL MENU, DALL'ANAGRAFICA CLIENTI (UCLIFMU0) E
      *****   DALL'EMISSIONE DELLA CARTA FEDELTA' (UFIDEMU0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-IC                       PIC S9(04) COMP VALUE ZERO.
       77  WL-STAT-OLD                 PIC X(01)      VALUE SPACE.
       77  WL-FONTE                    PIC X(01)      VALUE SPACE.
      *
      *    Finalita' del trattamento, nell'ordine in cui si chiedono
       01  WL-FINALITA.
           03  FILLER                  PIC X(21)
                                       VALUE "NNEWSLETTER          ".
           03  FILLER                  PIC X(21)
                                       VALUE "PPROFILAZIONE        ".
           03  FILLER                  PIC X(21)
                                       VALUE "TCESSIONE A TERZI    ".
       01  WL-FINALITA-R               REDEFINES WL-FINALITA.
           03  WL-FINA                 OCCURS 3 TIMES.
               05  WL-FINA-CODE        PIC X(01).
               05  WL-FINA-DESC        PIC X(20).
      *
       COPY "F0SCONS.REC".
       COPY "F0SCLIF.REC".
       COPY "F0SAUDI.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       COPY "LCONSEN.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CONS-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CONS-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "26"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UCONSMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SCONS"           TO  L-AZIO-NOME-FILE
           MOVE    L-CONS-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "CONSENSI MARKETING  -  DITTA " L-CONS-CODE-CLIE
           MOVE    L-CONS-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    L-CONS-CODI-CLIF    TO  F0SCLIF-CODI-CLIF
      *      Dal menu si chiede e si controlla il cliente; dai
      *      chiamanti arriva gia' letto dall'anagrafica
           IF  L-CONS-CODI-CLIF EQUAL ZERO
             DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO
                     ADVANCING
             ACCEPT   F0SCLIF-CODI-CLIF
             MOVE    -3                TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             MOVE    1                 TO  LREAD-FILE
             MOVE    3                 TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             MOVE    DSTF-IOSR         TO  L-RETN-VALO
             MOVE    -9                TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             IF  L-RETN-VALO NOT EQUAL 1
               DISPLAY "CLIENTE NON CENSITO IN ANAGRAFICA"
               GO TO FINE-CONS
             END-IF
             DISPLAY "CLIENTE: " F0SCLIF-RAGE-CLIF
           END-IF
      *
      *      Fonte della raccolta: dal chiamante o a video
           MOVE    L-CONS-FONTE        TO  WL-FONTE
           IF  WL-FONTE EQUAL SPACE
             DISPLAY "FONTE (T=TOTEM B=BANCO W=WEB, VUOTO=BANCO) : "
                     WITH NO ADVANCING
             ACCEPT   WL-FONTE
           END-IF
           INSPECT WL-FONTE CONVERTING "tbw" TO "TBW"
           IF  WL-FONTE NOT EQUAL "T" AND "W"
             MOVE  "B"                 TO  WL-FONTE
           END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCONS10"              USING F0SCONS LWCOMAR
           PERFORM RT2-FINALITA
                   VARYING WL-IC FROM 1 BY 1 UNTIL WL-IC > 3
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCONS10"              USING F0SCONS LWCOMAR
           IF  L-CONS-ESITO-OK
             DISPLAY "CONSENSI REGISTRATI"
           END-IF.
       FINE-CONS.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UNA FINALITA': STATO ATTUALE E VARIAZIONE
       RT2-FINALITA.
           INITIALIZE F0SCONS
           MOVE    L-CONS-CODE-CLIE    TO  F0SCONS-CODE-CLIE
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SCONS-CODI-CLIF
           MOVE    WL-FINA-CODE(WL-IC) TO  F0SCONS-FINALITA
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONS10"              USING F0SCONS LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             INITIALIZE F0SCONS
             MOVE  L-CONS-CODE-CLIE    TO  F0SCONS-CODE-CLIE
             MOVE  F0SCLIF-CODI-CLIF   TO  F0SCONS-CODI-CLIF
             MOVE  WL-FINA-CODE(WL-IC) TO  F0SCONS-FINALITA
           END-IF
           MOVE    F0SCONS-STAT-CONS   TO  WL-STAT-OLD
           EVALUATE TRUE
             WHEN F0SCONS-CONCESSO
               DISPLAY WL-FINA-DESC(WL-IC) ": CONCESSO IL "
                       F0SCONS-DATA-CONS " CANALE " F0SCONS-CANALE
                       " FONTE " F0SCONS-FONTE
             WHEN F0SCONS-NEGATO
               DISPLAY WL-FINA-DESC(WL-IC) ": NEGATO IL "
                       F0SCONS-DATA-CONS
             WHEN F0SCONS-REVOCATO
               DISPLAY WL-FINA-DESC(WL-IC) ": REVOCATO IL "
                       F0SCONS-DATA-REVO " FONTE " F0SCONS-FONTE-REVO
             WHEN OTHER
               DISPLAY WL-FINA-DESC(WL-IC) ": MAI RACCOLTO"
           END-EVALUATE
           DISPLAY "  S=CONCEDE N=NEGA R=REVOCA VUOTO=INVARIATO : "
                   WITH NO ADVANCING
           ACCEPT   WL-RISP
           INSPECT WL-RISP CONVERTING "snr" TO "SNR"
           EVALUATE WL-RISP
             WHEN "S"
               DISPLAY "  CANALE (E=EMAIL S=SMS P=POSTA T=TELEFONO) : "
                       WITH NO ADVANCING
               ACCEPT   F0SCONS-CANALE
               INSPECT F0SCONS-CANALE CONVERTING "espt" TO "ESPT"
               IF  F0SCONS-CANALE NOT EQUAL "S" AND "P" AND "T"
                 MOVE  "E"             TO  F0SCONS-CANALE
               END-IF
               SET   F0SCONS-CONCESSO  TO  TRUE
               PERFORM RT3-RACCOLTA
             WHEN "N"
               MOVE  SPACE             TO  F0SCONS-CANALE
               SET   F0SCONS-NEGATO    TO  TRUE
               PERFORM RT3-RACCOLTA
             WHEN "R"
               IF  NOT F0SCONS-CONCESSO
                 DISPLAY "  NESSUN CONSENSO IN ESSERE DA REVOCARE"
                 EXIT PARAGRAPH
               END-IF
               SET   F0SCONS-REVOCATO  TO  TRUE
               MOVE  LDATE-ACTL        TO  F0SCONS-DATA-REVO
               MOVE  WL-FONTE          TO  F0SCONS-FONTE-REVO
               MOVE  L-IDENUTEN        TO  F0SCONS-IDEN-REVO
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCONS10"              USING F0SCONS LWCOMAR
           PERFORM RT9-REGISTRA-AUDIT
           MOVE    "S"                 TO  L-CONS-ESITO
           .
      *----------  DATI DELLA RACCOLTA (CONCESSO O NEGATO): UNA NUOVA
      *            RACCOLTA CANCELLA LA REVOCA PRECEDENTE
       RT3-RACCOLTA.
           MOVE    LDATE-ACTL          TO  F0SCONS-DATA-CONS
           MOVE    WL-FONTE            TO  F0SCONS-FONTE
           MOVE    L-IDENUTEN          TO  F0SCONS-IDEN-UTEN
           MOVE    ZERO                TO  F0SCONS-DATA-REVO
           MOVE    SPACE               TO  F0SCONS-FONTE-REVO
           MOVE    SPACES              TO  F0SCONS-IDEN-REVO
           .
      ******************************************************************
      *----------  OGNI VARIAZIONE DI CONSENSO RESTA SU F0SAUDI, CON
      *            PRIMA/DOPO E OPERATORE
       RT9-REGISTRA-AUDIT.
           MOVE    LDATE-ACTL          TO  F0SAUDI-DATA
           MOVE    LDATEHORA(9:6)      TO  F0SAUDI-ORA
           MOVE    L-IDENUTEN          TO  F0SAUDI-IDEN-UTEN
           MOVE    "F0SCONS"           TO  F0SAUDI-NOME-FILE
           MOVE    SPACES              TO  F0SAUDI-CHIAVE-REC
           STRING  F0SCONS-CODE-CLIE   DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   F0SCONS-CODI-CLIF   DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   F0SCONS-FINALITA    DELIMITED BY SIZE
                                       INTO F0SAUDI-CHIAVE-REC
           MOVE    WL-FINA-DESC(WL-IC) TO  F0SAUDI-NOME-CAMPO
           MOVE    WL-STAT-OLD         TO  F0SAUDI-VALO-OLD
           MOVE    SPACES              TO  F0SAUDI-VALO-NEW
           STRING  F0SCONS-STAT-CONS   DELIMITED BY SIZE
                   "/"                 DELIMITED BY SIZE
                   F0SCONS-CANALE      DELIMITED BY SIZE
                   "/FONTE "           DELIMITED BY SIZE
                   WL-FONTE            DELIMITED BY SIZE
                                       INTO F0SAUDI-VALO-NEW
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    6                   TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAUDI10"              USING F0SAUDI LWCOMAR
           .
      *(END)
