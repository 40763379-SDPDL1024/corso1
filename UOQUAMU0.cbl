       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOQUAMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ORDINI QUADRO CLIENTE: INSERIMENTO DEL CONTRATTO (IL
      *****   CLIENTE SI IMPEGNA SU QUANTITA' E PREZZI PER UN
      *****   PERIODO DI VALIDITA'), CON RIGHE ARTICOLO A QUANTITA'
      *****   E PREZZO CONCORDATI, QUANTITA' DA RICHIAMARE A OGNI
      *****   SCADENZA E CADENZA DEI RICHIAMI PROGRAMMATI IN GIORNI,
      *****   SU F0SOQUA/F0SOQUR (TRAMITE "UROQUA10" E "UROQUR10");
      *****   VISUALIZZAZIONE DEL QUADRO CON IL RESIDUO DA
      *****   RICHIAMARE PER RIGA; CHIUSURA ANTICIPATA DEL QUADRO.
      *****
      *****   I RICHIAMI (ORDINI F0SORDI/F0SORDR GENERATI CONTRO IL
      *****   QUADRO) LI CREA "UOQURIC0", A MANO O DAL PASSO BATCH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-FUNZ                     PIC X(01)      VALUE SPACE.
       77  WL-RIGA-FINE                PIC X(01)      VALUE SPACE.
           88  WL-RIGA-FINE-SI                        VALUE "S".
       77  WL-NUMR-RIGA                PIC 9(02)      VALUE ZERO.
       77  WL-PREZ-UNIT                PIC S9(09)V9999 COMP-3 VALUE 0.
       77  WL-QTA-RESI                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
       77  WL-QTA-ED2                  PIC ---.---.--9,999 VALUE 0.
       77  WL-QTA-ED3                  PIC ---.---.--9,999 VALUE 0.
       77  WL-PREZ-ED                  PIC ---.---.--9,9999 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.---.--9,99 VALUE 0.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SMAGA.REC".
       COPY "F0SOQUA.REC".
       COPY "F0SOQUR.REC".
      *
      *    Listino del cliente: il prezzo concordato si propone dal
      *    listino in vigore e si puo' ribattere.
       COPY "F0SLIST.REC".
       77  WL-CODE-LIST                PIC X(02)      VALUE SPACES.
      *
      *    Anagrafica agenti: l'agente del quadro va validato qui.
       COPY "F0SAGEN.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0).
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-OQUA-CTRL.
           03  L-OQUA-CODE-CLIE        PIC 9(04).
           03  L-OQUA-NUMR-INST        PIC 9(04).
           03  L-OQUA-ESITO            PIC X(01).
               88  L-OQUA-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-OQUA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-OQUA-ESITO
           DISPLAY "ORDINI QUADRO CLIENTE  -  DITTA " L-OQUA-CODE-CLIE
                   " DEPOSITO " L-OQUA-NUMR-INST
           DISPLAY "FUNZIONE (I=INSERIMENTO / V=VISUALIZZA / "
                   "C=CHIUSURA) : " WITH NO ADVANCING
           ACCEPT   WL-FUNZ
      *      Diritto sul package (UAZIOCH0): inserimento e chiusura
      *      sono modifiche, la visualizzazione e' interrogazione
           MOVE    SPACE               TO  L-AZIO-AZIONE
           EVALUATE WL-FUNZ
             WHEN "I"
             WHEN "i"
             WHEN "C"
             WHEN "c"
               MOVE  "M"               TO  L-AZIO-AZIONE
             WHEN "V"
             WHEN "v"
               MOVE  "V"               TO  L-AZIO-AZIONE
           END-EVALUATE
           IF  L-AZIO-AZIONE NOT EQUAL SPACE
             MOVE  SPACES              TO  L-AZIO-IDEN-UTEN
             MOVE  "29"                TO  L-AZIO-PACK-ID
             MOVE  "UOQUAMU0"          TO  L-AZIO-NOME-PROG
             MOVE  "F0SOQUA"           TO  L-AZIO-NOME-FILE
             MOVE  SPACES              TO  L-AZIO-CHIAVE-REC
             STRING L-OQUA-CODE-CLIE   DELIMITED BY SIZE
                    "/"                DELIMITED BY SIZE
                    L-OQUA-NUMR-INST   DELIMITED BY SIZE
                                       INTO L-AZIO-CHIAVE-REC
             CALL  "UAZIOCH0"            USING L-AZIO-CTRL LWCOMAR
             IF  NOT L-AZIO-CONSENTITA
               EXIT PROGRAM
             END-IF
           END-IF
           EVALUATE WL-FUNZ
             WHEN "I"
             WHEN "i"
               PERFORM RT1-INSERIMENTO
             WHEN "V"
             WHEN "v"
               PERFORM RT5-VISUALIZZA
             WHEN "C"
             WHEN "c"
               PERFORM RT7-CHIUSURA
             WHEN OTHER
               DISPLAY "FUNZIONE NON RICONOSCIUTA"
           END-EVALUATE
           EXIT PROGRAM.
      ******************************************************************
      *----------  INSERIMENTO DEL QUADRO: CLIENTE VALIDATO IN
      *            ANAGRAFICA (NON BLOCCATO), PERIODO DI VALIDITA',
      *            CADENZA DEI RICHIAMI, RIGHE A QUANTITA' E PREZZO
      *            CONCORDATI
       RT1-INSERIMENTO.
           MOVE    SPACE               TO  WL-RIGA-FINE
           MOVE    ZERO                TO  WL-NUMR-RIGA
           MOVE    SPACES              TO  WL-CODE-LIST
      *
           MOVE    L-OQUA-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "CLIENTE NON CENSITO IN ANAGRAFICA"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE: " F0SCLIF-RAGE-CLIF
           IF  F0SCLIF-BLOCCATO
             DISPLAY "CLIENTE BLOCCATO (MOTIVO " F0SCLIF-MOTI-BLOC
                     " DAL " F0SCLIF-DATA-BLOC ") - QUADRO NON"
                     " CONSENTITO"
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SCLIF-CODE-LIST   TO  WL-CODE-LIST
      *
           INITIALIZE F0SOQUA
           DISPLAY "RIFERIMENTO DEL CLIENTE     : " WITH NO ADVANCING
           ACCEPT   F0SOQUA-RIFE-CLIE
      *
      *      Agente: proposto quello dell'anagrafica cliente
           MOVE    F0SCLIF-CODE-AGEN   TO  F0SOQUA-CODE-AGEN
           DISPLAY "AGENTE DEL CLIENTE          : " F0SOQUA-CODE-AGEN
           DISPLAY "CODICE AGENTE (0 = NESSUNO) : " WITH NO ADVANCING
           ACCEPT   F0SOQUA-CODE-AGEN
           IF  F0SOQUA-CODE-AGEN NOT EQUAL ZERO
             MOVE    L-OQUA-CODE-CLIE  TO  F0SAGEN-CODE-CLIE
             MOVE    F0SOQUA-CODE-AGEN TO  F0SAGEN-CODE-AGEN
             MOVE    -3                TO  DSTF-IOSR
             CALL  "URAGEN10"            USING F0SAGEN LWCOMAR
             MOVE    1                 TO  LREAD-FILE
             MOVE    3                 TO  DSTF-IOSR
             CALL  "URAGEN10"            USING F0SAGEN LWCOMAR
             IF  DSTF-IOSR NOT EQUAL 1
               DISPLAY "AGENTE NON CENSITO - QUADRO SENZA AGENTE"
               MOVE  ZERO              TO  F0SOQUA-CODE-AGEN
             END-IF
             MOVE    -9                TO  DSTF-IOSR
             CALL  "URAGEN10"            USING F0SAGEN LWCOMAR
           END-IF
      *
      *      Validita' del contratto
           DISPLAY "VALIDO DAL (AAAAMMGG)       : " WITH NO ADVANCING
           ACCEPT   F0SOQUA-DATA-INIZ
           IF  F0SOQUA-DATA-INIZ EQUAL ZERO
             MOVE  LDATE-ACTL          TO  F0SOQUA-DATA-INIZ
           END-IF
           DISPLAY "VALIDO FINO AL (AAAAMMGG)   : " WITH NO ADVANCING
           ACCEPT   F0SOQUA-DATA-FINE
           IF  F0SOQUA-DATA-FINE NOT GREATER F0SOQUA-DATA-INIZ
             DISPLAY "SCADENZA NON SUCCESSIVA ALL'INIZIO - QUADRO"
                     " ANNULLATO"
             EXIT PARAGRAPH
           END-IF
      *
      *      Cadenza dei richiami programmati: il primo e' previsto
      *      all'inizio della validita'
           DISPLAY "RICHIAMO OGNI N GIORNI (0 = SOLO MANUALE) : "
                   WITH NO ADVANCING
           ACCEPT   F0SOQUA-FREQ-GG
           IF  F0SOQUA-FREQ-GG NOT EQUAL ZERO
             MOVE  F0SOQUA-DATA-INIZ   TO  F0SOQUA-DATA-PROS
             DISPLAY "PRIMO RICHIAMO (AAAAMMGG, 0 = " F0SOQUA-DATA-INIZ
                     ") : " WITH NO ADVANCING
             ACCEPT   F0SOQUA-DATA-PROS
             IF  F0SOQUA-DATA-PROS EQUAL ZERO
               MOVE  F0SOQUA-DATA-INIZ TO  F0SOQUA-DATA-PROS
             END-IF
           END-IF
      *
      *      Testata: prossimo numero di quadro del deposito
           MOVE    L-OQUA-CODE-CLIE    TO  F0SOQUA-CODE-CLIE
           MOVE    L-OQUA-NUMR-INST    TO  F0SOQUA-NUMR-INST
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    LDATE-ACTL          TO  F0SOQUA-DATA-STIP
           MOVE    F0SCLIF-CODI-CLIF   TO  F0SOQUA-CODI-CLIF
           MOVE    F0SCLIF-RAGE-CLIF   TO  F0SOQUA-RAGE-CLIE
           SET     F0SOQUA-APERTO      TO  TRUE
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
      *    Venti righe come sugli ordini: ogni richiamo deve stare
      *    in un ordine solo
           PERFORM RT2-RIGA-QUADRO
               UNTIL WL-NUMR-RIGA EQUAL 20 OR WL-RIGA-FINE-SI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
      *
           IF  WL-NUMR-RIGA EQUAL ZERO
             DISPLAY "NESSUNA RIGA - QUADRO ANNULLATO"
           ELSE
             MOVE    0                 TO  LREAD-FILE
             MOVE    3                 TO  DSTF-IOSR
             CALL  "UROQUA10"            USING F0SOQUA LWCOMAR
             MOVE    "S"               TO  L-OQUA-ESITO
             MOVE    F0SOQUA-IMPO-CONC TO  WL-IMPO-ED
             DISPLAY "ORDINE QUADRO REGISTRATO - N. "
                     F0SOQUA-NUMR-QUAD " VALORE " WL-IMPO-ED
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           .
      ******************************************************************
      *----------  CHIEDE UNA RIGA DEL QUADRO: ARTICOLO VALIDATO SUL
      *            DEPOSITO, QUANTITA' CONCORDATA, PREZZO PROPOSTO
      *            DAL LISTINO DEL CLIENTE, QUANTITA' PER RICHIAMO
       RT2-RIGA-QUADRO.
           DISPLAY "REGISTRARE UN'ALTRA RIGA ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             SET  WL-RIGA-FINE-SI      TO  TRUE
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SOQUR
           MOVE    L-OQUA-CODE-CLIE    TO  F0SOQUR-CODE-CLIE
           MOVE    L-OQUA-NUMR-INST    TO  F0SOQUR-NUMR-INST
           MOVE    F0SOQUA-NUMR-QUAD   TO  F0SOQUR-NUMR-QUAD
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
           ACCEPT   F0SOQUR-CODE-ARTI
      *
           MOVE    L-OQUA-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-OQUA-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    F0SOQUR-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "ARTICOLO NON PRESENTE SUL DEPOSITO"
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SMAGA-DESC-ARTI   TO  F0SOQUR-DESC-ARTI
           DISPLAY "ARTICOLO: " F0SOQUR-DESC-ARTI
           DISPLAY "QUANTITA' CONCORDATA        : " WITH NO ADVANCING
           ACCEPT   F0SOQUR-QTA-CONC
           IF  F0SOQUR-QTA-CONC NOT GREATER ZERO
             DISPLAY "QUANTITA' CONCORDATA NON VALIDA - RIGA SCARTATA"
             EXIT PARAGRAPH
           END-IF
      *    Prezzo proposto dal listino del cliente quando in vigore;
      *    il prezzo concordato si puo' sempre ribattere
           MOVE    ZERO                TO  WL-PREZ-UNIT
           IF  WL-CODE-LIST NOT EQUAL SPACES
             MOVE  L-OQUA-CODE-CLIE    TO  F0SLIST-CODE-CLIE
             MOVE  WL-CODE-LIST        TO  F0SLIST-CODE-LIST
             MOVE  F0SOQUR-CODE-ARTI   TO  F0SLIST-CODE-ARTI
             MOVE  -3                  TO  DSTF-IOSR
             CALL  "URLIST10"            USING F0SLIST LWCOMAR
             MOVE  40                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URLIST10"            USING F0SLIST LWCOMAR
             IF  DSTF-IOSR EQUAL 1
               MOVE F0SLIST-PREZ-UNIT  TO  WL-PREZ-UNIT
               MOVE WL-PREZ-UNIT       TO  WL-PREZ-ED
               DISPLAY "PREZZO DI LISTINO " WL-CODE-LIST "       : "
                       WL-PREZ-ED
             END-IF
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URLIST10"            USING F0SLIST LWCOMAR
           END-IF
           DISPLAY "PREZZO CONCORDATO (0 = LISTINO) : " WITH NO
                   ADVANCING
           ACCEPT   F0SOQUR-PREZ-UNIT
           IF  F0SOQUR-PREZ-UNIT EQUAL ZERO
             MOVE  WL-PREZ-UNIT        TO  F0SOQUR-PREZ-UNIT
           END-IF
           IF  F0SOQUR-PREZ-UNIT EQUAL ZERO
             DISPLAY "PREZZO MANCANTE - RIGA SCARTATA"
             EXIT PARAGRAPH
           END-IF
      *    Quantita' da richiamare a ogni scadenza programmata
           IF  F0SOQUA-FREQ-GG NOT EQUAL ZERO
             DISPLAY "QUANTITA' PER RICHIAMO      : " WITH NO
                     ADVANCING
             ACCEPT   F0SOQUR-QTA-PIAN
           END-IF
      *
           ADD     1                   TO  WL-NUMR-RIGA
           MOVE    WL-NUMR-RIGA        TO  F0SOQUR-NUMR-RIGA
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           COMPUTE F0SOQUA-IMPO-CONC ROUNDED = F0SOQUA-IMPO-CONC +
                       F0SOQUR-QTA-CONC * F0SOQUR-PREZ-UNIT
           .
      ******************************************************************
      *----------  VISUALIZZAZIONE DEL QUADRO: TESTATA E, PER RIGA,
      *            CONCORDATO, RICHIAMATO E RESIDUO
       RT5-VISUALIZZA.
           PERFORM RT9-LEGGI-QUADRO
           IF  L-RETN-VALO NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE      : " F0SOQUA-CODI-CLIF " "
                   F0SOQUA-RAGE-CLIE
           DISPLAY "RIFERIMENTO  : " F0SOQUA-RIFE-CLIE
           DISPLAY "VALIDITA'    : DAL " F0SOQUA-DATA-INIZ " AL "
                   F0SOQUA-DATA-FINE "   STATO " F0SOQUA-STAT-QUAD
           IF  F0SOQUA-FREQ-GG EQUAL ZERO
             DISPLAY "RICHIAMI     : SOLO MANUALI"
           ELSE
             DISPLAY "RICHIAMI     : OGNI " F0SOQUA-FREQ-GG
                     " GIORNI - PROSSIMO " F0SOQUA-DATA-PROS
           END-IF
           DISPLAY "RICHIAMATI   : " F0SOQUA-NUMR-RICH
                   " - ULTIMO " F0SOQUA-DATA-ULTI
           MOVE    F0SOQUA-IMPO-CONC   TO  WL-IMPO-ED
           DISPLAY "VALORE       : " WL-IMPO-ED
           DISPLAY "RG ARTICOLO         CONCORDATA      RICHIAMATA"
                   "         RESIDUO"
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           INITIALIZE F0SOQUR
           MOVE    F0SOQUA-CODE-CLIE   TO  F0SOQUR-CODE-CLIE
           MOVE    F0SOQUA-NUMR-INST   TO  F0SOQUR-NUMR-INST
           MOVE    F0SOQUA-NUMR-QUAD   TO  F0SOQUR-NUMR-QUAD
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           PERFORM RT6-MOSTRA-RIGA
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           MOVE    "S"                 TO  L-OQUA-ESITO
           .
      ******************************************************************
       RT6-MOSTRA-RIGA.
           COMPUTE WL-QTA-RESI = F0SOQUR-QTA-CONC - F0SOQUR-QTA-RICH
           MOVE    F0SOQUR-QTA-CONC    TO  WL-QTA-ED
           MOVE    F0SOQUR-QTA-RICH    TO  WL-QTA-ED2
           MOVE    WL-QTA-RESI         TO  WL-QTA-ED3
           DISPLAY F0SOQUR-NUMR-RIGA " " F0SOQUR-CODE-ARTI " "
                   WL-QTA-ED " " WL-QTA-ED2 " " WL-QTA-ED3
           IF  WL-QTA-RESI LESS ZERO
             DISPLAY "   ATTENZIONE: RICHIAMATO OLTRE IL CONCORDATO"
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUR10"              USING F0SOQUR LWCOMAR
           .
      ******************************************************************
      *----------  CHIUSURA ANTICIPATA DEL QUADRO: NON SI GENERANO
      *            PIU' RICHIAMI, IL RESIDUO RESTA A SOLA MEMORIA
       RT7-CHIUSURA.
           PERFORM RT9-LEGGI-QUADRO
           IF  L-RETN-VALO NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           IF  NOT F0SOQUA-APERTO
             DISPLAY "QUADRO GIA' CHIUSO O SCADUTO (STATO "
                     F0SOQUA-STAT-QUAD ")"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "CLIENTE: " F0SOQUA-RAGE-CLIE
           DISPLAY "CONFERMARE LA CHIUSURA DEL QUADRO ? (S/N) : "
                   WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "CHIUSURA ANNULLATA"
             EXIT PARAGRAPH
           END-IF
           SET     F0SOQUA-CHIUSO      TO  TRUE
           MOVE    LDATE-ACTL          TO  F0SOQUA-DATA-CHIU
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    "S"                 TO  L-OQUA-ESITO
           DISPLAY "QUADRO " F0SOQUA-NUMR-QUAD " CHIUSO"
           .
      ******************************************************************
       RT9-LEGGI-QUADRO.
           INITIALIZE F0SOQUA
           MOVE    L-OQUA-CODE-CLIE    TO  F0SOQUA-CODE-CLIE
           MOVE    L-OQUA-NUMR-INST    TO  F0SOQUA-NUMR-INST
           DISPLAY "NUMERO QUADRO               : " WITH NO ADVANCING
           ACCEPT   F0SOQUA-NUMR-QUAD
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UROQUA10"              USING F0SOQUA LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
             DISPLAY "QUADRO NON TROVATO"
           END-IF
           .
      *(END)
