       IDENTIFICATION DIVISION.
       PROGRAM-ID. UCESPMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELL'ANAGRAFICA CESPITI (F0SCESP, TRAMITE
      *****   "URCESP10"): CHIEDE A VIDEO IL NUMERO CESPITE (ZERO PER
      *****   UN NUOVO BENE, CHE PRENDE IL PRIMO NUMERO LIBERO DELLA
      *****   DITTA).
      *****
      *****   - NUOVO CESPITE: DALLA REGISTRAZIONE D'ACQUISTO F0SFACQ
      *****     (FORNITORE E NUMERO) PROPONE DATA E COSTO DELLA
      *****     FATTURA; POI DESCRIZIONE, CATEGORIA, COEFFICIENTE
      *****     FISCALE E, PER I BENI RIPRESI DAL PROSPETTO DELLO
      *****     STUDIO, FONDO GIA' ACCANTONATO E ULTIMO ANNO
      *****     AMMORTIZZATO
      *****   - MODIFICA: DESCRIZIONE, CATEGORIA E COEFFICIENTE; DATA
      *****     E COSTO SOLO FINCHE' IL BENE NON E' MAI STATO
      *****     AMMORTIZZATO
      *****   - DISMISSIONE: DATA E PREZZO DI CESSIONE (ZERO PER
      *****     L'ELIMINAZIONE SENZA VENDITA); LA PLUS/MINUSVALENZA E'
      *****     IL PREZZO MENO IL RESIDUO DA AMMORTIZZARE. IL
      *****     MOVIMENTO VA SU F0SAMMO (TRAMITE "URAMMO10") PER IL
      *****     LIBRO CESPITI E LA PRIMA NOTA. L'AMMORTAMENTO DEGLI
      *****     ANNI PRECEDENTI DEVE ESSERE GIA' CALCOLATO E LA DATA
      *****     NON PUO' CADERE IN UN PERIODO CONTABILE CHIUSO
      *****     (UPERCTL0); NELL'ANNO DELLA DISMISSIONE IL BENE NON SI
      *****     AMMORTIZZA PIU'.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-OPER                     PIC X(01)      VALUE SPACE.
       77  WL-NUMR-CESP                PIC 9(06)      VALUE ZERO.
       77  WL-CODE-FORN                PIC 9(04)      VALUE ZERO.
       77  WL-NUMR-REGI                PIC 9(06)      VALUE ZERO.
       77  WL-ANNO-DISM                PIC 9(04)      VALUE ZERO.
       77  WL-ANNO-PREC                PIC 9(04)      VALUE ZERO.
       77  WL-RESIDUO                  PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
      *
      *    Blocco contabile di periodo sulla data di dismissione.
       01  W-PCTL-CTRL.
           03  W-PCTL-CODE-CLIE        PIC 9(04)    VALUE ZERO.
           03  W-PCTL-DATA             PIC 9(08)    VALUE ZERO.
           03  W-PCTL-OPERAZIONE       PIC X(20)    VALUE SPACES.
           03  W-PCTL-ESITO            PIC X(01)    VALUE SPACE.
      *
       COPY "F0SFACQ.REC".
       COPY "F0SAMMO.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-CESP-CTRL.
           03  L-CESP-CODE-CLIE        PIC 9(04).
           03  L-CESP-ESITO            PIC X(01).
               88  L-CESP-ESITO-OK                    VALUE "S".
       COPY "F0SCESP.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-CESP-CTRL F0SCESP LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CESP-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "20"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UCESPMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SCESP"           TO  L-AZIO-NOME-FILE
           MOVE    L-CESP-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "ANAGRAFICA CESPITI  -  DITTA " L-CESP-CODE-CLIE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           INITIALIZE F0SCESP
           MOVE    L-CESP-CODE-CLIE    TO  F0SCESP-CODE-CLIE
           DISPLAY "NUMERO CESPITE (0 = NUOVO)  : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-CESP
           IF  WL-NUMR-CESP EQUAL ZERO
             MOVE  50                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URCESP10"            USING F0SCESP LWCOMAR
             DISPLAY "NUOVO CESPITE - NUMERO ASSEGNATO "
                     F0SCESP-NUMR-CESP
             SET   F0SCESP-ATTIVO      TO  TRUE
             MOVE  LDATE-ACTL          TO  F0SCESP-DATA-INSE
             PERFORM RT1-DA-FATTURA
             PERFORM RT2-DATI-CESPITE
             PERFORM RT3-RIPORTO-FONDO
             GO TO RT9-CONFERMA
           END-IF
      *
           MOVE    WL-NUMR-CESP        TO  F0SCESP-NUMR-CESP
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CESPITE NON TROVATO"
             GO TO CHIU-CESP
           END-IF
           MOVE    F0SCESP-VALO-ACQU   TO  WL-IMPO-ED
           DISPLAY "CESPITE " F0SCESP-NUMR-CESP " " F0SCESP-DESC-CESP
           DISPLAY "ACQUISTO DEL " F0SCESP-DATA-ACQU " COSTO "
                   WL-IMPO-ED " ULTIMO ANNO AMMORTIZZATO "
                   F0SCESP-ANNO-AMMO
           IF  F0SCESP-DISMESSO
             DISPLAY "CESPITE GIA' DISMESSO IL " F0SCESP-DATA-DISM
             GO TO CHIU-CESP
           END-IF
           DISPLAY "OPERAZIONE (M=MODIFICA D=DISMISSIONE) : " WITH NO
                   ADVANCING
           ACCEPT   WL-OPER
           IF  WL-OPER EQUAL "D" OR WL-OPER EQUAL "d"
             GO TO RT5-DISMISSIONE
           END-IF
           PERFORM RT2-DATI-CESPITE
           GO TO RT9-CONFERMA.
      *
      *----------  DISMISSIONE: PREZZO, PLUS/MINUSVALENZA E MOVIMENTO
      *            SUL LIBRO CESPITI
       RT5-DISMISSIONE.
           DISPLAY "DATA DISMISSIONE (AAAAMMGG) : " WITH NO ADVANCING
           ACCEPT   F0SCESP-DATA-DISM
           IF  F0SCESP-DATA-DISM LESS F0SCESP-DATA-ACQU
             DISPLAY "DATA ANTERIORE ALL'ACQUISTO"
             GO TO CHIU-CESP
           END-IF
           MOVE    F0SCESP-DATA-DISM(1:4) TO  WL-ANNO-DISM
           COMPUTE WL-ANNO-PREC = WL-ANNO-DISM - 1
      *      Gli anni fino a quello precedente devono essere gia'
      *      ammortizzati, o il residuo che si elimina e' sbagliato
           IF  WL-ANNO-DISM GREATER F0SCESP-DATA-ACQU(1:4)
               AND F0SCESP-ANNO-AMMO LESS WL-ANNO-PREC
             DISPLAY "ESEGUIRE PRIMA L'AMMORTAMENTO DEGLI ANNI FINO "
                     "AL " WL-ANNO-PREC
             GO TO CHIU-CESP
           END-IF
           MOVE    L-CESP-CODE-CLIE    TO  W-PCTL-CODE-CLIE
           MOVE    F0SCESP-DATA-DISM   TO  W-PCTL-DATA
           MOVE    "DISMISSIONE CESPITE" TO  W-PCTL-OPERAZIONE
           MOVE    SPACE               TO  W-PCTL-ESITO
           CALL  "UPERCTL0"              USING W-PCTL-CTRL LWCOMAR
           IF  W-PCTL-ESITO EQUAL "B"
             GO TO CHIU-CESP
           END-IF
           DISPLAY "PREZZO DI CESSIONE (0=ELIM.): " WITH NO ADVANCING
           ACCEPT   F0SCESP-PREZ-DISM
           COMPUTE WL-RESIDUO = F0SCESP-VALO-ACQU - F0SCESP-FOND-AMMO
           COMPUTE F0SCESP-PLUS-MINU =
                   F0SCESP-PREZ-DISM - WL-RESIDUO
           MOVE    WL-RESIDUO          TO  WL-IMPO-ED
           DISPLAY "RESIDUO DA AMMORTIZZARE     : " WL-IMPO-ED
           MOVE    F0SCESP-PLUS-MINU   TO  WL-IMPO-ED
           IF  F0SCESP-PLUS-MINU LESS ZERO
             DISPLAY "MINUSVALENZA                : " WL-IMPO-ED
           ELSE
             DISPLAY "PLUSVALENZA                 : " WL-IMPO-ED
           END-IF
           DISPLAY "CONFERMI LA DISMISSIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-CESP
           END-IF
           SET     F0SCESP-DISMESSO    TO  TRUE
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
      *
           INITIALIZE F0SAMMO
           MOVE    F0SCESP-CODE-CLIE   TO  F0SAMMO-CODE-CLIE
           MOVE    F0SCESP-NUMR-CESP   TO  F0SAMMO-NUMR-CESP
           MOVE    WL-ANNO-DISM        TO  F0SAMMO-ANNO
           SET     F0SAMMO-DISMISSIONE TO  TRUE
           MOVE    F0SCESP-DATA-DISM   TO  F0SAMMO-DATA-MOVI
           MOVE    F0SCESP-VALO-ACQU   TO  F0SAMMO-VALO-ACQU
           MOVE    F0SCESP-FOND-AMMO   TO  F0SAMMO-FOND-INIZ
           MOVE    F0SCESP-FOND-AMMO   TO  F0SAMMO-FOND-FINE
           MOVE    F0SCESP-PREZ-DISM   TO  F0SAMMO-PREZ-DISM
           MOVE    F0SCESP-PLUS-MINU   TO  F0SAMMO-PLUS-MINU
           MOVE    F0SCESP-CATE-CESP   TO  F0SAMMO-CATE-CESP
           MOVE    F0SCESP-DESC-CESP   TO  F0SAMMO-DESC-CESP
           MOVE    L-IDENUTEN          TO  F0SAMMO-IDEN-UTEN
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAMMO10"              USING F0SAMMO LWCOMAR
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URAMMO10"              USING F0SAMMO LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAMMO10"              USING F0SAMMO LWCOMAR
           MOVE    "S"                 TO  L-CESP-ESITO
           DISPLAY "CESPITE DISMESSO"
           GO TO CHIU-CESP.
      *
       RT9-CONFERMA.
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-CESP
           END-IF
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           MOVE    "S"                 TO  L-CESP-ESITO
           DISPLAY "CESPITE REGISTRATO"
       CHIU-CESP.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  FATTURA D'ACQUISTO DI PROVENIENZA: DATA E COSTO
      *            PROPOSTI DALLA REGISTRAZIONE F0SFACQ
       RT1-DA-FATTURA.
           DISPLAY "REGISTRAZIONE ACQUISTO - FORNITORE (0=NESSUNA) : "
                   WITH NO ADVANCING
           ACCEPT   WL-CODE-FORN
           IF  WL-CODE-FORN EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO REGISTRAZIONE        : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-REGI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           INITIALIZE F0SFACQ
           MOVE    L-CESP-CODE-CLIE    TO  F0SFACQ-CODE-CLIE
           MOVE    WL-CODE-FORN        TO  F0SFACQ-CODE-FORN
           MOVE    WL-NUMR-REGI        TO  F0SFACQ-NUMR-REGI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  WL-CODE-FORN        TO  F0SCESP-FACQ-CODE-FORN
             MOVE  WL-NUMR-REGI        TO  F0SCESP-FACQ-NUMR-REGI
             MOVE  F0SFACQ-DATA-FATT   TO  F0SCESP-DATA-ACQU
             MOVE  F0SFACQ-IMPO-IMPON  TO  F0SCESP-VALO-ACQU
             MOVE  F0SFACQ-IMPO-IMPON  TO  WL-IMPO-ED
             DISPLAY "FATTURA " F0SFACQ-NUMR-FATT " DEL "
                     F0SFACQ-DATA-FATT " DI " F0SFACQ-RAGE-FORN
             DISPLAY "IMPONIBILE " WL-IMPO-ED
           ELSE
             DISPLAY "REGISTRAZIONE NON TROVATA - DATI A MANO"
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URFACQ10"              USING F0SFACQ LWCOMAR
           .
      *----------  DATI DEL BENE; DATA E COSTO BLOCCATI DOPO IL PRIMO
      *            AMMORTAMENTO
       RT2-DATI-CESPITE.
           DISPLAY "DESCRIZIONE                 : " WITH NO ADVANCING
           ACCEPT   F0SCESP-DESC-CESP
           DISPLAY "CATEGORIA (XXXX)            : " WITH NO ADVANCING
           ACCEPT   F0SCESP-CATE-CESP
           DISPLAY "COEFFICIENTE % (ES. 20,00)  : " WITH NO ADVANCING
           ACCEPT   F0SCESP-COEF-AMMO
           IF  F0SCESP-FOND-AMMO NOT EQUAL ZERO
               OR F0SCESP-ANNO-AMMO NOT EQUAL ZERO
             EXIT PARAGRAPH
           END-IF
           IF  F0SCESP-FACQ-NUMR-REGI EQUAL ZERO
             DISPLAY "DATA ACQUISTO (AAAAMMGG)    : " WITH NO
                     ADVANCING
             ACCEPT   F0SCESP-DATA-ACQU
             DISPLAY "COSTO D'ACQUISTO            : " WITH NO
                     ADVANCING
             ACCEPT   F0SCESP-VALO-ACQU
           ELSE
             DISPLAY "COSTO D'ACQUISTO (INVIO = DA FATTURA) : " WITH
                     NO ADVANCING
             ACCEPT   WL-RESIDUO
             IF  WL-RESIDUO NOT EQUAL ZERO
               MOVE  WL-RESIDUO        TO  F0SCESP-VALO-ACQU
             END-IF
           END-IF
           .
      *----------  BENI GIA' IN AMMORTAMENTO SUL PROSPETTO DELLO
      *            STUDIO: FONDO E ULTIMO ANNO DA CUI RIPRENDERE
       RT3-RIPORTO-FONDO.
           DISPLAY "FONDO GIA' ACCANTONATO (0=NUOVO) : " WITH NO
                   ADVANCING
           ACCEPT   F0SCESP-FOND-AMMO
           IF  F0SCESP-FOND-AMMO NOT EQUAL ZERO
             DISPLAY "ULTIMO ANNO AMMORTIZZATO    : " WITH NO
                     ADVANCING
             ACCEPT   F0SCESP-ANNO-AMMO
           END-IF
           .
      *(END)
