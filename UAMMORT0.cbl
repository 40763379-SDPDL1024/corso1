       IDENTIFICATION DIVISION.
       PROGRAM-ID. UAMMORT0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   AMMORTAMENTO DI FINE ANNO E LIBRO CESPITI: PER L'ANNO
      *****   CHIESTO A VIDEO CALCOLA LA QUOTA DI OGNI CESPITE ATTIVO
      *****   DELLA DITTA (F0SCESP, TRAMITE "URCESP10") NON ANCORA
      *****   AMMORTIZZATO NELL'ANNO:
      *****
      *****   - QUOTA = COSTO PER COEFFICIENTE FISCALE, A META' NEL
      *****     PRIMO ANNO (ANNO DELLA DATA D'ACQUISTO), MAI OLTRE IL
      *****     RESIDUO DA AMMORTIZZARE
      *****   - LA QUOTA VA SU F0SAMMO (TRAMITE "URAMMO10") AL 31/12
      *****     DELL'ANNO, CON FONDO PRIMA E DOPO, E IL FONDO DEL
      *****     CESPITE AVANZA; L'ESPORTAZIONE PRIMA NOTA (UPRIMNO0)
      *****     NE TRAE LE SCRITTURE
      *****   - UN CESPITE CON ANNI PRECEDENTI NON AMMORTIZZATI VIENE
      *****     SCARTATO E SEGNALATO: GLI ANNI SI CALCOLANO IN ORDINE
      *****
      *****   RILANCIATO SULLO STESSO ANNO NON RICALCOLA NULLA E
      *****   RISTAMPA. CON L'ANNO GIA' CHIUSO CONTABILMENTE
      *****   (UPERCTL0) SI STAMPA SOLTANTO. IL LIBRO CESPITI (SU
      *****   LIBCESP) ELENCA I BENI DELL'ANNO CON COSTO, COEFFICIENTE,
      *****   FONDO INIZIALE, QUOTA, FONDO FINALE E RESIDUO, LE
      *****   DISMISSIONI DELL'ANNO CON PREZZO E PLUS/MINUSVALENZA, E
      *****   CHIUDE CON I TOTALI PER CATEGORIA E GENERALI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBCESP-FILE         ASSIGN TO "LIBCESP"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-LIB.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBCESP-FILE.
       01  LIBCESP-REC                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-LIB                 PIC X(02)   VALUE SPACES.
       77  W-LINEA                     PIC X(132)  VALUE SPACES.
       77  W-ANNO                      PIC 9(04)   VALUE ZERO.
       77  W-ANNO-PREC                 PIC 9(04)   VALUE ZERO.
       77  W-ANNO-ACQU                 PIC 9(04)   VALUE ZERO.
       77  W-DATA-FINE                 PIC 9(08)   VALUE ZERO.
       77  W-SOLO-STAMPA               PIC X(01)   VALUE "N".
           88  W-SOLO-STAMPA-SI                    VALUE "S".
       77  W-NUMR-AMMO                 PIC 9(05)   VALUE 0.
       77  W-NUMR-SCAR                 PIC 9(05)   VALUE 0.
       77  W-NUMR-RINV                 PIC 9(05)   VALUE 0.
       77  W-IND                       PIC S9(04)  COMP VALUE 0.
       77  W-IND-CATE                  PIC S9(04)  COMP VALUE 0.
       77  W-TROV                      PIC S9(04)  COMP VALUE 0.
       77  W-MOTIVO                    PIC X(60)   VALUE SPACES.
       77  W-RESIDUO                   PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-QUOTA                     PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-COEF                      PIC S9(03)V99 COMP-3 VALUE 0.
      *
      *----------  VALORI DELLA RIGA DEL LIBRO
       77  W-LIB-FOND-INIZ             PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-LIB-QUOTA                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-LIB-FOND-FINE             PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-LIB-RESIDUO               PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-LIB-COEF                  PIC S9(03)V99 COMP-3 VALUE 0.
       77  W-NOTA                      PIC X(40)   VALUE SPACES.
       77  W-COEF-ED                   PIC ZZ9,99  VALUE 0.
       77  W-COST-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-FINI-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-QUOT-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-FFIN-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-RESI-ED                   PIC ---.---.--9,99 VALUE 0.
       77  W-PREZ-ED                   PIC ---.---.--9,99 VALUE 0.
      *
      *----------  CESPITI DA AMMORTIZZARE, RACCOLTI DALLA SCANSIONE:
      *            L'AGGIORNAMENTO PER CHIAVE DI F0SCESP NON PUO'
      *            AVVENIRE A SCANSIONE APERTA. LE ECCEDENZE RESTANO
      *            PER UN NUOVO LANCIO SULLO STESSO ANNO.
       01  W-DAAM-TAB.
           03  W-DAAM-NUMR             PIC S9(04)  COMP VALUE 0.
           03  W-DAAM-VOCE             OCCURS 2000.
               05  W-DAAM-NUMR-CESP    PIC 9(06)   VALUE 0.
      *
      *----------  TOTALI PER CATEGORIA (L'ULTIMA VOCE E' IL TOTALE
      *            GENERALE)
       01  W-CATE-TAB.
           03  W-CATE-NUMR             PIC S9(04)  COMP VALUE 0.
           03  W-CATE-VOCE             OCCURS 51.
               05  W-CATE-CODE         PIC X(04)   VALUE SPACES.
               05  W-CATE-COSTO        PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-CATE-FOND-INIZ    PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-CATE-QUOTA        PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-CATE-FOND-FINE    PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-CATE-RESIDUO      PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *    Blocco contabile di periodo sulla data delle quote.
       01  W-PCTL-CTRL.
           03  W-PCTL-CODE-CLIE        PIC 9(04)    VALUE ZERO.
           03  W-PCTL-DATA             PIC 9(08)    VALUE ZERO.
           03  W-PCTL-OPERAZIONE       PIC X(20)    VALUE SPACES.
           03  W-PCTL-ESITO            PIC X(01)    VALUE SPACE.
      *
       COPY "F0SCESP.REC".
       COPY "F0SAMMO.REC".
      *
       LINKAGE SECTION.
       01  L-AMMO-CTRL.
           03  L-AMMO-CODE-CLIE        PIC 9(04).
           03  L-AMMO-NUMR-AMMO        PIC 9(05).
           03  L-AMMO-ESITO            PIC X(01).
               88  L-AMMO-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING   L-AMMO-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    ZERO                TO  L-AMMO-NUMR-AMMO
           MOVE    SPACE               TO  L-AMMO-ESITO
           DISPLAY "AMMORTAMENTI E LIBRO CESPITI  -  DITTA "
                   L-AMMO-CODE-CLIE
           DISPLAY "ANNO (AAAA)                 : " WITH NO ADVANCING
           ACCEPT   W-ANNO
           IF  W-ANNO EQUAL ZERO
             DISPLAY "ANNO NON VALIDO"
             GO TO EXIT-PRO
           END-IF
           COMPUTE W-ANNO-PREC = W-ANNO - 1
           COMPUTE W-DATA-FINE = W-ANNO * 10000 + 1231
      *      Le quote sono al 31/12: su un anno chiuso si stampa
      *      soltanto quanto gia' calcolato
           MOVE    L-AMMO-CODE-CLIE    TO  W-PCTL-CODE-CLIE
           MOVE    W-DATA-FINE         TO  W-PCTL-DATA
           MOVE    "AMMORTAMENTI"      TO  W-PCTL-OPERAZIONE
           MOVE    SPACE               TO  W-PCTL-ESITO
           CALL  "UPERCTL0"              USING W-PCTL-CTRL LWCOMAR
           IF  W-PCTL-ESITO EQUAL "B"
             SET   W-SOLO-STAMPA-SI    TO  TRUE
             DISPLAY "ANNO CHIUSO - SOLO STAMPA DEL LIBRO CESPITI"
           END-IF
           OPEN OUTPUT LIBCESP-FILE
           PERFORM 1000-INTESTAZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URAMMO10"              USING F0SAMMO LWCOMAR
           IF  NOT W-SOLO-STAMPA-SI
             PERFORM 2000-RACCOGLI-CESPITI
             PERFORM 3000-AMMORTIZZA
                 VARYING W-IND FROM 1 BY 1
                 UNTIL W-IND GREATER W-DAAM-NUMR
           END-IF
           PERFORM 4000-LIBRO-CESPITI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URAMMO10"              USING F0SAMMO LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           PERFORM 9000-RIEPILOGO
           CLOSE LIBCESP-FILE
           MOVE    W-NUMR-AMMO         TO  L-AMMO-NUMR-AMMO
           MOVE    "S"                 TO  L-AMMO-ESITO
           DISPLAY "QUOTE CALCOLATE " W-NUMR-AMMO
                   " - SCARTATI " W-NUMR-SCAR " (VEDI LIBCESP)"
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       1000-INTESTAZIONE.
           MOVE SPACES                 TO  W-LINEA
           STRING "LIBRO CESPITI - DITTA " DELIMITED BY SIZE
               L-AMMO-CODE-CLIE        DELIMITED BY SIZE
               " - ANNO "              DELIMITED BY SIZE
               W-ANNO                  DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           .
      ******************************************************************
      *----------  RACCOLTA DEI CESPITI ATTIVI NON ANCORA AMMORTIZZATI
      *            NELL'ANNO E GIA' ACQUISTATI
       2000-RACCOGLI-CESPITI.
           MOVE    ZERO                TO  W-DAAM-NUMR
           INITIALIZE F0SCESP
           MOVE    L-AMMO-CODE-CLIE    TO  F0SCESP-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           PERFORM 2100-VALUTA-CESPITE
               UNTIL DSTF-IOSR NOT EQUAL 1
           .
       2100-VALUTA-CESPITE.
           MOVE    F0SCESP-DATA-ACQU(1:4) TO  W-ANNO-ACQU
           IF  F0SCESP-ATTIVO
               AND W-ANNO-ACQU NOT GREATER W-ANNO
               AND F0SCESP-ANNO-AMMO LESS W-ANNO
             IF  W-DAAM-NUMR LESS 2000
               ADD  1                  TO  W-DAAM-NUMR
               MOVE F0SCESP-NUMR-CESP  TO
                                W-DAAM-NUMR-CESP(W-DAAM-NUMR)
             ELSE
               ADD  1                  TO  W-NUMR-RINV
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           .
      ******************************************************************
      *----------  QUOTA DELL'ANNO DI UN CESPITE: MOVIMENTO SUL LIBRO
      *            E FONDO AGGIORNATO
       3000-AMMORTIZZA.
           INITIALIZE F0SCESP
           MOVE    L-AMMO-CODE-CLIE    TO  F0SCESP-CODE-CLIE
           MOVE    W-DAAM-NUMR-CESP(W-IND) TO  F0SCESP-NUMR-CESP
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SCESP-DATA-ACQU(1:4) TO  W-ANNO-ACQU
      *      Gli anni si calcolano in ordine: un anno saltato
      *      falserebbe fondo e residuo
           IF  W-ANNO-ACQU LESS W-ANNO
               AND F0SCESP-ANNO-AMMO LESS W-ANNO-PREC
             MOVE  SPACES              TO  W-MOTIVO
             STRING "ANNI PRECEDENTI NON AMMORTIZZATI - ULTIMO "
                                       DELIMITED BY SIZE
                 F0SCESP-ANNO-AMMO     DELIMITED BY SIZE
                                       INTO W-MOTIVO
             PERFORM 8000-SCARTO
             EXIT PARAGRAPH
           END-IF
           IF  F0SCESP-COEF-AMMO NOT GREATER ZERO
             MOVE  "COEFFICIENTE NON INDICATO" TO  W-MOTIVO
             PERFORM 8000-SCARTO
             EXIT PARAGRAPH
           END-IF
           COMPUTE W-RESIDUO = F0SCESP-VALO-ACQU - F0SCESP-FOND-AMMO
           IF  W-RESIDUO NOT GREATER ZERO
             EXIT PARAGRAPH
           END-IF
           MOVE    F0SCESP-COEF-AMMO   TO  W-COEF
           IF  W-ANNO-ACQU EQUAL W-ANNO
             COMPUTE W-COEF = F0SCESP-COEF-AMMO / 2
           END-IF
           COMPUTE W-QUOTA ROUNDED = F0SCESP-VALO-ACQU * W-COEF / 100
           IF  W-QUOTA GREATER W-RESIDUO
             MOVE  W-RESIDUO           TO  W-QUOTA
           END-IF
      *
           INITIALIZE F0SAMMO
           MOVE    F0SCESP-CODE-CLIE   TO  F0SAMMO-CODE-CLIE
           MOVE    F0SCESP-NUMR-CESP   TO  F0SAMMO-NUMR-CESP
           MOVE    W-ANNO              TO  F0SAMMO-ANNO
           SET     F0SAMMO-AMMORTAMENTO TO TRUE
           MOVE    W-DATA-FINE         TO  F0SAMMO-DATA-MOVI
           MOVE    W-COEF              TO  F0SAMMO-COEF-APPL
           MOVE    F0SCESP-VALO-ACQU   TO  F0SAMMO-VALO-ACQU
           MOVE    F0SCESP-FOND-AMMO   TO  F0SAMMO-FOND-INIZ
           MOVE    W-QUOTA             TO  F0SAMMO-QUOTA
           COMPUTE F0SAMMO-FOND-FINE = F0SCESP-FOND-AMMO + W-QUOTA
           MOVE    F0SCESP-CATE-CESP   TO  F0SAMMO-CATE-CESP
           MOVE    F0SCESP-DESC-CESP   TO  F0SAMMO-DESC-CESP
           MOVE    L-IDENUTEN          TO  F0SAMMO-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URAMMO10"              USING F0SAMMO LWCOMAR
      *
           MOVE    F0SAMMO-FOND-FINE   TO  F0SCESP-FOND-AMMO
           MOVE    W-ANNO              TO  F0SCESP-ANNO-AMMO
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           ADD     1                   TO  W-NUMR-AMMO
           .
      ******************************************************************
      *----------  LIBRO CESPITI DELL'ANNO: I BENI ACQUISTATI ENTRO
      *            L'ANNO E NON DISMESSI PRIMA, CON I MOVIMENTI
      *            DELL'ANNO DA F0SAMMO
       4000-LIBRO-CESPITI.
           MOVE    SPACES              TO  W-LINEA
           STRING "NUMERO DESCRIZIONE                    CAT. "
                                       DELIMITED BY SIZE
               "ACQUISTO       COSTO   COEF.   FONDO INIZ."
                                       DELIMITED BY SIZE
               "      QUOTA   FONDO FINALE    RESIDUO"
                                       DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           MOVE    ZERO                TO  W-CATE-NUMR
           INITIALIZE F0SCESP
           MOVE    L-AMMO-CODE-CLIE    TO  F0SCESP-CODE-CLIE
           MOVE    21                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           PERFORM 4100-RIGA-CESPITE
               UNTIL DSTF-IOSR NOT EQUAL 1
           PERFORM 4500-TOTALI-CATEGORIA
           .
       4100-RIGA-CESPITE.
           MOVE    F0SCESP-DATA-ACQU(1:4) TO  W-ANNO-ACQU
           IF  W-ANNO-ACQU NOT GREATER W-ANNO
             IF  NOT F0SCESP-DISMESSO
                 OR F0SCESP-DATA-DISM(1:4) NOT LESS W-ANNO
               PERFORM 4110-STAMPA-CESPITE
             END-IF
           END-IF
           MOVE    11                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCESP10"              USING F0SCESP LWCOMAR
           .
       4110-STAMPA-CESPITE.
      *      Senza quota nell'anno il fondo resta quello del cespite
      *      (bene gia' interamente ammortizzato o anno non calcolato)
           MOVE    F0SCESP-FOND-AMMO   TO  W-LIB-FOND-INIZ
                                           W-LIB-FOND-FINE
           MOVE    ZERO                TO  W-LIB-QUOTA W-LIB-COEF
           MOVE    SPACES              TO  W-NOTA
           INITIALIZE F0SAMMO
           MOVE    F0SCESP-CODE-CLIE   TO  F0SAMMO-CODE-CLIE
           MOVE    F0SCESP-NUMR-CESP   TO  F0SAMMO-NUMR-CESP
           MOVE    W-ANNO              TO  F0SAMMO-ANNO
           SET     F0SAMMO-AMMORTAMENTO TO TRUE
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URAMMO10"              USING F0SAMMO LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             MOVE  F0SAMMO-FOND-INIZ   TO  W-LIB-FOND-INIZ
             MOVE  F0SAMMO-QUOTA       TO  W-LIB-QUOTA
             MOVE  F0SAMMO-FOND-FINE   TO  W-LIB-FOND-FINE
             MOVE  F0SAMMO-COEF-APPL   TO  W-LIB-COEF
           END-IF
           IF  F0SCESP-DISMESSO
               AND F0SCESP-DATA-DISM(1:4) EQUAL W-ANNO
             MOVE  F0SCESP-PREZ-DISM   TO  W-PREZ-ED
             MOVE  SPACES              TO  W-NOTA
             STRING "DISMESSO " DELIMITED BY SIZE
                 F0SCESP-DATA-DISM     DELIMITED BY SIZE
                 " PREZZO"             DELIMITED BY SIZE
                 W-PREZ-ED             DELIMITED BY SIZE
                                       INTO W-NOTA
           END-IF
           COMPUTE W-LIB-RESIDUO = F0SCESP-VALO-ACQU - W-LIB-FOND-FINE
           MOVE    W-LIB-COEF          TO  W-COEF-ED
           MOVE    F0SCESP-VALO-ACQU   TO  W-COST-ED
           MOVE    W-LIB-FOND-INIZ     TO  W-FINI-ED
           MOVE    W-LIB-QUOTA         TO  W-QUOT-ED
           MOVE    W-LIB-FOND-FINE     TO  W-FFIN-ED
           MOVE    W-LIB-RESIDUO       TO  W-RESI-ED
           MOVE    SPACES              TO  W-LINEA
           STRING F0SCESP-NUMR-CESP    DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SCESP-DESC-CESP(1:30) DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SCESP-CATE-CESP       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SCESP-DATA-ACQU       DELIMITED BY SIZE
               W-COST-ED               DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               W-COEF-ED               DELIMITED BY SIZE
               W-FINI-ED               DELIMITED BY SIZE
               W-QUOT-ED               DELIMITED BY SIZE
               W-FFIN-ED               DELIMITED BY SIZE
               W-RESI-ED               DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           IF  W-NOTA NOT EQUAL SPACES
             MOVE  F0SCESP-PLUS-MINU   TO  W-PREZ-ED
             MOVE  SPACES              TO  W-LINEA
             STRING "       "          DELIMITED BY SIZE
                 W-NOTA                DELIMITED BY SIZE
                 "  PLUS/MINUSVALENZA" DELIMITED BY SIZE
                 W-PREZ-ED             DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE LIBCESP-REC         FROM  W-LINEA
      *        Il bene dismesso esce dal patrimonio: nei totali non
      *        porta residuo
             MOVE  ZERO                TO  W-LIB-RESIDUO
           END-IF
           PERFORM 4200-ACCUMULA-CATEGORIA
           .
       4200-ACCUMULA-CATEGORIA.
           MOVE    ZERO                TO  W-TROV
           PERFORM 4210-CERCA-CATEGORIA
               VARYING W-IND-CATE FROM 1 BY 1
               UNTIL W-IND-CATE GREATER W-CATE-NUMR
           IF  W-TROV EQUAL ZERO
             IF  W-CATE-NUMR LESS 50
               ADD  1                  TO  W-CATE-NUMR
               MOVE W-CATE-NUMR        TO  W-TROV
               MOVE F0SCESP-CATE-CESP  TO  W-CATE-CODE(W-TROV)
             END-IF
           END-IF
           IF  W-TROV NOT EQUAL ZERO
             PERFORM 4220-SOMMA-VOCE
           END-IF
           MOVE    51                  TO  W-TROV
           PERFORM 4220-SOMMA-VOCE
           .
       4210-CERCA-CATEGORIA.
           IF  W-CATE-CODE(W-IND-CATE) EQUAL F0SCESP-CATE-CESP
             MOVE  W-IND-CATE          TO  W-TROV
             MOVE  W-CATE-NUMR         TO  W-IND-CATE
           END-IF
           .
       4220-SOMMA-VOCE.
           ADD     F0SCESP-VALO-ACQU   TO  W-CATE-COSTO(W-TROV)
           ADD     W-LIB-FOND-INIZ     TO  W-CATE-FOND-INIZ(W-TROV)
           ADD     W-LIB-QUOTA         TO  W-CATE-QUOTA(W-TROV)
           ADD     W-LIB-FOND-FINE     TO  W-CATE-FOND-FINE(W-TROV)
           ADD     W-LIB-RESIDUO       TO  W-CATE-RESIDUO(W-TROV)
           .
      *----------  TOTALI PER CATEGORIA E GENERALE
       4500-TOTALI-CATEGORIA.
           MOVE    SPACES              TO  W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           PERFORM 4510-RIGA-TOTALE
               VARYING W-IND-CATE FROM 1 BY 1
               UNTIL W-IND-CATE GREATER W-CATE-NUMR
           MOVE    51                  TO  W-IND-CATE
           MOVE    "****"              TO  W-CATE-CODE(51)
           PERFORM 4510-RIGA-TOTALE
           .
       4510-RIGA-TOTALE.
           MOVE    W-CATE-COSTO(W-IND-CATE)     TO  W-COST-ED
           MOVE    W-CATE-FOND-INIZ(W-IND-CATE) TO  W-FINI-ED
           MOVE    W-CATE-QUOTA(W-IND-CATE)     TO  W-QUOT-ED
           MOVE    W-CATE-FOND-FINE(W-IND-CATE) TO  W-FFIN-ED
           MOVE    W-CATE-RESIDUO(W-IND-CATE)   TO  W-RESI-ED
           MOVE    SPACES              TO  W-LINEA
           IF  W-IND-CATE EQUAL 51
             MOVE  "TOTALE GENERALE"   TO  W-LINEA(8:)
           ELSE
             STRING "TOTALE CATEGORIA " DELIMITED BY SIZE
                 W-CATE-CODE(W-IND-CATE) DELIMITED BY SIZE
                                       INTO W-LINEA(8:)
           END-IF
           STRING W-COST-ED            DELIMITED BY SIZE
               "       "               DELIMITED BY SIZE
               W-FINI-ED               DELIMITED BY SIZE
               W-QUOT-ED               DELIMITED BY SIZE
               W-FFIN-ED               DELIMITED BY SIZE
               W-RESI-ED               DELIMITED BY SIZE
                                       INTO W-LINEA(52:)
           WRITE LIBCESP-REC           FROM  W-LINEA
           .
      ******************************************************************
      *----------  CESPITE SCARTATO DAL CALCOLO
       8000-SCARTO.
           ADD     1                   TO  W-NUMR-SCAR
           MOVE    SPACES              TO  W-LINEA
           STRING "SCARTATO CESPITE "  DELIMITED BY SIZE
               F0SCESP-NUMR-CESP       DELIMITED BY SIZE
               " "                     DELIMITED BY SIZE
               F0SCESP-DESC-CESP(1:30) DELIMITED BY SIZE
               " - "                   DELIMITED BY SIZE
               W-MOTIVO                DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           .
      ******************************************************************
       9000-RIEPILOGO.
           MOVE SPACES                 TO  W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           MOVE SPACES                 TO  W-LINEA
           STRING "QUOTE CALCOLATE IN QUESTA ELABORAZIONE: "
                                       DELIMITED BY SIZE
               W-NUMR-AMMO             DELIMITED BY SIZE
               "  SCARTATI: "          DELIMITED BY SIZE
               W-NUMR-SCAR             DELIMITED BY SIZE
                                       INTO W-LINEA
           WRITE LIBCESP-REC           FROM  W-LINEA
           IF  W-NUMR-RINV GREATER ZERO
             MOVE SPACES               TO  W-LINEA
             STRING "CESPITI OLTRE LA CAPIENZA, DA RILANCIARE: "
                                       DELIMITED BY SIZE
                 W-NUMR-RINV           DELIMITED BY SIZE
                                       INTO W-LINEA
             WRITE LIBCESP-REC         FROM  W-LINEA
           END-IF
           .
      *(END)
