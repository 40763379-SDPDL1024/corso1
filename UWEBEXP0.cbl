       IDENTIFICATION DIVISION.
       PROGRAM-ID. UWEBEXP0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ESPORTAZIONE DEL CATALOGO PER IL NEGOZIO ONLINE: SCANDISCE
      *****   L'ANAGRAFICA ARTICOLI DELLA DITTA (F0SARTI, TRAMITE
      *****   "URARTI10") E PER GLI ARTICOLI PUBBLICATI SUL NEGOZIO
      *****   (F0SARTI-VENDITA-WEB) SCRIVE SU "WEBCATA" UNA RIGA CON
      *****   DESCRIZIONE, PREZZO IN VIGORE SUL LISTINO DEL NEGOZIO
      *****   (F0SLIST, TRAMITE "URLIST10") E DISPONIBILITA' DEL
      *****   DEPOSITO CHE SERVE IL NEGOZIO (GIACENZA MENO IMPEGNATO
      *****   SU F0SMAGA, TRAMITE "URMAGA10"; MAI SOTTO ZERO).
      *****   L'ARTICOLO SENZA PREZZO IN VIGORE NON VIENE ESPORTATO:
      *****   IL NEGOZIO LO METTEREBBE IN VENDITA A ZERO.
      *****   UNA DITTA DI PROVA (UPROVCH0) NON ESPORTA NULLA.
      *****
      *****   TRACCIATO WEBCATA (COLONNE FISSE, IMPORTI E QUANTITA'
      *****   SENZA VIRGOLA CON I DECIMALI IMPLICITI):
      *****      1-15   CODICE ARTICOLO
      *****     16-45   DESCRIZIONE
      *****     46-48   UNITA' DI MISURA
      *****     49-61   CODICE A BARRE EAN
      *****     62-64   GRUPPO MERCEOLOGICO
      *****     65-69   ALIQUOTA IVA (3 INTERI, 2 DECIMALI)
      *****     70-82   PREZZO UNITARIO (9 INTERI, 4 DECIMALI)
      *****     83-92   DISPONIBILITA' (7 INTERI, 3 DECIMALI)
      *****     93-100  DATA DI AGGIORNAMENTO (AAAAMMGG)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBCATA-FILE         ASSIGN TO "WEBCATA"
                                        ORGANIZATION LINE SEQUENTIAL
                                        FILE STATUS  IS WL-STAT-CAT.
       DATA DIVISION.
       FILE SECTION.
       FD  WEBCATA-FILE.
       01  WEBCATA-REC.
           03  WCA-CODE-ARTI           PIC X(15).
           03  WCA-DESC-ARTI           PIC X(30).
           03  WCA-UNIT-MISU           PIC X(03).
           03  WCA-CODE-EAN            PIC X(13).
           03  WCA-GRUP-ARTI           PIC X(03).
           03  WCA-ALIQ-IVA            PIC 9(03)V99.
           03  WCA-PREZ-UNIT           PIC 9(09)V9999.
           03  WCA-QTA-DISP            PIC 9(07)V999.
           03  WCA-DATA-AGGI           PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       77  WL-STAT-CAT                 PIC X(02)      VALUE SPACES.
       77  W-CODE-LIST                 PIC X(02)      VALUE SPACES.
       77  W-NUMR-ESPO                 PIC 9(05)      VALUE ZERO.
       77  W-NUMR-SENZA                PIC 9(05)      VALUE ZERO.
       77  W-QTA-DISP                  PIC S9(07)V999 COMP-3 VALUE 0.
      *
       COPY "F0SARTI.REC".
       COPY "F0SLIST.REC".
       COPY "F0SMAGA.REC".
       COPY "LPROVCH.WRK".
      *
       LINKAGE SECTION.
       01  L-WEXP-CTRL.
           03  L-WEXP-CODE-CLIE        PIC 9(04).
      *    Deposito che spedisce gli ordini del negozio
           03  L-WEXP-NUMR-INST        PIC 9(04).
      *    Listino del negozio; SPAZI = "WB"
           03  L-WEXP-CODE-LIST        PIC X(02).
           03  L-WEXP-NUMR-ESPO        PIC 9(05).
           03  L-WEXP-ESITO            PIC X(01).
               88  L-WEXP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-WEXP-CTRL LWCOMAR.
      ******************************************************************
       0000-MAINLINE.
           MOVE    SPACE               TO  L-WEXP-ESITO
           MOVE    ZERO                TO  W-NUMR-ESPO W-NUMR-SENZA
           MOVE    L-WEXP-CODE-LIST    TO  W-CODE-LIST
           IF  W-CODE-LIST EQUAL SPACES
             MOVE  "WB"                TO  W-CODE-LIST
           END-IF
           DISPLAY "ESPORTAZIONE CATALOGO NEGOZIO ONLINE  -  DITTA "
                   L-WEXP-CODE-CLIE " LISTINO " W-CODE-LIST
           MOVE    L-WEXP-CODE-CLIE    TO  L-PRVC-CODE-CLIE
           CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
           IF  L-PRVC-PROVA
             DISPLAY "DITTA DI PROVA - CATALOGO NON ESPORTATO"
             EXIT PROGRAM
           END-IF
           OPEN OUTPUT WEBCATA-FILE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           INITIALIZE F0SARTI
           MOVE    L-WEXP-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    19                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           PERFORM 2000-ARTICOLO
               UNTIL DSTF-IOSR NOT EQUAL 1
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           CLOSE WEBCATA-FILE
           MOVE    W-NUMR-ESPO         TO  L-WEXP-NUMR-ESPO
           MOVE    "S"                 TO  L-WEXP-ESITO
           DISPLAY "ARTICOLI ESPORTATI SU WEBCATA " W-NUMR-ESPO
                   " - SENZA PREZZO IN VIGORE " W-NUMR-SENZA
           EXIT PROGRAM.
      ******************************************************************
       2000-ARTICOLO.
           IF  F0SARTI-VENDITA-WEB
             PERFORM 2100-ESPORTA-ARTICOLO
           END-IF
           MOVE    9                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           .
      ******************************************************************
      *----------  PREZZO DAL LISTINO DEL NEGOZIO E DISPONIBILITA'
      *            DEL DEPOSITO; SENZA PREZZO L'ARTICOLO SI SALTA
       2100-ESPORTA-ARTICOLO.
           INITIALIZE F0SLIST
           MOVE    L-WEXP-CODE-CLIE    TO  F0SLIST-CODE-CLIE
           MOVE    W-CODE-LIST         TO  F0SLIST-CODE-LIST
           MOVE    F0SARTI-CODE-ARTI   TO  F0SLIST-CODE-ARTI
           MOVE    40                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URLIST10"              USING F0SLIST LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR F0SLIST-PREZ-UNIT NOT GREATER ZERO
             ADD   1                   TO  W-NUMR-SENZA
             DISPLAY "  SENZA PREZZO SUL LISTINO: " F0SARTI-CODE-ARTI
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SMAGA
           MOVE    L-WEXP-CODE-CLIE    TO  F0SMAGA-CODE-CLIE
           MOVE    L-WEXP-NUMR-INST    TO  F0SMAGA-NUMR-INST
           MOVE    F0SARTI-CODE-ARTI   TO  F0SMAGA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMAGA10"              USING F0SMAGA LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             COMPUTE W-QTA-DISP =
                         F0SMAGA-QTA-GIAC - F0SMAGA-QTA-IMPE
           ELSE
             MOVE  ZERO                TO  W-QTA-DISP
           END-IF
           IF  W-QTA-DISP LESS ZERO
             MOVE  ZERO                TO  W-QTA-DISP
           END-IF
           MOVE    F0SARTI-CODE-ARTI   TO  WCA-CODE-ARTI
           MOVE    F0SARTI-DESC-ARTI   TO  WCA-DESC-ARTI
           MOVE    F0SARTI-UNIT-MISU   TO  WCA-UNIT-MISU
           MOVE    F0SARTI-CODE-EAN    TO  WCA-CODE-EAN
           MOVE    F0SARTI-GRUP-ARTI   TO  WCA-GRUP-ARTI
           MOVE    F0SARTI-ALIQ-IVA    TO  WCA-ALIQ-IVA
           MOVE    F0SLIST-PREZ-UNIT   TO  WCA-PREZ-UNIT
           MOVE    W-QTA-DISP          TO  WCA-QTA-DISP
           MOVE    LDATE-ACTL          TO  WCA-DATA-AGGI
           WRITE   WEBCATA-REC
           ADD     1                   TO  W-NUMR-ESPO
           .
      *(END)
