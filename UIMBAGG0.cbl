       IDENTIFICATION DIVISION.
       PROGRAM-ID. UIMBAGG0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DI AGGIORNAMENTO DEGLI IMBALLI A RENDERE
      *****   DI UN DOCUMENTO REGISTRATO (TABELLA RACCOLTA DA
      *****   "UIMBRAC0", LIMBALL.WRK): PER OGNI IMBALLO AGGIORNA IL
      *****   SALDO DEL CLIENTE (F0SIMBA, TRAMITE "URIMBA10") CON
      *****   CONSEGNATI, RESI E PEZZI CON CAUZIONE, E SCRIVE UN
      *****   MOVIMENTO DI CONSEGNA E UNO DI RESO SU F0SIMBM (TRAMITE
      *****   "URIMBM10"), NUMERATI PER CLIENTE.
      *****     "D" DDT   - LA CAUZIONE ADDEBITATA APRE PEZZI, QUELLA
      *****                 RIMBORSATA LI CHIUDE; I RIMBORSI SOSPESI
      *****                 RIPRESI SUL DDT SI AZZERANO;
      *****     "B" BANCO - I PEZZI RESI CON CAUZIONE SI CHIUDONO E IL
      *****                 LORO RIMBORSO RESTA SOSPESO FINO AL
      *****                 PROSSIMO DDT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND-TAB                  PIC S9(04) COMP VALUE ZERO.
       77  WL-RIMB-RESI                PIC S9(07)V999 COMP-3 VALUE 0.
      *
       COPY "F0SIMBA.REC".
       COPY "F0SIMBM.REC".
      *
       LINKAGE SECTION.
       COPY "LIMBALL.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-IMBA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "S"                 TO  L-IMBA-ESITO
           IF  L-IMBA-NUMR-TAB EQUAL ZERO
             GO TO EXIT-PRO
           END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           PERFORM RT2-AGGIORNA-IMBALLO
               VARYING WL-IND-TAB FROM 1 BY 1
               UNTIL WL-IND-TAB GREATER L-IMBA-NUMR-TAB
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN IMBALLO DELLA TABELLA SUL SALDO DEL CLIENTE
       RT2-AGGIORNA-IMBALLO.
           INITIALIZE F0SIMBA
           MOVE    L-IMBA-CODE-CLIE    TO  F0SIMBA-CODE-CLIE
           MOVE    L-IMBA-CODI-CLIF    TO  F0SIMBA-CODI-CLIF
           MOVE    L-IMBA-TAB-ARTI(WL-IND-TAB) TO F0SIMBA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             INITIALIZE F0SIMBA
             MOVE  L-IMBA-CODE-CLIE    TO  F0SIMBA-CODE-CLIE
             MOVE  L-IMBA-CODI-CLIF    TO  F0SIMBA-CODI-CLIF
             MOVE  L-IMBA-TAB-ARTI(WL-IND-TAB) TO F0SIMBA-CODE-ARTI
           END-IF
           MOVE    L-IMBA-TAB-DESC(WL-IND-TAB) TO F0SIMBA-DESC-ARTI
      *
      *      Pezzi presso il cliente
           IF  L-IMBA-TAB-QTA-CONS(WL-IND-TAB) NOT EQUAL ZERO
             ADD   L-IMBA-TAB-QTA-CONS(WL-IND-TAB)
                                       TO  F0SIMBA-QTA-SALDO
                                           F0SIMBA-QTA-CONS
             MOVE  L-IMBA-DATA-DOCU    TO  F0SIMBA-DATA-ULTI-CONS
                                           F0SIMBA-DATA-ULTI-MOVI
           END-IF
           IF  L-IMBA-TAB-QTA-RESA(WL-IND-TAB) NOT EQUAL ZERO
             SUBTRACT L-IMBA-TAB-QTA-RESA(WL-IND-TAB)
                                       FROM F0SIMBA-QTA-SALDO
             ADD   L-IMBA-TAB-QTA-RESA(WL-IND-TAB)
                                       TO  F0SIMBA-QTA-RESA
             MOVE  L-IMBA-DATA-DOCU    TO  F0SIMBA-DATA-ULTI-RESA
                                           F0SIMBA-DATA-ULTI-MOVI
           END-IF
      *
      *      Cauzione: pezzi aperti dall'addebito, chiusi dai resi
           IF  L-IMBA-TAB-CAUZ-ADDE(WL-IND-TAB) GREATER ZERO
             ADD   L-IMBA-TAB-CAUZ-ADDE(WL-IND-TAB)
                                       TO  F0SIMBA-QTA-CAUZ
             MOVE  L-IMBA-TAB-PREZ-ADDE(WL-IND-TAB)
                                       TO  F0SIMBA-CAUZ-UNIT
           END-IF
           COMPUTE WL-RIMB-RESI = L-IMBA-TAB-CAUZ-RIMB(WL-IND-TAB)
                                - L-IMBA-TAB-RIMB-SOSP(WL-IND-TAB)
           SUBTRACT WL-RIMB-RESI       FROM F0SIMBA-QTA-CAUZ
           IF  L-IMBA-DDT
             SUBTRACT L-IMBA-TAB-RIMB-SOSP(WL-IND-TAB)
                                       FROM F0SIMBA-QTA-RIMB-SOSP
           ELSE
             ADD   WL-RIMB-RESI        TO  F0SIMBA-QTA-RIMB-SOSP
           END-IF
           MOVE    LDATE-ACTL          TO  F0SIMBA-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SIMBA-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
      *
      *      Movimenti per l'estratto
           IF  L-IMBA-TAB-QTA-CONS(WL-IND-TAB) NOT EQUAL ZERO
             PERFORM RT3-NUOVO-MOVIMENTO
             SET   F0SIMBM-CONSEGNA    TO  TRUE
             MOVE  L-IMBA-TAB-QTA-CONS(WL-IND-TAB) TO F0SIMBM-QTA
             MOVE  L-IMBA-TAB-CAUZ-ADDE(WL-IND-TAB)
                                       TO  F0SIMBM-QTA-CAUZ
             COMPUTE F0SIMBM-IMPO-CAUZ ROUNDED =
                         L-IMBA-TAB-CAUZ-ADDE(WL-IND-TAB) *
                         L-IMBA-TAB-PREZ-ADDE(WL-IND-TAB)
             PERFORM RT4-SCRIVI-MOVIMENTO
           END-IF
           IF  L-IMBA-TAB-QTA-RESA(WL-IND-TAB) NOT EQUAL ZERO
             PERFORM RT3-NUOVO-MOVIMENTO
             SET   F0SIMBM-RESO        TO  TRUE
             MOVE  L-IMBA-TAB-QTA-RESA(WL-IND-TAB) TO F0SIMBM-QTA
             MOVE  WL-RIMB-RESI        TO  F0SIMBM-QTA-CAUZ
             COMPUTE F0SIMBM-IMPO-CAUZ ROUNDED =
                         WL-RIMB-RESI *
                         L-IMBA-TAB-PREZ-RIMB(WL-IND-TAB)
             PERFORM RT4-SCRIVI-MOVIMENTO
           END-IF
           .
      ******************************************************************
      *----------  PROSSIMO NUMERO DI MOVIMENTO DEL CLIENTE E DATI DEL
      *            DOCUMENTO
       RT3-NUOVO-MOVIMENTO.
           INITIALIZE F0SIMBM
           MOVE    L-IMBA-CODE-CLIE    TO  F0SIMBM-CODE-CLIE
           MOVE    L-IMBA-CODI-CLIF    TO  F0SIMBM-CODI-CLIF
           MOVE    50                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           MOVE    L-IMBA-TAB-ARTI(WL-IND-TAB) TO F0SIMBM-CODE-ARTI
           MOVE    L-IMBA-DATA-DOCU    TO  F0SIMBM-DATA-MOVI
           MOVE    L-IMBA-TIPO-DOCU    TO  F0SIMBM-TIPO-DOCU
           MOVE    L-IMBA-NUMR-DOCU    TO  F0SIMBM-NUMR-DOCU
           MOVE    L-IMBA-NOME-PROG    TO  F0SIMBM-NOME-PROG
           MOVE    L-IDENUTEN          TO  F0SIMBM-IDEN-UTEN
           .
      ******************************************************************
       RT4-SCRIVI-MOVIMENTO.
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBM10"              USING F0SIMBM LWCOMAR
           .
      *(END)
