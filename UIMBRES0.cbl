       IDENTIFICATION DIVISION.
       PROGRAM-ID. UIMBRES0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   RESO DI IMBALLI A RENDERE AL BANCO: IL CLIENTE PASSA A
      *****   RIPORTARE PALLET, CASSE O FUSTI SENZA UNA CONSEGNA.
      *****   PER UN CLIENTE VALIDATO SULL'ANAGRAFICA (F0SCLIF) CHIEDE
      *****   GLI IMBALLI RESI ("UIMBRAC0") E LI TOGLIE DAL SUO SALDO
      *****   ("UIMBAGG0"). AL CLIENTE CHE PAGA LA CAUZIONE IL
      *****   RIMBORSO DEI PEZZI RESI NON SI PAGA AL BANCO: RESTA
      *****   SOSPESO E VA IN RIGA SUL PROSSIMO DDT, QUINDI NELLA
      *****   FATTURA DIFFERITA CHE LO RIPRENDE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-CODI-CLIF                PIC 9(06)      VALUE ZERO.
       77  WL-IND-IMBA                 PIC S9(04) COMP VALUE ZERO.
       77  WL-IMPO-RIMB                PIC S9(09)V99  COMP-3 VALUE 0.
       77  WL-IMPO-ED                  PIC ---.---.--9,99  VALUE 0.
      *
       COPY "F0SCLIF.REC".
      *
      *    Imballi resi dal cliente.
       COPY "LIMBALL.WRK".
      *
       LINKAGE SECTION.
       01  L-IMBR-CTRL.
           03  L-IMBR-CODE-CLIE        PIC 9(04).
           03  L-IMBR-ESITO            PIC X(01).
               88  L-IMBR-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-IMBR-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-IMBR-ESITO
           DISPLAY "RESO IMBALLI AL BANCO  -  DITTA " L-IMBR-CODE-CLIE
      *
      *      Cliente validato sull'anagrafica
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   WL-CODI-CLIF
           INITIALIZE F0SCLIF
           MOVE    L-IMBR-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCLIF-CODI-CLIF
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
             GO TO EXIT-PRO
           END-IF
           DISPLAY "CLIENTE: " F0SCLIF-RAGE-CLIF
      *
      *      Imballi resi, confrontati col saldo del cliente
           MOVE    "B"                 TO  L-IMBA-FUNZ
           MOVE    L-IMBR-CODE-CLIE    TO  L-IMBA-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  L-IMBA-CODI-CLIF
           MOVE    F0SCLIF-INDC-CAUZ   TO  L-IMBA-INDC-CAUZ
           CALL  "UIMBRAC0"              USING L-IMBA-CTRL LWCOMAR
           IF  L-IMBA-NUMR-TAB EQUAL ZERO
             DISPLAY "NESSUN IMBALLO RESO"
             GO TO EXIT-PRO
           END-IF
           DISPLAY "CONFERMI IL RESO ? (S/N)    : " WITH NO ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO EXIT-PRO
           END-IF
      *
      *      Saldo del cliente: il reso al banco non ha documento
           MOVE    SPACES              TO  L-IMBA-TIPO-DOCU
           MOVE    ZERO                TO  L-IMBA-NUMR-DOCU
           MOVE    LDATE-ACTL          TO  L-IMBA-DATA-DOCU
           MOVE    "UIMBRES0"          TO  L-IMBA-NOME-PROG
           CALL  "UIMBAGG0"              USING L-IMBA-CTRL LWCOMAR
           MOVE    ZERO                TO  WL-IMPO-RIMB
           PERFORM RT2-RIMBORSO-IMBALLO
               VARYING WL-IND-IMBA FROM 1 BY 1
               UNTIL WL-IND-IMBA GREATER L-IMBA-NUMR-TAB
           MOVE    "S"                 TO  L-IMBR-ESITO
           DISPLAY "RESO IMBALLI REGISTRATO"
           IF  WL-IMPO-RIMB NOT EQUAL ZERO
             MOVE  WL-IMPO-RIMB        TO  WL-IMPO-ED
             DISPLAY "CAUZIONE DA RIMBORSARE SUL PROSSIMO DDT "
                     WL-IMPO-ED
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  CAUZIONE DEI PEZZI RESI, RIMBORSATA PIU' AVANTI
       RT2-RIMBORSO-IMBALLO.
           COMPUTE WL-IMPO-RIMB ROUNDED = WL-IMPO-RIMB +
                       L-IMBA-TAB-CAUZ-RIMB(WL-IND-IMBA) *
                       L-IMBA-TAB-PREZ-RIMB(WL-IND-IMBA)
           .
      *(END)
