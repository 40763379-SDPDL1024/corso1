       IDENTIFICATION DIVISION.
       PROGRAM-ID. UIMBRAC0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DI RACCOLTA DEGLI IMBALLI A RENDERE DI
      *****   UN CLIENTE (LIMBALL.WRK): CHIEDE A VIDEO GLI ARTICOLI
      *****   IMBALLO (F0SARTI-IMBALLO-A-RENDERE) CON I PEZZI
      *****   CONSEGNATI (SOLO SUL DDT) E RESI, LI CONFRONTA COL
      *****   SALDO DEL CLIENTE (F0SIMBA, TRAMITE "URIMBA10") E LI
      *****   ACCODA IN TABELLA. AL CLIENTE CHE PAGA LA CAUZIONE
      *****   CALCOLA I PEZZI DA ADDEBITARE (I CONSEGNATI, AL VALORE
      *****   DELL'ARTICOLO) E DA RIMBORSARE (I RESI, FINO AI PEZZI
      *****   CON CAUZIONE ANCORA APERTA, AL VALORE ADDEBITATO); SUL
      *****   DDT RIPRENDE ANCHE I RIMBORSI RIMASTI SOSPESI DAI RESI
      *****   AL BANCO. NON TOCCA F0SIMBA: I SALDI CAMBIANO CON
      *****   "UIMBAGG0" A DOCUMENTO REGISTRATO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-FINE                     PIC X(01)      VALUE SPACE.
           88  WL-FINE-SI                             VALUE "S".
       77  WL-IND-TAB                  PIC S9(04) COMP VALUE ZERO.
       77  WL-IND-CERC                 PIC S9(04) COMP VALUE ZERO.
       77  WL-CODE-ARTI                PIC X(15)      VALUE SPACES.
       77  WL-QTA-CONS                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-RESA                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-SALDO                PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-APER                 PIC S9(07)V999 COMP-3 VALUE 0.
       77  WL-QTA-ED                   PIC ---.---.--9,999 VALUE 0.
      *
       COPY "F0SARTI.REC".
       COPY "F0SIMBA.REC".
      *
       LINKAGE SECTION.
       COPY "LIMBALL.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-IMBA-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "S"                 TO  L-IMBA-ESITO
           MOVE    ZERO                TO  L-IMBA-NUMR-TAB
           MOVE    SPACE               TO  WL-FINE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
      *
      *      Sul DDT si chiudono i rimborsi sospesi dei resi al banco
           IF  L-IMBA-DDT AND L-IMBA-CON-CAUZIONE
             INITIALIZE F0SIMBA
             MOVE  L-IMBA-CODE-CLIE    TO  F0SIMBA-CODE-CLIE
             MOVE  L-IMBA-CODI-CLIF    TO  F0SIMBA-CODI-CLIF
             MOVE  22                  TO  LREAD-FILE
             MOVE  3                   TO  DSTF-IOSR
             CALL  "URIMBA10"            USING F0SIMBA LWCOMAR
             PERFORM RT1-RIMBORSO-SOSPESO
                 UNTIL DSTF-IOSR NOT EQUAL 1
                    OR L-IMBA-NUMR-TAB EQUAL 20
           END-IF
      *
           DISPLAY "IMBALLI A RENDERE DEL CLIENTE " L-IMBA-CODI-CLIF
           PERFORM RT2-IMBALLO
               UNTIL WL-FINE-SI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  IMBALLO CON RIMBORSO DI CAUZIONE SOSPESO (RESO AL
      *            BANCO DOPO L'ULTIMA CONSEGNA): ENTRA IN TABELLA
      *            SENZA PEZZI, SOLO COL RIMBORSO
       RT1-RIMBORSO-SOSPESO.
           IF  F0SIMBA-QTA-RIMB-SOSP GREATER ZERO
             ADD   1                   TO  L-IMBA-NUMR-TAB
             MOVE  L-IMBA-NUMR-TAB     TO  WL-IND-TAB
             PERFORM RT4-AZZERA-VOCE
             MOVE  F0SIMBA-CODE-ARTI   TO  L-IMBA-TAB-ARTI(WL-IND-TAB)
             MOVE  F0SIMBA-DESC-ARTI   TO  L-IMBA-TAB-DESC(WL-IND-TAB)
             MOVE  F0SIMBA-QTA-RIMB-SOSP
                                       TO  L-IMBA-TAB-CAUZ-RIMB
                                            (WL-IND-TAB)
                                           L-IMBA-TAB-RIMB-SOSP
                                            (WL-IND-TAB)
             MOVE  F0SIMBA-CAUZ-UNIT   TO  L-IMBA-TAB-PREZ-RIMB
                                            (WL-IND-TAB)
             MOVE  F0SIMBA-QTA-RIMB-SOSP TO WL-QTA-ED
             DISPLAY "RIMBORSO CAUZIONE SOSPESO " F0SIMBA-CODE-ARTI
                     " PEZZI " WL-QTA-ED
           END-IF
           MOVE    12                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           .
      ******************************************************************
      *----------  UN IMBALLO: ARTICOLO A RENDERE, PEZZI CONSEGNATI E
      *            RESI, CAUZIONE DA ADDEBITARE E DA RIMBORSARE
       RT2-IMBALLO.
           IF  L-IMBA-NUMR-TAB EQUAL 20
             DISPLAY "TABELLA IMBALLI PIENA"
             SET   WL-FINE-SI          TO  TRUE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "IMBALLI CONSEGNATI O RESI ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             SET   WL-FINE-SI          TO  TRUE
             EXIT PARAGRAPH
           END-IF
           MOVE    SPACES              TO  WL-CODE-ARTI
           DISPLAY "CODICE IMBALLO              : " WITH NO ADVANCING
           ACCEPT   WL-CODE-ARTI
           MOVE    L-IMBA-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    WL-CODE-ARTI        TO  F0SARTI-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
               OR NOT F0SARTI-IMBALLO-A-RENDERE
             DISPLAY "ARTICOLO NON CENSITO COME IMBALLO A RENDERE"
             EXIT PARAGRAPH
           END-IF
      *      Lo stesso imballo una volta sola per documento; la voce
      *      del rimborso sospeso si completa coi pezzi
           MOVE    ZERO                TO  WL-IND-TAB
           PERFORM RT3-CERCA-VOCE
               VARYING WL-IND-CERC FROM 1 BY 1
               UNTIL WL-IND-CERC GREATER L-IMBA-NUMR-TAB
           IF  WL-IND-TAB NOT EQUAL ZERO
             IF  L-IMBA-TAB-QTA-CONS(WL-IND-TAB) NOT EQUAL ZERO
                 OR L-IMBA-TAB-QTA-RESA(WL-IND-TAB) NOT EQUAL ZERO
               DISPLAY "IMBALLO GIA' INDICATO SUL DOCUMENTO"
               EXIT PARAGRAPH
             END-IF
           END-IF
      *
      *      Saldo del cliente su questo imballo
           INITIALIZE F0SIMBA
           MOVE    L-IMBA-CODE-CLIE    TO  F0SIMBA-CODE-CLIE
           MOVE    L-IMBA-CODI-CLIF    TO  F0SIMBA-CODI-CLIF
           MOVE    WL-CODE-ARTI        TO  F0SIMBA-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URIMBA10"              USING F0SIMBA LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             MOVE  ZERO                TO  F0SIMBA-QTA-SALDO
                                           F0SIMBA-QTA-CAUZ
                                           F0SIMBA-CAUZ-UNIT
           END-IF
           MOVE    F0SIMBA-QTA-SALDO   TO  WL-QTA-ED
           DISPLAY F0SARTI-DESC-ARTI " PRESSO IL CLIENTE " WL-QTA-ED
           MOVE    ZERO                TO  WL-QTA-CONS
                                           WL-QTA-RESA
           IF  L-IMBA-DDT
             DISPLAY "PEZZI CONSEGNATI            : " WITH NO
                     ADVANCING
             ACCEPT   WL-QTA-CONS
           END-IF
           DISPLAY "PEZZI RESI DAL CLIENTE      : " WITH NO ADVANCING
           ACCEPT   WL-QTA-RESA
           IF  WL-QTA-CONS LESS ZERO OR WL-QTA-RESA LESS ZERO
               OR (WL-QTA-CONS EQUAL ZERO AND WL-QTA-RESA EQUAL ZERO)
             DISPLAY "QUANTITA' NON VALIDE - IMBALLO NON REGISTRATO"
             EXIT PARAGRAPH
           END-IF
      *      Resi oltre il saldo: imballi non nostri o consegnati
      *      prima del registro; si accettano solo se confermati
           COMPUTE WL-QTA-SALDO = F0SIMBA-QTA-SALDO + WL-QTA-CONS
           IF  WL-QTA-RESA GREATER WL-QTA-SALDO
             DISPLAY "RESI OLTRE IL SALDO DEL CLIENTE - CONFERMI ? "
                     "(S/N) : " WITH NO ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
               DISPLAY "IMBALLO NON REGISTRATO"
               EXIT PARAGRAPH
             END-IF
           END-IF
      *
           IF  WL-IND-TAB EQUAL ZERO
             ADD   1                   TO  L-IMBA-NUMR-TAB
             MOVE  L-IMBA-NUMR-TAB     TO  WL-IND-TAB
             PERFORM RT4-AZZERA-VOCE
             MOVE  WL-CODE-ARTI        TO  L-IMBA-TAB-ARTI(WL-IND-TAB)
           END-IF
           MOVE    F0SARTI-DESC-ARTI   TO  L-IMBA-TAB-DESC(WL-IND-TAB)
           MOVE    WL-QTA-CONS         TO  L-IMBA-TAB-QTA-CONS
                                            (WL-IND-TAB)
           MOVE    WL-QTA-RESA         TO  L-IMBA-TAB-QTA-RESA
                                            (WL-IND-TAB)
      *      Cauzione: addebito sui consegnati, rimborso sui resi fino
      *      ai pezzi con cauzione ancora aperta (al netto di quelli
      *      gia' resi al banco e in attesa di rimborso)
           IF  L-IMBA-CON-CAUZIONE
             IF  F0SARTI-CAUZ-UNIT GREATER ZERO
               MOVE  WL-QTA-CONS       TO  L-IMBA-TAB-CAUZ-ADDE
                                            (WL-IND-TAB)
               MOVE  F0SARTI-CAUZ-UNIT TO  L-IMBA-TAB-PREZ-ADDE
                                            (WL-IND-TAB)
             END-IF
             MOVE  F0SIMBA-QTA-CAUZ    TO  WL-QTA-APER
             IF  WL-QTA-RESA LESS WL-QTA-APER
               MOVE  WL-QTA-RESA       TO  WL-QTA-APER
             END-IF
             IF  WL-QTA-APER GREATER ZERO
               ADD   WL-QTA-APER       TO  L-IMBA-TAB-CAUZ-RIMB
                                            (WL-IND-TAB)
               MOVE  F0SIMBA-CAUZ-UNIT TO  L-IMBA-TAB-PREZ-RIMB
                                            (WL-IND-TAB)
             END-IF
           END-IF
           .
      ******************************************************************
       RT3-CERCA-VOCE.
           IF  L-IMBA-TAB-ARTI(WL-IND-CERC) EQUAL WL-CODE-ARTI
             MOVE  WL-IND-CERC         TO  WL-IND-TAB
           END-IF
           .
      ******************************************************************
       RT4-AZZERA-VOCE.
           MOVE    SPACES              TO  L-IMBA-TAB-ARTI(WL-IND-TAB)
                                           L-IMBA-TAB-DESC(WL-IND-TAB)
           MOVE    ZERO                TO  L-IMBA-TAB-QTA-CONS
                                            (WL-IND-TAB)
                                           L-IMBA-TAB-QTA-RESA
                                            (WL-IND-TAB)
                                           L-IMBA-TAB-CAUZ-ADDE
                                            (WL-IND-TAB)
                                           L-IMBA-TAB-PREZ-ADDE
                                            (WL-IND-TAB)
                                           L-IMBA-TAB-CAUZ-RIMB
                                            (WL-IND-TAB)
                                           L-IMBA-TAB-PREZ-RIMB
                                            (WL-IND-TAB)
                                           L-IMBA-TAB-RIMB-SOSP
                                            (WL-IND-TAB)
           .
      *(END)
