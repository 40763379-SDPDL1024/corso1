020926*****   ROTTAMAZIONE), QUINDI LA NOTA NASCE GIA' POSTATA E LA
020926*****   CHIUSURA GIORNALIERA NON LA TOCCA; L'RMA SI CHIUDE CON
020926*****   LA NOTA EMESSA.
151026*****   LA NOTA STORNA IL DOCUMENTO: SERVE L'AZIONE DI ANNULLO
151026*****   SUL PACKAGE VENDITE NEL PROFILO DELL'OPERATORE
151026*****   (UAZIOCH0), ALTRIMENTI IL TENTATIVO FINISCE SU F0SAUDI.
151026*****   DAL REGISTRO RECLAMI (URECLMU0) DOCUMENTO E RMA ARRIVANO
151026*****   GIA' IMPOSTATI; UN RECLAMO DI PREZZO EMETTE LA NOTA
151026*****   SENZA RMA COME RETTIFICA DI PREZZO: NESSUNA MERCE
151026*****   TORNA, SI CHIEDE IL PREZZO UNITARIO DA ACCREDITARE E IL
151026*****   LOTTO NON SI TOCCA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WL-IND-ALIQ                 PIC S9(04) COMP VALUE ZERO.
       77  WL-ALIQ-TROV                PIC S9(04) COMP VALUE ZERO.
020926 77  WL-RISP                     PIC X(01)      VALUE SPACE.
151026 77  WL-PREZ-ACCR                PIC S9(09)V9999 COMP-3 VALUE 0.
151026 77  WL-PREZ-ED                  PIC ---.---.--9,9999 VALUE 0.
      *
       COPY "F0SVEND.REC" REPLACING ==F0SVEND== BY ==W-VEND-ORIG==.
      *
           03  L-NDOC-TIPO-DOCU        PIC X(04)      VALUE SPACES.
           03  L-NDOC-NUMR-DOCU        PIC 9(06)      VALUE ZERO.
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0): la
151026*    nota di credito storna il documento, quindi serve
151026*    l'azione di annullo sul package Vendite.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-RESO-CTRL.
           03  L-RESO-CODE-CLIE        PIC 9(04).
           03  L-RESO-NUMR-INST        PIC 9(04).
           03  L-RESO-ESITO            PIC X(01).
               88  L-RESO-ESITO-OK                    VALUE "S".
151026*    Dal registro reclami: documento e RMA gia' noti (ZERO = si
151026*    chiedono a video); "S" = rettifica di prezzo senza RMA
151026     03  L-RESO-NUMR-DOCU        PIC 9(06).
151026     03  L-RESO-NUMR-RMA         PIC 9(06).
151026     03  L-RESO-RETT-PREZ        PIC X(01).
151026         88  L-RESO-RETTIFICA-PREZZO            VALUE "S".
       COPY "F0SVEND.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-RESO-CTRL F0SVEND LWCOMAR.
           MOVE    SPACE               TO  L-RESO-ESITO
           DISPLAY "RESO CLIENTE / NOTA DI CREDITO  -  DITTA "
                   L-RESO-CODE-CLIE " DEPOSITO " L-RESO-NUMR-INST
151026*    Controllo dell'azione di annullo sul package Vendite
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "C"                 TO  L-AZIO-AZIONE
151026     MOVE    "URESOVE0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SVEND"           TO  L-AZIO-NOME-FILE
151026     MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
151026     MOVE    L-RESO-CODE-CLIE    TO  L-AZIO-CHIAVE-REC(1:4)
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
020926*    Controllo del blocco contabile di periodo
020926     MOVE    L-RESO-CODE-CLIE    TO  WL-PCTL-CODE-CLIE
020926     MOVE    LDATE-ACTL          TO  WL-PCTL-DATA
                                            W-VEND-ORIG
           MOVE    L-RESO-NUMR-INST    TO  F0SVEND-NUMR-INST OF
                                            W-VEND-ORIG
151026     IF  L-RESO-NUMR-DOCU NOT EQUAL ZERO
151026       MOVE  L-RESO-NUMR-DOCU    TO  F0SVEND-NUMR-DOCU OF
151026                                      W-VEND-ORIG
151026       DISPLAY "DOCUMENTO ORIGINALE N. " L-RESO-NUMR-DOCU
151026     ELSE
           DISPLAY "NUMERO DOCUMENTO ORIGINALE  : " WITH NO ADVANCING
           ACCEPT   F0SVEND-NUMR-DOCU OF W-VEND-ORIG
151026     END-IF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URFATT10"              USING W-VEND-ORIG LWCOMAR
           END-IF
020926*    La nota di credito si emette solo contro un RMA ricevuto:
020926*    niente piu' resi al banco senza carta ne' approvazione
151026*    (la rettifica di prezzo da reclamo non muove merce)
151026     IF  L-RESO-RETTIFICA-PREZZO
151026       DISPLAY "RETTIFICA DI PREZZO DA RECLAMO - SENZA RMA"
151026       GO TO TEST-NOTA
151026     END-IF
020926     MOVE    L-RESO-CODE-CLIE    TO  F0SRMAU-CODE-CLIE
020926     MOVE    L-RESO-NUMR-INST    TO  F0SRMAU-NUMR-INST
151026     IF  L-RESO-NUMR-RMA NOT EQUAL ZERO
151026       MOVE  L-RESO-NUMR-RMA     TO  F0SRMAU-NUMR-RMA
151026     ELSE
020926     DISPLAY "NUMERO RMA RICEVUTO         : " WITH NO ADVANCING
020926     ACCEPT   F0SRMAU-NUMR-RMA
151026     END-IF
020926     MOVE    -3                  TO  DSTF-IOSR
020926     CALL  "URRMAU10"              USING F0SRMAU LWCOMAR
020926     MOVE    1                   TO  LREAD-FILE
020926       GO TO CHIU-RESO
020926     END-IF
      *
151026 TEST-NOTA.
      *      Testata della nota di credito: dati anagrafici copiati
      *      dal documento originale, importi e righe azzerati e
      *      ricostruiti dalle sole quantita' rese
020926*    postata, la chiusura giornaliera non deve toccarla
020926     MOVE    "S"                 TO  F0SVEND-CHIU-STATO OF F0SVEND
           MOVE    LDATE-ACTL          TO  F0SVEND-DATA-DOCU OF F0SVEND
151026*    La nota ha l'ora della propria emissione, non della vendita
151026     MOVE    ZERO                TO  F0SVEND-ORA-DOCU OF F0SVEND
151026     MOVE    SPACE               TO  F0SVEND-VEND-CASSA OF F0SVEND
      *
020926*    I documenti con le righe su file le propongono da
020926*    F0SVENR, una per volta nello slot 1 dell'originale; gli
             GO TO CHIU-RESO
           END-IF
           PERFORM RT8-CHIUDI-NOTA
151026     IF  L-RESO-RETTIFICA-PREZZO
151026       MOVE  "S"                 TO  L-RESO-ESITO
151026       GO TO CHIU-RESO
151026     END-IF
020926*    L'RMA si chiude con la nota emessa: non puo' coprire una
020926*    seconda nota
020926     SET     F0SRMAU-CHIUSO      TO  TRUE
020926                                 (WL-INDICE)
020926                                 TO  F0SVEND-RIGA-CODE-LOTT OF
020926                                      F0SVEND (WL-INDICE-NC)
151026*          Nella rettifica di prezzo la merce resta al
151026*          cliente: si accredita la differenza di prezzo
151026*          unitario, senza disposizione del lotto
151026           MOVE F0SVEND-RIGA-PREZ OF W-VEND-ORIG (WL-INDICE)
151026                                 TO  WL-PREZ-ACCR
151026           IF  L-RESO-RETTIFICA-PREZZO
151026             PERFORM RT24-PREZZO-RETTIFICA
151026             MOVE WL-PREZ-ACCR   TO  F0SVEND-RIGA-PREZ OF
151026                                      F0SVEND (WL-INDICE-NC)
151026             MOVE SPACES         TO  F0SVEND-RIGA-UNIT-MISU OF
151026                                      F0SVEND (WL-INDICE-NC)
151026             MOVE ZERO           TO  F0SVEND-RIGA-FATT-CONV OF
151026                                      F0SVEND (WL-INDICE-NC)
151026                                     F0SVEND-RIGA-PREZ-UNIM OF
151026                                      F0SVEND (WL-INDICE-NC)
151026           ELSE
020926           PERFORM RT25-DISPOSIZIONE-LOTTO
151026           END-IF
                 COMPUTE WL-IMPO-RIGA ROUNDED =
                             WL-QTA-RESO *
151026                       WL-PREZ-ACCR
                 MOVE WL-IMPO-RIGA     TO  F0SVEND-RIGA-IMPO OF
                                            F0SVEND (WL-INDICE-NC)
                 ADD  WL-IMPO-RIGA     TO  F0SVEND-IMPO-IMPON OF
020926     CALL  "URVENR10"              USING F0SVENR LWCOMAR
020926     .
      ******************************************************************
151026*----------  RETTIFICA DI PREZZO DA RECLAMO: PREZZO UNITARIO DA
151026*            ACCREDITARE SULLA RIGA (INVIO/ZERO = TUTTO IL PREZZO
151026*            ORIGINALE), MAI OLTRE IL PREZZO FATTURATO
151026 RT24-PREZZO-RETTIFICA.
151026     MOVE    WL-PREZ-ACCR        TO  WL-PREZ-ED
151026     DISPLAY "PREZZO FATTURATO " WL-PREZ-ED
151026             " - PREZZO UNITARIO DA ACCREDITARE : " WITH NO
151026             ADVANCING
151026     ACCEPT   WL-PREZ-ACCR
151026     IF  WL-PREZ-ACCR NOT GREATER ZERO
151026         OR WL-PREZ-ACCR GREATER
151026            F0SVEND-RIGA-PREZ OF W-VEND-ORIG (WL-INDICE)
151026       MOVE  F0SVEND-RIGA-PREZ OF W-VEND-ORIG (WL-INDICE)
151026                                 TO  WL-PREZ-ACCR
151026     END-IF
151026     .
      ******************************************************************
020926*----------  DISPOSIZIONE DEL RESO DI UNA RIGA A LOTTI: LA
020926*            MERCE NON RIVENDIBILE BLOCCA IL LOTTO SU F0SLOTT,
020926*            COSI' IL CONSUMO FEFO NON LO TOCCA PIU'; LA
