       IDENTIFICATION DIVISION.
       PROGRAM-ID. UEDIPMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DEGLI ACCORDI EDI (F0SEDIP) CON I CLIENTI
      *****   FINALI GIA' IN ANAGRAFICA (F0SCLIF): GLN DEL PARTNER,
      *****   NOSTRO GLN COME LO CONOSCE IL PARTNER, INVIO DI DESADV
      *****   E INVOIC, STATO. IL GLN DEL PARTNER RICONOSCE IL
      *****   CLIENTE SUGLI ORDINI RICEVUTI (UEDIIMP0) E NON PUO'
      *****   ESSERE DI DUE CLIENTI. I GLN DEI PUNTI DI CONSEGNA
      *****   STANNO SULLE DESTINAZIONI (UDESTMU0).
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
       77  WL-GLN-PART                 PIC X(13)      VALUE SPACES.
      *
       COPY "F0SCLIF.REC".
       COPY "F0SEDIP.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica,
      *    le cancellazioni chiedono anche quello di cancellazione.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-EDIP-CTRL.
           03  L-EDIP-CODE-CLIE        PIC 9(04).
           03  L-EDIP-ESITO            PIC X(01).
               88  L-EDIP-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-EDIP-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-EDIP-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "29"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "UEDIPMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SEDIP"           TO  L-AZIO-NOME-FILE
           MOVE    L-EDIP-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "ACCORDI EDI CON I CLIENTI  -  DITTA "
                   L-EDIP-CODE-CLIE
           DISPLAY "CODICE CLIENTE (NNNNNN)     : " WITH NO ADVANCING
           ACCEPT   WL-CODI-CLIF
      *
      *      Il cliente deve essere in anagrafica clienti finali
           INITIALIZE F0SCLIF
           MOVE    L-EDIP-CODE-CLIE    TO  F0SCLIF-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SCLIF-CODI-CLIF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             DISPLAY "CLIENTE NON IN ANAGRAFICA"
             MOVE  -9                  TO  DSTF-IOSR
             CALL  "URCLIF10"            USING F0SCLIF LWCOMAR
             GO TO EXIT-PRO
           END-IF
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URCLIF10"              USING F0SCLIF LWCOMAR
           DISPLAY "CLIENTE " F0SCLIF-RAGE-CLIF
      *
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           INITIALIZE F0SEDIP
           MOVE    L-EDIP-CODE-CLIE    TO  F0SEDIP-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SEDIP-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "ACCORDO PRESENTE - GLN PARTNER "
                     F0SEDIP-GLN-PART " STATO " F0SEDIP-STAT
             DISPLAY "CANCELLI L'ACCORDO ? (S/N)  : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               MOVE  "C"               TO  L-AZIO-AZIONE
               CALL  "UAZIOCH0"          USING L-AZIO-CTRL LWCOMAR
               IF  NOT L-AZIO-CONSENTITA
                 GO TO CHIU-EDIP
               END-IF
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "UREDIP10"          USING F0SEDIP LWCOMAR
               MOVE  "S"               TO  L-EDIP-ESITO
               DISPLAY "ACCORDO CANCELLATO"
               GO TO CHIU-EDIP
             END-IF
           ELSE
             INITIALIZE F0SEDIP
             MOVE  L-EDIP-CODE-CLIE    TO  F0SEDIP-CODE-CLIE
             MOVE  WL-CODI-CLIF        TO  F0SEDIP-CODI-CLIF
             DISPLAY "NUOVO ACCORDO"
           END-IF
           DISPLAY "GLN DEL PARTNER (13 CIFRE)  : " WITH NO ADVANCING
           ACCEPT   WL-GLN-PART
           IF  WL-GLN-PART NOT EQUAL SPACES
             MOVE  WL-GLN-PART         TO  F0SEDIP-GLN-PART
           END-IF
           IF  F0SEDIP-GLN-PART EQUAL SPACES
             DISPLAY "GLN DEL PARTNER OBBLIGATORIO - OPERAZIONE"
                     " ANNULLATA"
             GO TO CHIU-EDIP
           END-IF
           PERFORM RT1-CONTROLLA-GLN
           IF  L-RETN-VALO NOT EQUAL ZERO
             GO TO CHIU-EDIP
           END-IF
           DISPLAY "NOSTRO GLN PER IL PARTNER   : " WITH NO ADVANCING
           ACCEPT   F0SEDIP-GLN-NOST
           IF  F0SEDIP-GLN-NOST EQUAL SPACES
             DISPLAY "NOSTRO GLN OBBLIGATORIO - OPERAZIONE ANNULLATA"
             GO TO CHIU-EDIP
           END-IF
           DISPLAY "INVIO DESADV ALLA SPEDIZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   F0SEDIP-INDC-DESADV
           IF  F0SEDIP-INDC-DESADV EQUAL "s"
             MOVE  "S"                 TO  F0SEDIP-INDC-DESADV
           END-IF
           IF  NOT F0SEDIP-MANDA-DESADV
             MOVE  "N"                 TO  F0SEDIP-INDC-DESADV
           END-IF
           DISPLAY "INVIO INVOIC CON LA FATTURA ? (S/N)  : " WITH NO
                   ADVANCING
           ACCEPT   F0SEDIP-INDC-INVOIC
           IF  F0SEDIP-INDC-INVOIC EQUAL "s"
             MOVE  "S"                 TO  F0SEDIP-INDC-INVOIC
           END-IF
           IF  NOT F0SEDIP-MANDA-INVOIC
             MOVE  "N"                 TO  F0SEDIP-INDC-INVOIC
           END-IF
           DISPLAY "STATO (A=ATTIVO S=SOSPESO)  : " WITH NO ADVANCING
           ACCEPT   F0SEDIP-STAT
           IF  F0SEDIP-STAT EQUAL "s"
             MOVE  "S"                 TO  F0SEDIP-STAT
           END-IF
           IF  NOT F0SEDIP-SOSPESO
             SET   F0SEDIP-ATTIVO      TO  TRUE
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-EDIP
           END-IF
           MOVE    LDATE-ACTL          TO  F0SEDIP-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SEDIP-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           MOVE    "S"                 TO  L-EDIP-ESITO
           DISPLAY "ACCORDO REGISTRATO"
       CHIU-EDIP.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  IL GLN DEL PARTNER NON PUO' ESSERE GIA' DI UN ALTRO
      *            CLIENTE: LA RICERCA PER GLN RESTITUISCE IL PRIMO
      *            ACCORDO TROVATO, CHE DEVE ESSERE QUESTO
       RT1-CONTROLLA-GLN.
           MOVE    ZERO                TO  L-RETN-VALO
           MOVE    F0SEDIP-GLN-PART    TO  WL-GLN-PART
           MOVE    40                  TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR EQUAL 1
               AND F0SEDIP-CODI-CLIF NOT EQUAL WL-CODI-CLIF
             DISPLAY "GLN GIA' USATO PER IL CLIENTE "
                     F0SEDIP-CODI-CLIF " - OPERAZIONE ANNULLATA"
             MOVE  1                   TO  L-RETN-VALO
             EXIT PARAGRAPH
           END-IF
      *      Riletto l'accordo del cliente (se c'e') col GLN voluto
           INITIALIZE F0SEDIP
           MOVE    L-EDIP-CODE-CLIE    TO  F0SEDIP-CODE-CLIE
           MOVE    WL-CODI-CLIF        TO  F0SEDIP-CODI-CLIF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "UREDIP10"              USING F0SEDIP LWCOMAR
           IF  DSTF-IOSR NOT EQUAL 1
             INITIALIZE F0SEDIP
             MOVE  L-EDIP-CODE-CLIE    TO  F0SEDIP-CODE-CLIE
             MOVE  WL-CODI-CLIF        TO  F0SEDIP-CODI-CLIF
           END-IF
           MOVE    WL-GLN-PART         TO  F0SEDIP-GLN-PART
           .
      *(END)
