      *****   CUI LE VENDITE TOTEM SONO ORMAI ESCLUSE.
      *****
      *****   LE NOTE DI CREDITO DEL GIORNO ENTRANO IN DETRAZIONE.
151026*****   IL TRACCIATO DELLA GIORNATA VA IN CONSERVAZIONE
151026*****   (UCNSREG0).
151026*****   UNA DITTA DI PROVA (UPROVCH0) NON TRASMETTE NULLA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  W-CUR-IMPON                 PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-CUR-IVA                   PIC S9(09)V99 COMP-3 VALUE 0.
       77  W-SEGNO                     PIC S9(01)  COMP-3 VALUE +1.
151026 77  W-TOTA-GIOR                 PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *----------  SCOMPOSIZIONE DEGLI IMPORTI PER LA
      *            RAPPRESENTAZIONE XML A PUNTO DECIMALE FISSO, COME
               05  W-ALIQ-PERC         PIC S9(03)V99 COMP-3 VALUE 0.
               05  W-ALIQ-IMPON        PIC S9(11)V99 COMP-3 VALUE 0.
               05  W-ALIQ-IVA          PIC S9(11)V99 COMP-3 VALUE 0.
151026 COPY "LPROVCH.WRK".
151026 COPY "LCNSREG.WRK".
      *
       LINKAGE SECTION.
       01  L-CORR-CTRL.
           MOVE    0                   TO  L-CORR-NUMR-DOCU
           DISPLAY "CORRISPETTIVI GIORNALIERI  -  DITTA "
                   L-CORR-CODE-CLIE " DEPOSITO " L-CORR-NUMR-INST
151026     MOVE    L-CORR-CODE-CLIE    TO  L-PRVC-CODE-CLIE
151026     CALL  "UPROVCH0"              USING L-PRVC-CTRL LWCOMAR
151026     IF  L-PRVC-PROVA
151026       DISPLAY "DITTA DI PROVA - CORRISPETTIVI NON TRASMESSI"
151026       GO TO EXIT-PRO
151026     END-IF
           DISPLAY "DATA (AAAAMMGG, 0 = OGGI)   : " WITH NO ADVANCING
           ACCEPT   W-DATA-GIOR
           IF  W-DATA-GIOR EQUAL ZERO
             GO TO EXIT-PRO
           END-IF
           PERFORM RT8-SCRIVI-TRACCIATO
151026     PERFORM RTA-CONSERVAZIONE
           MOVE    W-NUMR-DOCU         TO  L-CORR-NUMR-DOCU
           DISPLAY "CORRISPETTIVI PRODOTTI SU CORRXML - DOCUMENTI "
                   W-NUMR-DOCU
           MOVE    W-LINEA             TO  CORRXML-REC
           WRITE   CORRXML-REC
           .
151026******************************************************************
151026*----------  IL TRACCIATO DELLA GIORNATA PASSA IN CONSERVAZIONE,
151026*            CON LA GIORNATA DEL DEPOSITO COME DOCUMENTO
151026 RTA-CONSERVAZIONE.
151026     MOVE    ZERO                TO  W-TOTA-GIOR
151026     PERFORM VARYING W-IND FROM 1 BY 1
151026             UNTIL W-IND GREATER W-ALIQ-NUMR
151026       ADD   W-ALIQ-IMPON(W-IND) W-ALIQ-IVA(W-IND)
151026                                 TO  W-TOTA-GIOR
151026     END-PERFORM
151026     INITIALIZE L-CNSR-CTRL
151026     SET     L-CNSR-INIZIO       TO  TRUE
151026     MOVE    L-CORR-CODE-CLIE    TO  L-CNSR-CODE-CLIE
151026     MOVE    "CO"                TO  L-CNSR-TIPO-FILE
151026     MOVE    "CORRXML"           TO  L-CNSR-NOME-ORIG
151026     MOVE    "UCORRIS0"          TO  L-CNSR-NOME-PROG
151026     MOVE    W-DATA-GIOR(1:4)    TO  L-CNSR-ANNO
151026     MOVE    W-DATA-GIOR(5:2)    TO  L-CNSR-MESE
151026     CALL  "UCNSREG0"              USING L-CNSR-CTRL LWCOMAR
151026     SET     L-CNSR-DOCUMENTO    TO  TRUE
151026     MOVE    "C"                 TO  L-CNSR-TIPO-DOCU
151026     MOVE    W-DATA-GIOR(1:4)    TO  L-CNSR-ANNO-DOCU
151026     MOVE    SPACES              TO  L-CNSR-RIFE-DOCU
151026     MOVE    L-CORR-NUMR-INST    TO  L-CNSR-RIFE-DOCU(1:4)
151026     MOVE    W-DATA-GIOR(5:4)    TO  L-CNSR-RIFE-DOCU(5:4)
151026     MOVE    W-DATA-GIOR         TO  L-CNSR-DATA-DOCU
151026     MOVE    "CORRISPETTIVI GIORNALIERI"
151026                                 TO  L-CNSR-DESC
151026     MOVE    W-TOTA-GIOR         TO  L-CNSR-IMPORTO
151026     CALL  "UCNSREG0"              USING L-CNSR-CTRL LWCOMAR
151026     SET     L-CNSR-FINE         TO  TRUE
151026     CALL  "UCNSREG0"              USING L-CNSR-CTRL LWCOMAR
151026     .
      *(END)
