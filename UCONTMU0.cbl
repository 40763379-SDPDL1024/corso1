      *****   ALIQUOTA IVA E LE RIGHE DESCRITTIVE CON IMPORTO (FINO A
      *****   5, DESCRIZIONE VUOTA = FINE), E DEPOSITA IL CONTRATTO
      *****   TRAMITE "URCONT10" NEL CONTESTO DELLA DITTA CORRENTE.
151026*****   PER I CONTRATTI INDICIZZATI CHIEDE LA CLAUSOLA ISTAT
151026*****   (INDICE, MESE BASE, ANNIVERSARIO, TETTO PERCENTUALE)
151026*****   USATA DALL'ADEGUAMENTO ANNUALE (UCONIST0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       COPY "F0SCLIF.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-CONT-CTRL.
           03  L-CONT-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-CONT-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "26"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UCONTMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SCONT"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-CONT-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           DISPLAY "CONTRATTI RICORRENTI  -  DITTA " L-CONT-CODE-CLIE
           INITIALIZE F0SCONT
           MOVE    L-CONT-CODE-CLIE    TO  F0SCONT-CODE-CLIE
           ACCEPT   F0SCONT-DATA-FINE
           DISPLAY "ALIQUOTA IVA (ES. 22,00)    : " WITH NO ADVANCING
           ACCEPT   F0SCONT-ALIQ-IVA
151026*
151026*      Clausola di adeguamento ISTAT
151026     DISPLAY "CONTRATTO INDICIZZATO ISTAT ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   WL-RISP
151026     IF  WL-RISP EQUAL "S" OR WL-RISP EQUAL "s"
151026       PERFORM RT1-CLAUSOLA-ISTAT
151026     ELSE
151026       MOVE  "N"                 TO  F0SCONT-ISTA-INDC
151026     END-IF
      *
           MOVE    1                   TO  WL-IND
           MOVE    "?"                 TO  WL-DESC
                   F0SCONT-NUMR-CONTR
       EXIT-PRO.
           EXIT PROGRAM.
151026******************************************************************
151026*----------  CLAUSOLA ISTAT: INDICE (VUOTO = FOI), MESE BASE DEL
151026*            CONFRONTO (0 = MESE DI INIZIO), ANNIVERSARIO MMGG
151026*            (0 = GIORNO E MESE DI INIZIO) E TETTO ANNUO IN
151026*            PERCENTUALE (0 = NESSUN TETTO)
151026 RT1-CLAUSOLA-ISTAT.
151026     MOVE    "S"                 TO  F0SCONT-ISTA-INDC
151026     DISPLAY "CODICE INDICE (VUOTO = FOI) : " WITH NO ADVANCING
151026     ACCEPT   F0SCONT-ISTA-INDI
151026     IF  F0SCONT-ISTA-INDI EQUAL SPACES
151026       MOVE  "FOI "              TO  F0SCONT-ISTA-INDI
151026     END-IF
151026     DISPLAY "MESE BASE (AAAAMM, 0 = MESE DI INIZIO) : "
151026             WITH NO ADVANCING
151026     ACCEPT   F0SCONT-ISTA-MESE-BASE
151026     IF  F0SCONT-ISTA-MESE-BASE EQUAL ZERO
151026       DIVIDE F0SCONT-DATA-INIZ BY 100
151026                             GIVING F0SCONT-ISTA-MESE-BASE
151026     END-IF
151026     DISPLAY "ANNIVERSARIO (MMGG, 0 = DATA DI INIZIO) : "
151026             WITH NO ADVANCING
151026     ACCEPT   F0SCONT-ISTA-ANNI
151026     DISPLAY "TETTO ANNUO % (0 = NESSUNO) : " WITH NO ADVANCING
151026     ACCEPT   F0SCONT-ISTA-TETT
151026     MOVE    ZERO                TO  F0SCONT-ISTA-ULTI
151026                                     F0SCONT-ISTA-DECO
151026     .
      *(END)
