      *****   IN FONDO AL REPORT CONTFATT L'ELENCO DEI CONTRATTI IN
      *****   SCADENZA ENTRO 60 GIORNI, PER PARLARE DEI RINNOVI IN
      *****   TEMPO.
151026*****
151026*****   CONTRATTI INDICIZZATI ISTAT: UN ADEGUAMENTO APPROVATO
151026*****   (UCONIST0) SOSTITUISCE GLI IMPORTI DELLE RIGHE DAL
151026*****   PRIMO PERIODO FATTURATO DALLA DECORRENZA IN POI; UN
151026*****   ANNIVERSARIO PASSATO E NON ANCORA ADEGUATO FINISCE A
151026*****   REPORT PERCHE' NON VENGA DIMENTICATO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926     03  W-PCTL-OPERAZIONE     PIC X(20)    VALUE SPACES.
020926     03  W-PCTL-ESITO          PIC X(01)    VALUE SPACE.
       77  W-GIOR-SCAD                 PIC S9(05)  COMP-3 VALUE 0.
151026 77  W-PERI-DECO                 PIC 9(06)   VALUE ZERO.
151026 77  W-DATA-ANNI                 PIC 9(08)   VALUE ZERO.
151026 77  W-MMGG-ANNI                 PIC 9(04)   VALUE ZERO.
151026 77  W-ANNO-ANNI                 PIC 9(04)   VALUE ZERO.
151026 77  W-ANNO-INIZ                 PIC 9(04)   VALUE ZERO.
151026 77  W-RESTO                     PIC 9(04)   VALUE ZERO.
       77  W-IMPO-ED                   PIC ---.---.--9,99 VALUE 0.
      *
      *----------  AREE DI SCAMBIO CON "UCTGG010", STESSO TRACCIATO
      *      Le scadenze vicine si segnalano comunque, anche sui
      *      contratti che in questo periodo non maturano nulla
           PERFORM RT8-SEGNALA-SCADENZA
151026     PERFORM RT38-SEGNALA-ISTAT
      *      Contratto in corso di validita' nel periodo richiesto
           DIVIDE  F0SCONT-DATA-INIZ BY 100 GIVING W-PERI-INIZ
           IF  W-PERI-INIZ GREATER W-PERIODO
               EXIT PARAGRAPH
             END-IF
           END-IF
151026*      Adeguamento ISTAT approvato e gia' in decorrenza: la
151026*      fattura del periodo esce con i nuovi importi
151026     IF  F0SCONT-ISTA-DECO NOT EQUAL ZERO
151026       PERFORM RT36-IMPORTI-ADEGUATI
151026     END-IF
           PERFORM RT3-GENERA-FATTURA
           .
      ******************************************************************
           WRITE CONTFATT-REC
           .
      ******************************************************************
151026*----------  ADEGUAMENTO ISTAT IN DECORRENZA: I NUOVI IMPORTI
151026*            APPROVATI PRENDONO IL POSTO DI QUELLI DELLE RIGHE E
151026*            IL CONTRATTO LI CONSERVA SUBITO (LO STORICO DEI
151026*            PRECEDENTI E' SU F0SISTS)
151026 RT36-IMPORTI-ADEGUATI.
151026     DIVIDE  F0SCONT-ISTA-DECO BY 100 GIVING W-PERI-DECO
151026     IF  W-PERIODO LESS W-PERI-DECO
151026       EXIT PARAGRAPH
151026     END-IF
151026     PERFORM RT37-RIGA-ADEGUATA
151026             VARYING W-IND FROM 1 BY 1
151026             UNTIL W-IND GREATER F0SCONT-NUMR-RIGHE
151026     MOVE    SPACES              TO  W-LINEA
151026     STRING "CONTRATTO "         DELIMITED BY SIZE
151026         F0SCONT-NUMR-CONTR      DELIMITED BY SIZE
151026         " IMPORTI ADEGUATI ISTAT DAL " DELIMITED BY SIZE
151026         F0SCONT-ISTA-DECO       DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026     MOVE W-LINEA                TO  CONTFATT-REC
151026     WRITE CONTFATT-REC
151026     MOVE    ZERO                TO  F0SCONT-ISTA-DECO
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL  "URCONT10"              USING F0SCONT LWCOMAR
151026     .
151026 RT37-RIGA-ADEGUATA.
151026     MOVE    F0SCONT-ISTA-NUOV(W-IND)
151026                                 TO  F0SCONT-RIGA-IMPO(W-IND)
151026     MOVE    ZERO                TO  F0SCONT-ISTA-NUOV(W-IND)
151026     .
151026******************************************************************
151026*----------  CONTRATTO INDICIZZATO CON L'ULTIMO ANNIVERSARIO
151026*            PASSATO SENZA ADEGUAMENTO NE' RINUNCIA: SEGNALATO,
151026*            COSI' L'ADEGUAMENTO NON SI DIMENTICA
151026 RT38-SEGNALA-ISTAT.
151026     IF  NOT F0SCONT-INDICIZZATO
151026         OR F0SCONT-ISTA-DECO NOT EQUAL ZERO
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    F0SCONT-ISTA-ANNI   TO  W-MMGG-ANNI
151026     IF  W-MMGG-ANNI EQUAL ZERO
151026       DIVIDE F0SCONT-DATA-INIZ BY 10000 GIVING W-ANNO-INIZ
151026                               REMAINDER W-MMGG-ANNI
151026     END-IF
151026     DIVIDE  LDATE-ACTL BY 10000 GIVING W-ANNO-ANNI
151026                               REMAINDER W-RESTO
151026     IF  W-MMGG-ANNI GREATER W-RESTO
151026       SUBTRACT 1                FROM W-ANNO-ANNI
151026     END-IF
151026     COMPUTE W-DATA-ANNI = (W-ANNO-ANNI * 10000) + W-MMGG-ANNI
151026     DIVIDE  F0SCONT-DATA-INIZ BY 10000 GIVING W-ANNO-INIZ
151026     IF  W-ANNO-ANNI NOT GREATER W-ANNO-INIZ
151026         OR W-DATA-ANNI NOT GREATER F0SCONT-ISTA-ULTI
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  F0SCONT-DATA-FINE NOT EQUAL ZERO
151026         AND F0SCONT-DATA-FINE LESS W-DATA-ANNI
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    SPACES              TO  W-LINEA
151026     STRING "CONTRATTO "         DELIMITED BY SIZE
151026         F0SCONT-NUMR-CONTR      DELIMITED BY SIZE
151026         " ADEGUAMENTO ISTAT DEL " DELIMITED BY SIZE
151026         W-DATA-ANNI             DELIMITED BY SIZE
151026         " NON ANCORA ESEGUITO"  DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026     MOVE W-LINEA                TO  CONTFATT-REC
151026     WRITE CONTFATT-REC
151026     .
      ******************************************************************
020926*----------  DICHIARAZIONE D'INTENTO DEL CLIENTE: SE IN CORSO E
020926*            CAPIENTE LA FATTURA ESCE AD ALIQUOTA ZERO CON IL
020926*            PLAFOND SCALATO E PROTOCOLLO/DATA SUL DOCUMENTO;
