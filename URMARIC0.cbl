      *****   QUEL MOMENTO LA NOTA DI CREDITO (URESOVE0) E'
      *****   EMETTIBILE. LA GIACENZA E' GIA' SISTEMATA QUI: LA NOTA
      *****   DI CREDITO EMESSA CONTRO L'RMA NON LA TOCCHERA' PIU'.
151026*****   SUGLI ARTICOLI A MATRICOLA SI BATTONO I NUMERI DI SERIE
151026*****   RESI, CHE SU F0SMATR PASSANO A RESI (DI NUOVO VENDIBILI
151026*****   DAL DEPOSITO) O A ROTTAMATI SECONDO LA DISPOSIZIONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "F0SMAGA.REC".
       COPY "F0SLOTT.REC".
       COPY "LMOVLOG.WRK".
151026 COPY "LMATRIC.WRK".
      *
       LINKAGE SECTION.
       01  L-RMAR-CTRL.
           END-PERFORM
           MOVE    WL-DISPO            TO  F0SRMAU-RIGA-DISPO
                                            (WL-INDICE)
151026*      Articolo a matricola: i numeri di serie resi seguono la
151026*      disposizione della riga
151026     PERFORM RT3-MATRICOLE-RESE
           IF  WL-DISPO EQUAL "R"
             DISPLAY "RIGA ROTTAMATA - NESSUN RIENTRO A MAGAZZINO"
             EXIT PARAGRAPH
           MOVE    SPACES              TO  L-MOVL-CODE-LOTT
           DISPLAY "RIGA REINTEGRATA A MAGAZZINO"
           .
      ******************************************************************
151026*----------  MATRICOLE DELLA RIGA RESA: "UMATRCH0" LE CHIEDE
151026*            SOLO SUGLI ARTICOLI A MATRICOLA E LE VUOLE VENDUTE;
151026*            "UMATRAG0" LE SEGNA RESE (A MAGAZZINO) O ROTTAMATE
151026 RT3-MATRICOLE-RESE.
151026     MOVE    "R"                 TO  L-MATR-FUNZ
151026     MOVE    L-RMAR-CODE-CLIE    TO  L-MATR-CODE-CLIE
151026     MOVE    L-RMAR-NUMR-INST    TO  L-MATR-NUMR-INST
151026     MOVE    F0SRMAU-RIGA-CODE-ARTI(WL-INDICE)
151026                                 TO  L-MATR-CODE-ARTI
151026     MOVE    F0SRMAU-RIGA-QTA(WL-INDICE) TO  L-MATR-QTA
151026     MOVE    WL-INDICE           TO  L-MATR-RIGA
151026     MOVE    ZERO                TO  L-MATR-NUMR-TAB
151026     CALL  "UMATRCH0"              USING L-MATR-CTRL LWCOMAR
151026     IF  NOT L-MATR-ESITO-OK
151026       DISPLAY "MATRICOLE RESE NON REGISTRATE - VERIFICARE"
151026               " CON L'INTERROGAZIONE MATRICOLE"
151026       EXIT PARAGRAPH
151026     END-IF
151026     IF  WL-DISPO EQUAL "R"
151026       MOVE  "X"                 TO  L-MATR-STAT-NUOVO
151026     ELSE
151026       MOVE  "R"                 TO  L-MATR-STAT-NUOVO
151026     END-IF
151026     MOVE    F0SRMAU-NUMR-RMA    TO  L-MATR-NUMR-RIFE
151026     MOVE    LDATE-ACTL          TO  L-MATR-DATA-DOCU
151026     CALL  "UMATRAG0"              USING L-MATR-CTRL LWCOMAR
151026     .
      *(END)
