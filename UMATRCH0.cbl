       IDENTIFICATION DIVISION.
       PROGRAM-ID. UMATRCH0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DI RACCOLTA DELLE MATRICOLE DI UNA RIGA
      *****   DOCUMENTO: SE L'ARTICOLO E' GESTITO A MATRICOLA
      *****   (F0SARTI-A-MATRICOLA) CHIEDE A VIDEO UN NUMERO DI SERIE
      *****   PER OGNI PEZZO DELLA RIGA, LO VALIDA SU F0SMATR
      *****   (TRAMITE "URMATR10") SECONDO LA FUNZIONE E LO ACCODA
      *****   NELLA TABELLA DEL DOCUMENTO (LMATRIC.WRK):
      *****     "E" ENTRATA MERCE - LA MATRICOLA NON DEVE ESISTERE;
      *****     "V" VENDITA      - DISPONIBILE SUL DEPOSITO;
      *****     "R" RESO         - GIA' VENDUTA.
      *****   LA QUANTITA' DI UN ARTICOLO A MATRICOLA E' INTERA. UNA
      *****   MATRICOLA VUOTA ANNULLA LA RIGA (ESITO "N") E TOGLIE
      *****   DALLA TABELLA LE MATRICOLE GIA' BATTUTE PER LA RIGA.
      *****   NON TOCCA F0SMATR: LO STATO CAMBIA CON "UMATRAG0" A
      *****   DOCUMENTO REGISTRATO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-NUMR-PEZZI               PIC 9(04)      VALUE ZERO.
       77  WL-NUMR-PEZZO               PIC 9(04)      VALUE ZERO.
       77  WL-PROS-PEZZO               PIC 9(04)      VALUE ZERO.
       77  WL-NUMR-INIZ                PIC S9(04) COMP VALUE ZERO.
       77  WL-IND-TAB                  PIC S9(04) COMP VALUE ZERO.
       77  WL-MESI-GARA                PIC 9(03)      VALUE ZERO.
       77  WL-NUMR-MATR                PIC X(20)      VALUE SPACES.
       77  WL-DOPPIA                   PIC X(01)      VALUE "N".
           88  WL-DOPPIA-SI                           VALUE "S".
      *
       COPY "F0SARTI.REC".
       COPY "F0SMATR.REC".
      *
       LINKAGE SECTION.
       COPY "LMATRIC.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-MATR-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "S"                 TO  L-MATR-ESITO
           MOVE    L-MATR-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    L-MATR-CODE-ARTI    TO  F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    DSTF-IOSR           TO  L-RETN-VALO
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  L-RETN-VALO NOT EQUAL 1
               OR NOT F0SARTI-A-MATRICOLA
             GO TO EXIT-PRO
           END-IF
           MOVE    F0SARTI-MESI-GARA   TO  WL-MESI-GARA
      *
      *      Un numero di serie per pezzo: quantita' intera
           MOVE    L-MATR-QTA          TO  WL-NUMR-PEZZI
           IF  WL-NUMR-PEZZI NOT EQUAL L-MATR-QTA
               OR WL-NUMR-PEZZI EQUAL ZERO
             DISPLAY "ARTICOLO A MATRICOLA - QUANTITA' INTERA"
             MOVE  "N"                 TO  L-MATR-ESITO
             GO TO EXIT-PRO
           END-IF
           IF  L-MATR-NUMR-TAB + WL-NUMR-PEZZI GREATER 100
             DISPLAY "TROPPE MATRICOLE SUL DOCUMENTO (MASSIMO 100)"
             MOVE  "N"                 TO  L-MATR-ESITO
             GO TO EXIT-PRO
           END-IF
           MOVE    L-MATR-NUMR-TAB     TO  WL-NUMR-INIZ
           MOVE    ZERO                TO  WL-NUMR-PEZZO
           DISPLAY "ARTICOLO A MATRICOLA - " WL-NUMR-PEZZI
                   " NUMERI DI SERIE (VUOTO = ANNULLA LA RIGA)"
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           PERFORM RT2-UNA-MATRICOLA
               UNTIL WL-NUMR-PEZZO EQUAL WL-NUMR-PEZZI
                  OR L-MATR-ESITO EQUAL "N"
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           IF  L-MATR-ESITO EQUAL "N"
             MOVE  WL-NUMR-INIZ        TO  L-MATR-NUMR-TAB
             DISPLAY "MATRICOLE NON COMPLETE - RIGA ANNULLATA"
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN PEZZO: LA MATRICOLA BATTUTA NON DEVE ESSERE GIA'
      *            SUL DOCUMENTO E DEVE ESSERE NELLO STATO GIUSTO PER
      *            LA FUNZIONE; ALTRIMENTI SI RICHIEDE
       RT2-UNA-MATRICOLA.
           COMPUTE WL-PROS-PEZZO = WL-NUMR-PEZZO + 1
           DISPLAY "MATRICOLA " WL-PROS-PEZZO " DI " WL-NUMR-PEZZI
                   "       : " WITH NO ADVANCING
           ACCEPT   WL-NUMR-MATR
           IF  WL-NUMR-MATR EQUAL SPACES
             MOVE  "N"                 TO  L-MATR-ESITO
             EXIT PARAGRAPH
           END-IF
           MOVE    "N"                 TO  WL-DOPPIA
           PERFORM RT3-CERCA-TABELLA
               VARYING WL-IND-TAB FROM 1 BY 1
               UNTIL WL-IND-TAB GREATER L-MATR-NUMR-TAB
           IF  WL-DOPPIA-SI
             DISPLAY "MATRICOLA GIA' BATTUTA SU QUESTO DOCUMENTO"
             EXIT PARAGRAPH
           END-IF
           INITIALIZE F0SMATR
           MOVE    L-MATR-CODE-CLIE    TO  F0SMATR-CODE-CLIE
           MOVE    WL-NUMR-MATR        TO  F0SMATR-NUMR-MATR
           MOVE    L-MATR-CODE-ARTI    TO  F0SMATR-CODE-ARTI
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URMATR10"              USING F0SMATR LWCOMAR
           EVALUATE TRUE
             WHEN L-MATR-ENTRATA
               IF  DSTF-IOSR EQUAL 1
                 DISPLAY "MATRICOLA GIA' IN ARCHIVIO - STATO "
                         F0SMATR-STAT-MATR
                 EXIT PARAGRAPH
               END-IF
             WHEN L-MATR-VENDITA
               IF  DSTF-IOSR NOT EQUAL 1
                 DISPLAY "MATRICOLA NON IN ARCHIVIO"
                 EXIT PARAGRAPH
               END-IF
               IF  NOT F0SMATR-DISPONIBILE
                 DISPLAY "MATRICOLA NON DISPONIBILE - STATO "
                         F0SMATR-STAT-MATR
                 EXIT PARAGRAPH
               END-IF
               IF  F0SMATR-NUMR-INST NOT EQUAL L-MATR-NUMR-INST
                 DISPLAY "MATRICOLA SUL DEPOSITO " F0SMATR-NUMR-INST
                 EXIT PARAGRAPH
               END-IF
             WHEN L-MATR-RESO
               IF  DSTF-IOSR NOT EQUAL 1
                 DISPLAY "MATRICOLA NON IN ARCHIVIO"
                 EXIT PARAGRAPH
               END-IF
               IF  NOT F0SMATR-VENDUTA
                 DISPLAY "MATRICOLA NON RISULTA VENDUTA - STATO "
                         F0SMATR-STAT-MATR
                 EXIT PARAGRAPH
               END-IF
               DISPLAY "VENDUTA A " F0SMATR-RAGE-CLIE
                       " DOC. " F0SMATR-NUMR-DOCU
                       " DEL " F0SMATR-DATA-VEND
           END-EVALUATE
           ADD     1                   TO  L-MATR-NUMR-TAB
           ADD     1                   TO  WL-NUMR-PEZZO
           MOVE    L-MATR-RIGA         TO  L-MATR-TAB-RIGA
                                            (L-MATR-NUMR-TAB)
           MOVE    L-MATR-CODE-ARTI    TO  L-MATR-TAB-ARTI
                                            (L-MATR-NUMR-TAB)
           MOVE    WL-NUMR-MATR        TO  L-MATR-TAB-NUMR
                                            (L-MATR-NUMR-TAB)
           MOVE    WL-MESI-GARA        TO  L-MATR-TAB-MESI
                                            (L-MATR-NUMR-TAB)
           .
      ******************************************************************
       RT3-CERCA-TABELLA.
           IF  L-MATR-TAB-NUMR(WL-IND-TAB) EQUAL WL-NUMR-MATR
               AND L-MATR-TAB-ARTI(WL-IND-TAB) EQUAL L-MATR-CODE-ARTI
             MOVE  "S"                 TO  WL-DOPPIA
           END-IF
           .
      *(END)
