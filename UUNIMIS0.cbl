       IDENTIFICATION DIVISION.
       PROGRAM-ID. UUNIMIS0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DELLE UNITA' DI MISURA ALTERNATIVE: PER
      *****   UN ARTICOLO (F0SARTI, TRAMITE "URARTI10") RESTITUISCE
      *****   L'UNITA' TRATTATA SULLA RIGA E IL FATTORE DI CONVERSIONE
      *****   NELL'UNITA' BASE, IN CUI STANNO GIACENZE, COSTI E
      *****   GIORNALE DI MAGAZZINO.
      *****     A = ACQUISTO: SE L'ARTICOLO HA UNITA' ALTERNATIVE LE
      *****         MOSTRA E CHIEDE QUELLA TRATTATA, PROPONENDO
      *****         L'UNITA' DI ACQUISTO DELL'ARTICOLO
      *****     V = VENDITA: COME SOPRA, PROPONENDO L'UNITA' DI
      *****         VENDITA; UN'UNITA' PASSATA DAL CHIAMANTE (ES.
      *****         QUELLA DELLA RIGA D'ORDINE) SI PROPONE AL POSTO
      *****         DI QUELLA DELL'ARTICOLO
      *****     C = CONVERTE SOLTANTO L'UNITA' PASSATA, SENZA VIDEO
      *****   CON VIDEO "N" (PROGRAMMI BATCH) A E V RESTITUISCONO
      *****   L'UNITA' PROPOSTA DALL'ARTICOLO SENZA CHIEDERE NULLA.
      *****   SENZA UNITA' ALTERNATIVE (O ARTICOLO FUORI ANAGRAFICA)
      *****   NON CHIEDE NULLA: UNITA' BASE, FATTORE 1.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-ALTE                PIC S9(04) COMP VALUE ZERO.
       77  WL-ARTI-ESI                 PIC S9(04) COMP VALUE ZERO.
       77  WL-UNIT-PROP                PIC X(03)      VALUE SPACES.
       77  WL-FATT-ED                  PIC ZZ.ZZ9,999 VALUE 0.
      *
       COPY "F0SARTI.REC".
      *
       LINKAGE SECTION.
       COPY "LUNIMIS.WRK".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-UNIM-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    "S"                 TO  L-UNIM-ESITO
           MOVE    1                   TO  L-UNIM-FATT-CONV
           MOVE    SPACES              TO  L-UNIM-UNIT-BASE
           INITIALIZE F0SARTI
           MOVE    L-UNIM-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           MOVE    L-UNIM-CODE-ARTI    TO  F0SARTI-CODE-ARTI
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           MOVE    DSTF-IOSR           TO  WL-ARTI-ESI
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           IF  WL-ARTI-ESI NOT EQUAL 1
             IF  NOT L-UNIM-CONVERTI
               MOVE  SPACES            TO  L-UNIM-UNIT-MISU
             END-IF
             IF  L-UNIM-UNIT-MISU NOT EQUAL SPACES
               MOVE  "N"               TO  L-UNIM-ESITO
             END-IF
             GO TO EXIT-PRO
           END-IF
           MOVE    F0SARTI-UNIT-MISU   TO  L-UNIM-UNIT-BASE
           MOVE    ZERO                TO  WL-NUMR-ALTE
           PERFORM RT1-CONTA-ALTERNATIVA
               VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 4
      *
      *      Solo conversione: nessun video
           IF  L-UNIM-CONVERTI
             PERFORM RT3-CONVERTI
             GO TO EXIT-PRO
           END-IF
      *
      *      Senza unita' alternative si tratta solo l'unita' base
           IF  WL-NUMR-ALTE EQUAL ZERO
             MOVE  F0SARTI-UNIT-MISU   TO  L-UNIM-UNIT-MISU
             GO TO EXIT-PRO
           END-IF
           MOVE    L-UNIM-UNIT-MISU    TO  WL-UNIT-PROP
           IF  WL-UNIT-PROP EQUAL SPACES
             IF  L-UNIM-ACQUISTO
               MOVE  F0SARTI-UNIT-ACQU TO  WL-UNIT-PROP
             ELSE
               MOVE  F0SARTI-UNIT-VEND TO  WL-UNIT-PROP
             END-IF
           END-IF
           IF  WL-UNIT-PROP EQUAL SPACES
             MOVE  F0SARTI-UNIT-MISU   TO  WL-UNIT-PROP
           END-IF
           IF  L-UNIM-SENZA-VIDEO
             MOVE  WL-UNIT-PROP        TO  L-UNIM-UNIT-MISU
             PERFORM RT3-CONVERTI
             GO TO EXIT-PRO
           END-IF
           DISPLAY "UNITA' DI MISURA: " F0SARTI-UNIT-MISU " = 1"
           PERFORM RT2-MOSTRA-ALTERNATIVA
               VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 4
           DISPLAY "UNITA' TRATTATA (VUOTO = " WL-UNIT-PROP ") : "
                   WITH NO ADVANCING
           MOVE    SPACES              TO  L-UNIM-UNIT-MISU
           ACCEPT   L-UNIM-UNIT-MISU
           INSPECT  L-UNIM-UNIT-MISU CONVERTING
                    "abcdefghijklmnopqrstuvwxyz" TO
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF  L-UNIM-UNIT-MISU EQUAL SPACES
             MOVE  WL-UNIT-PROP        TO  L-UNIM-UNIT-MISU
           END-IF
           PERFORM RT3-CONVERTI
           IF  NOT L-UNIM-ESITO-OK
             DISPLAY "UNITA' DI MISURA NON PREVISTA SULL'ARTICOLO"
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
       RT1-CONTA-ALTERNATIVA.
           IF  F0SARTI-UNIT-ALTE-CODE(WL-IND) NOT EQUAL SPACES
               AND F0SARTI-UNIT-ALTE-FATT(WL-IND) GREATER ZERO
             ADD   1                   TO  WL-NUMR-ALTE
           END-IF
           .
      ******************************************************************
       RT2-MOSTRA-ALTERNATIVA.
           IF  F0SARTI-UNIT-ALTE-CODE(WL-IND) NOT EQUAL SPACES
               AND F0SARTI-UNIT-ALTE-FATT(WL-IND) GREATER ZERO
             MOVE  F0SARTI-UNIT-ALTE-FATT(WL-IND) TO  WL-FATT-ED
             DISPLAY "                  "
                     F0SARTI-UNIT-ALTE-CODE(WL-IND) " = " WL-FATT-ED
                     " " F0SARTI-UNIT-MISU
           END-IF
           .
      ******************************************************************
      *----------  FATTORE DELL'UNITA' TRATTATA: 1 SULL'UNITA' BASE
      *            (O A SPAZI), QUELLO DELLA TABELLA SULLE ALTERNATIVE
       RT3-CONVERTI.
           MOVE    1                   TO  L-UNIM-FATT-CONV
           IF  L-UNIM-UNIT-MISU EQUAL SPACES
               OR L-UNIM-UNIT-MISU EQUAL F0SARTI-UNIT-MISU
             MOVE  F0SARTI-UNIT-MISU   TO  L-UNIM-UNIT-MISU
             EXIT PARAGRAPH
           END-IF
           MOVE    "N"                 TO  L-UNIM-ESITO
           PERFORM RT31-CERCA-ALTERNATIVA
               VARYING WL-IND FROM 1 BY 1
               UNTIL WL-IND GREATER 4 OR L-UNIM-ESITO-OK
           .
      ******************************************************************
       RT31-CERCA-ALTERNATIVA.
           IF  F0SARTI-UNIT-ALTE-CODE(WL-IND) EQUAL L-UNIM-UNIT-MISU
               AND F0SARTI-UNIT-ALTE-FATT(WL-IND) GREATER ZERO
             MOVE  F0SARTI-UNIT-ALTE-FATT(WL-IND)
                                       TO  L-UNIM-FATT-CONV
             MOVE  "S"                 TO  L-UNIM-ESITO
           END-IF
           .
      *(END)
