      *****   E L'EVASIONE (UORDEVA0) FATTURERA' QUELLA, NON
      *****   L'ORDINATA. UNA QUANTITA' OLTRE L'ORDINATO VIENE
      *****   RIFIUTATA E LA RIGA RESTA IN PRELIEVO.
151026*****   LA QUANTITA' PRELEVATA ESCE DALLE CELLE DELL'ARTICOLO
151026*****   ("UUBISCA0"): CELLA DI PRELIEVO, POI RISERVE IN
151026*****   SEQUENZA DI PERCORSO, COME LE PROPONE LA LISTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       COPY "F0SORDR.REC".
      *
151026*    Scarico delle celle di ubicazione del prelevato.
151026 COPY "LUBISCA.WRK".
      *
       LINKAGE SECTION.
       01  L-PRLC-CTRL.
           03  L-PRLC-CODE-CLIE        PIC 9(04).
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URORDR10"              USING F0SORDR LWCOMAR
           ADD     1                   TO  WL-NUMR-CONF
151026*      La merce prelevata esce dalle celle del deposito
151026     MOVE    L-PRLC-CODE-CLIE    TO  L-UBIS-CODE-CLIE
151026     MOVE    L-PRLC-NUMR-INST    TO  L-UBIS-NUMR-INST
151026     MOVE    F0SORDR-CODE-ARTI   TO  L-UBIS-CODE-ARTI
151026     MOVE    WL-QTA-PICK         TO  L-UBIS-QTA
151026     CALL  "UUBISCA0"              USING L-UBIS-CTRL LWCOMAR
151026     IF  WL-QTA-PICK GREATER ZERO
151026         AND NOT L-UBIS-ESITO-OK
151026       DISPLAY "  ATTENZIONE: CELLE INSUFFICIENTI, PARTE DEL"
151026               " PRELEVATO NON ERA UBICATA"
151026     END-IF
      *      La riscrittura ha mosso il puntatore della scansione:
      *      si riparte dall'inizio dell'ordine e si salta fino alla
      *      riga appena confermata
