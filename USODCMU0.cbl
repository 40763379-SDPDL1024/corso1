       IDENTIFICATION DIVISION.
       PROGRAM-ID. USODCMU0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   MANUTENZIONE DELLA TABELLA DEI CONFLITTI DI SEPARAZIONE
      *****   DEI COMPITI (F0SSODC, TRAMITE "URSODC10"): PER OGNI
      *****   COPPIA SI BATTONO I DUE COMPITI (PACKAGE E AZIONE, COME
      *****   NEI PROFILI) E LA RIGA DI AUDIT CHE LI TESTIMONIA, PER
      *****   LA VERIFICA DEI CASI REALI (USODREP0). LA FUNZIONE "S"
      *****   CARICA LE COPPIE CHIESTE DALLA REVISIONE: FATTURA
      *****   FORNITORE REGISTRATA E APPROVATA AL PAGAMENTO, SCONTO
      *****   FUORI SOGLIA CONCESSO E APPROVATO; LE COPPIE GIA'
      *****   PRESENTI NON SI TOCCANO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-FUNZIONE                 PIC X(01)      VALUE SPACE.
       77  WL-IC                       PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-CARI                PIC 9(02)      VALUE ZERO.
      *
       COPY "F0SSODC.REC".
      *
      *    Diritti per azione del profilo operatore (UAZIOCH0):
      *    l'archivio si aggiorna solo con il diritto di modifica,
      *    le cancellazioni chiedono anche quello di cancellazione.
       COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-SODC-CTRL.
           03  L-SODC-ESITO            PIC X(01).
               88  L-SODC-ESITO-OK                    VALUE "S".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-SODC-CTRL LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-SODC-ESITO
      *      Diritto di modifica sul package (UAZIOCH0)
           MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
           MOVE    "01"                TO  L-AZIO-PACK-ID
           MOVE    "M"                 TO  L-AZIO-AZIONE
           MOVE    "USODCMU0"          TO  L-AZIO-NOME-PROG
           MOVE    "F0SSODC"           TO  L-AZIO-NOME-FILE
           MOVE    SPACES              TO  L-AZIO-CHIAVE-REC
           CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
           IF  NOT L-AZIO-CONSENTITA
             EXIT PROGRAM
           END-IF
           DISPLAY "CONFLITTI DI SEPARAZIONE DEI COMPITI"
           DISPLAY "FUNZIONE (M=MANUTENZIONE S=COPPIE STANDARD) : "
                   WITH NO ADVANCING
           ACCEPT   WL-FUNZIONE
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URSODC10"              USING F0SSODC LWCOMAR
           IF  (WL-FUNZIONE EQUAL "S") OR (WL-FUNZIONE EQUAL "s")
             PERFORM RT5-COPPIE-STANDARD
             GO TO CHIU-SODC
           END-IF
      *
           INITIALIZE F0SSODC
           DISPLAY "CODICE CONFLITTO (XXXX)     : " WITH NO ADVANCING
           ACCEPT   F0SSODC-CODE-CONF
           IF  F0SSODC-CODE-CONF EQUAL SPACES
             GO TO CHIU-SODC
           END-IF
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSODC10"              USING F0SSODC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "CONFLITTO PRESENTE - " F0SSODC-DESC-CONF
             DISPLAY "CANCELLI IL CONFLITTO ? (S/N) : " WITH NO
                     ADVANCING
             ACCEPT   WL-RISP
             IF  (WL-RISP EQUAL "S") OR (WL-RISP EQUAL "s")
               MOVE  "C"               TO  L-AZIO-AZIONE
               CALL  "UAZIOCH0"          USING L-AZIO-CTRL LWCOMAR
               IF  NOT L-AZIO-CONSENTITA
                 GO TO CHIU-SODC
               END-IF
               MOVE  2                 TO  LREAD-FILE
               MOVE  3                 TO  DSTF-IOSR
               CALL  "URSODC10"          USING F0SSODC LWCOMAR
               MOVE  "S"               TO  L-SODC-ESITO
               DISPLAY "CONFLITTO CANCELLATO"
               GO TO CHIU-SODC
             END-IF
           ELSE
             DISPLAY "NUOVO CONFLITTO"
           END-IF
           DISPLAY "DESCRIZIONE                 : " WITH NO ADVANCING
           ACCEPT   F0SSODC-DESC-CONF
           PERFORM RT2-COMPITO
                   VARYING WL-IC FROM 1 BY 1 UNTIL WL-IC > 2
           DISPLAY "VERIFICA CASI REALI (A=AUDIT F=FATTURE FORNITORI"
                   " VUOTO=NESSUNA) : " WITH NO ADVANCING
           ACCEPT   F0SSODC-TIPO-VERI
           IF  F0SSODC-TIPO-VERI EQUAL "a"
             MOVE  "A"                 TO  F0SSODC-TIPO-VERI
           END-IF
           IF  F0SSODC-TIPO-VERI EQUAL "f"
             MOVE  "F"                 TO  F0SSODC-TIPO-VERI
           END-IF
           IF  NOT F0SSODC-VERI-AUDIT AND NOT F0SSODC-VERI-FACQ
             MOVE  SPACE               TO  F0SSODC-TIPO-VERI
           END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           IF  (WL-RISP NOT EQUAL "S") AND (WL-RISP NOT EQUAL "s")
             DISPLAY "OPERAZIONE ANNULLATA"
             GO TO CHIU-SODC
           END-IF
           PERFORM RT8-DEPOSITA
           MOVE    "S"                 TO  L-SODC-ESITO
           DISPLAY "CONFLITTO REGISTRATO"
       CHIU-SODC.
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URSODC10"              USING F0SSODC LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
      *----------  UN COMPITO DELLA COPPIA: PACKAGE, AZIONE E RIGA DI
      *            AUDIT CHE LO TESTIMONIA
       RT2-COMPITO.
           DISPLAY "COMPITO " WL-IC
           DISPLAY "  PACKAGE (XX)              : " WITH NO ADVANCING
           ACCEPT   F0SSODC-PACK-ID(WL-IC)
           DISPLAY "  AZIONE (V/M/C/A)          : " WITH NO ADVANCING
           ACCEPT   F0SSODC-AZIONE(WL-IC)
           INSPECT F0SSODC-AZIONE(WL-IC) CONVERTING "vmca" TO "VMCA"
           DISPLAY "  DESCRIZIONE               : " WITH NO ADVANCING
           ACCEPT   F0SSODC-DESC-COMP(WL-IC)
           DISPLAY "  AUDIT: ARCHIVIO           : " WITH NO ADVANCING
           ACCEPT   F0SSODC-AUDI-FILE(WL-IC)
           DISPLAY "  AUDIT: CAMPO              : " WITH NO ADVANCING
           ACCEPT   F0SSODC-AUDI-CAMPO(WL-IC)
           DISPLAY "  AUDIT: VALORE (VUOTO=TUTTI): " WITH NO ADVANCING
           ACCEPT   F0SSODC-AUDI-VALO(WL-IC)
           .
      ******************************************************************
      *----------  COPPIE CHIESTE DALLA REVISIONE; UNA COPPIA GIA'
      *            PRESENTE RESTA COM'E'
       RT5-COPPIE-STANDARD.
           MOVE    ZERO                TO  WL-NUMR-CARI
      *      Fattura fornitore: chi la registra non la approva
           INITIALIZE F0SSODC
           MOVE    "FACQ"              TO  F0SSODC-CODE-CONF
           MOVE    "FATTURA FORNITORE: REGISTRA E APPROVA"
                                       TO  F0SSODC-DESC-CONF
           SET     F0SSODC-VERI-FACQ   TO  TRUE
           MOVE    "25"                TO  F0SSODC-PACK-ID(1)
           MOVE    "M"                 TO  F0SSODC-AZIONE(1)
           MOVE    "REGISTRA FATTURA FORNITORE"
                                       TO  F0SSODC-DESC-COMP(1)
           MOVE    "25"                TO  F0SSODC-PACK-ID(2)
           MOVE    "A"                 TO  F0SSODC-AZIONE(2)
           MOVE    "APPROVA FATTURA AL PAGAMENTO"
                                       TO  F0SSODC-DESC-COMP(2)
           PERFORM RT51-CARICA-SE-ASSENTE
      *      Sconto fuori soglia: chi lo concede non lo approva
           INITIALIZE F0SSODC
           MOVE    "SCON"              TO  F0SSODC-CODE-CONF
           MOVE    "SCONTO FUORI SOGLIA: CONCEDE E APPROVA"
                                       TO  F0SSODC-DESC-CONF
           SET     F0SSODC-VERI-AUDIT  TO  TRUE
           MOVE    "26"                TO  F0SSODC-PACK-ID(1)
           MOVE    "M"                 TO  F0SSODC-AZIONE(1)
           MOVE    "CONCEDE SCONTO CLIENTE"
                                       TO  F0SSODC-DESC-COMP(1)
           MOVE    "F0SSCON"           TO  F0SSODC-AUDI-FILE(1)
           MOVE    "PERC-SCON"         TO  F0SSODC-AUDI-CAMPO(1)
           MOVE    "26"                TO  F0SSODC-PACK-ID(2)
           MOVE    "A"                 TO  F0SSODC-AZIONE(2)
           MOVE    "APPROVA SCONTO FUORI SOGLIA"
                                       TO  F0SSODC-DESC-COMP(2)
           MOVE    "F0SSCON"           TO  F0SSODC-AUDI-FILE(2)
           MOVE    "STAT-SCON"         TO  F0SSODC-AUDI-CAMPO(2)
           MOVE    "A"                 TO  F0SSODC-AUDI-VALO(2)
           PERFORM RT51-CARICA-SE-ASSENTE
           DISPLAY "COPPIE STANDARD CARICATE: " WL-NUMR-CARI
           IF  WL-NUMR-CARI GREATER ZERO
             MOVE  "S"                 TO  L-SODC-ESITO
           END-IF
           .
      ******************************************************************
       RT51-CARICA-SE-ASSENTE.
           MOVE    1                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSODC10"              USING F0SSODC LWCOMAR
           IF  DSTF-IOSR EQUAL 1
             DISPLAY "CONFLITTO " F0SSODC-CODE-CONF
                     " GIA' PRESENTE - NON MODIFICATO"
             EXIT PARAGRAPH
           END-IF
           PERFORM RT8-DEPOSITA
           ADD     1                   TO  WL-NUMR-CARI
           .
      ******************************************************************
       RT8-DEPOSITA.
           MOVE    LDATE-ACTL          TO  F0SSODC-DATA-AGGIO
           MOVE    L-IDENUTEN          TO  F0SSODC-IDEN-UTEN
           MOVE    0                   TO  LREAD-FILE
           MOVE    3                   TO  DSTF-IOSR
           CALL  "URSODC10"              USING F0SSODC LWCOMAR
           .
      *(END)
