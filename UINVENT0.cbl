      *****           COME MOVIMENTO DI CORREZIONE ESPLICITO, E LA
      *****           RIGA DI CONTEGGIO RESTA A DOCUMENTARE QUANTO
      *****           ERA A LIBRO E QUANTO E' STATO CONTATO
151026*****   OGNI FUNZIONE RICHIEDE LA SUA AZIONE SUL PACKAGE
151026*****   MAGAZZINO NEL PROFILO DELL'OPERATORE (UAZIOCH0): "A"
151026*****   VUOLE L'AZIONE DI APPROVAZIONE E REGISTRAZIONE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    registrata su F0SGIOR tramite la routine comune "UMOVLOG0".
       COPY "LMOVLOG.WRK".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    congelamento e conteggio sono modifiche, il report e'
151026*    interrogazione, applicare le rettifiche e' registrazione.
151026 COPY "LAZIOCH.WRK".
      *
       COPY "F0SMAGA.REC".
       COPY "F0SINVE.REC".
      *
           DISPLAY "FUNZIONE (C=CONGELA L=CONTEGGIO V=VARIANZE"
                   " A=APPLICA) : " WITH NO ADVANCING
           ACCEPT   WL-FUNZIONE
151026     MOVE    SPACE               TO  L-AZIO-AZIONE
151026     EVALUATE TRUE
151026       WHEN (WL-FUNZIONE EQUAL "C") OR (WL-FUNZIONE EQUAL "c")
151026         OR (WL-FUNZIONE EQUAL "L") OR (WL-FUNZIONE EQUAL "l")
151026         MOVE  "M"               TO  L-AZIO-AZIONE
151026       WHEN (WL-FUNZIONE EQUAL "V") OR (WL-FUNZIONE EQUAL "v")
151026         MOVE  "V"               TO  L-AZIO-AZIONE
151026       WHEN (WL-FUNZIONE EQUAL "A") OR (WL-FUNZIONE EQUAL "a")
151026         MOVE  "A"               TO  L-AZIO-AZIONE
151026     END-EVALUATE
151026     IF  L-AZIO-AZIONE NOT EQUAL SPACE
151026       MOVE  SPACES              TO  L-AZIO-IDEN-UTEN
151026       MOVE  "25"                TO  L-AZIO-PACK-ID
151026       MOVE  "UINVENT0"          TO  L-AZIO-NOME-PROG
151026       MOVE  "F0SINVE"           TO  L-AZIO-NOME-FILE
151026       MOVE  SPACES              TO  L-AZIO-CHIAVE-REC
151026       STRING L-INVE-CODE-CLIE   DELIMITED BY SIZE
151026              "/"                DELIMITED BY SIZE
151026              L-INVE-NUMR-INST   DELIMITED BY SIZE
151026                                 INTO L-AZIO-CHIAVE-REC
151026       CALL  "UAZIOCH0"            USING L-AZIO-CTRL LWCOMAR
151026       IF  NOT L-AZIO-CONSENTITA
151026         EXIT PROGRAM
151026       END-IF
151026     END-IF
           MOVE    -3                  TO  DSTF-IOSR
           CALL  "URINVE10"              USING F0SINVE LWCOMAR
           EVALUATE TRUE
