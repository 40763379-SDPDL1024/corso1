      *****   CON CAUSALE. LA CHIUSURA Z (UCASSAZ0) LI RIPRENDE PER
      *****   CALCOLARE IL CONTANTE ATTESO: LA DIFFERENZA CASSA
      *****   MISURA FINALMENTE UN AMMANCO VERO.
151026*****   IL VERSAMENTO IN CASSAFORTE ENTRA DA SOLO NEL LIBRO DI
151026*****   PICCOLA CASSA DELLA DITTA (UPCASRE0) COME GIROCONTO
151026*****   DALLA CASSA CONTANTI (CAUSALE CASS).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
151026 COPY "LPCASRE.WRK".
      *
       LINKAGE SECTION.
       01  L-CASM-CTRL.
           MOVE    F0SCASM-IMPO        TO  WL-IMPO-ED
           DISPLAY "MOVIMENTO REGISTRATO - " F0SCASM-TIPO-MOVI
                   " PER " WL-IMPO-ED
151026     IF  F0SCASM-VERSAMENTO
151026       PERFORM RT1-PICCOLA-CASSA
151026     END-IF
       EXIT-CASM.
           EXIT PROGRAM.
151026******************************************************************
151026*----------  IL VERSAMENTO IN CASSAFORTE E' UN'ENTRATA DEL LIBRO
151026*            DI PICCOLA CASSA, COLLEGATA AL MOVIMENTO DI CASSETTO
151026 RT1-PICCOLA-CASSA.
151026     INITIALIZE L-PCRE-CTRL
151026     MOVE    F0SCASM-CODE-CLIE   TO  L-PCRE-CODE-CLIE
151026     MOVE    F0SCASM-DATA        TO  L-PCRE-DATA
151026     MOVE    "E"                 TO  L-PCRE-TIPO-MOVI
151026     MOVE    "CASS"              TO  L-PCRE-CODE-CAUS
151026     MOVE    F0SCASM-IMPO        TO  L-PCRE-IMPO
151026     MOVE    "VERSAMENTO DA CASSETTO TOTEM" TO L-PCRE-DESC
151026     MOVE    "V"                 TO  L-PCRE-ORIG
151026     MOVE    F0SCASM-NUMR-INST   TO  L-PCRE-CASM-NUMR-INST
151026     MOVE    F0SCASM-DATA        TO  L-PCRE-CASM-DATA
151026     MOVE    F0SCASM-NUMR-PROG   TO  L-PCRE-CASM-NUMR-PROG
151026     CALL  "UPCASRE0"              USING L-PCRE-CTRL LWCOMAR
151026     IF  L-PCRE-ESITO-OK
151026       DISPLAY "VERSAMENTO RIPORTATO IN PICCOLA CASSA - PROGR. "
151026               L-PCRE-NUMR-PROG
151026     END-IF
151026     .
      *(END)
