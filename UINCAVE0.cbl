      *****   SULLE PARTITE DEPOSITATE PRIMA DELL'INTRODUZIONE DEL
      *****   RESIDUO (F0SPASC-IMPO-RESI = ZERO MA ANCORA APERTE) IL
      *****   RESIDUO INIZIALE E' L'INTERO F0SPASC-IMPO-APER.
151026*****
151026*****   SE LA PARTITA SALDATA ERA CEDUTA A UNA LINEA DI
151026*****   ANTICIPO FATTURE (F0SPASC-ANTICIPATA) LA CESSIONE SI
151026*****   CHIUDE E L'UTILIZZO DELLA LINEA SI LIBERA (UANTRIL0).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926     03  WL-PCTL-OPERAZIONE     PIC X(20)    VALUE SPACES.
020926     03  WL-PCTL-ESITO          PIC X(01)    VALUE SPACE.
       77  WL-IMPO-ED                  PIC ---.---.--9,99 VALUE 0.
151026*
151026*    Rata ceduta a una linea di anticipo: l'incasso a saldo la
151026*    chiude e libera l'utilizzo della linea (UANTRIL0)
151026 01  WL-ANTR-CTRL.
151026     03  WL-ANTR-CODE-CLIE      PIC 9(04)    VALUE ZERO.
151026     03  WL-ANTR-CODE-LINE      PIC X(04)    VALUE SPACES.
151026     03  WL-ANTR-IMPO-ANTI      PIC S9(09)V99 COMP-3 VALUE ZERO.
151026     03  WL-ANTR-ESITO          PIC X(01)    VALUE SPACE.
      *
       COPY "F0SINCA.REC".
      *
             SET  F0SPASC-SALDATA      TO  TRUE
             MOVE WL-DATA-INCA         TO  F0SPASC-DATA-SALDO
             DISPLAY "PARTITA SALDATA"
151026       IF  F0SPASC-ANTICIPATA
151026         PERFORM RT8-CHIUDI-ANTICIPO
151026       END-IF
           ELSE
             MOVE F0SPASC-IMPO-RESI    TO  WL-IMPO-ED
             DISPLAY "INCASSO PARZIALE - NUOVO RESIDUO " WL-IMPO-ED
           MOVE    -9                  TO  DSTF-IOSR
           CALL  "URINCA10"              USING F0SINCA LWCOMAR
           .
151026******************************************************************
151026*----------  RATA CEDUTA A UNA LINEA DI ANTICIPO E ORA SALDATA:
151026*            CESSIONE CHIUSA E UTILIZZO DELLA LINEA RILASCIATO
151026 RT8-CHIUDI-ANTICIPO.
151026     SET     F0SPASC-ANTI-CHIUSA TO  TRUE
151026     MOVE    WL-DATA-INCA        TO  F0SPASC-DATA-FINE-ANTI
151026     MOVE    F0SPASC-CODE-CLIE   TO  WL-ANTR-CODE-CLIE
151026     MOVE    F0SPASC-CODE-LINE   TO  WL-ANTR-CODE-LINE
151026     MOVE    F0SPASC-IMPO-ANTI   TO  WL-ANTR-IMPO-ANTI
151026     MOVE    SPACE               TO  WL-ANTR-ESITO
151026     CALL  "UANTRIL0"              USING WL-ANTR-CTRL LWCOMAR
151026     DISPLAY "CHIUSA LA CESSIONE SULLA LINEA " F0SPASC-CODE-LINE
151026     .
      *(END)
