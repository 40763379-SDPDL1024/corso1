      *****   TORNA CON QUANTO VA SULL'F24 - DIRETTAMENTE DALLO
      *****   STESSO FILE CHE LEGGE L'ESPORTAZIONE SDI, SENZA PIU'
      *****   PASSARE DA UN FOGLIO DI CALCOLO.
151026*****
151026*****   LE AUTOFATTURE DI INTEGRAZIONE (TD16-TD19, UAUTFAT0)
151026*****   ENTRANO A DEBITO CON LE VENDITE DELLA LORO ALIQUOTA E
151026*****   LA STESSA IMPOSTA TORNA DETRAIBILE SUL LATO ACQUISTI:
151026*****   LE DUE META' SI ANNULLANO NEL TOTALE DEL PERIODO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926 77  W-SPL-DOCU                  PIC 9(05)   VALUE 0.
020926 77  W-SPL-IMPON                 PIC S9(11)V99 COMP-3 VALUE 0.
020926 77  W-SPL-IVA                   PIC S9(11)V99 COMP-3 VALUE 0.
151026*----------  AUTOFATTURE DI INTEGRAZIONE: L'IVA A DEBITO
151026*            ENTRA CON LE VENDITE, QUI LA META' DETRAIBILE
151026 77  W-AUT-DOCU                  PIC 9(05)   VALUE 0.
151026 77  W-AUT-IMPON                 PIC S9(11)V99 COMP-3 VALUE 0.
151026 77  W-AUT-IVA                   PIC S9(11)V99 COMP-3 VALUE 0.
      *
      *----------  ACCUMULATORI PER ALIQUOTA: VENDITE E NOTE DI
      *            CREDITO SEPARATE
       2100-ACCUMULA-DOCUMENTO.
020926*    I documenti in scissione dei pagamenti stanno a parte:
020926*    la loro IVA non e' a debito della ditta
151026*    Autofattura di integrazione: la sua imposta e' anche
151026*    detraibile, sul lato acquisti
151026     IF  F0SVEND-DOC-AUTOFATT
151026       ADD  1                    TO  W-AUT-DOCU
151026       ADD  F0SVEND-IMPO-IMPON   TO  W-AUT-IMPON
151026       ADD  F0SVEND-IMPO-IVA     TO  W-AUT-IVA
151026     END-IF
020926     IF  F0SVEND-SPLIT-PAYMENT
020926       ADD  1                    TO  W-SPL-DOCU
020926       ADD  F0SVEND-IMPO-IMPON   TO  W-SPL-IMPON
020926       WRITE LIQIVA-REC
020926       ADD  W-SPL-IMPON          TO  W-TOT-IMPON
020926     END-IF
151026*    Lato acquisti delle autofatture: l'IVA integrata e'
151026*    detraibile e annulla quella entrata con le vendite
151026     IF  W-AUT-DOCU GREATER ZERO
151026       MOVE W-AUT-IMPON          TO  W-IMPON-ED
151026       MOVE W-AUT-IVA            TO  W-IVA-ED
151026       MOVE SPACES               TO  W-LINEA
151026       STRING "AUTOFATTURE    IMPONIBILE " DELIMITED BY SIZE
151026           W-IMPON-ED            DELIMITED BY SIZE
151026           "  IVA DETRAIBILE    " DELIMITED BY SIZE
151026           W-IVA-ED              DELIMITED BY SIZE
151026           "  DOCUMENTI "        DELIMITED BY SIZE
151026           W-AUT-DOCU            DELIMITED BY SIZE
151026                                 INTO W-LINEA
151026       MOVE W-LINEA              TO  LIQIVA-REC
151026       WRITE LIQIVA-REC
151026       SUBTRACT W-AUT-IVA        FROM W-TOT-IVA
151026     END-IF
           MOVE SPACES                 TO  W-LINEA
           WRITE LIQIVA-REC            FROM  W-LINEA
           MOVE W-TOT-IMPON            TO  W-IMPON-ED
