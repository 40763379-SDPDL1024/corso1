           IF  F0SVEND-DOC-DDT
             EXIT PARAGRAPH
           END-IF
151026*      L'autofattura di integrazione (UAUTFAT0) e' un acquisto
151026     IF  F0SVEND-DOC-AUTOFATT
151026       EXIT PARAGRAPH
151026     END-IF
           MOVE    F0SVEND-DATA-DOCU(1:6) TO  W-MESE-DOCU
           IF  W-MESE-DOCU NOT EQUAL W-MESE-SCOR
               AND (W-MESE-DOCU(1:4) NOT EQUAL W-MESE-RICH(1:4)
