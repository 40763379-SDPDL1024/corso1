             IF  F0SVEND-DATA-DOCU NOT LESS W-DATA-DA
                 AND F0SVEND-DATA-DOCU NOT GREATER W-DATA-AL
                 AND NOT F0SVEND-DOC-DDT
151026           AND NOT F0SVEND-DOC-AUTOFATT
               IF  F0SVEND-DOC-NOTA-CRED
                 MOVE -1               TO  W-SEGNO
               ELSE
