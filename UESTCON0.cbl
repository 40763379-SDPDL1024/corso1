                 AND F0SINCA-DATA-INCA NOT GREATER W-DATA-AL
               MOVE F0SINCA-DATA-INCA  TO  W-EVE-DATA-X
               MOVE "INCASSO"          TO  W-EVE-TIPO-X
151026         IF  F0SINCA-COMPENSAZIONE
151026           MOVE "COMPENSAZ."     TO  W-EVE-TIPO-X
151026         END-IF
               MOVE F0SINCA-NUMR-DOCU  TO  W-EVE-RIF-X
               COMPUTE W-EVE-IMPO-X = 0 - F0SINCA-IMPO-INCA
               PERFORM RT9-ACCODA-EVENTO
