090826*****      OUPUT : L-AREACSV E' LA STRINGA CSV CON ; (MAX  100)
090826*****      L-DELIM : SEPARATORE DA USARE, SE SPAZI
090826*****              SI USA ";" COME PRIMA (DEFAULT STORICO)
151026*****      OGNI CAMPO FINO ALL'ULTIMO PIENO E' SEGUITO DAL
151026*****      SEPARATORE, ANCHE SE VUOTO
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  I-CTR                       PIC S999  COMP-3 VALUE 0.
       77  I-RIG                       PIC S999  COMP-3 VALUE 0.
090826 77  W-DELIM                     PIC X          VALUE ";".
151026 77  W-ULTI-CSV                  PIC S9(5) COMP-3 VALUE 0.
      *
       LINKAGE SECTION.
       01  L-AREACSV.
      *****    CONVERSIONE FILE  DA ASCII A CSV                   ****
       R200-LAV.
             MOVE      0               TO  I-CSV
151026       MOVE      0               TO  W-ULTI-CSV
090826     PERFORM VARYING I-RIG  FROM 1 BY 1 UNTIL I-RIG GREATER 100

090826         MOVE      100             TO  I-ASC
151026         MOVE      0               TO  I-CTR
151026      PERFORM UNTIL I-ASC EQUAL 0

              IF  L-COLN-ASCI(I-RIG,I-ASC) EQUAL SPACES
               SUBTRACT 1               FROM  I-ASC  ELSE
              END-IF
            END-PERFORM
            IF  I-CTR GREATER 0
151026       PERFORM VARYING I-ASC FROM 1 BY 1 UNTIL I-ASC GREATER I-CTR
               ADD     1               TO  I-CSV
              MOVE      L-COLN-ASCI(I-RIG,I-ASC) TO  L-RIGA-CSV(I-CSV)
             END-PERFORM
             ADD       1               TO  I-CSV
090826       MOVE      W-DELIM         TO  L-RIGA-CSV(I-CSV)
151026       MOVE      I-CSV           TO  W-ULTI-CSV
151026*---> campo vuoto in mezzo alla riga: il separatore resta, cosi'
151026*---> le colonne successive non scorrono a sinistra
151026      ELSE
151026       ADD       1               TO  I-CSV
151026       MOVE      W-DELIM         TO  L-RIGA-CSV(I-CSV)
            END-IF
           END-PERFORM
151026*---> i separatori dei campi vuoti in coda non servono
151026     IF  I-CSV GREATER W-ULTI-CSV
151026         MOVE    SPACES          TO
151026                 L-AREACSV(W-ULTI-CSV + 1:I-CSV - W-ULTI-CSV)
151026     END-IF
           .


