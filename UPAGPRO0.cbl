      *****     ENTRO LA DATA CHIESTA A VIDEO, UNA RIGA PER RATA CON
      *****     LA CASELLA DA SPUNTARE, COSI' IL TITOLARE DECIDE SU
      *****     UNA LISTA INVECE CHE SU UN'AGENDA DIMENTICATA.
151026*****   LE RATE SPUNTATE DIVENTANO LA DISTINTA DI BONIFICI SEPA
151026*****   CON USEPABO0; QUELLE GIA' IN DISTINTA NON SI RIPROPONGONO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           IF  F0SPASF-DATA-SCAD GREATER W-DATA-LIMI
             EXIT PARAGRAPH
           END-IF
151026*      La rata gia' in una distinta di bonifici SEPA e' in
151026*      pagamento: resta nell'aging finche' la banca non
151026*      l'addebita, ma non si propone una seconda volta
151026     IF  F0SPASF-IN-PAGAMENTO
151026       EXIT PARAGRAPH
151026     END-IF
           ADD     1                   TO  W-NUMR-PROP
           ADD     F0SPASF-IMPO-RESI   TO  W-TOTA-PROP
           MOVE    F0SPASF-IMPO-RESI   TO  W-IMPO-ED
