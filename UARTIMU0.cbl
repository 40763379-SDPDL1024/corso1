      *****
      *****   MANUTENZIONE DELL'ANAGRAFICA ARTICOLI (F0SARTI): CHIEDE
      *****   A VIDEO CODICE, DESCRIZIONE, UNITA' DI MISURA, GRUPPO
151026*****   MERCEOLOGICO, ALIQUOTA IVA, CODICE A BARRE EAN E DATI
151026*****   INTRASTAT (NOMENCLATURA COMBINATA E MASSA NETTA),
151026*****   GESTIONE A MATRICOLA CON I MESI DI GARANZIA, IMBALLO
151026*****   A RENDERE CON LA CAUZIONE PER PEZZO, UNITA' DI MISURA
151026*****   ALTERNATIVE CON IL FATTORE DI CONVERSIONE E LE UNITA'
151026*****   PROPOSTE IN ACQUISTO E IN VENDITA, LA PUBBLICAZIONE
151026*****   SUL NEGOZIO ONLINE, MATERIALE E PESO DELL'IMBALLO PER
151026*****   IL CONTRIBUTO CONAI, E
      *****   DEPOSITA LA RIGA TRAMITE "URARTI10" NEL CONTESTO DELLA
      *****   DITTA CORRENTE; DESCRIZIONE E GRUPPO VENGONO RIPORTATI
      *****   ANCHE SULLE RIGHE DI GIACENZA F0SMAGA GIA' ESISTENTI
       WORKING-STORAGE SECTION.
       77  WL-RISP                     PIC X(01)      VALUE SPACE.
       77  WL-NUMR-ALLI                PIC 9(04)      VALUE ZERO.
151026 77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
151026 77  WL-FINE                     PIC X(01)      VALUE "N".
151026 77  WL-UNIT-OK                  PIC X(01)      VALUE "N".
      *
       COPY "F0SMAGA.REC".
      *
151026*    Diritti per azione del profilo operatore (UAZIOCH0):
151026*    l'archivio si aggiorna solo con il diritto di modifica.
151026 COPY "LAZIOCH.WRK".
      *
       LINKAGE SECTION.
       01  L-ARTI-CTRL.
           03  L-ARTI-CODE-CLIE        PIC 9(04).
       ENTRYS.
       PAR-0.
           MOVE    SPACE               TO  L-ARTI-ESITO
151026*      Diritto di modifica sul package (UAZIOCH0)
151026     MOVE    SPACES              TO  L-AZIO-IDEN-UTEN
151026     MOVE    "25"                TO  L-AZIO-PACK-ID
151026     MOVE    "M"                 TO  L-AZIO-AZIONE
151026     MOVE    "UARTIMU0"          TO  L-AZIO-NOME-PROG
151026     MOVE    "F0SARTI"           TO  L-AZIO-NOME-FILE
151026     MOVE    L-ARTI-CODE-CLIE    TO  L-AZIO-CHIAVE-REC
151026     CALL  "UAZIOCH0"              USING L-AZIO-CTRL LWCOMAR
151026     IF  NOT L-AZIO-CONSENTITA
151026       EXIT PROGRAM
151026     END-IF
           MOVE    L-ARTI-CODE-CLIE    TO  F0SARTI-CODE-CLIE
           DISPLAY "ANAGRAFICA ARTICOLI  -  DITTA " L-ARTI-CODE-CLIE
           DISPLAY "CODICE ARTICOLO             : " WITH NO ADVANCING
020926     IF  F0SARTI-INDC-LOTT NOT EQUAL "S"
020926       MOVE  "N"                 TO  F0SARTI-INDC-LOTT
020926     END-IF
151026*    Dati Intrastat per gli elenchi degli scambi con la UE
151026     DISPLAY "NOMENCLATURA COMBINATA (8)  : " WITH NO ADVANCING
151026     ACCEPT   F0SARTI-CODE-NOME
151026     DISPLAY "MASSA NETTA KG PER UNITA'   : " WITH NO ADVANCING
151026     ACCEPT   F0SARTI-PESO-NETT
151026*    Gli articoli a matricola chiedono il numero di serie di
151026*    ogni pezzo all'entrata merce e alla vendita
151026     DISPLAY "GESTITO A MATRICOLA ? (S/N) : " WITH NO ADVANCING
151026     ACCEPT   F0SARTI-INDC-MATR
151026     IF  F0SARTI-INDC-MATR EQUAL "s"
151026       MOVE  "S"                 TO  F0SARTI-INDC-MATR
151026     END-IF
151026     IF  F0SARTI-INDC-MATR NOT EQUAL "S"
151026       MOVE  "N"                 TO  F0SARTI-INDC-MATR
151026       MOVE  ZERO                TO  F0SARTI-MESI-GARA
151026     ELSE
151026       DISPLAY "MESI DI GARANZIA            : " WITH NO
151026               ADVANCING
151026       ACCEPT   F0SARTI-MESI-GARA
151026     END-IF
151026*    Imballi a rendere: vanno sul saldo imballi del cliente
151026*    invece che in vendita, con l'eventuale cauzione
151026     DISPLAY "IMBALLO A RENDERE ? (S/N)   : " WITH NO ADVANCING
151026     ACCEPT   F0SARTI-INDC-IMBA
151026     IF  F0SARTI-INDC-IMBA EQUAL "s"
151026       MOVE  "S"                 TO  F0SARTI-INDC-IMBA
151026     END-IF
151026     IF  F0SARTI-INDC-IMBA NOT EQUAL "S"
151026       MOVE  "N"                 TO  F0SARTI-INDC-IMBA
151026       MOVE  ZERO                TO  F0SARTI-CAUZ-UNIT
151026     ELSE
151026       DISPLAY "CAUZIONE PER PEZZO (0=NESSUNA) : " WITH NO
151026               ADVANCING
151026       ACCEPT   F0SARTI-CAUZ-UNIT
151026     END-IF
151026*    Unita' alternative: il fattore converte nell'unita' base,
151026*    in cui restano giacenze e costi; una vuota chiude l'elenco
151026     MOVE    "N"                 TO  WL-FINE
151026     PERFORM RT5-UNITA-ALTERNATIVA
151026         VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 4
151026     DISPLAY "UNITA' DI ACQUISTO (VUOTO=BASE) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SARTI-UNIT-ACQU
151026     PERFORM RT6-CONTROLLA-UNITA-ACQU
151026     DISPLAY "UNITA' DI VENDITA (VUOTO=BASE)  : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SARTI-UNIT-VEND
151026     PERFORM RT6-CONTROLLA-UNITA-VEND
151026     DISPLAY "VENDITA SUL NEGOZIO ONLINE ? (S/N) : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SARTI-INDC-WEB
151026     IF  F0SARTI-INDC-WEB EQUAL "s"
151026       MOVE  "S"                 TO  F0SARTI-INDC-WEB
151026     END-IF
151026     IF  F0SARTI-INDC-WEB NOT EQUAL "S"
151026       MOVE  "N"                 TO  F0SARTI-INDC-WEB
151026     END-IF
151026*    Imballo soggetto al contributo CONAI: materiale della
151026*    tabella F0SCONA e chili per unita' base
151026     DISPLAY "MATERIALE IMBALLO CONAI (VUOTO=NESSUNO) : " WITH
151026             NO ADVANCING
151026     ACCEPT   F0SARTI-CONA-MATE
151026     IF  F0SARTI-CONA-MATE EQUAL SPACES
151026       MOVE  ZERO                TO  F0SARTI-CONA-PESO
151026     ELSE
151026       DISPLAY "KG DI IMBALLO PER UNITA' BASE   : " WITH NO
151026               ADVANCING
151026       ACCEPT   F0SARTI-CONA-PESO
151026       IF  F0SARTI-CONA-PESO NOT GREATER ZERO
151026         DISPLAY "PESO NON VALIDO - IMBALLO CONAI NON GESTITO"
151026         MOVE  SPACES            TO  F0SARTI-CONA-MATE
151026         MOVE  ZERO              TO  F0SARTI-CONA-PESO
151026       END-IF
151026     END-IF
           DISPLAY "CONFERMI LA REGISTRAZIONE ? (S/N) : " WITH NO
                   ADVANCING
           ACCEPT   WL-RISP
           CALL  "URARTI10"              USING F0SARTI LWCOMAR
           EXIT PROGRAM.
      ******************************************************************
151026*----------  UNA UNITA' ALTERNATIVA: CODICE E QUANTITA' IN UNITA'
151026*            BASE; DOPO LA PRIMA VUOTA LE SUCCESSIVE SI AZZERANO
151026 RT5-UNITA-ALTERNATIVA.
151026     IF  WL-FINE EQUAL "S"
151026       MOVE  SPACES              TO
151026                                 F0SARTI-UNIT-ALTE-CODE(WL-IND)
151026       MOVE  ZERO                TO
151026                                 F0SARTI-UNIT-ALTE-FATT(WL-IND)
151026       EXIT PARAGRAPH
151026     END-IF
151026     DISPLAY "UNITA' ALTERNATIVA " WL-IND " (VUOTO=FINE) : "
151026             WITH NO ADVANCING
151026     ACCEPT   F0SARTI-UNIT-ALTE-CODE(WL-IND)
151026     IF  F0SARTI-UNIT-ALTE-CODE(WL-IND) EQUAL SPACES
151026       MOVE  "S"                 TO  WL-FINE
151026       MOVE  ZERO                TO
151026                                 F0SARTI-UNIT-ALTE-FATT(WL-IND)
151026       EXIT PARAGRAPH
151026     END-IF
151026     DISPLAY "  QUANTITA' IN " F0SARTI-UNIT-MISU " PER "
151026             F0SARTI-UNIT-ALTE-CODE(WL-IND) "  : " WITH NO
151026             ADVANCING
151026     ACCEPT   F0SARTI-UNIT-ALTE-FATT(WL-IND)
151026     IF  F0SARTI-UNIT-ALTE-FATT(WL-IND) NOT GREATER ZERO
151026       DISPLAY "FATTORE NON VALIDO - UNITA' SCARTATA"
151026       MOVE  SPACES              TO
151026                                 F0SARTI-UNIT-ALTE-CODE(WL-IND)
151026       MOVE  ZERO                TO
151026                                 F0SARTI-UNIT-ALTE-FATT(WL-IND)
151026     END-IF
151026     .
      ******************************************************************
151026*----------  LE UNITA' PROPOSTE DEVONO ESSERE LA BASE O UNA
151026*            DELLE ALTERNATIVE; ALTRIMENTI SI TORNA ALLA BASE
151026 RT6-CONTROLLA-UNITA-ACQU.
151026     IF  F0SARTI-UNIT-ACQU EQUAL SPACES
151026         OR F0SARTI-UNIT-ACQU EQUAL F0SARTI-UNIT-MISU
151026       MOVE  SPACES              TO  F0SARTI-UNIT-ACQU
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    "N"                 TO  WL-UNIT-OK
151026     PERFORM RT61-CERCA-UNITA-ACQU
151026         VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 4
151026     IF  WL-UNIT-OK NOT EQUAL "S"
151026       DISPLAY "UNITA' NON PREVISTA - ACQUISTO IN UNITA' BASE"
151026       MOVE  SPACES              TO  F0SARTI-UNIT-ACQU
151026     END-IF
151026     .
151026 RT61-CERCA-UNITA-ACQU.
151026     IF  F0SARTI-UNIT-ALTE-CODE(WL-IND) EQUAL F0SARTI-UNIT-ACQU
151026       MOVE  "S"                 TO  WL-UNIT-OK
151026     END-IF
151026     .
151026 RT6-CONTROLLA-UNITA-VEND.
151026     IF  F0SARTI-UNIT-VEND EQUAL SPACES
151026         OR F0SARTI-UNIT-VEND EQUAL F0SARTI-UNIT-MISU
151026       MOVE  SPACES              TO  F0SARTI-UNIT-VEND
151026       EXIT PARAGRAPH
151026     END-IF
151026     MOVE    "N"                 TO  WL-UNIT-OK
151026     PERFORM RT61-CERCA-UNITA-VEND
151026         VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 4
151026     IF  WL-UNIT-OK NOT EQUAL "S"
151026       DISPLAY "UNITA' NON PREVISTA - VENDITA IN UNITA' BASE"
151026       MOVE  SPACES              TO  F0SARTI-UNIT-VEND
151026     END-IF
151026     .
151026 RT61-CERCA-UNITA-VEND.
151026     IF  F0SARTI-UNIT-ALTE-CODE(WL-IND) EQUAL F0SARTI-UNIT-VEND
151026       MOVE  "S"                 TO  WL-UNIT-OK
151026     END-IF
151026     .
      ******************************************************************
      *----------  DESCRIZIONE E GRUPPO RIPORTATI SULLE RIGHE DI
      *            GIACENZA GIA' ESISTENTI DELL'ARTICOLO, SU TUTTI I
      *            DEPOSITI DELLA DITTA
