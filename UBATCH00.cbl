      *****     1-2   NUMERO PASSO
      *****     4-11  NOME PROGRAMMA (UBACKV10, UCHIUGG0, UFATTU10,
020926*****           USDIRIC0, USDIVAL0, URENFOR0, UCSVBAT0,
151026*****           UREPBAT0, UFATIMP0, UAUTFAT0, USCADRE0,
151026*****           UWEBEXP0, UWEBIMP0, UWEBSTA0, UEDIIMP0,
151026*****           UEDILOG0, UPOSRIC0, UCLIDUP0, UOQURIC0,
151026*****           UINTREF0, UJOBTRE0, UPERSET0)
      *****     13    SU ERRORE: S = FERMA, K = SALTA
020926*****     15-22 PARAMETRO DEL PASSO: PER UREPBAT0 IL NOME DEL
020926*****           SET DI PARAMETRI (F0SPARM) DA LANCIARE
151026*****           PER UWEBEXP0/UWEBIMP0 IL LISTINO DEL NEGOZIO
151026*****           ONLINE (15-16; VUOTO = "WB"); PER UEDILOG0
151026*****           LA DATA DI PARTENZA (AAAAMMGG; VUOTO = OGGI);
151026*****           PER UPOSRIC0 LA GIORNATA DA RICONCILIARE
151026*****           (AAAAMMGG; VUOTO = IERI); PER UOQURIC0 LA
151026*****           DATA DEI RICHIAMI (AAAAMMGG; VUOTO = OGGI);
151026*****           PER UJOBTRE0 LE SETTIMANE (15-16; VUOTO = 4)
151026*****           E LA FINE DELLA FINESTRA (17-20 HHMM; VUOTO =
151026*****           0630); PER UPERSET0 L'ULTIMO GIORNO DELLA
151026*****           SETTIMANA (AAAAMMGG; VUOTO = IERI)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
020926     03  W-QUAD-CODE-CLIE        PIC 9(04)   VALUE 0.
020926     03  W-QUAD-NUMR-INST        PIC 9(04)   VALUE 0.
020926     03  W-QUAD-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-FIMP-CTRL.
151026     03  W-FIMP-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-FIMP-NUMR-REGI        PIC 9(05)   VALUE 0.
151026     03  W-FIMP-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-AUTF-CTRL.
151026     03  W-AUTF-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-AUTF-NUMR-INST        PIC 9(04)   VALUE 0.
151026     03  W-AUTF-NUMR-GENE        PIC 9(05)   VALUE 0.
151026     03  W-AUTF-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-SCRE-CTRL.
151026     03  W-SCRE-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-SCRE-DATA             PIC 9(08)   VALUE 0.
151026     03  W-SCRE-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-WEXP-CTRL.
151026     03  W-WEXP-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-WEXP-NUMR-INST        PIC 9(04)   VALUE 0.
151026     03  W-WEXP-CODE-LIST        PIC X(02)   VALUE SPACES.
151026     03  W-WEXP-NUMR-ESPO        PIC 9(05)   VALUE 0.
151026     03  W-WEXP-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-WIMP-CTRL.
151026     03  W-WIMP-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-WIMP-NUMR-INST        PIC 9(04)   VALUE 0.
151026     03  W-WIMP-CODE-LIST        PIC X(02)   VALUE SPACES.
151026     03  W-WIMP-NUMR-IMPO        PIC 9(05)   VALUE 0.
151026     03  W-WIMP-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-WSTA-CTRL.
151026     03  W-WSTA-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-WSTA-NUMR-INVI        PIC 9(05)   VALUE 0.
151026     03  W-WSTA-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-EIMP-CTRL.
151026     03  W-EIMP-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-EIMP-NUMR-INST        PIC 9(04)   VALUE 0.
151026     03  W-EIMP-NUMR-IMPO        PIC 9(05)   VALUE 0.
151026     03  W-EIMP-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-ELOG-CTRL.
151026     03  W-ELOG-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-ELOG-DATA             PIC 9(08)   VALUE 0.
151026     03  W-ELOG-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-PRIC-CTRL.
151026     03  W-PRIC-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-PRIC-DATA             PIC 9(08)   VALUE 0.
151026     03  W-PRIC-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-CDUP-CTRL.
151026     03  W-CDUP-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-CDUP-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-ORIC-CTRL.
151026     03  W-ORIC-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-ORIC-NUMR-INST        PIC 9(04)   VALUE 0.
151026     03  W-ORIC-MODO             PIC X(01)   VALUE "P".
151026     03  W-ORIC-DATA             PIC 9(08)   VALUE 0.
151026     03  W-ORIC-NUMR-GENE        PIC 9(05)   VALUE 0.
151026     03  W-ORIC-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-IREF-CTRL.
151026     03  W-IREF-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-IREF-MODO             PIC X(01)   VALUE "C".
151026     03  W-IREF-NUMR-ORFA        PIC 9(05)   VALUE 0.
151026     03  W-IREF-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-JTRE-CTRL.
151026     03  W-JTRE-SETT             PIC 9(02)   VALUE 0.
151026     03  W-JTRE-ORA-LIMI         PIC 9(04)   VALUE 0.
151026     03  W-JTRE-ORIG             PIC X(01)   VALUE "B".
151026     03  W-JTRE-NUMR-CRES        PIC 9(03)   VALUE 0.
151026     03  W-JTRE-ESITO            PIC X(01)   VALUE SPACE.
151026 01  W-PSET-CTRL.
151026     03  W-PSET-CODE-CLIE        PIC 9(04)   VALUE 0.
151026     03  W-PSET-DATA-FINE        PIC 9(08)   VALUE 0.
151026     03  W-PSET-ORIG             PIC X(01)   VALUE "B".
151026     03  W-PSET-NUMR-ARTI        PIC 9(05)   VALUE 0.
151026     03  W-PSET-ESITO            PIC X(01)   VALUE SPACE.
020926 01  W-AVSY-CTRL.
020926     03  W-AVSY-TITOLO           PIC X(50)   VALUE SPACES.
020926     03  W-AVSY-RIGA1            PIC X(70)   VALUE SPACES.
020926         IF  W-REPB-ESITO NOT EQUAL "S"
020926           MOVE "N"              TO  W-ESITO-PASSO
020926         END-IF
151026       WHEN "UFATIMP0"
151026*        Import delle fatture fornitori ricevute da SDI
151026         MOVE  LCODE-DITN        TO  W-FIMP-CODE-CLIE
151026         MOVE  SPACE             TO  W-FIMP-ESITO
151026         CALL "UFATIMP0"         USING W-FIMP-CTRL LWCOMAR
151026         IF  W-FIMP-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UAUTFAT0"
151026*        Autofatture di integrazione dagli acquisti in
151026*        reverse charge
151026         MOVE  LCODE-DITN        TO  W-AUTF-CODE-CLIE
151026         MOVE  L-NUMR-INST       TO  W-AUTF-NUMR-INST
151026         MOVE  SPACE             TO  W-AUTF-ESITO
151026         CALL "UAUTFAT0"         USING W-AUTF-CTRL LWCOMAR
151026         IF  W-AUTF-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "USCADRE0"
151026*        Rapporto giornaliero dei ribassi sui lotti in scadenza
151026         MOVE  LCODE-DITN        TO  W-SCRE-CODE-CLIE
151026         MOVE  ZERO              TO  W-SCRE-DATA
151026         MOVE  SPACE             TO  W-SCRE-ESITO
151026         CALL "USCADRE0"         USING W-SCRE-CTRL LWCOMAR
151026         IF  W-SCRE-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UWEBEXP0"
151026*        Catalogo, prezzi e disponibilita' al negozio online;
151026*        il listino del negozio dalla colonna parametro
151026         MOVE  LCODE-DITN        TO  W-WEXP-CODE-CLIE
151026         MOVE  L-NUMR-INST       TO  W-WEXP-NUMR-INST
151026         MOVE  PLN-PARAMETRO(1:2) TO W-WEXP-CODE-LIST
151026         MOVE  SPACE             TO  W-WEXP-ESITO
151026         CALL "UWEBEXP0"         USING W-WEXP-CTRL LWCOMAR
151026         IF  W-WEXP-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UWEBIMP0"
151026*        Import degli ordini del negozio online
151026         MOVE  LCODE-DITN        TO  W-WIMP-CODE-CLIE
151026         MOVE  L-NUMR-INST       TO  W-WIMP-NUMR-INST
151026         MOVE  PLN-PARAMETRO(1:2) TO W-WIMP-CODE-LIST
151026         MOVE  SPACE             TO  W-WIMP-ESITO
151026         CALL "UWEBIMP0"         USING W-WIMP-CTRL LWCOMAR
151026         IF  W-WIMP-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UWEBSTA0"
151026*        Stato degli ordini web rimandato al negozio
151026         MOVE  LCODE-DITN        TO  W-WSTA-CODE-CLIE
151026         MOVE  SPACE             TO  W-WSTA-ESITO
151026         CALL "UWEBSTA0"         USING W-WSTA-CTRL LWCOMAR
151026         IF  W-WSTA-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UEDIIMP0"
151026*        Import dei messaggi EDIFACT (ordini e ricevute)
151026         MOVE  LCODE-DITN        TO  W-EIMP-CODE-CLIE
151026         MOVE  L-NUMR-INST       TO  W-EIMP-NUMR-INST
151026         MOVE  SPACE             TO  W-EIMP-ESITO
151026         CALL "UEDIIMP0"         USING W-EIMP-CTRL LWCOMAR
151026         IF  W-EIMP-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UEDILOG0"
151026*        Registro degli interscambi EDIFACT; la data di partenza
151026*        dalla colonna parametro (vuota = oggi)
151026         MOVE  LCODE-DITN        TO  W-ELOG-CODE-CLIE
151026         MOVE  ZERO              TO  W-ELOG-DATA
151026         IF  PLN-PARAMETRO IS NUMERIC
151026           MOVE PLN-PARAMETRO    TO  W-ELOG-DATA
151026         END-IF
151026         MOVE  SPACE             TO  W-ELOG-ESITO
151026         CALL "UEDILOG0"         USING W-ELOG-CTRL LWCOMAR
151026         IF  W-ELOG-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UPOSRIC0"
151026*        Riconciliazione carte; la giornata dalla colonna
151026*        parametro (vuota = ieri)
151026         MOVE  LCODE-DITN        TO  W-PRIC-CODE-CLIE
151026         MOVE  ZERO              TO  W-PRIC-DATA
151026         IF  PLN-PARAMETRO IS NUMERIC
151026           MOVE PLN-PARAMETRO    TO  W-PRIC-DATA
151026         END-IF
151026         MOVE  SPACE             TO  W-PRIC-ESITO
151026         CALL "UPOSRIC0"         USING W-PRIC-CTRL LWCOMAR
151026         IF  W-PRIC-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UCLIDUP0"
151026*        Ricerca dei clienti doppi della ditta
151026         MOVE  LCODE-DITN        TO  W-CDUP-CODE-CLIE
151026         MOVE  SPACE             TO  W-CDUP-ESITO
151026         CALL "UCLIDUP0"         USING W-CDUP-CTRL LWCOMAR
151026         IF  W-CDUP-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UOQURIC0"
151026*        Richiami programmati degli ordini quadro; la data dei
151026*        richiami dalla colonna parametro (vuota = oggi)
151026         MOVE  LCODE-DITN        TO  W-ORIC-CODE-CLIE
151026         MOVE  L-NUMR-INST       TO  W-ORIC-NUMR-INST
151026         MOVE  "P"               TO  W-ORIC-MODO
151026         MOVE  ZERO              TO  W-ORIC-DATA
151026         IF  PLN-PARAMETRO IS NUMERIC
151026           MOVE PLN-PARAMETRO    TO  W-ORIC-DATA
151026         END-IF
151026         MOVE  SPACE             TO  W-ORIC-ESITO
151026         CALL "UOQURIC0"         USING W-ORIC-CTRL LWCOMAR
151026         IF  W-ORIC-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UINTREF0"
151026*        Integrita' referenziale, solo controllo: la
151026*        riparazione degli orfani si fa da terminale
151026         MOVE  LCODE-DITN        TO  W-IREF-CODE-CLIE
151026         MOVE  "C"               TO  W-IREF-MODO
151026         MOVE  SPACE             TO  W-IREF-ESITO
151026         CALL "UINTREF0"         USING W-IREF-CTRL LWCOMAR
151026         IF  W-IREF-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UJOBTRE0"
151026*        Andamento dei tempi della catena; settimane e fine
151026*        della finestra dalla colonna parametro
151026         MOVE  ZERO              TO  W-JTRE-SETT W-JTRE-ORA-LIMI
151026         IF  PLN-PARAMETRO(1:2) IS NUMERIC
151026           MOVE PLN-PARAMETRO(1:2) TO W-JTRE-SETT
151026         END-IF
151026         IF  PLN-PARAMETRO(3:4) IS NUMERIC
151026           MOVE PLN-PARAMETRO(3:4) TO W-JTRE-ORA-LIMI
151026         END-IF
151026         MOVE  "B"               TO  W-JTRE-ORIG
151026         MOVE  SPACE             TO  W-JTRE-ESITO
151026         CALL "UJOBTRE0"         USING W-JTRE-CTRL LWCOMAR
151026         IF  W-JTRE-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
151026       WHEN "UPERSET0"
151026*        Vendite perse della settimana; l'ultimo giorno dalla
151026*        colonna parametro (vuota = ieri)
151026         MOVE  LCODE-DITN        TO  W-PSET-CODE-CLIE
151026         MOVE  ZERO              TO  W-PSET-DATA-FINE
151026         IF  PLN-PARAMETRO IS NUMERIC
151026           MOVE PLN-PARAMETRO    TO  W-PSET-DATA-FINE
151026         END-IF
151026         MOVE  "B"               TO  W-PSET-ORIG
151026         MOVE  SPACE             TO  W-PSET-ESITO
151026         CALL "UPERSET0"         USING W-PSET-CTRL LWCOMAR
151026         IF  W-PSET-ESITO NOT EQUAL "S"
151026           MOVE "N"              TO  W-ESITO-PASSO
151026         END-IF
             WHEN OTHER
               DISPLAY "PROGRAMMA SCONOSCIUTO AL PIANO: "
                       PLN-NOME-PROG
