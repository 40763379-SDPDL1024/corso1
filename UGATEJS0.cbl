220826*****           "RICEVUTO DA GATEWAY", IMPEGNA LA MERCE E         ****
220826*****           RISPONDE CON IL NUMERO D'ORDINE ASSEGNATO O CON  ****
220826*****           IL MOTIVO STRUTTURATO DEL RIFIUTO                 ****
151026*****           (PREZZI DI RIGA DAL LISTINO DEL CLIENTE, A
151026*****           SCAGLIONE DI QUANTITA')
151026*****     "V" = VISITA DI UN AGENTE A UN CLIENTE DALL'APP AGENTI,
151026*****           ANCHE SENZA ORDINE: VALIDA LICENZA, CLIENTE,
151026*****           AGENTE, ESITO E DATE, DEPOSITA LA VISITA SU
151026*****           F0SVISI E RISPONDE OK O CON IL MOTIVO DEL RIFIUTO
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  GATEREQ-OP-LICENZA               VALUE "L".
               88  GATEREQ-OP-ANAGRA                 VALUE "A".
220826         88  GATEREQ-OP-ORDINE                VALUE "O".
151026         88  GATEREQ-OP-VISITA                VALUE "V".
220826*    Payload dell'operazione "O": cliente, numero righe e fino
220826*    a 5 righe articolo/quantita' depositate dal front-end,
220826*    poi l'agente che ha portato l'ordine (0 = nessuno,
220826         05  GATEREQ-RIGA-QTA    PIC 9(05).
220826     03  GATEREQ-CODE-AGEN       PIC 9(04).
220826     03  FILLER                  PIC X(10).
151026*    Payload dell'operazione "V": il cliente sta dove lo mette
151026*    l'ordine, poi agente (obbligatorio), data della visita
151026*    (0 = oggi), esito (O ordine, I interessato, N nessun
151026*    interesse, A assente), data della prossima azione (0 =
151026*    nessuna), persona incontrata e note sulla concorrenza.
151026 01  GATEREQ-VISITA.
151026     03  FILLER                  PIC X(11).
151026     03  GATEREQ-VISI-CLIF       PIC 9(06).
151026     03  GATEREQ-VISI-AGEN       PIC 9(04).
151026     03  GATEREQ-VISI-DATA       PIC 9(08).
151026     03  GATEREQ-VISI-ESITO      PIC X(01).
151026     03  GATEREQ-VISI-DATA-PROS  PIC 9(08).
151026     03  GATEREQ-VISI-REFE       PIC X(30).
151026     03  GATEREQ-VISI-NOTE       PIC X(60).
151026     03  FILLER                  PIC X(04).
       FD  GATERES-FILE.
       01  GATERES-REC                 PIC X(256).
      *
220826 77  W-ORDI-RIGA                 PIC S9(04)  COMP VALUE 0.
220826 77  W-ORDI-QTA-DISP             PIC S9(07)V999 COMP-3 VALUE 0.
220826 77  W-CODE-LIST                 PIC X(02)   VALUE SPACES.
151026*    Prezzo a scaglione di quantita' sulla riga di listino.
151026 COPY "LPRZSCA.WRK".
151026*    Visita da gateway: archivio visite e controllo date.
151026 COPY "F0SVISI.REC".
151026 77  W-VISI-ERRORE               PIC X(40)   VALUE SPACES.
151026 01  W-VISI-DATA-CTRL.
151026     03  W-VISI-AAAA             PIC 9(04).
151026     03  W-VISI-MM               PIC 9(02).
151026     03  W-VISI-GG               PIC 9(02).
220826 01  L-IMPE-CTRL.
220826     03  L-IMPE-CODE-CLIE        PIC 9(04)   VALUE ZERO.
220826     03  L-IMPE-NUMR-INST        PIC 9(04)   VALUE ZERO.
               PERFORM 4000-RISPOSTA-ANAGRA
220826       WHEN GATEREQ-OP-ORDINE
220826         PERFORM 5000-RISPOSTA-ORDINE
151026       WHEN GATEREQ-OP-VISITA
151026         PERFORM 6000-RISPOSTA-VISITA
             WHEN OTHER
               MOVE SPACES               TO  W-LINEA
               STRING '{"id_richiesta":"' DELIMITED BY SIZE
220826       MOVE  3                   TO  DSTF-IOSR
220826       CALL "URLIST10"           USING F0SLIST LWCOMAR
220826       IF  DSTF-IOSR EQUAL 1
151026         MOVE F0SORDR-QTA-ORDI   TO  L-PSCA-QTA
151026         CALL "UPRZSCA0"         USING L-PSCA-CTRL F0SLIST
151026                                       LWCOMAR
220826         MOVE F0SLIST-PREZ-UNIT  TO  F0SORDR-PREZ-UNIT
220826       END-IF
220826     END-IF
220826     CALL  "UIMPEGN0"            USING L-IMPE-CTRL LWCOMAR
220826     .
      ******************************************************************
151026*----------  VISITA DI UN AGENTE DALL'APP AGENTI: STESSI
151026*            CONTROLLI DI LICENZA, DITTA E CLIENTE DELL'ORDINE,
151026*            AGENTE OBBLIGATORIO E CENSITO, VISITA NON FUTURA E
151026*            PROSSIMA AZIONE NON PRECEDENTE LA VISITA; LA VISITA
151026*            VA SU F0SVISI CON IL RIFERIMENTO DELLA RICHIESTA
151026 6000-RISPOSTA-VISITA.
151026     MOVE    SPACES              TO  W-VISI-ERRORE
151026     MOVE    -3                  TO  DSTF-IOSR
151026     CALL "URHXTB20"             USING F0S LWCOMAR
151026     MOVE    L-NUMR-INST         TO  F0S-NUMR-INST
151026     MOVE    0                   TO  LREAD-FILE
151026     MOVE    3                   TO  DSTF-IOSR
151026     CALL "URHXTB20"             USING F0S LWCOMAR
151026     IF  DSTF-IOSR NOT EQUAL 1
151026       MOVE "licenza non trovata" TO  W-VISI-ERRORE
151026     ELSE
151026       IF  F0S-LICE-SCADUTA
151026         MOVE "licenza scaduta"  TO  W-VISI-ERRORE
151026       END-IF
151026     END-IF
151026     MOVE    -9                  TO  DSTF-IOSR
151026     CALL "URHXTB20"             USING F0S LWCOMAR
151026*
151026     IF  W-VISI-ERRORE EQUAL SPACES
151026       MOVE    -3                TO  DSTF-IOSR
151026       CALL "URMNUC30"           USING RMN FAN LWCOMAR
151026       MOVE    LOW-VALUE         TO  FAN-KEI0
151026       MOVE    "A"               TO  FAN-TIPO-RECO DSTF-TRKR
151026       MOVE    19                TO  LREAD-FILE
151026       MOVE    3                 TO  DSTF-IOSR
151026       CALL "URMNUC30"           USING RMN FAN LWCOMAR
151026       IF  DSTF-IOSR NOT EQUAL 1
151026         MOVE "ditta non trovata" TO  W-VISI-ERRORE
151026       END-IF
151026       MOVE    -9                TO  DSTF-IOSR
151026       CALL "URMNUC30"           USING RMN FAN LWCOMAR
151026     END-IF
151026*
151026*      Cliente sull'anagrafica: si visita anche il cliente
151026*      bloccato, per recuperarlo
151026     IF  W-VISI-ERRORE EQUAL SPACES
151026       MOVE    FAN-CODE-CLIE     TO  F0SCLIF-CODE-CLIE
151026       MOVE    GATEREQ-VISI-CLIF TO  F0SCLIF-CODI-CLIF
151026       MOVE    -3                TO  DSTF-IOSR
151026       CALL "URCLIF10"           USING F0SCLIF LWCOMAR
151026       MOVE    1                 TO  LREAD-FILE
151026       MOVE    3                 TO  DSTF-IOSR
151026       CALL "URCLIF10"           USING F0SCLIF LWCOMAR
151026       IF  DSTF-IOSR NOT EQUAL 1
151026         MOVE "cliente non censito" TO  W-VISI-ERRORE
151026       END-IF
151026       MOVE    -9                TO  DSTF-IOSR
151026       CALL "URCLIF10"           USING F0SCLIF LWCOMAR
151026     END-IF
151026*
151026*      Agente obbligatorio e censito
151026     IF  W-VISI-ERRORE EQUAL SPACES
151026       IF  GATEREQ-VISI-AGEN NOT NUMERIC
151026           OR GATEREQ-VISI-AGEN EQUAL ZERO
151026         MOVE "agente mancante"  TO  W-VISI-ERRORE
151026       ELSE
151026         MOVE  FAN-CODE-CLIE     TO  F0SAGEN-CODE-CLIE
151026         MOVE  GATEREQ-VISI-AGEN TO  F0SAGEN-CODE-AGEN
151026         MOVE  -3                TO  DSTF-IOSR
151026         CALL "URAGEN10"         USING F0SAGEN LWCOMAR
151026         MOVE  1                 TO  LREAD-FILE
151026         MOVE  3                 TO  DSTF-IOSR
151026         CALL "URAGEN10"         USING F0SAGEN LWCOMAR
151026         IF  DSTF-IOSR NOT EQUAL 1
151026           MOVE "agente non censito" TO  W-VISI-ERRORE
151026         END-IF
151026         MOVE  -9                TO  DSTF-IOSR
151026         CALL "URAGEN10"         USING F0SAGEN LWCOMAR
151026       END-IF
151026     END-IF
151026*
151026*      Esito e date della visita
151026     IF  W-VISI-ERRORE EQUAL SPACES
151026       INITIALIZE F0SVISI
151026       INSPECT GATEREQ-VISI-ESITO CONVERTING "oina" TO "OINA"
151026       MOVE  GATEREQ-VISI-ESITO  TO  F0SVISI-ESITO
151026       IF  NOT F0SVISI-ESITO-VALIDO
151026         MOVE "esito non valido" TO  W-VISI-ERRORE
151026       END-IF
151026     END-IF
151026     IF  W-VISI-ERRORE EQUAL SPACES
151026       IF  GATEREQ-VISI-DATA NOT NUMERIC
151026           OR GATEREQ-VISI-DATA EQUAL ZERO
151026         MOVE  W-OGGI            TO  F0SVISI-DATA-VISI
151026       ELSE
151026         MOVE  GATEREQ-VISI-DATA TO  F0SVISI-DATA-VISI
151026                                     W-VISI-DATA-CTRL
151026         PERFORM 6050-CONTROLLA-DATA
151026         IF  W-VISI-ERRORE EQUAL SPACES
151026             AND F0SVISI-DATA-VISI GREATER W-OGGI
151026           MOVE "data visita futura" TO  W-VISI-ERRORE
151026         END-IF
151026       END-IF
151026     END-IF
151026     IF  W-VISI-ERRORE EQUAL SPACES
151026       IF  GATEREQ-VISI-DATA-PROS NUMERIC
151026           AND GATEREQ-VISI-DATA-PROS NOT EQUAL ZERO
151026         MOVE  GATEREQ-VISI-DATA-PROS TO  F0SVISI-DATA-PROS
151026                                          W-VISI-DATA-CTRL
151026         PERFORM 6050-CONTROLLA-DATA
151026         IF  W-VISI-ERRORE EQUAL SPACES
151026             AND F0SVISI-DATA-PROS LESS F0SVISI-DATA-VISI
151026           MOVE "prossima azione prima della visita"
151026                                 TO  W-VISI-ERRORE
151026         END-IF
151026       END-IF
151026     END-IF
151026*
151026     IF  W-VISI-ERRORE EQUAL SPACES
151026       MOVE  FAN-CODE-CLIE       TO  F0SVISI-CODE-CLIE
151026       MOVE  GATEREQ-VISI-AGEN   TO  F0SVISI-CODE-AGEN
151026       MOVE  GATEREQ-VISI-CLIF   TO  F0SVISI-CODI-CLIF
151026       MOVE  GATEREQ-VISI-REFE   TO  F0SVISI-NOME-REFE
151026       MOVE  GATEREQ-VISI-NOTE   TO  F0SVISI-NOTE-CONC
151026       MOVE  W-OGGI              TO  F0SVISI-DATA-REGI
151026       MOVE  GATEREQ-ID-RICH     TO  F0SVISI-ID-RICH
151026       MOVE  -3                  TO  DSTF-IOSR
151026       CALL "URVISI10"           USING F0SVISI LWCOMAR
151026       MOVE  0                   TO  LREAD-FILE
151026       MOVE  3                   TO  DSTF-IOSR
151026       CALL "URVISI10"           USING F0SVISI LWCOMAR
151026       IF  DSTF-IOSR NOT EQUAL 1
151026         MOVE "visita non registrata" TO  W-VISI-ERRORE
151026       END-IF
151026       MOVE  -9                  TO  DSTF-IOSR
151026       CALL "URVISI10"           USING F0SVISI LWCOMAR
151026     END-IF
151026*
151026     MOVE SPACES                 TO  W-LINEA
151026     IF  W-VISI-ERRORE NOT EQUAL SPACES
151026       STRING '{"id_richiesta":"' DELIMITED BY SIZE
151026           FUNCTION TRIM(GATEREQ-ID-RICH) DELIMITED BY SIZE
151026           '","esito":"KO","errore":"' DELIMITED BY SIZE
151026           FUNCTION TRIM(W-VISI-ERRORE) DELIMITED BY SIZE
151026           '"}'                  DELIMITED BY SIZE INTO W-LINEA
151026     ELSE
151026       STRING '{"id_richiesta":"' DELIMITED BY SIZE
151026           FUNCTION TRIM(GATEREQ-ID-RICH) DELIMITED BY SIZE
151026           '","esito":"OK","cliente":' DELIMITED BY SIZE
151026           F0SVISI-CODI-CLIF     DELIMITED BY SIZE
151026           ',"data_visita":"'    DELIMITED BY SIZE
151026           F0SVISI-DATA-VISI     DELIMITED BY SIZE
151026           '"}'                  DELIMITED BY SIZE INTO W-LINEA
151026     END-IF
151026     MOVE W-LINEA                TO  GATERES-REC
151026     WRITE GATERES-REC
151026     .
      ******************************************************************
151026*----------  DATA AAAAMMGG PLAUSIBILE (W-VISI-DATA-CTRL)
151026 6050-CONTROLLA-DATA.
151026     IF  W-VISI-AAAA LESS 1900
151026         OR W-VISI-MM LESS 1 OR W-VISI-MM GREATER 12
151026         OR W-VISI-GG LESS 1 OR W-VISI-GG GREATER 31
151026       MOVE "data non valida"    TO  W-VISI-ERRORE
151026     END-IF
151026     .
      ******************************************************************
090826*----------  ESCAPE DEI CARATTERI SPECIALI JSON (" E \) PRIMA
090826*            DELL'INTERPOLAZIONE DI UN VALORE STRINGA (W-JSON-SRC
090826*            IN INGRESSO, W-JSON-ESC IN USCITA)
