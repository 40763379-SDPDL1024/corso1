       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRZSCA0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   ROUTINE COMUNE DEI PREZZI A SCAGLIONE DI QUANTITA': SULLA
      *****   RIGA DI LISTINO IN VIGORE (F0SLIST, GIA' LETTA DAL
      *****   CHIAMANTE CON "URLIST10" LREAD-FILE = 40) SCEGLIE IL
      *****   PREZZO DELLA QUANTITA' DI RIGA: VINCE LO SCAGLIONE CON
      *****   LA SOGLIA MINIMA PIU' ALTA NON SUPERIORE ALLA QUANTITA',
      *****   SOTTO LA PRIMA SOGLIA RESTA IL PREZZO BASE. IL PREZZO
      *****   SCELTO VA SU F0SLIST-PREZ-UNIT, DOVE I CHIAMANTI (PRESA
      *****   D'ORDINE, DDT, TOTEM, GATEWAY ORDINI) LO PRENDEVANO GIA'.
      *****   SOGLIE E QUANTITA' SONO NELL'UNITA' BASE DELL'ARTICOLO.
      *****   NESSUN VIDEO: IL MESSAGGIO LO DA' IL CHIAMANTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-IND                      PIC S9(04) COMP VALUE ZERO.
      *
       LINKAGE SECTION.
       COPY "LPRZSCA.WRK".
       COPY "F0SLIST.REC".
       COPY "LWSMCARE.WRK".
       PROCEDURE DIVISION          USING  L-PSCA-CTRL F0SLIST LWCOMAR.
       ENTRYS.
       PAR-0.
           MOVE    ZERO                TO  L-PSCA-NUMR-SCAG
           MOVE    ZERO                TO  L-PSCA-QTA-MINI
           MOVE    F0SLIST-PREZ-UNIT   TO  L-PSCA-PREZ-BASE
           PERFORM RT1-CONFRONTA
               VARYING WL-IND FROM 1 BY 1 UNTIL WL-IND GREATER 5
           IF  L-PSCA-NUMR-SCAG NOT EQUAL ZERO
             MOVE  F0SLIST-SCAG-PREZ(L-PSCA-NUMR-SCAG)
                                       TO  F0SLIST-PREZ-UNIT
           END-IF.
       EXIT-PRO.
           EXIT PROGRAM.
      ******************************************************************
      *----------  UNO SCAGLIONE VALE SE HA SOGLIA E PREZZO, SE LA
      *            QUANTITA' LO RAGGIUNGE E SE LA SUA SOGLIA SUPERA
      *            QUELLA DELLO SCAGLIONE GIA' SCELTO (GLI SCAGLIONI
      *            NON DEVONO PER FORZA ESSERE IN ORDINE)
       RT1-CONFRONTA.
           IF  F0SLIST-SCAG-QTA-MINI(WL-IND) GREATER ZERO
               AND F0SLIST-SCAG-PREZ(WL-IND) GREATER ZERO
               AND L-PSCA-QTA NOT LESS F0SLIST-SCAG-QTA-MINI(WL-IND)
               AND F0SLIST-SCAG-QTA-MINI(WL-IND) GREATER
                                               L-PSCA-QTA-MINI
             MOVE  WL-IND              TO  L-PSCA-NUMR-SCAG
             MOVE  F0SLIST-SCAG-QTA-MINI(WL-IND)
                                       TO  L-PSCA-QTA-MINI
           END-IF
           .
      *(END)
