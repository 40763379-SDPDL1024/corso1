       IDENTIFICATION DIVISION.
       PROGRAM-ID. UIMPRON0.
       DATE-WRITTEN.  15/10/2026.
      ******************************************************************
      *****       FUNZIONE DEL PROGRAMMA:
      *****
      *****   IMPRONTA SHA-256 (FIPS 180-4) DI UN FILE, CALCOLATA A
      *****   FLUSSO MENTRE IL CHIAMANTE LO LEGGE O LO COPIA:
      *****   - "I" AZZERA LO STATO E RIPARTE DAI VALORI INIZIALI;
      *****   - "A" ACCODA I BYTE DEL BUFFER E LAVORA OGNI BLOCCO DA
      *****     64 BYTE COMPLETO;
      *****   - "F" AGGIUNGE IL RIEMPIMENTO E LA LUNGHEZZA IN BIT,
      *****     LAVORA GLI ULTIMI BLOCCHI E RESTITUISCE L'IMPRONTA IN
      *****     ESADECIMALE.
      *****   SERVE AI PACCHETTI DI CONSERVAZIONE (UCNSREG0), DOVE IL
      *****   CONSERVATORE VERIFICA OGNI FILE CON LA STESSA IMPRONTA.
      *****
      *****   LE PAROLE DA 32 BIT STANNO IN BINARI A 10 CIFRE PER LE
      *****   SOMME (MODULO 2 ELEVATO 32) E, PER ROTAZIONI, XOR E
      *****   SCELTE, IN TABELLE DI 32 CIFRE 0/1 (BIT 1 = BIT PIU'
      *****   SIGNIFICATIVO). LE POSIZIONI DI ROTAZIONE E SCORRIMENTO
      *****   SONO CALCOLATE UNA VOLTA SOLA AL PRIMO RICHIAMO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
       77  WL-PRIMA-VOLTA              PIC X(01)       VALUE "S".
       77  WL-IB                       PIC S9(04) COMP VALUE ZERO.
       77  WL-IT                       PIC S9(04) COMP VALUE ZERO.
       77  WL-IX                       PIC S9(04) COMP VALUE ZERO.
       77  WL-IH                       PIC S9(04) COMP VALUE ZERO.
       77  WL-POS                      PIC S9(04) COMP VALUE ZERO.
       77  WL-BLK-LEN                  PIC S9(04) COMP VALUE ZERO.
       77  WL-NUMR-BYTE                PIC 9(15)  COMP-3 VALUE ZERO.
       77  WL-NUMR-BIT                 PIC 9(18)  COMP-3 VALUE ZERO.
       77  WL-QUOZ                     PIC 9(18)  COMP-3 VALUE ZERO.
       77  WL-SOMMA                    PIC 9(12)  COMP   VALUE ZERO.
       77  WL-RESTO                    PIC 9(10)  COMP   VALUE ZERO.
       77  WL-NUME                     PIC 9(10)  COMP   VALUE ZERO.
       77  WL-CIFRA                    PIC 9(02)  COMP   VALUE ZERO.
       77  WL-XOR                      PIC 9(01)         VALUE ZERO.
       77  WL-SCARTO                   PIC 9(10)  COMP   VALUE ZERO.
       77  WL-T1                       PIC 9(10)  COMP   VALUE ZERO.
       77  WL-T2                       PIC 9(10)  COMP   VALUE ZERO.
       77  WL-SIG0                     PIC 9(10)  COMP   VALUE ZERO.
       77  WL-SIG1                     PIC 9(10)  COMP   VALUE ZERO.
       77  WL-CH                       PIC 9(10)  COMP   VALUE ZERO.
       77  WL-MAJ                      PIC 9(10)  COMP   VALUE ZERO.
       77  WL-HEX-8                    PIC X(08)         VALUE SPACES.
      *
       77  C-DUE-32                    PIC 9(10)  COMP
                                       VALUE 4294967296.
       77  C-CIFRE-HEX                 PIC X(16)
                                       VALUE "0123456789abcdef".
       77  C-CIFRE-HEX-MAIU            PIC X(16)
                                       VALUE "0123456789ABCDEF".
      *
      *    Costanti dei 64 passi (radici cubiche dei primi 64 primi)
       01  C-K-VALORI.
           03  FILLER  PIC X(64)  VALUE
           "428A2F9871374491B5C0FBCFE9B5DBA53956C25B59F111F1923F82A4AB1C
      -    "5ED5".
           03  FILLER  PIC X(64)  VALUE
           "D807AA9812835B01243185BE550C7DC372BE5D7480DEB1FE9BDC06A7C19B
      -    "F174".
           03  FILLER  PIC X(64)  VALUE
           "E49B69C1EFBE47860FC19DC6240CA1CC2DE92C6F4A7484AA5CB0A9DC76F9
      -    "88DA".
           03  FILLER  PIC X(64)  VALUE
           "983E5152A831C66DB00327C8BF597FC7C6E00BF3D5A7914706CA63511429
      -    "2967".
           03  FILLER  PIC X(64)  VALUE
           "27B70A852E1B21384D2C6DFC53380D13650A7354766A0ABB81C2C92E9272
      -    "2C85".
           03  FILLER  PIC X(64)  VALUE
           "A2BFE8A1A81A664BC24B8B70C76C51A3D192E819D6990624F40E3585106A
      -    "A070".
           03  FILLER  PIC X(64)  VALUE
           "19A4C1161E376C082748774C34B0BCB5391C0CB34ED8AA4A5B9CCA4F682E
      -    "6FF3".
           03  FILLER  PIC X(64)  VALUE
           "748F82EE78A5636F84C878148CC7020890BEFFFAA4506CEBBEF9A3F7C671
      -    "78F2".
       01  C-K-TAB                     REDEFINES C-K-VALORI.
           03  C-K-HEX                 PIC X(08)  OCCURS 64.
      *
      *    Valori iniziali (radici quadrate dei primi 8 primi)
       01  C-H-VALORI.
           03  FILLER  PIC X(64)  VALUE
           "6A09E667BB67AE853C6EF372A54FF53A510E527F9B05688C1F83D9AB5BE0
      -    "CD19".
       01  C-H-TAB                     REDEFINES C-H-VALORI.
           03  C-H-HEX                 PIC X(08)  OCCURS 8.
      *
       01  W-K-TAB.
           03  W-K                     PIC 9(10)  COMP OCCURS 64.
       01  W-H-INIZ-TAB.
           03  W-H-INIZ                PIC 9(10)  COMP OCCURS 8.
       01  W-H-TAB.
           03  W-H                     PIC 9(10)  COMP OCCURS 8.
      *
      *    Posizioni dei bit di partenza per le rotazioni a destra
      *    (ROTR) e gli scorrimenti a destra (SHR, zero = bit a zero)
       01  W-ROT-TAB.
           03  W-ROT-POS               OCCURS 32.
               05  W-R2                PIC S9(04) COMP.
               05  W-R13               PIC S9(04) COMP.
               05  W-R22               PIC S9(04) COMP.
               05  W-R6                PIC S9(04) COMP.
               05  W-R11               PIC S9(04) COMP.
               05  W-R25               PIC S9(04) COMP.
               05  W-R7                PIC S9(04) COMP.
               05  W-R18               PIC S9(04) COMP.
               05  W-S3                PIC S9(04) COMP.
               05  W-R17               PIC S9(04) COMP.
               05  W-R19               PIC S9(04) COMP.
               05  W-S10               PIC S9(04) COMP.
      *
      *    Blocco da 64 byte in corso di riempimento
       01  W-BLOCCO                    PIC X(64)       VALUE SPACES.
      *
      *    Valore del byte: il carattere nel byte basso di un binario
      *    a due byte
       01  W-BYTE.
           03  W-BYTE-VALO             PIC 9(04)  COMP.
       01  W-BYTE-R                    REDEFINES W-BYTE.
           03  W-BYTE-ALTO             PIC X(01).
           03  W-BYTE-CAR              PIC X(01).
      *
      *    Sequenza dei messaggi del blocco, in numero e in bit
       01  W-W-TAB.
           03  W-W                     PIC 9(10)  COMP OCCURS 64.
       01  W-WB-TAB.
           03  W-WB                    OCCURS 64.
               05  W-WB-BIT            PIC 9(01)  OCCURS 32.
      *
      *    Variabili di lavoro dei 64 passi
       01  W-VAR-TAB.
           03  W-VA                    PIC 9(10)  COMP.
           03  W-VB                    PIC 9(10)  COMP.
           03  W-VC                    PIC 9(10)  COMP.
           03  W-VD                    PIC 9(10)  COMP.
           03  W-VE                    PIC 9(10)  COMP.
           03  W-VF                    PIC 9(10)  COMP.
           03  W-VG                    PIC 9(10)  COMP.
           03  W-VH                    PIC 9(10)  COMP.
       01  W-BA-TAB.
           03  W-BA                    PIC 9(01)  OCCURS 32.
       01  W-BB-TAB.
           03  W-BB                    PIC 9(01)  OCCURS 32.
       01  W-BC-TAB.
           03  W-BC                    PIC 9(01)  OCCURS 32.
       01  W-BE-TAB.
           03  W-BE                    PIC 9(01)  OCCURS 32.
       01  W-BF-TAB.
           03  W-BF                    PIC 9(01)  OCCURS 32.
       01  W-BG-TAB.
           03  W-BG                    PIC 9(01)  OCCURS 32.
      *    Scomposizione in bit di WL-NUME
       01  W-BX-TAB.
           03  W-BX                    PIC 9(01)  OCCURS 32.
      *
       LINKAGE SECTION.
       COPY "LIMPRON.WRK".
       PROCEDURE DIVISION          USING  L-IMPR-CTRL.
       ENTRYS.
       PAR-0.
           IF  WL-PRIMA-VOLTA EQUAL "S"
             PERFORM RT0-COSTANTI
             MOVE  "N"                 TO  WL-PRIMA-VOLTA
           END-IF
           EVALUATE TRUE
             WHEN L-IMPR-INIZIO
               PERFORM RT1-INIZIO
             WHEN L-IMPR-AGGIUNGI
               PERFORM RT2-BYTE
                   VARYING WL-IB FROM 1 BY 1
                   UNTIL WL-IB GREATER L-IMPR-LUNG
             WHEN L-IMPR-FINE
               PERFORM RT3-FINE
           END-EVALUATE
           EXIT PROGRAM.
      ******************************************************************
      *----------  COSTANTI IN NUMERO E POSIZIONI DI ROTAZIONE
       RT0-COSTANTI.
           PERFORM RT01-COSTANTE-K
               VARYING WL-IT FROM 1 BY 1 UNTIL WL-IT GREATER 64
           PERFORM RT02-VALORE-INIZ
               VARYING WL-IT FROM 1 BY 1 UNTIL WL-IT GREATER 8
           PERFORM RT03-POSIZIONI
               VARYING WL-IX FROM 1 BY 1 UNTIL WL-IX GREATER 32
           .
       RT01-COSTANTE-K.
           MOVE    C-K-HEX(WL-IT)      TO  WL-HEX-8
           PERFORM RT90-HEX-NUMERO
           MOVE    WL-NUME             TO  W-K(WL-IT)
           .
       RT02-VALORE-INIZ.
           MOVE    C-H-HEX(WL-IT)      TO  WL-HEX-8
           PERFORM RT90-HEX-NUMERO
           MOVE    WL-NUME             TO  W-H-INIZ(WL-IT)
           .
       RT03-POSIZIONI.
           COMPUTE W-R2(WL-IX)  = WL-IX - 2
           COMPUTE W-R13(WL-IX) = WL-IX - 13
           COMPUTE W-R22(WL-IX) = WL-IX - 22
           COMPUTE W-R6(WL-IX)  = WL-IX - 6
           COMPUTE W-R11(WL-IX) = WL-IX - 11
           COMPUTE W-R25(WL-IX) = WL-IX - 25
           COMPUTE W-R7(WL-IX)  = WL-IX - 7
           COMPUTE W-R18(WL-IX) = WL-IX - 18
           COMPUTE W-R17(WL-IX) = WL-IX - 17
           COMPUTE W-R19(WL-IX) = WL-IX - 19
           COMPUTE W-S3(WL-IX)  = WL-IX - 3
           COMPUTE W-S10(WL-IX) = WL-IX - 10
      *      Le rotazioni rientrano dal bit 32, gli scorrimenti no
           IF  W-R2(WL-IX) LESS 1
             ADD   32                  TO  W-R2(WL-IX)
           END-IF
           IF  W-R13(WL-IX) LESS 1
             ADD   32                  TO  W-R13(WL-IX)
           END-IF
           IF  W-R22(WL-IX) LESS 1
             ADD   32                  TO  W-R22(WL-IX)
           END-IF
           IF  W-R6(WL-IX) LESS 1
             ADD   32                  TO  W-R6(WL-IX)
           END-IF
           IF  W-R11(WL-IX) LESS 1
             ADD   32                  TO  W-R11(WL-IX)
           END-IF
           IF  W-R25(WL-IX) LESS 1
             ADD   32                  TO  W-R25(WL-IX)
           END-IF
           IF  W-R7(WL-IX) LESS 1
             ADD   32                  TO  W-R7(WL-IX)
           END-IF
           IF  W-R18(WL-IX) LESS 1
             ADD   32                  TO  W-R18(WL-IX)
           END-IF
           IF  W-R17(WL-IX) LESS 1
             ADD   32                  TO  W-R17(WL-IX)
           END-IF
           IF  W-R19(WL-IX) LESS 1
             ADD   32                  TO  W-R19(WL-IX)
           END-IF
           IF  W-S3(WL-IX) LESS 1
             MOVE  0                   TO  W-S3(WL-IX)
           END-IF
           IF  W-S10(WL-IX) LESS 1
             MOVE  0                   TO  W-S10(WL-IX)
           END-IF
           .
      ******************************************************************
      *----------  IMPRONTA NUOVA
       RT1-INIZIO.
           MOVE    W-H-INIZ-TAB        TO  W-H-TAB
           MOVE    ZERO                TO  WL-BLK-LEN WL-NUMR-BYTE
           MOVE    SPACES              TO  L-IMPR-HASH
           MOVE    ZERO                TO  L-IMPR-NUMR-BYTE
           .
      ******************************************************************
      *----------  UN BYTE DEL BUFFER NEL BLOCCO; BLOCCO PIENO =
      *            LAVORAZIONE
       RT2-BYTE.
           ADD     1                   TO  WL-BLK-LEN
           MOVE    L-IMPR-BUFF(WL-IB:1)
                                       TO  W-BLOCCO(WL-BLK-LEN:1)
           ADD     1                   TO  WL-NUMR-BYTE
           IF  WL-BLK-LEN EQUAL 64
             PERFORM RT5-BLOCCO
             MOVE  ZERO                TO  WL-BLK-LEN
           END-IF
           .
      ******************************************************************
      *----------  CHIUSURA: UN BYTE X"80", ZERI FINO A 56 BYTE NEL
      *            BLOCCO, LUNGHEZZA IN BIT SU 8 BYTE
       RT3-FINE.
           COMPUTE WL-NUMR-BIT = WL-NUMR-BYTE * 8
           MOVE    128                 TO  W-BYTE-VALO
           PERFORM RT31-ACCODA-BYTE
           MOVE    ZERO                TO  W-BYTE-VALO
           PERFORM RT31-ACCODA-BYTE
               UNTIL WL-BLK-LEN EQUAL 56
           PERFORM RT32-LUNGHEZZA
               VARYING WL-IX FROM 8 BY -1 UNTIL WL-IX LESS 1
           MOVE    56                  TO  WL-BLK-LEN
           PERFORM RT5-BLOCCO
           MOVE    ZERO                TO  WL-BLK-LEN
      *
           MOVE    SPACES              TO  L-IMPR-HASH
           PERFORM RT33-ESADECIMALE
               VARYING WL-IH FROM 1 BY 1 UNTIL WL-IH GREATER 8
           MOVE    WL-NUMR-BYTE        TO  L-IMPR-NUMR-BYTE
           .
       RT31-ACCODA-BYTE.
           ADD     1                   TO  WL-BLK-LEN
           MOVE    W-BYTE-CAR          TO  W-BLOCCO(WL-BLK-LEN:1)
           IF  WL-BLK-LEN EQUAL 64
             PERFORM RT5-BLOCCO
             MOVE  ZERO                TO  WL-BLK-LEN
           END-IF
           .
       RT32-LUNGHEZZA.
           DIVIDE  WL-NUMR-BIT BY 256 GIVING WL-QUOZ
                                       REMAINDER W-BYTE-VALO
           MOVE    WL-QUOZ             TO  WL-NUMR-BIT
           COMPUTE WL-POS = 56 + WL-IX
           MOVE    W-BYTE-CAR          TO  W-BLOCCO(WL-POS:1)
           .
       RT33-ESADECIMALE.
           MOVE    W-H(WL-IH)          TO  WL-NUME
           PERFORM RT34-CIFRA-HEX
               VARYING WL-IX FROM 8 BY -1 UNTIL WL-IX LESS 1
           .
       RT34-CIFRA-HEX.
           DIVIDE  WL-NUME BY 16 GIVING WL-SCARTO REMAINDER WL-CIFRA
           MOVE    WL-SCARTO           TO  WL-NUME
           COMPUTE WL-POS = (WL-IH - 1) * 8 + WL-IX
           MOVE    C-CIFRE-HEX(WL-CIFRA + 1:1)
                                       TO  L-IMPR-HASH(WL-POS:1)
           .
      ******************************************************************
      *----------  LAVORAZIONE DI UN BLOCCO DA 64 BYTE
       RT5-BLOCCO.
           PERFORM RT51-PAROLA-BLOCCO
               VARYING WL-IT FROM 1 BY 1 UNTIL WL-IT GREATER 16
           PERFORM RT52-PAROLA-ESTESA
               VARYING WL-IT FROM 17 BY 1 UNTIL WL-IT GREATER 64
      *
           MOVE    W-H(1)              TO  W-VA
           MOVE    W-H(2)              TO  W-VB
           MOVE    W-H(3)              TO  W-VC
           MOVE    W-H(4)              TO  W-VD
           MOVE    W-H(5)              TO  W-VE
           MOVE    W-H(6)              TO  W-VF
           MOVE    W-H(7)              TO  W-VG
           MOVE    W-H(8)              TO  W-VH
           MOVE    W-VA                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BA-TAB
           MOVE    W-VB                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BB-TAB
           MOVE    W-VC                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BC-TAB
           MOVE    W-VE                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BE-TAB
           MOVE    W-VF                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BF-TAB
           MOVE    W-VG                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BG-TAB
      *
           PERFORM RT6-PASSO
               VARYING WL-IT FROM 1 BY 1 UNTIL WL-IT GREATER 64
      *
           COMPUTE WL-SOMMA = W-H(1) + W-VA
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(1)
           COMPUTE WL-SOMMA = W-H(2) + W-VB
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(2)
           COMPUTE WL-SOMMA = W-H(3) + W-VC
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(3)
           COMPUTE WL-SOMMA = W-H(4) + W-VD
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(4)
           COMPUTE WL-SOMMA = W-H(5) + W-VE
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(5)
           COMPUTE WL-SOMMA = W-H(6) + W-VF
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(6)
           COMPUTE WL-SOMMA = W-H(7) + W-VG
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(7)
           COMPUTE WL-SOMMA = W-H(8) + W-VH
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-H(8)
           .
      *----------  PAROLE 1-16: I BYTE DEL BLOCCO, IL PRIMO IN ALTO
       RT51-PAROLA-BLOCCO.
           MOVE    ZERO                TO  WL-NUME
           PERFORM RT511-BYTE-PAROLA
               VARYING WL-IX FROM 1 BY 1 UNTIL WL-IX GREATER 4
           MOVE    WL-NUME             TO  W-W(WL-IT)
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-WB(WL-IT)
           .
       RT511-BYTE-PAROLA.
           COMPUTE WL-POS = (WL-IT - 1) * 4 + WL-IX
           MOVE    ZERO                TO  W-BYTE-VALO
           MOVE    W-BLOCCO(WL-POS:1)  TO  W-BYTE-CAR
           COMPUTE WL-NUME = WL-NUME * 256 + W-BYTE-VALO
           .
      *----------  PAROLE 17-64: W(T-16) + S0(W(T-15)) + W(T-7) +
      *            S1(W(T-2))
       RT52-PAROLA-ESTESA.
           MOVE    ZERO                TO  WL-SIG0 WL-SIG1
           PERFORM RT521-BIT-SIGMA
               VARYING WL-IX FROM 1 BY 1 UNTIL WL-IX GREATER 32
           COMPUTE WL-SOMMA = W-W(WL-IT - 16) + WL-SIG0
                            + W-W(WL-IT - 7) + WL-SIG1
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-W(WL-IT)
           MOVE    WL-RESTO            TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-WB(WL-IT)
           .
       RT521-BIT-SIGMA.
      *      s0 = ROTR7 XOR ROTR18 XOR SHR3 DI W(T-15)
           COMPUTE WL-IH = WL-IT - 15
           MOVE    W-WB-BIT(WL-IH, W-R7(WL-IX))  TO  WL-CIFRA
           ADD     W-WB-BIT(WL-IH, W-R18(WL-IX)) TO  WL-CIFRA
           IF  W-S3(WL-IX) GREATER ZERO
             ADD   W-WB-BIT(WL-IH, W-S3(WL-IX))  TO  WL-CIFRA
           END-IF
           DIVIDE  WL-CIFRA BY 2 GIVING WL-SCARTO REMAINDER WL-XOR
           COMPUTE WL-SIG0 = WL-SIG0 * 2 + WL-XOR
      *      s1 = ROTR17 XOR ROTR19 XOR SHR10 DI W(T-2)
           COMPUTE WL-IH = WL-IT - 2
           MOVE    W-WB-BIT(WL-IH, W-R17(WL-IX)) TO  WL-CIFRA
           ADD     W-WB-BIT(WL-IH, W-R19(WL-IX)) TO  WL-CIFRA
           IF  W-S10(WL-IX) GREATER ZERO
             ADD   W-WB-BIT(WL-IH, W-S10(WL-IX)) TO  WL-CIFRA
           END-IF
           DIVIDE  WL-CIFRA BY 2 GIVING WL-SCARTO REMAINDER WL-XOR
           COMPUTE WL-SIG1 = WL-SIG1 * 2 + WL-XOR
           .
      ******************************************************************
      *----------  UNO DEI 64 PASSI DEL BLOCCO
       RT6-PASSO.
           MOVE    ZERO                TO  WL-SIG0 WL-SIG1 WL-CH
                                           WL-MAJ
           PERFORM RT61-BIT-PASSO
               VARYING WL-IX FROM 1 BY 1 UNTIL WL-IX GREATER 32
      *      T1 = H + S1(E) + CH(E,F,G) + K(T) + W(T)
           COMPUTE WL-SOMMA = W-VH + WL-SIG1 + WL-CH + W-K(WL-IT)
                            + W-W(WL-IT)
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  WL-T1
      *      T2 = S0(A) + MAJ(A,B,C)
           COMPUTE WL-SOMMA = WL-SIG0 + WL-MAJ
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  WL-T2
      *
           MOVE    W-VG                TO  W-VH
           MOVE    W-VF                TO  W-VG
           MOVE    W-VE                TO  W-VF
           COMPUTE WL-SOMMA = W-VD + WL-T1
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-VE
           MOVE    W-VC                TO  W-VD
           MOVE    W-VB                TO  W-VC
           MOVE    W-VA                TO  W-VB
           COMPUTE WL-SOMMA = WL-T1 + WL-T2
           PERFORM RT92-MODULO
           MOVE    WL-RESTO            TO  W-VA
      *
           MOVE    W-BF-TAB            TO  W-BG-TAB
           MOVE    W-BE-TAB            TO  W-BF-TAB
           MOVE    W-VE                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BE-TAB
           MOVE    W-BB-TAB            TO  W-BC-TAB
           MOVE    W-BA-TAB            TO  W-BB-TAB
           MOVE    W-VA                TO  WL-NUME
           PERFORM RT91-NUMERO-BIT
           MOVE    W-BX-TAB            TO  W-BA-TAB
           .
       RT61-BIT-PASSO.
      *      S1 = ROTR6 XOR ROTR11 XOR ROTR25 DI E
           COMPUTE WL-CIFRA = W-BE(W-R6(WL-IX)) + W-BE(W-R11(WL-IX))
                            + W-BE(W-R25(WL-IX))
           DIVIDE  WL-CIFRA BY 2 GIVING WL-SCARTO REMAINDER WL-XOR
           COMPUTE WL-SIG1 = WL-SIG1 * 2 + WL-XOR
      *      CH = F DOVE E HA 1, G DOVE E HA 0
           IF  W-BE(WL-IX) EQUAL 1
             COMPUTE WL-CH = WL-CH * 2 + W-BF(WL-IX)
           ELSE
             COMPUTE WL-CH = WL-CH * 2 + W-BG(WL-IX)
           END-IF
      *      S0 = ROTR2 XOR ROTR13 XOR ROTR22 DI A
           COMPUTE WL-CIFRA = W-BA(W-R2(WL-IX)) + W-BA(W-R13(WL-IX))
                            + W-BA(W-R22(WL-IX))
           DIVIDE  WL-CIFRA BY 2 GIVING WL-SCARTO REMAINDER WL-XOR
           COMPUTE WL-SIG0 = WL-SIG0 * 2 + WL-XOR
      *      MAJ = IL BIT DELLA MAGGIORANZA DI A, B, C
           COMPUTE WL-CIFRA = W-BA(WL-IX) + W-BB(WL-IX) + W-BC(WL-IX)
           IF  WL-CIFRA GREATER 1
             COMPUTE WL-MAJ = WL-MAJ * 2 + 1
           ELSE
             COMPUTE WL-MAJ = WL-MAJ * 2
           END-IF
           .
      ******************************************************************
      *----------  OTTO CIFRE ESADECIMALI (WL-HEX-8) IN NUMERO
       RT90-HEX-NUMERO.
           MOVE    ZERO                TO  WL-NUME
           PERFORM RT901-CIFRA
               VARYING WL-IX FROM 1 BY 1 UNTIL WL-IX GREATER 8
           .
       RT901-CIFRA.
           MOVE    ZERO                TO  WL-CIFRA
           PERFORM RT902-CONFRONTA
               VARYING WL-POS FROM 1 BY 1 UNTIL WL-POS GREATER 16
           COMPUTE WL-NUME = WL-NUME * 16 + WL-CIFRA
           .
       RT902-CONFRONTA.
           IF  C-CIFRE-HEX-MAIU(WL-POS:1) EQUAL WL-HEX-8(WL-IX:1)
             COMPUTE WL-CIFRA = WL-POS - 1
           END-IF
           .
      *----------  WL-NUME IN 32 BIT (W-BX, BIT 1 IN ALTO)
       RT91-NUMERO-BIT.
           PERFORM RT911-BIT
               VARYING WL-IX FROM 32 BY -1 UNTIL WL-IX LESS 1
           .
       RT911-BIT.
           DIVIDE  WL-NUME BY 2 GIVING WL-SCARTO REMAINDER W-BX(WL-IX)
           MOVE    WL-SCARTO           TO  WL-NUME
           .
      *----------  WL-SOMMA MODULO 2 ELEVATO 32 IN WL-RESTO
       RT92-MODULO.
           DIVIDE  WL-SOMMA BY C-DUE-32 GIVING WL-QUOZ
                                       REMAINDER WL-RESTO
           .
      *(END)
