020926     03  L-RMAE-NUMR-INST        PIC 9(04)  VALUE 0.
020926     03  L-RMAE-ESITO            PIC X(01)  VALUE SPACE.
020926         88  L-RMAE-ESITO-OK                VALUE "S".
151026     03  L-RMAE-NUMR-DOCU        PIC 9(06)  VALUE 0.
020926 01  L-RMAR-CTRL.
020926     03  L-RMAR-CODE-CLIE        PIC 9(04)  VALUE 0.
020926     03  L-RMAR-NUMR-INST        PIC 9(04)  VALUE 0.
020926     03  L-DIBA-ESITO            PIC X(01)  VALUE SPACE.
020926         88  L-DIBA-ESITO-OK                VALUE "S".
020926 COPY "F0SDIBA.REC".
151026*    Anagrafica fornitori: ragione sociale, dati fiscali e
151026*    indirizzo del codice fornitore gia' usato dagli acquisti.
151026 01  L-ANFO-CTRL.
151026     03  L-ANFO-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ANFO-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ANFO-ESITO-OK                VALUE "S".
151026 COPY "F0SANFO.REC".
151026*    Import delle fatture elettroniche ricevute dai fornitori.
151026 01  L-FIMP-CTRL.
151026     03  L-FIMP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-FIMP-NUMR-REGI        PIC 9(05)  VALUE 0.
151026     03  L-FIMP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-FIMP-ESITO-OK                VALUE "S".
151026*    Autofatture di integrazione dagli acquisti in reverse
151026*    charge (TD16-TD19).
151026 01  L-AUTF-CTRL.
151026     03  L-AUTF-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-AUTF-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-AUTF-NUMR-GENE        PIC 9(05)  VALUE 0.
151026     03  L-AUTF-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-AUTF-ESITO-OK                VALUE "S".
151026*    Registri IVA vendite, acquisti e corrispettivi con
151026*    numerazione pagine e stampa definitiva del mese.
151026 01  L-RIVA-CTRL.
151026     03  L-RIVA-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-RIVA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-RIVA-ESITO-OK                VALUE "S".
151026*    Elenchi Intrastat delle cessioni e degli acquisti UE.
151026 01  L-INTR-CTRL.
151026     03  L-INTR-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-INTR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-INTR-ESITO-OK                VALUE "S".
151026*    Registro cespiti: anagrafica, fondo e dismissione.
151026 01  L-CESP-CTRL.
151026     03  L-CESP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-CESP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CESP-ESITO-OK                VALUE "S".
151026 COPY "F0SCESP.REC".
151026*    Ammortamenti di fine anno e libro cespiti.
151026 01  L-AMMO-CTRL.
151026     03  L-AMMO-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-AMMO-NUMR-AMMO        PIC 9(05)  VALUE 0.
151026     03  L-AMMO-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-AMMO-ESITO-OK                VALUE "S".
151026*    Libro inventari di fine anno a costo medio, FIFO e LIFO.
151026 01  L-LINV-CTRL.
151026     03  L-LINV-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-LINV-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-LINV-NUMR-ARTI        PIC 9(05)  VALUE 0.
151026     03  L-LINV-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-LINV-ESITO-OK                VALUE "S".
151026*    Ripartizione dei costi accessori (nolo, dogana) sui
151026*    ricevimenti e ricalcolo del costo medio.
151026 01  L-CACC-CTRL.
151026     03  L-CACC-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-CACC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CACC-ESITO-OK                VALUE "S".
151026 COPY "F0SCACC.REC".
151026*    Listino fornitori per articolo: piu' fornitori per
151026*    articolo con prezzo, consegna e preferito.
151026 01  L-FCAT-CTRL.
151026     03  L-FCAT-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-FCAT-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-FCAT-ESITO-OK                VALUE "S".
151026 COPY "F0SFCAT.REC".
151026*    Ordini d'acquisto numerati a fornitore: emissione,
151026*    conferma del fornitore, lista degli scaduti.
151026 01  L-OACQ-CTRL.
151026     03  L-OACQ-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-OACQ-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-OACQ-NUMR-ORDI        PIC 9(05)  VALUE 0.
151026     03  L-OACQ-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-OACQ-ESITO-OK                VALUE "S".
151026 01  L-OACC-CTRL.
151026     03  L-OACC-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-OACC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-OACC-ESITO-OK                VALUE "S".
151026 COPY "F0SOACQ.REC".
151026 01  L-OSCA-CTRL.
151026     03  L-OSCA-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-OSCA-NUMR-SCAD        PIC 9(05)  VALUE 0.
151026     03  L-OSCA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-OSCA-ESITO-OK                VALUE "S".
151026*    Distinta di bonifici SEPA ai fornitori dalla proposta
151026*    pagamenti.
151026 01  L-SEPA-CTRL.
151026     03  L-SEPA-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-SEPA-NUMR-BONI        PIC 9(05)  VALUE 0.
151026*    Rating fornitori trimestrale.
151026 01  L-VALF-CTRL.
151026     03  L-VALF-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-VALF-NUMR-FORN        PIC 9(05)  VALUE 0.
151026     03  L-VALF-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-VALF-ESITO-OK                VALUE "S".
151026*    Compensazione partite cliente/fornitore dello stesso
151026*    soggetto.
151026 01  L-COMP-CTRL.
151026     03  L-COMP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-COMP-NUMR-COMP        PIC 9(06)  VALUE 0.
151026     03  L-COMP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-COMP-ESITO-OK                VALUE "S".
151026*    Linee di anticipo fatture e factoring sui crediti
151026*    clienti: manutenzione, cessione delle rate, scadenze e
151026*    situazione per banca.
151026 01  L-LANT-CTRL.
151026     03  L-LANT-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-LANT-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-LANT-ESITO-OK                VALUE "S".
151026 COPY "F0SLANT.REC".
151026 01  L-ANTF-CTRL.
151026     03  L-ANTF-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ANTF-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ANTF-ESITO-OK                VALUE "S".
151026 01  L-ANTS-CTRL.
151026     03  L-ANTS-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ANTS-NUMR-STOR        PIC 9(05)  VALUE 0.
151026     03  L-ANTS-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ANTS-ESITO-OK                VALUE "S".
151026 01  L-ANTP-CTRL.
151026     03  L-ANTP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ANTP-NUMR-RATE        PIC 9(05)  VALUE 0.
151026     03  L-ANTP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ANTP-ESITO-OK                VALUE "S".
151026*    Acconti su ordini cliente: fattura d'acconto (TD02) e
151026*    situazione degli acconti trattenuti su ordini aperti.
151026 01  L-ACCO-CTRL.
151026     03  L-ACCO-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ACCO-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-ACCO-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ACCO-ESITO-OK                VALUE "S".
151026 01  L-ACCR-CTRL.
151026     03  L-ACCR-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ACCR-NUMR-ORDI        PIC 9(05)  VALUE 0.
151026     03  L-ACCR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ACCR-ESITO-OK                VALUE "S".
151026*    Destinazioni di consegna dei clienti finali.
151026 01  L-DEST-CTRL.
151026     03  L-DEST-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-DEST-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-DEST-ESITO-OK                VALUE "S".
151026*    Giri di consegna: zone, automezzi e pianificazione
151026*    giornaliera con foglio di carico.
151026 01  L-ZONA-CTRL.
151026     03  L-ZONA-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ZONA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ZONA-ESITO-OK                VALUE "S".
151026 COPY "F0SZONA.REC".
151026 01  L-VEIC-CTRL.
151026     03  L-VEIC-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-VEIC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-VEIC-ESITO-OK                VALUE "S".
151026 COPY "F0SVEIC.REC".
151026 01  L-GIRI-CTRL.
151026     03  L-GIRI-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-GIRI-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-GIRI-NUMR-FERM        PIC 9(04)  VALUE 0.
151026     03  L-GIRI-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-GIRI-ESITO-OK                VALUE "S".
151026*    Interrogazione matricole con rottamazione del pezzo.
151026 01  L-MATI-CTRL.
151026     03  L-MATI-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-MATI-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-MATI-ESITO-OK                VALUE "S".
151026*    Assistenza post-vendita: schede di riparazione,
151026*    avanzamento con ricambi e manodopera, fattura fuori
151026*    garanzia e schede aperte per anzianita'.
151026 01  L-ASSE-CTRL.
151026     03  L-ASSE-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ASSE-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-ASSE-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ASSE-ESITO-OK                VALUE "S".
151026 01  L-ASSA-CTRL.
151026     03  L-ASSA-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ASSA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ASSA-ESITO-OK                VALUE "S".
151026 01  L-ASSF-CTRL.
151026     03  L-ASSF-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ASSF-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ASSF-ESITO-OK                VALUE "S".
151026 01  L-ASSR-CTRL.
151026     03  L-ASSR-CODE-CLIE        PIC 9(04)  VALUE 0.
151026*    Conto deposito presso i clienti: fattura dei consumi,
151026*    estratto per la visita e rientro a magazzino.
151026 01  L-CDEF-CTRL.
151026     03  L-CDEF-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-CDEF-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-CDEF-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CDEF-ESITO-OK                VALUE "S".
151026 01  L-CDEE-CTRL.
151026     03  L-CDEE-CODE-CLIE        PIC 9(04)  VALUE 0.
151026 01  L-CDER-CTRL.
151026     03  L-CDER-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-CDER-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-CDER-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CDER-ESITO-OK                VALUE "S".
151026*    Imballi a rendere: reso al banco, estratto mensile e
151026*    saldi fermi presso i clienti.
151026 01  L-IMBR-CTRL.
151026     03  L-IMBR-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-IMBR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-IMBR-ESITO-OK                VALUE "S".
151026 01  L-IMBE-CTRL.
151026     03  L-IMBE-CODE-CLIE        PIC 9(04)  VALUE 0.
151026 01  L-IMBF-CTRL.
151026     03  L-IMBF-CODE-CLIE        PIC 9(04)  VALUE 0.
151026*    Ordini di montaggio kit: apertura e avanzamento.
151026 01  L-MONE-CTRL.
151026     03  L-MONE-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-MONE-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-MONE-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-MONE-ESITO-OK                VALUE "S".
151026 01  L-MONA-CTRL.
151026     03  L-MONA-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-MONA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-MONA-ESITO-OK                VALUE "S".
151026*    Ubicazioni: celle, spostamenti, rifornimento, occupazione.
151026 01  L-UBIM-CTRL.
151026     03  L-UBIM-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-UBIM-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-UBIM-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-UBIM-ESITO-OK                VALUE "S".
151026 01  L-UBSP-CTRL.
151026     03  L-UBSP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-UBSP-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-UBSP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-UBSP-ESITO-OK                VALUE "S".
151026 01  L-UBRF-CTRL.
151026     03  L-UBRF-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-UBRF-NUMR-INST        PIC 9(04)  VALUE 0.
151026 01  L-UBOC-CTRL.
151026     03  L-UBOC-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-UBOC-NUMR-INST        PIC 9(04)  VALUE 0.
151026*    Riconciliazione intercompany.
151026 01  L-INRC-CTRL.
151026     03  L-INRC-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-INRC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-INRC-ESITO-OK                VALUE "S".
151026*    Ribassi automatici sui lotti in scadenza: fasce e rapporto.
151026 01  L-SCAD-CTRL.
151026     03  L-SCAD-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-SCAD-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-SCAD-ESITO-OK                VALUE "S".
151026 01  L-SCRE-CTRL.
151026     03  L-SCRE-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-SCRE-DATA             PIC 9(08)  VALUE 0.
151026     03  L-SCRE-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-SCRE-ESITO-OK                VALUE "S".
151026*    Negozio online: spedizioni degli ordini web e import.
151026 01  L-WTRA-CTRL.
151026     03  L-WTRA-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-WTRA-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-WTRA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-WTRA-ESITO-OK                VALUE "S".
151026 01  L-WIMP-CTRL.
151026     03  L-WIMP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-WIMP-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-WIMP-CODE-LIST        PIC X(02)  VALUE SPACES.
151026     03  L-WIMP-NUMR-IMPO        PIC 9(05)  VALUE 0.
151026     03  L-WIMP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-WIMP-ESITO-OK                VALUE "S".
151026*    EDIFACT con le catene: accordi, import e registro.
151026 01  L-EDIP-CTRL.
151026     03  L-EDIP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-EDIP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-EDIP-ESITO-OK                VALUE "S".
151026 01  L-EIMP-CTRL.
151026     03  L-EIMP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-EIMP-NUMR-INST        PIC 9(04)  VALUE 0.
151026     03  L-EIMP-NUMR-IMPO        PIC 9(05)  VALUE 0.
151026     03  L-EIMP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-EIMP-ESITO-OK                VALUE "S".
151026 01  L-ELOG-CTRL.
151026     03  L-ELOG-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-ELOG-DATA             PIC 9(08)  VALUE 0.
151026     03  L-ELOG-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ELOG-ESITO-OK                VALUE "S".
151026*    Riconciliazione dei pagamenti carta col regolamento.
151026 01  L-PRIC-CTRL.
151026     03  L-PRIC-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-PRIC-DATA             PIC 9(08)  VALUE 0.
151026     03  L-PRIC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-PRIC-ESITO-OK                VALUE "S".
151026*    Ricerca dei clienti doppi e loro fusione.
151026 01  L-CDUP-CTRL.
151026     03  L-CDUP-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-CDUP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CDUP-ESITO-OK                VALUE "S".
151026 01  L-CFUS-CTRL.
151026     03  L-CFUS-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-CFUS-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CFUS-ESITO-OK                VALUE "S".
151026*    Cambio codice o fusione di due articoli.
151026 01  L-CAAR-CTRL.
151026     03  L-CAAR-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-CAAR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CAAR-ESITO-OK                VALUE "S".
151026*    Ricarica della ditta di prova dalla ditta corrente.
151026 01  L-PRAG-CTRL.
151026     03  L-PRAG-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-PRAG-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-PRAG-ESITO-OK                VALUE "S".
151026*    Controllo ditta di prova alla scelta ditta.
151026 COPY "LPROVCH.WRK".
151026 01  WS-TITL-PROV                PIC X(40)  VALUE SPACES.
151026*    Impianto nuova ditta da una ditta modello.
151026 01  L-DNUO-CTRL.
151026     03  L-DNUO-CODE-CLIE        PIC 9(04)  VALUE 0.
151026     03  L-DNUO-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-DNUO-ESITO-OK                VALUE "S".
151026*    Diritti effettivi di un operatore per package e azione.
151026 01  L-AZVW-CTRL.
151026     03  L-AZVW-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-AZVW-ESITO-OK                VALUE "S".
151026*    Separazione dei compiti: report dei conflitti e tabella
151026*    delle coppie di compiti in conflitto.
151026 01  L-SODR-CTRL.
151026     03  L-SODR-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-SODR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-SODR-ESITO-OK                VALUE "S".
151026 01  L-SODC-CTRL.
151026     03  L-SODC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-SODC-ESITO-OK                VALUE "S".
151026*    Verifica delle catene di impronte di audit, log licenze e
151026*    giornale di magazzino.
151026 01  L-CATV-CTRL.
151026     03  L-CATV-NUMR-ANOM        PIC 9(07)  VALUE ZERO.
151026     03  L-CATV-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CATV-INTEGRE                 VALUE "S".
151026*    Consensi marketing dei clienti ed estrazione per le
151026*    campagne.
151026 COPY "LCONSEN.WRK".
151026 01  L-CAMP-CTRL.
151026     03  L-CAMP-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-CAMP-NUMR-SELE        PIC 9(06)  VALUE ZERO.
151026     03  L-CAMP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CAMP-ESITO-OK                VALUE "S".
151026*    Persone di riferimento dei clienti e report settimanale
151026*    delle visite degli agenti.
151026 01  L-REFE-CTRL.
151026     03  L-REFE-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-REFE-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-REFE-ESITO-OK                VALUE "S".
151026 01  L-VISR-CTRL.
151026     03  L-VISR-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-VISR-NUMR-VISI        PIC 9(05)  VALUE ZERO.
151026     03  L-VISR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-VISR-ESITO-OK                VALUE "S".
151026*    Registro reclami clienti e report mensile dei reclami.
151026 01  L-RECL-CTRL.
151026     03  L-RECL-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-RECL-NUMR-INST        PIC 9(04)  VALUE ZERO.
151026     03  L-RECL-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-RECL-ESITO-OK                VALUE "S".
151026 01  L-RECR-CTRL.
151026     03  L-RECR-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-RECR-NUMR-RECL        PIC 9(05)  VALUE ZERO.
151026     03  L-RECR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-RECR-ESITO-OK                VALUE "S".
151026*    Report vendite di cassa per fascia oraria e giorno.
151026 01  L-VORA-CTRL.
151026     03  L-VORA-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-VORA-NUMR-SCON        PIC 9(07)  VALUE ZERO.
151026     03  L-VORA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-VORA-ESITO-OK                VALUE "S".
151026*    Territori di vendita degli agenti e report per territorio.
151026 01  L-TERR-CTRL.
151026     03  L-TERR-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-TERR-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-TERR-ESITO-OK                VALUE "S".
151026 COPY "F0STERR.REC".
151026 01  L-TERP-CTRL.
151026     03  L-TERP-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-TERP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-TERP-ESITO-OK                VALUE "S".
151026*    Contabilita' generale: piano dei conti, registrazioni
151026*    manuali, libro giornale, mastrini e bilancio di verifica.
151026 01  L-PCON-CTRL.
151026     03  L-PCON-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-PCON-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-PCON-ESITO-OK                VALUE "S".
151026 COPY "F0SPCON.REC".
151026 01  L-MOVC-CTRL.
151026     03  L-MOVC-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-MOVC-NUMR-REGI        PIC 9(06)  VALUE ZERO.
151026     03  L-MOVC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-MOVC-ESITO-OK                VALUE "S".
151026 01  L-LGIO-CTRL.
151026     03  L-LGIO-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-LGIO-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-LGIO-ESITO-OK                VALUE "S".
151026 01  L-MAST-CTRL.
151026     03  L-MAST-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-MAST-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-MAST-ESITO-OK                VALUE "S".
151026 01  L-BILV-CTRL.
151026     03  L-BILV-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-BILV-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-BILV-ESITO-OK                VALUE "S".
151026 01  L-CNSP-CTRL.
151026     03  L-CNSP-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-CNSP-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CNSP-ESITO-OK                VALUE "S".
151026 01  L-CNRI-CTRL.
151026     03  L-CNRI-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-CNRI-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CNRI-ESITO-OK                VALUE "S".
151026 01  L-CNSI-CTRL.
151026     03  L-CNSI-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-CNSI-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CNSI-ESITO-OK                VALUE "S".
151026 01  L-OQUA-CTRL.
151026     03  L-OQUA-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-OQUA-NUMR-INST        PIC 9(04)  VALUE ZERO.
151026     03  L-OQUA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-OQUA-ESITO-OK                VALUE "S".
151026 01  L-ORIC-CTRL.
151026     03  L-ORIC-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-ORIC-NUMR-INST        PIC 9(04)  VALUE ZERO.
151026     03  L-ORIC-MODO             PIC X(01)  VALUE "M".
151026     03  L-ORIC-DATA             PIC 9(08)  VALUE ZERO.
151026     03  L-ORIC-NUMR-GENE        PIC 9(05)  VALUE ZERO.
151026     03  L-ORIC-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ORIC-ESITO-OK                VALUE "S".
151026 01  L-OQRP-CTRL.
151026     03  L-OQRP-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026*    Indici ISTAT e adeguamento annuale dei contratti.
151026 01  L-ISTA-CTRL.
151026     03  L-ISTA-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-ISTA-ESITO-OK                VALUE "S".
151026 COPY "F0SISTA.REC".
151026 01  L-CIST-CTRL.
151026     03  L-CIST-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-CIST-NUMR-APPR        PIC 9(04)  VALUE ZERO.
151026     03  L-CIST-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CIST-ESITO-OK                VALUE "S".
151026*    Integrita' referenziale: controllo degli orfani e
151026*    riparazione supervisionata.
151026 01  L-IREF-CTRL.
151026     03  L-IREF-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-IREF-MODO             PIC X(01)  VALUE "C".
151026     03  L-IREF-NUMR-ORFA        PIC 9(05)  VALUE ZERO.
151026     03  L-IREF-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-IREF-ESITO-OK                VALUE "S".
151026*    Andamento dei tempi della catena notturna.
151026 01  L-JTRE-CTRL.
151026     03  L-JTRE-SETT             PIC 9(02)  VALUE ZERO.
151026     03  L-JTRE-ORA-LIMI         PIC 9(04)  VALUE ZERO.
151026     03  L-JTRE-ORIG             PIC X(01)  VALUE "M".
151026     03  L-JTRE-NUMR-CRES        PIC 9(03)  VALUE ZERO.
151026     03  L-JTRE-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-JTRE-ESITO-OK                VALUE "S".
151026*    Vendite perse della settimana per articolo e fornitore
151026 01  L-PSET-CTRL.
151026     03  L-PSET-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-PSET-DATA-FINE        PIC 9(08)  VALUE ZERO.
151026     03  L-PSET-ORIG             PIC X(01)  VALUE "M".
151026     03  L-PSET-NUMR-ARTI        PIC 9(05)  VALUE ZERO.
151026     03  L-PSET-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-PSET-ESITO-OK                VALUE "S".
151026*    Stampa di un listino prezzi con gli scaglioni
151026 01  L-LSTS-CTRL.
151026     03  L-LSTS-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-LSTS-CODE-LIST        PIC X(02)  VALUE SPACES.
151026     03  L-LSTS-DATA             PIC 9(08)  VALUE ZERO.
151026     03  L-LSTS-NUMR-RIGHE       PIC 9(05)  VALUE ZERO.
151026     03  L-LSTS-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-LSTS-ESITO-OK                VALUE "S".
151026 01  L-PCMU-CTRL.
151026     03  L-PCMU-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-PCMU-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-PCMU-ESITO-OK                VALUE "S".
151026 01  L-PCGI-CTRL.
151026     03  L-PCGI-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-PCGI-DATA             PIC 9(08)  VALUE ZERO.
151026     03  L-PCGI-NUMR-MOVI        PIC 9(05)  VALUE ZERO.
151026     03  L-PCGI-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-PCGI-ESITO-OK                VALUE "S".
151026 01  L-CONM-CTRL.
151026     03  L-CONM-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-CONM-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CONM-ESITO-OK                VALUE "S".
151026 01  L-CODI-CTRL.
151026     03  L-CODI-CODE-CLIE        PIC 9(04)  VALUE ZERO.
151026     03  L-CODI-ESITO            PIC X(01)  VALUE SPACE.
151026         88  L-CODI-ESITO-OK                VALUE "S".
220826*    Inventario fisico: congelamento lista di conteggio,
220826*    inserimento quantita' contate, report varianze e
220826*    applicazione delle rettifiche come movimenti espliciti.
220826     03  L-RESO-NUMR-INST        PIC 9(04)  VALUE 0.
220826     03  L-RESO-ESITO            PIC X(01)  VALUE SPACE.
220826         88  L-RESO-ESITO-OK                VALUE "S".
151026     03  L-RESO-NUMR-DOCU        PIC 9(06)  VALUE 0.
151026     03  L-RESO-NUMR-RMA         PIC 9(06)  VALUE 0.
151026     03  L-RESO-RETT-PREZ        PIC X(01)  VALUE SPACE.
220826*    Tabella modalita' di pagamento: il flag "a credito" separa
220826*    l'incassato sul momento dal venduto che alimenta le
220826*    partite scoperte.
090826*      Ditte recenti dell'operatore.
090826       PERFORM RN2-REGISTRA-RECENTE
090826       PERFORM RN3-CARICA-RECENTI
151026*      Ditta di prova: avviso e titolo della finestra.
151026       PERFORM R185-DITTA-PROVA
220826*      Avvisi pendenti per l'operatore, subito dopo la scelta
220826*      ditta, con presa visione registrata.
220826       PERFORM R180-MOSTRA-AVVISI
220826*      per modalita' di pagamento e conteggio del cassetto.
220826       MOVE  FAN-CODE-CLIE       TO  L-CASZ-CODE-CLIE
220826       MOVE  L-NUMR-INST         TO  L-CASZ-NUMR-INST
151026*      L'ora della chiusura e' quella di adesso, non quella
151026*      di apertura della cassa
151026       MOVE  FUNCTION CURRENT-DATE TO LDATEHORA
220826       CALL  "UCASSAZ0"          USING L-CASZ-CTRL LWCOMAR
090826     END-IF
090826     .
090826*         Ditte recenti dell'operatore.
090826          PERFORM RN2-REGISTRA-RECENTE
090826          PERFORM RN3-CARICA-RECENTI
151026*         Ditta di prova: avviso e titolo della finestra.
151026          PERFORM R185-DITTA-PROVA
220826*         Avvisi pendenti sulla nuova ditta.
220826          PERFORM R180-MOSTRA-AVVISI
                DESTROY HBASE001-HANDLE
020926        WHEN 1970
020926*         Riepilogo annuo ritenute per la CU
020926          PERFORM RV8-CALL-CERT
151026        WHEN 1971
151026*         Registri IVA vendite/acquisti/corrispettivi
151026          PERFORM RVC-CALL-RIVA
151026        WHEN 1972
151026*         Elenchi Intrastat INTRA-1bis/INTRA-2bis
151026          PERFORM RVD-CALL-INTR
151026        WHEN 1973
151026*         Registro cespiti
151026          PERFORM RVE-CALL-CESP
151026        WHEN 1974
151026*         Ammortamenti di fine anno e libro cespiti
151026          PERFORM RVF-CALL-AMMO
151026        WHEN 1975
151026*         Distinta di bonifici SEPA ai fornitori
151026          PERFORM RVM-CALL-SEPA
151026        WHEN 1976
151026*         Compensazione partite cliente/fornitore
151026          PERFORM RVO-CALL-COMP
151026        WHEN 1977
151026*         Linee di anticipo fatture / factoring
151026          PERFORM RVP-CALL-LANT
151026        WHEN 1978
151026*         Cessione rate a una linea di anticipo
151026          PERFORM RVQ-CALL-ANTF
151026        WHEN 1979
151026*         Scadenze delle rate cedute: chiusura o storno
151026          PERFORM RVR-CALL-ANTS
151026        WHEN 1980
151026*         Situazione linee di anticipo e scadenze per banca
151026          PERFORM RVS-CALL-ANTP
020926        WHEN 4055
020926*         Archiviazione manuale di un report nello spool
020926          PERFORM RUW-CALL-SPAR
020926        WHEN 3367
020926*         Report resi a fornitore e crediti pendenti
020926          PERFORM RV3-CALL-RSFR
151026        WHEN 3368
151026*         Anagrafica fornitori
151026          PERFORM RV9-CALL-ANFO
151026        WHEN 3369
151026*         Import fatture fornitori ricevute da SDI
151026          PERFORM RVA-CALL-FIMP
151026        WHEN 3370
151026*         Autofatture di integrazione TD16-TD19
151026          PERFORM RVB-CALL-AUTF
151026        WHEN 3371
151026*         Libro inventari di fine anno (medio/FIFO/LIFO)
151026          PERFORM RVG-CALL-LINV
151026        WHEN 3372
151026*         Ripartizione costi accessori sui ricevimenti
151026          PERFORM RVH-CALL-CACC
151026        WHEN 3373
151026*         Listino fornitori per articolo
151026          PERFORM RVI-CALL-FCAT
151026        WHEN 3374
151026*         Emissione ordini d'acquisto ai fornitori
151026          PERFORM RVJ-CALL-OACQ
151026        WHEN 3375
151026*         Conferma del fornitore sull'ordine d'acquisto
151026          PERFORM RVK-CALL-OACC
151026        WHEN 3376
151026*         Ordini d'acquisto scaduti e non arrivati
151026          PERFORM RVL-CALL-OSCA
151026        WHEN 3377
151026*         Rating fornitori trimestrale
151026          PERFORM RVN-CALL-VALF
      *--- Vendite
              WHEN 1030 THRU 1041
                PERFORM RM26-CALL-GEVE
020926        WHEN 1305
020926*         Report mensile vinti/persi preventivi
020926          PERFORM RTZ-CALL-PRVR
151026        WHEN 1306
151026*         Fattura d'acconto su ordine cliente
151026          PERFORM RVT-CALL-ACCO
151026        WHEN 1307
151026*         Acconti su ordini non ancora fatturati
151026          PERFORM RVU-CALL-ACCR
151026        WHEN 1308
151026*         Destinazioni di consegna dei clienti
151026          PERFORM RVV-CALL-DEST
151026        WHEN 1309
151026*         Zone di consegna
151026          PERFORM RVW-CALL-ZONA
151026        WHEN 1310
151026*         Automezzi per le consegne
151026          PERFORM RVX-CALL-VEIC
151026        WHEN 1311
151026*         Pianificazione giri e fogli di carico
151026          PERFORM RVY-CALL-GIRI
151026        WHEN 1312
151026*         Interrogazione matricole
151026          PERFORM RVZ-CALL-MATR
151026        WHEN 1313
151026*         Apertura scheda di riparazione
151026          PERFORM RWA-CALL-ASSE
151026        WHEN 1314
151026*         Avanzamento scheda, ricambi e manodopera
151026          PERFORM RWB-CALL-ASSA
151026        WHEN 1315
151026*         Fattura riparazione fuori garanzia
151026          PERFORM RWC-CALL-ASSF
151026        WHEN 1316
151026*         Riparazioni aperte per anzianita'
151026          PERFORM RWD-CALL-ASSR
151026        WHEN 1317
151026*         Fattura dei consumi in conto deposito
151026          PERFORM RWE-CALL-CDEF
151026        WHEN 1318
151026*         Estratto conto deposito per cliente
151026          PERFORM RWF-CALL-CDEE
151026        WHEN 1319
151026*         Rientro a magazzino dal conto deposito
151026          PERFORM RWG-CALL-CDER
151026        WHEN 1320
151026*         Reso imballi a rendere al banco
151026          PERFORM RWH-CALL-IMBR
151026        WHEN 1321
151026*         Estratto mensile imballi a rendere
151026          PERFORM RWI-CALL-IMBE
151026        WHEN 1322
151026*         Imballi fermi presso i clienti
151026          PERFORM RWJ-CALL-IMBF
151026        WHEN 1323
151026*         Apertura ordine di montaggio kit
151026          PERFORM RWK-CALL-MONE
151026        WHEN 1324
151026*         Avanzamento ordine di montaggio kit
151026          PERFORM RWL-CALL-MONA
151026        WHEN 1325
151026*         Celle di ubicazione di un articolo
151026          PERFORM RWM-CALL-UBIM
151026        WHEN 1326
151026*         Spostamento di merce tra celle
151026          PERFORM RWN-CALL-UBSP
151026        WHEN 1327
151026*         Rifornimento delle celle di prelievo
151026          PERFORM RWO-CALL-UBRF
151026        WHEN 1328
151026*         Rapporto di occupazione delle ubicazioni
151026          PERFORM RWP-CALL-UBOC
151026        WHEN 1329
151026*         Riconciliazione dei documenti intercompany
151026          PERFORM RWQ-CALL-INRC
151026        WHEN 1330
151026*         Fasce di ribasso dei lotti in scadenza
151026          PERFORM RWR-CALL-SCAD
151026        WHEN 1331
151026*         Rapporto giornaliero dei ribassi scadenza
151026          PERFORM RWS-CALL-SCRE
151026        WHEN 1332
151026*         Spedizione degli ordini del negozio online
151026          PERFORM RWT-CALL-WTRA
151026        WHEN 1333
151026*         Import ordini del negozio online a richiesta
151026          PERFORM RWU-CALL-WIMP
151026        WHEN 1334
151026*         Accordi EDI con i clienti della grande distribuzione
151026          PERFORM RWV-CALL-EDIP
151026        WHEN 1335
151026*         Import dei messaggi EDIFACT a richiesta
151026          PERFORM RWW-CALL-EIMP
151026        WHEN 1336
151026*         Registro degli interscambi EDIFACT
151026          PERFORM RWX-CALL-ELOG
151026        WHEN 1337
151026*         Riconciliazione carte col regolamento dell'acquirer
151026          PERFORM RWY-CALL-PRIC
151026        WHEN 1338
151026*         Ricerca dei clienti doppi in anagrafica
151026          PERFORM RWZ-CALL-CDUP
151026        WHEN 1339
151026*         Fusione (o annullamento) di due clienti doppi
151026          PERFORM RXA-CALL-CFUS
151026        WHEN 1340
151026*         Cambio codice o fusione di due articoli
151026          PERFORM RXB-CALL-CAAR
151026        WHEN 1341
151026*         Ricarica ditta di prova per l'addestramento
151026          PERFORM RXC-CALL-PROV
151026        WHEN 1342
151026*         Impianto nuova ditta da una ditta modello
151026          PERFORM RXD-CALL-DNUO
151026        WHEN 1343
151026*         Diritti effettivi di un operatore
151026          PERFORM RXE-CALL-AZVW
151026        WHEN 1344
151026*         Separazione dei compiti: conflitti e casi reali
151026          PERFORM RXF-CALL-SODR
151026        WHEN 1345
151026*         Tabella dei conflitti di separazione dei compiti
151026          PERFORM RXG-CALL-SODC
151026        WHEN 1346
151026*         Verifica delle catene di impronte
151026          PERFORM RXH-CALL-CATV
151026        WHEN 1347
151026*         Consensi marketing di un cliente
151026          PERFORM RXI-CALL-CONS
151026        WHEN 1348
151026*         Estrazione clienti per una campagna
151026          PERFORM RXJ-CALL-CAMP
151026        WHEN 1349
151026*         Persone di riferimento di un cliente
151026          PERFORM RXK-CALL-REFE
151026        WHEN 1350
151026*         Report settimanale visite agenti
151026          PERFORM RXL-CALL-VISR
151026        WHEN 1351
151026*         Registro reclami clienti
151026          PERFORM RXM-CALL-RECL
151026        WHEN 1352
151026*         Report mensile reclami clienti
151026          PERFORM RXN-CALL-RECR
151026        WHEN 1353
151026*         Vendite di cassa per fascia oraria e giorno
151026          PERFORM RXO-CALL-VORA
151026        WHEN 1354
151026*         Territori di vendita degli agenti
151026          PERFORM RXP-CALL-TERR
151026        WHEN 1355
151026*         Vendite per territorio e provincia
151026          PERFORM RXQ-CALL-TERP
151026        WHEN 1356
151026*         Piano dei conti della contabilita' generale
151026          PERFORM RXR-CALL-PCON
151026        WHEN 1357
151026*         Registrazione manuale di contabilita' generale
151026          PERFORM RXS-CALL-MOVC
151026        WHEN 1358
151026*         Libro giornale
151026          PERFORM RXT-CALL-LGIO
151026        WHEN 1359
151026*         Mastrini
151026          PERFORM RXU-CALL-MAST
151026        WHEN 1360
151026*         Bilancio di verifica mensile
151026          PERFORM RXV-CALL-BILV
151026        WHEN 1361
151026*         Pacchetto di versamento in conservazione
151026          PERFORM RXW-CALL-CNSP
151026        WHEN 1362
151026*         Consegna pacchetti e ricevute del conservatore
151026          PERFORM RXX-CALL-CNRI
151026        WHEN 1363
151026*         Interrogazione copie conservate
151026          PERFORM RXY-CALL-CNSI
151026        WHEN 1364
151026*         Ordini quadro cliente
151026          PERFORM RXZ-CALL-OQUA
151026        WHEN 1365
151026*         Richiamo manuale di un ordine quadro
151026          PERFORM RYA-CALL-ORIC
151026        WHEN 1366
151026*         Report sottoconsumo ordini quadro
151026          PERFORM RYB-CALL-OQRP
151026        WHEN 1367
151026*         Indici ISTAT dei prezzi
151026          PERFORM RYC-CALL-ISTA
151026        WHEN 1368
151026*         Adeguamento ISTAT dei contratti
151026          PERFORM RYD-CALL-CIST
151026        WHEN 1369
151026*         Integrita' referenziale, controllo degli orfani
151026          PERFORM RYE-CALL-IREF
151026        WHEN 1370
151026*         Integrita' referenziale, riparazione degli orfani
151026          PERFORM RYF-CALL-IRIP
151026        WHEN 1371
151026*         Andamento dei tempi della catena notturna
151026          PERFORM RYG-CALL-JTRE
151026        WHEN 1372
151026*         Vendite perse della settimana
151026          PERFORM RYH-CALL-PSET
151026        WHEN 1373
151026*         Stampa listino prezzi con scaglioni
151026          PERFORM RYI-CALL-LSTS
151026        WHEN 1374
151026*         Movimenti di piccola cassa
151026          PERFORM RYJ-CALL-PCMU
151026        WHEN 1375
151026*         Libro giornaliero di piccola cassa e conteggio
151026          PERFORM RYK-CALL-PCGI
151026        WHEN 1376
151026*         Tabella contributo ambientale CONAI
151026          PERFORM RYL-CALL-CONA
151026        WHEN 1377
151026*         Dichiarazione periodica contributo CONAI
151026          PERFORM RYM-CALL-CODI
      *--- Help
              WHEN 4051
090826          PERFORM RH3-CALL-HELP-TOPIC
090826*             Ditte recenti dell'operatore.
090826              PERFORM RN2-REGISTRA-RECENTE
090826              PERFORM RN3-CARICA-RECENTI
151026*             Ditta di prova: avviso e titolo della finestra.
151026              PERFORM R185-DITTA-PROVA
250507              DESTROY HBASE001-HANDLE
250507              MOVE TV-RAGE-DITT  TO  L-TITL-FUNC
250507              MOVE LTITL-FORM    TO  TV-RAGE-DITT
020926         AND L-STAT-LICE NOT EQUAL "G"
020926       MOVE  FAN-CODE-CLIE       TO  L-RMAE-CODE-CLIE
020926       MOVE  L-NUMR-INST         TO  L-RMAE-NUMR-INST
151026       MOVE  ZERO                TO  L-RMAE-NUMR-DOCU
020926     CALL  "URMAENT0"            USING L-RMAE-CTRL F0SRMAU LWCOMAR
020926     END-IF
020926     .
020926       CALL  "UCERTCU0"          USING L-CERT-CTRL LWCOMAR
020926     END-IF
020926     .
151026*----> Anagrafica fornitori. "UANFOMU0" mantiene F0SANFO:
151026*      la partita IVA del fornitore e' quella con cui l'import
151026*      delle fatture ricevute riconosce il cedente.
151026 RV9-CALL-ANFO.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ANFO-CODE-CLIE
151026       CALL  "UANFOMU0"          USING L-ANFO-CTRL F0SANFO LWCOMAR
151026     END-IF
151026     .
151026*----> Import fatture fornitori. "UFATIMP0" legge le
151026*      FatturaPA ricevute da SDI (FATTRICE), le registra su
151026*      F0SFACQ con il riscontro contro i ricevimenti e scrive
151026*      gli scarti per il compratore su FATTSCAR. Gira anche
151026*      nella catena notturna.
151026 RVA-CALL-FIMP.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-FIMP-CODE-CLIE
151026       CALL  "UFATIMP0"          USING L-FIMP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Autofatture di integrazione. "UAUTFAT0" genera su
151026*      F0SVEND le autofatture TD16-TD19 degli acquisti in
151026*      reverse charge registrati su F0SFACQ, in coda di invio
151026*      SDI; la lista va su AUTFAT. Gira anche nella catena
151026*      notturna.
151026 RVB-CALL-AUTF.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-AUTF-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-AUTF-NUMR-INST
151026       CALL  "UAUTFAT0"          USING L-AUTF-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Registri IVA. "UREGIVA0" stampa su REGIVA il registro
151026*      vendite, acquisti o corrispettivi del mese con pagine
151026*      progressive nell'anno; la stampa definitiva segna il mese
151026*      su F0SRIVA e da li' in poi si puo' solo ristampare uguale.
151026 RVC-CALL-RIVA.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-RIVA-CODE-CLIE
151026       CALL  "UREGIVA0"          USING L-RIVA-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Elenchi Intrastat. "UINTRAS0" somma cessioni e
151026*      acquisti UE del mese per controparte e nomenclatura e
151026*      scrive il file telematico su INTRAT, con la lista di
151026*      controllo delle righe senza codice o massa su INTRACK.
151026 RVD-CALL-INTR.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-INTR-CODE-CLIE
151026       CALL  "UINTRAS0"          USING L-INTR-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Registro cespiti. "UCESPMU0" mantiene F0SCESP: nuovo
151026*      bene anche dalla fattura d'acquisto, fondo riportato e
151026*      dismissione con plus/minusvalenza.
151026 RVE-CALL-CESP.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CESP-CODE-CLIE
151026       CALL  "UCESPMU0"          USING L-CESP-CTRL F0SCESP LWCOMAR
151026     END-IF
151026     .
151026*----> Ammortamenti. "UAMMORT0" calcola le quote dell'anno su
151026*      F0SAMMO, aggiorna il fondo dei cespiti e stampa il libro
151026*      cespiti su LIBCESP.
151026 RVF-CALL-AMMO.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-AMMO-CODE-CLIE
151026       CALL  "UAMMORT0"          USING L-AMMO-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Libro inventari. "ULIBINV0" ricostruisce dal giornale
151026*      di magazzino gli strati FIFO e LIFO di fine anno del
151026*      deposito corrente, li memorizza su F0SSTRA per l'anno
151026*      dopo e stampa su LIBINVE le tre valorizzazioni.
151026 RVG-CALL-LINV.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-LINV-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-LINV-NUMR-INST
151026       CALL  "ULIBINV0"          USING L-LINV-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Costi accessori. "UCOSACC0" collega la fattura dello
151026*      spedizioniere o della dogana ai ricevimenti, la ripartisce
151026*      per valore, peso o quantita' e ricalcola il costo medio
151026*      della merce ancora in giacenza (prospetto su COSTACC).
151026 RVH-CALL-CACC.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CACC-CODE-CLIE
151026       CALL  "UCOSACC0"          USING L-CACC-CTRL F0SCACC LWCOMAR
151026     END-IF
151026     .
151026*----> Listino fornitori. "UFCATMU0" mantiene i fornitori di
151026*      ciascun articolo con prezzo, tempo di consegna, minimo,
151026*      validita' e preferito; la scelta del fornitore delle
151026*      proposte d'acquisto (UACQPRO0) parte da qui.
151026 RVI-CALL-FCAT.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-FCAT-CODE-CLIE
151026       CALL  "UFCATMU0"          USING L-FCAT-CTRL F0SFCAT LWCOMAR
151026     END-IF
151026     .
151026*----> Ordini d'acquisto. "UORDACQ0" raggruppa per fornitore le
151026*      proposte confermate in ordini numerati (documenti su ORDACQ)
151026*      e li accoda alla spedizione con il canale del fornitore.
151026 RVJ-CALL-OACQ.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-OACQ-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-OACQ-NUMR-INST
151026       CALL  "UORDACQ0"          USING L-OACQ-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Conferma del fornitore. "UOACCON0" registra riferimento
151026*      della conferma e data di consegna promessa sull'ordine.
151026 RVK-CALL-OACC.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-OACC-CODE-CLIE
151026       CALL  "UOACCON0"          USING L-OACC-CTRL F0SOACQ LWCOMAR
151026     END-IF
151026     .
151026*----> Ordini scaduti. "UOACSCA0" elenca su ORDSCAD gli ordini con
151026*      la data promessa (o richiesta) superata e righe non ancora
151026*      ricevute, e chiude quelli arrivati per intero.
151026 RVL-CALL-OSCA.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-OSCA-CODE-CLIE
151026       CALL  "UOACSCA0"          USING L-OSCA-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Bonifici SEPA. "USEPABO0" trasforma le rate autorizzate
151026*      della proposta pagamenti nel flusso SEPACT per la banca e
151026*      le mette in pagamento fino all'addebito in estratto conto.
151026 RVM-CALL-SEPA.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-SEPA-CODE-CLIE
151026       CALL  "USEPABO0"          USING L-SEPA-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Rating fornitori. "UVALFOR0" stampa su VALFORN puntualita',
151026*      evasione, non conformita', riscontro fatture e punteggio
151026*      del trimestre con il trend sul trimestre precedente.
151026 RVN-CALL-VALF.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-VALF-CODE-CLIE
151026       CALL  "UVALFOR0"          USING L-VALF-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Compensazioni. "UCOMPEN0" compensa le partite aperte di
151026*      un cliente collegato a un fornitore, le registra sui due
151026*      lati e stampa la dichiarazione da firmare su COMPENS.
151026 RVO-CALL-COMP.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-COMP-CODE-CLIE
151026       CALL  "UCOMPEN0"          USING L-COMP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Linee di anticipo. "ULANTMU0" mantiene le linee di
151026*      anticipo fatture e di factoring: banca, fido, percentuale
151026*      anticipata e tolleranza oltre la scadenza.
151026 RVP-CALL-LANT.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-LANT-CODE-CLIE
151026       CALL  "ULANTMU0"          USING L-LANT-CTRL F0SLANT LWCOMAR
151026     END-IF
151026     .
151026*----> Cessione rate. "UANTFAT0" cede a una linea le rate aperte
151026*      non scadute dei clienti, nei limiti del fido.
151026 RVQ-CALL-ANTF.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ANTF-CODE-CLIE
151026       CALL  "UANTFAT0"          USING L-ANTF-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Scadenze rate cedute. "UANTSTO0" chiude le cessioni
151026*      incassate e storna gli anticipi delle rate insolute oltre
151026*      la tolleranza della linea.
151026 RVR-CALL-ANTS.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ANTS-CODE-CLIE
151026       CALL  "UANTSTO0"          USING L-ANTS-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Situazione anticipi. "UANTREP0" stampa su ANTICIPI
151026*      l'utilizzo delle linee e le scadenze cedute per banca.
151026 RVS-CALL-ANTP.
151026     MOVE    "20"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ANTP-CODE-CLIE
151026       CALL  "UANTREP0"          USING L-ANTP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Fattura d'acconto su ordine. "UACCONT0" emette la
151026*      fattura TD02 su un ordine aperto e trattiene l'acconto
151026*      sull'ordine fino all'evasione che lo storna.
151026 RVT-CALL-ACCO.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ACCO-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-ACCO-NUMR-INST
151026       CALL  "UACCONT0"          USING L-ACCO-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Acconti su ordini. "UACCREP0" stampa su ACCONTI gli
151026*      acconti trattenuti su ordini non ancora fatturati.
151026 RVU-CALL-ACCR.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-ACCR-CODE-CLIE
151026       CALL  "UACCREP0"          USING L-ACCR-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Destinazioni di consegna. "UDESTMU0" mantiene gli
151026*      indirizzi di consegna di un cliente (CAP risolto tramite
151026*      URCAP010), scelti poi su ordini e DDT.
151026 RVV-CALL-DEST.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-DEST-CODE-CLIE
151026       CALL  "UDESTMU0"          USING L-DEST-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Giri di consegna. "UZONAMU0" mantiene le zone (per
151026*      intervallo di CAP o per provincia), "UVEICMU0" gli
151026*      automezzi con la loro capacita', "UGIRPIA0" pianifica i
151026*      giri del giorno e stampa i fogli di carico su GIRI.
151026 RVW-CALL-ZONA.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ZONA-CODE-CLIE
151026       CALL  "UZONAMU0"          USING L-ZONA-CTRL F0SZONA LWCOMAR
151026     END-IF
151026     .
151026 RVX-CALL-VEIC.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-VEIC-CODE-CLIE
151026       CALL  "UVEICMU0"          USING L-VEIC-CTRL F0SVEIC LWCOMAR
151026     END-IF
151026     .
151026 RVY-CALL-GIRI.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-GIRI-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-GIRI-NUMR-INST
151026       CALL  "UGIRPIA0"          USING L-GIRI-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Matricole. "UMATRIN0" interroga un numero di serie
151026*      (stato, vendita, garanzia) e rottama un pezzo in
151026*      giacenza.
151026 RVZ-CALL-MATR.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-MATI-CODE-CLIE
151026       CALL  "UMATRIN0"          USING L-MATI-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Assistenza post-vendita. "UASSENT0" apre la scheda di
151026*      riparazione, "UASSAGG0" la fa avanzare (fornitore,
151026*      riparata, restituita) e scarica ricambi e manodopera,
151026*      "UASSFAT0" fattura l'intervento fuori garanzia,
151026*      "UASSREP0" elenca su RIPAPERT le schede aperte.
151026 RWA-CALL-ASSE.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ASSE-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-ASSE-NUMR-INST
151026       CALL  "UASSENT0"          USING L-ASSE-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWB-CALL-ASSA.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ASSA-CODE-CLIE
151026       CALL  "UASSAGG0"          USING L-ASSA-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWC-CALL-ASSF.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ASSF-CODE-CLIE
151026       CALL  "UASSFAT0"          USING L-ASSF-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWD-CALL-ASSR.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-ASSR-CODE-CLIE
151026       CALL  "UASSREP0"          USING L-ASSR-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Conto deposito. Il DDT in conto deposito (UDDTEMI0) porta
151026*      la merce presso il cliente; "UCDEFAT0" ne fattura i
151026*      consumi, "UCDEEST0" stampa su CDEPEST l'estratto da
151026*      riconciliare alla visita, "UCDERES0" registra il rientro
151026*      della merce a magazzino.
151026 RWE-CALL-CDEF.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CDEF-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-CDEF-NUMR-INST
151026       CALL  "UCDEFAT0"          USING L-CDEF-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWF-CALL-CDEE.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-CDEE-CODE-CLIE
151026       CALL  "UCDEEST0"          USING L-CDEE-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWG-CALL-CDER.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CDER-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-CDER-NUMR-INST
151026       CALL  "UCDERES0"          USING L-CDER-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Imballi a rendere. Consegne e resi viaggiano col DDT
151026*      (UDDTEMI0); "UIMBRES0" registra il reso al banco,
151026*      "UIMBEST0" stampa su IMBAEST l'estratto mensile per
151026*      cliente, "UIMBFER0" su IMBAFER i saldi fermi.
151026 RWH-CALL-IMBR.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-IMBR-CODE-CLIE
151026       CALL  "UIMBRES0"          USING L-IMBR-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWI-CALL-IMBE.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-IMBE-CODE-CLIE
151026       CALL  "UIMBEST0"          USING L-IMBE-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWJ-CALL-IMBF.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-IMBF-CODE-CLIE
151026       CALL  "UIMBFER0"          USING L-IMBF-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Ordini di montaggio kit. "UMONENT0" apre l'ordine sul
151026*      deposito di sessione, "UMONAVA0" ne registra i kit montati
151026*      e scartati scaricando i componenti e caricando il kit.
151026 RWK-CALL-MONE.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-MONE-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-MONE-NUMR-INST
151026       CALL  "UMONENT0"          USING L-MONE-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWL-CALL-MONA.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-MONA-CODE-CLIE
151026       CALL  "UMONAVA0"          USING L-MONA-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Ubicazioni del deposito. "UUBIMAN0" definisce le celle di
151026*      un articolo, "UUBISPO0" sposta merce tra celle, "UUBIRIF0"
151026*      rifornisce le celle di prelievo sotto minimo e "UUBIOCC0"
151026*      stampa l'occupazione delle celle e la merce non ubicata.
151026 RWM-CALL-UBIM.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-UBIM-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-UBIM-NUMR-INST
151026       CALL  "UUBIMAN0"          USING L-UBIM-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWN-CALL-UBSP.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-UBSP-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-UBSP-NUMR-INST
151026       CALL  "UUBISPO0"          USING L-UBSP-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWO-CALL-UBRF.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-UBRF-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-UBRF-NUMR-INST
151026       CALL  "UUBIRIF0"          USING L-UBRF-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWP-CALL-UBOC.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-UBOC-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-UBOC-NUMR-INST
151026       CALL  "UUBIOCC0"          USING L-UBOC-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Riconciliazione intercompany: "UINTREC0" confronta i
151026*      documenti scambiati con le altre ditte del gruppo e stampa
151026*      quelli i cui due lati non tornano.
151026 RWQ-CALL-INRC.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-INRC-CODE-CLIE
151026       CALL  "UINTREC0"          USING L-INRC-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Ribassi sui lotti in scadenza. "USCADMU0" mantiene le
151026*      fasce per gruppo merceologico, applicate da sole dal totem;
151026*      "USCADRE0" stampa i ribassi concessi nella giornata contro
151026*      il costo della merce che sarebbe scaduta invenduta.
151026 RWR-CALL-SCAD.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-SCAD-CODE-CLIE
151026       CALL  "USCADMU0"          USING L-SCAD-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWS-CALL-SCRE.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-SCRE-CODE-CLIE
151026       MOVE  ZERO                TO  L-SCRE-DATA
151026       CALL  "USCADRE0"          USING L-SCRE-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Negozio online. "UWEBTRA0" registra vettore e numero di
151026*      spedizione sugli ordini web evasi; "UWEBIMP0" importa a
151026*      richiesta gli ordini del negozio, che di norma entrano con
151026*      la catena notturna insieme al catalogo e agli stati.
151026 RWT-CALL-WTRA.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-WTRA-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-WTRA-NUMR-INST
151026       CALL  "UWEBTRA0"          USING L-WTRA-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWU-CALL-WIMP.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-WIMP-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-WIMP-NUMR-INST
151026       MOVE  SPACES              TO  L-WIMP-CODE-LIST
151026       CALL  "UWEBIMP0"          USING L-WIMP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> EDIFACT. "UEDIPMU0" mantiene gli accordi con i partner;
151026*      "UEDIIMP0" importa ordini e ricevute, che di norma entrano
151026*      con la catena notturna; "UEDILOG0" stampa il registro degli
151026*      interscambi di oggi con i messaggi ancora senza ricevuta.
151026 RWV-CALL-EDIP.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-EDIP-CODE-CLIE
151026       CALL  "UEDIPMU0"          USING L-EDIP-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWW-CALL-EIMP.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-EIMP-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-EIMP-NUMR-INST
151026       CALL  "UEDIIMP0"          USING L-EIMP-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RWX-CALL-ELOG.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ELOG-CODE-CLIE
151026       MOVE  ZERO                TO  L-ELOG-DATA
151026       CALL  "UEDILOG0"          USING L-ELOG-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Riconciliazione carte. "UPOSRIC0" confronta il file di
151026*      regolamento dell'acquirer di ieri con i pagamenti carta
151026*      registrati dal totem, per cassa.
151026 RWY-CALL-PRIC.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-PRIC-CODE-CLIE
151026       MOVE  ZERO                TO  L-PRIC-DATA
151026       CALL  "UPOSRIC0"          USING L-PRIC-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Clienti doppi. "UCLIDUP0" stampa su DUPCLIF le coppie di
151026*      clienti con stessa partita IVA, codice fiscale o nome e
151026*      indirizzo normalizzati.
151026 RWZ-CALL-CDUP.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-CDUP-CODE-CLIE
151026       CALL  "UCLIDUP0"          USING L-CDUP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Fusione clienti. "UCLIFUS0" sposta ogni riferimento del
151026*      cliente doppio sul codice che resta, con registro F0SFUSI
151026*      per l'annullamento e traccia su F0SAUDI.
151026 RXA-CALL-CFUS.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CFUS-CODE-CLIE
151026       CALL  "UCLIFUS0"          USING L-CFUS-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Cambio codice articolo. "UARTCAM0" rinomina il codice (o lo
151026*      fonde in uno esistente) in tutti gli archivi, con registro
151026*      F0SCAAR per la ripresa e traccia su F0SAUDI.
151026 RXB-CALL-CAAR.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CAAR-CODE-CLIE
151026       CALL  "UARTCAM0"          USING L-CAAR-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Ricarica ditta di prova. "UPROVAG0" copia la ditta corrente
151026*      nella ditta di prova scelta, anonimizzando i dati personali
151026*      dei clienti, e la marca come ditta di prova.
151026 RXC-CALL-PROV.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-PRAG-CODE-CLIE
151026       CALL  "UPROVAG0"          USING L-PRAG-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Impianto nuova ditta. "UDITNUO0" copia le tabelle di
151026*      configurazione della ditta modello (proposta la corrente)
151026*      nella ditta nuova, riparte la numerazione sull'anno e stampa
151026*      la lista di controllo su DITNUOVA.
151026 RXD-CALL-DNUO.
151026     MOVE    "01"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-DNUO-CODE-CLIE
151026       CALL  "UDITNUO0"          USING L-DNUO-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Diritti effettivi di un operatore. "UAZIOVW0" mostra a
151026*      video, per ogni package, le azioni consentite
151026*      (interrogazione, modifica, annullo, approvazione) e da
151026*      dove vengono.
151026 RXE-CALL-AZVW.
151026     MOVE    "01"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       CALL  "UAZIOVW0"          USING L-AZVW-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Separazione dei compiti. "USODREP0" scrive su SODREP gli
151026*      operatori che hanno i diritti per entrambi i compiti di una
151026*      coppia e i casi reali del periodo; "USODCMU0" mantiene le
151026*      coppie (F0SSODC).
151026 RXF-CALL-SODR.
151026     MOVE    "01"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-SODR-CODE-CLIE
151026       CALL  "USODREP0"          USING L-SODR-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXG-CALL-SODC.
151026     MOVE    "01"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       CALL  "USODCMU0"          USING L-SODC-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Verifica delle catene di impronte. "UCATVER0" scrive su
151026*      CATVER il punto in cui una catena si rompe.
151026 RXH-CALL-CATV.
151026     MOVE    "01"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       CALL  "UCATVER0"          USING L-CATV-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Consensi marketing. "UCONSMU0" raccoglie o revoca i
151026*      consensi di un cliente (F0SCONS); "UCAMPES0" estrae su
151026*      CAMPCSV i clienti del segmento con il consenso valido e li
151026*      registra su F0SCAMP.
151026 RXI-CALL-CONS.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CONS-CODE-CLIE
151026       MOVE  ZERO                TO  L-CONS-CODI-CLIF
151026       MOVE  SPACE               TO  L-CONS-FONTE
151026       CALL  "UCONSMU0"          USING L-CONS-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXJ-CALL-CAMP.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CAMP-CODE-CLIE
151026       CALL  "UCAMPES0"          USING L-CAMP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Visite degli agenti. "UREFEMU0" mantiene le persone di
151026*      riferimento di un cliente (F0SREFE); "UVISREP0" scrive su
151026*      VISREP le visite della settimana per agente (registrate dal
151026*      gateway su F0SVISI), la conversione in ordini e i clienti
151026*      del portafoglio non visitati da N giorni.
151026 RXK-CALL-REFE.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-REFE-CODE-CLIE
151026       CALL  "UREFEMU0"          USING L-REFE-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXL-CALL-VISR.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-VISR-CODE-CLIE
151026       CALL  "UVISREP0"          USING L-VISR-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Reclami clienti. "URECLMU0" registra il reclamo sul
151026*      documento (F0SRECL), con lotto e fornitore, e ne fa nascere
151026*      RMA e nota di credito; "URECREP0" scrive su RECLREP il
151026*      riepilogo mensile per categoria, fornitore e lotto.
151026 RXM-CALL-RECL.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-RECL-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-RECL-NUMR-INST
151026       CALL  "URECLMU0"          USING L-RECL-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXN-CALL-RECR.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-RECR-CODE-CLIE
151026       CALL  "URECREP0"          USING L-RECR-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Vendite di cassa per fascia oraria. "UVENORA0" scrive su
151026*      VENORA scontrini, incasso e casse aperte per deposito,
151026*      giorno della settimana e mezz'ora, per i turni di cassa.
151026 RXO-CALL-VORA.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-VORA-CODE-CLIE
151026       CALL  "UVENORA0"          USING L-VORA-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Territori di vendita. "UTERRMU0" mantiene i territori
151026*      (provincia o intervallo di CAP, agente, validita') che
151026*      propongono l'agente negli ordini e nei documenti;
151026*      "UTERREP0" scrive su TERRREP il venduto per territorio e
151026*      provincia con il confronto sull'anno precedente.
151026 RXP-CALL-TERR.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-TERR-CODE-CLIE
151026       CALL  "UTERRMU0"          USING L-TERR-CTRL F0STERR LWCOMAR
151026     END-IF
151026     .
151026 RXQ-CALL-TERP.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-TERP-CODE-CLIE
151026       CALL  "UTERREP0"          USING L-TERP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Contabilita' generale. "UPCONMU0" mantiene il piano dei
151026*      conti (anche dalla mappa causali); "UMOVCMU0" scrive le
151026*      registrazioni manuali in quadratura; "ULIBGIO0" stampa il
151026*      libro giornale su LIBGIOR, "UMASTRI0" i mastrini su
151026*      MASTRINI, "UBILVER0" il bilancio di verifica su BILVER.
151026 RXR-CALL-PCON.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-PCON-CODE-CLIE
151026       CALL  "UPCONMU0"          USING L-PCON-CTRL F0SPCON LWCOMAR
151026     END-IF
151026     .
151026 RXS-CALL-MOVC.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-MOVC-CODE-CLIE
151026       CALL  "UMOVCMU0"          USING L-MOVC-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXT-CALL-LGIO.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-LGIO-CODE-CLIE
151026       CALL  "ULIBGIO0"          USING L-LGIO-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXU-CALL-MAST.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-MAST-CODE-CLIE
151026       CALL  "UMASTRI0"          USING L-MAST-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXV-CALL-BILV.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-BILV-CODE-CLIE
151026       CALL  "UBILVER0"          USING L-BILV-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Conservazione dei documenti fiscali. "UCNSPAC0" prepara
151026*      il pacchetto di versamento (indice CPnnnnnn e distinta
151026*      CNSPACC), "UCNSRIC0" ne registra la consegna e importa le
151026*      ricevute del conservatore da CNSRIC, "UCNSINQ0" risponde
151026*      "dov'e' la copia conservata" di un documento.
151026 RXW-CALL-CNSP.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CNSP-CODE-CLIE
151026       CALL  "UCNSPAC0"          USING L-CNSP-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXX-CALL-CNRI.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CNRI-CODE-CLIE
151026       CALL  "UCNSRIC0"          USING L-CNRI-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RXY-CALL-CNSI.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-CNSI-CODE-CLIE
151026       CALL  "UCNSINQ0"          USING L-CNSI-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Ordini quadro cliente. "UOQUAMU0" inserisce, mostra con
151026*      il residuo e chiude i contratti quadro, "UOQURIC0" ne
151026*      genera a mano un richiamo come ordine F0SORDI/F0SORDR
151026*      (i richiami programmati li lancia la catena batch),
151026*      "UOQUREP0" stampa su OQUAREP i quadri in scadenza rimasti
151026*      indietro con il consumo.
151026 RXZ-CALL-OQUA.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-OQUA-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-OQUA-NUMR-INST
151026       CALL  "UOQUAMU0"          USING L-OQUA-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RYA-CALL-ORIC.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-ORIC-CODE-CLIE
151026       MOVE  L-NUMR-INST         TO  L-ORIC-NUMR-INST
151026       MOVE  "M"                 TO  L-ORIC-MODO
151026       MOVE  ZERO                TO  L-ORIC-DATA
151026       CALL  "UOQURIC0"          USING L-ORIC-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RYB-CALL-OQRP.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-OQRP-CODE-CLIE
151026       CALL  "UOQUREP0"          USING L-OQRP-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Indici ISTAT. "UISTAMU0" inserisce ogni mese il valore
151026*      pubblicato dell'indice su F0SISTA; "UCONIST0" propone e
151026*      fa approvare l'adeguamento annuale dei contratti
151026*      indicizzati, con storico, nuovi importi in decorrenza
151026*      all'anniversario e lettera di avviso al cliente.
151026 RYC-CALL-ISTA.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       CALL  "UISTAMU0"          USING L-ISTA-CTRL F0SISTA LWCOMAR
151026     END-IF
151026     .
151026 RYD-CALL-CIST.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-CIST-CODE-CLIE
151026       CALL  "UCONIST0"          USING L-CIST-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Integrita' referenziale. "UINTREF0" elenca su INTEREF i
151026*      record figli rimasti senza padre (righe senza testata,
151026*      partite senza documento, giacenze senza articolo,
151026*      sconti senza cliente); la riparazione, dopo conferma,
151026*      li copia sui file di scarto ORFxxxx e li cancella,
151026*      con traccia su F0SAUDI.
151026 RYE-CALL-IREF.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-IREF-CODE-CLIE
151026       MOVE  "C"                 TO  L-IREF-MODO
151026       CALL  "UINTREF0"          USING L-IREF-CTRL LWCOMAR
151026     END-IF
151026     .
151026 RYF-CALL-IRIP.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026         AND L-STAT-LICE NOT EQUAL "G"
151026       MOVE  FAN-CODE-CLIE       TO  L-IREF-CODE-CLIE
151026       MOVE  "R"                 TO  L-IREF-MODO
151026       CALL  "UINTREF0"          USING L-IREF-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Andamento dei tempi della catena notturna. "UJOBTRE0"
151026*      stampa su JOBTREND le durate per notte dei passi
151026*      registrati su F0SJOBC, media, caso peggiore, passi in
151026*      crescita e la data in cui la catena supererebbe la fine
151026*      della finestra notturna.
151026 RYG-CALL-JTRE.
151026     MOVE    "29"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  "M"                 TO  L-JTRE-ORIG
151026       CALL  "UJOBTRE0"          USING L-JTRE-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Vendite perse della settimana. "UPERSET0" stampa su
151026*      PERSESET le richieste non servite per mancanza di merce
151026*      (F0SPERS), sommate per articolo e raggruppate per
151026*      fornitore.
151026 RYH-CALL-PSET.
151026     MOVE    "25"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-PSET-CODE-CLIE
151026       MOVE  ZERO                TO  L-PSET-DATA-FINE
151026       MOVE  "M"                 TO  L-PSET-ORIG
151026       CALL  "UPERSET0"          USING L-PSET-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Stampa listino prezzi. "ULISTST0" stampa su LISTSTAM le
151026*      righe in vigore di un listino, con gli scaglioni di
151026*      quantita' sotto il prezzo base.
151026 RYI-CALL-LSTS.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-LSTS-CODE-CLIE
151026       MOVE  SPACES              TO  L-LSTS-CODE-LIST
151026       MOVE  ZERO                TO  L-LSTS-DATA
151026       CALL  "ULISTST0"          USING L-LSTS-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Piccola cassa. "UPCASMU0" registra entrate e uscite della
151026*      cassa d'ufficio con causale e documento giustificativo;
151026*      i versamenti del totem vi entrano da soli.
151026 RYJ-CALL-PCMU.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-PCMU-CODE-CLIE
151026       CALL  "UPCASMU0"          USING L-PCMU-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Libro di piccola cassa. "UPCASGI0" stampa su PCASGIOR la
151026*      giornata con saldo iniziale e finale e la confronta con
151026*      il contante contato.
151026 RYK-CALL-PCGI.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-PCGI-CODE-CLIE
151026       MOVE  ZERO                TO  L-PCGI-DATA
151026       CALL  "UPCASGI0"          USING L-PCGI-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Contributo CONAI. "UCONAMU0" tiene per anno e materiale
151026*      d'imballo il contributo in euro per tonnellata che le
151026*      fatture addebitano sui chili dichiarati in anagrafica.
151026 RYL-CALL-CONA.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-CONM-CODE-CLIE
151026       CALL  "UCONAMU0"          USING L-CONM-CTRL LWCOMAR
151026     END-IF
151026     .
151026*----> Dichiarazione CONAI. "UCONADI0" riepiloga su CONADICH per
151026*      mese o trimestre chili e contributo dovuto per materiale
151026*      e lo confronta con quello fatturato.
151026 RYM-CALL-CODI.
151026     MOVE    "26"                TO  LPACK-ID
151026     PERFORM R600-CTRL-PACK
151026     IF  WS-CTRL-PACK EQUAL 1
151026       MOVE  FAN-CODE-CLIE       TO  L-CODI-CODE-CLIE
151026       CALL  "UCONADI0"          USING L-CODI-CTRL LWCOMAR
151026     END-IF
151026     .
020926*----> Tracciatura lotti. "ULOTTRA0" elenca i clienti che hanno
020926*      ricevuto un lotto (richiamo) oppure i lotti in scadenza
020926*      entro N giorni, su LOTTRACC.
220826         AND L-STAT-LICE NOT EQUAL "G"
220826       MOVE  FAN-CODE-CLIE       TO  L-RESO-CODE-CLIE
220826       MOVE  L-NUMR-INST         TO  L-RESO-NUMR-INST
151026       MOVE  ZERO                TO  L-RESO-NUMR-DOCU
151026                                     L-RESO-NUMR-RMA
151026       MOVE  SPACE               TO  L-RESO-RETT-PREZ
220826     CALL  "URESOVE0"            USING L-RESO-CTRL F0SVEND LWCOMAR
220826     END-IF
220826     .
220826     CALL  "UAVVISH0"            USING L-AVVS-CTRL LWCOMAR
220826     .
      *
151026*----> Ditta di prova per l'addestramento ("UPROVCH0"): avviso
151026*      alla scelta della ditta e titolo della finestra marcato,
151026*      cosi' nessuno la scambia per la ditta di produzione.
151026 R185-DITTA-PROVA.
151026     MOVE    LCODE-DITN          TO  L-PRVC-CODE-CLIE
151026     CALL  "UPROVCH0"            USING L-PRVC-CTRL LWCOMAR
151026     IF  L-PRVC-PROVA
151026       DISPLAY MESSAGE BOX "TRAINING - DITTA DI PROVA",
151026              H"0A" "DATI DI ADDESTRAMENTO, NESSUN INVIO ESTERNO",
151026              H"0A" "RICARICATA IL " , L-PRVC-DATA-PROVA
151026                      " DALLA DITTA " , L-PRVC-DITT-ORIG
151026                             TITLE "TRAINING"
151026                             TYPE 1
151026                             ICON 2
151026       IF  LTITL-FORM(1:11) NOT EQUAL "TRAINING - "
151026         MOVE  LTITL-FORM        TO  WS-TITL-PROV
151026         MOVE  SPACES            TO  LTITL-FORM
151026         STRING "TRAINING - "    DELIMITED BY SIZE
151026                WS-TITL-PROV     DELIMITED BY SIZE
151026                                 INTO LTITL-FORM
151026       END-IF
151026     END-IF
151026     .
      *
090826*----> Arma/riarma il timeout di inattivita' della ditta
090826*      corrente. Nessun effetto se FAN-IDLE-MINUTI
090826*      e' ZERO.
