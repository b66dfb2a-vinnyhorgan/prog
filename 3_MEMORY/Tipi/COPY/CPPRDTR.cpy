000315         10  PRDTR-MOV-COSTO-UNIT    PIC 9(04)V99.
000316         10  PRDTR-MOV-DEPOSITO      PIC X(02).
000317         10  PRDTR-MOV-DEP-DEST      PIC X(02).
000318*        "C" SUGLI SCARICHI DI PRELIEVO GENERATI DA ORDCLI: LA
000319*        QUANTITA' SCARICATA SCIOGLIE L'IMPEGNO DEL DEPOSITO
000320         10  PRDTR-MOV-IMPEGNO       PIC X(01).
000321             88  PRDTR-MOV-DA-IMPEGNO        VALUE "C".
000322*        LOTTO DI PRODUZIONE E SCADENZA (AAAAMMGG) DELLA MERCE
000323*        RICEVUTA: LI PORTANO I CARICHI E I NUOVI CODICI CON
000324*        GIACENZA INIZIALE (VEDERE 1556 IN PRODMAST). SPAZI =
000325*        MERCE SENZA LOTTO O SENZA SCADENZA. SCARICHI E
000326*        TRASFERIMENTI NON LI USANO: PRODMAST PRELEVA I LOTTI
000327*        DEL DEPOSITO A SCADENZA PIU' VICINA (FEFO).
000328*        ATTENZIONE ALLA MESSA IN PRODUZIONE: IL RECORD E' PASSATO
000329*        DA 74 A 92 BYTE: I BATCH GIA' GENERATI E NON ANCORA
000330*        APPLICATI (RIORDCF, ORDCLI, RJRECYC) VANNO RIGENERATI.
000331         10  PRDTR-MOV-LOTTO         PIC X(10).
000332         10  PRDTR-MOV-SCADENZA.
000333             15  PRDTR-SCAD-ANNO     PIC 9(04).
000334             15  PRDTR-SCAD-MESE     PIC 9(02).
000335             15  PRDTR-SCAD-GIORNO   PIC 9(02).
000336*        DATA DI COMPETENZA DEL MOVIMENTO (AAAAMMGG): E' LA
000337*        DATA CON CUI IL MOVIMENTO, O LA GIACENZA INIZIALE DI UN
000338*        NUOVO CODICE, ENTRA SUL GIORNALE MVJRNL E
000339*        QUINDI NELLA CHIUSURA MENSILE DI MAGAZZINO (MAGCHIU).
000340*        SPAZI O ZERI = DATA DI ELABORAZIONE. UN CARICO TARDIVO
000341*        DEL MESE PRECEDENTE LA PORTA VALORIZZATA; PRODMAST
000342*        SCARTA IL MOVIMENTO CON DATA FUTURA O IN UN MESE DI
000343*        MAGAZZINO GIA' CHIUSO (VEDERE 1551).
000344*        ATTENZIONE ALLA MESSA IN PRODUZIONE: IL RECORD PASSA
000345*        DA 92 A 100 BYTE; VALE LA STESSA RIGENERAZIONE DEI
000346*        BATCH NON ANCORA APPLICATI DESCRITTA SOPRA.
000347         10  PRDTR-MOV-DATA-COMP.
000348             15  PRDTR-COMP-ANNO     PIC 9(04).
000349             15  PRDTR-COMP-MESE     PIC 9(02).
000350             15  PRDTR-COMP-GIORNO   PIC 9(02).
000351     05  PRDTR-DATI-TESTATA REDEFINES PRDTR-DATI-MOVIMENTO.
000352         10  PRDTR-HDR-ORIGINE       PIC X(10).
000353         10  PRDTR-HDR-DATA-CREAZ    PIC 9(08).
000360         10  PRDTR-HDR-NUM-BATCH     PIC 9(06).
000361         10  FILLER                  PIC X(75).
000380     05  PRDTR-DATI-CODA REDEFINES PRDTR-DATI-MOVIMENTO.
000390         10  PRDTR-TRL-NUM-RECORD    PIC 9(06).
000400         10  PRDTR-TRL-TOT-QUANTITA  PIC 9(09).
000401         10  FILLER                  PIC X(84).
