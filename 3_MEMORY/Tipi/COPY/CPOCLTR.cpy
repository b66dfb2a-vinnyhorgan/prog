000010*****************************************************************
000020*  CPOCLTR  -  RECORD TRANSAZIONE ORDINI CLIENTE (ORDCLTRN)     *
000030*  UNA RIGA PER RIGA D'ORDINE CLIENTE, VALIDATA E IMPEGNATA     *
000040*  DALLA RUN ORDCLI CONTRO IL MASTER PRODOTTI PRDMAST.          *
000050*  OCT-CODICE:  N = NUOVA RIGA D'ORDINE    X = ANNULLO RIGA     *
000060*               H = TESTATA BATCH          T = CODA BATCH       *
000070*  OCT-DEPOSITO: "01" O "02" (SPAZI O ZERI = "01") E' IL        *
000080*  DEPOSITO DA CUI LA MERCE VIENE PRELEVATA.                    *
000090*  OCT-DATA-CONSEGNA A ZERO = CONSEGNA IMMEDIATA.               *
000100*  SULL'ANNULLO CONTANO SOLO NUMERO ORDINE E RIGA.              *
000110*  COME PER PRDTRAN/PRESTRAN IL FILE SI APRE CON UNA TESTATA    *
000120*  (ORIGINE, DATA CREAZIONE, NUMERO BATCH PROGRESSIVO) E SI     *
000130*  CHIUDE CON UNA CODA CHE PORTA IL NUMERO DEI RECORD DATI E    *
000140*  IL TOTALE HASH DI OCT-QUANTITA.                              *
000150*****************************************************************
000160 01  OCT-RECORD.
000170     05  OCT-CODICE              PIC X(01).
000180         88  OCT-NUOVA-RIGA              VALUE "N".
000190         88  OCT-ANNULLO-RIGA            VALUE "X".
000200         88  OCT-TESTATA-BATCH           VALUE "H".
000210         88  OCT-CODA-BATCH              VALUE "T".
000220     05  OCT-DATI-RIGA.
000230         10  OCT-NUM-ORDINE          PIC 9(06).
000240         10  OCT-NUM-RIGA            PIC 9(03).
000250         10  OCT-CODICE-CLIENTE      PIC X(08).
000260         10  OCT-CODICE-PROD         PIC X(10).
000270         10  OCT-DEPOSITO            PIC X(02).
000280         10  OCT-QUANTITA            PIC 9(05).
000290         10  OCT-DATA-CONSEGNA       PIC 9(08).
000300         10  FILLER                  PIC X(18).
000310     05  OCT-DATI-TESTATA REDEFINES OCT-DATI-RIGA.
000320         10  OCT-HDR-ORIGINE         PIC X(10).
000330         10  OCT-HDR-DATA-CREAZ      PIC 9(08).
000340         10  OCT-HDR-NUM-BATCH       PIC 9(06).
000350         10  FILLER                  PIC X(36).
000360     05  OCT-DATI-CODA REDEFINES OCT-DATI-RIGA.
000370         10  OCT-TRL-NUM-RECORD      PIC 9(06).
000380         10  OCT-TRL-TOT-QUANTITA    PIC 9(09).
000390         10  FILLER                  PIC X(45).
