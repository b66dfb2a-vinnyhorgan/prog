000010*****************************************************************
000020*  CPPRSTR  -  RECORD TRANSAZIONE PRESENZE/ASSENZE (PRESTRAN)   *
000030*  UNA RIGA PER MATRICOLA, GIORNO E CAUSALE, VALIDATA DALLA     *
000040*  RUN PRESVAL CONTRO DIPMAST E LE DATE DEL PERIODO PAYCAL      *
000050*  PORTATO IN TESTATA.                                          *
000060*  PRSTR-CODICE:  P = PRESENZA/ASSENZA                          *
000070*                 H = TESTATA BATCH    T = CODA BATCH           *
000080*  PRSTR-CAUSALE: F = FERIE             (QUANTITA' IN GIORNI)   *
000090*                 M = MALATTIA          (QUANTITA' IN GIORNI)   *
000100*                 P = PERMESSO NON RETRIBUITO    (IN GIORNI)    *
000110*                 S = STRAORDINARIO     (QUANTITA' IN ORE)      *
000120*  LE CAUSALI A GIORNI AMMETTONO AL MASSIMO 1,00 PER RIGA       *
000130*  (MEZZA GIORNATA = 0,50), LO STRAORDINARIO AL MASSIMO 24 ORE. *
000140*  COME PER PRDTRAN/DIPTRAN IL FILE SI APRE CON UNA TESTATA     *
000150*  (ORIGINE, DATA CREAZIONE, NUMERO BATCH PROGRESSIVO, PERIODO  *
000160*  PAGA AAAAMM) E SI CHIUDE CON UNA CODA CHE PORTA IL NUMERO    *
000170*  DEI RECORD DATI E IL TOTALE HASH DI PRSTR-QUANTITA.          *
000180*****************************************************************
000190 01  PRSTR-RECORD.
000200     05  PRSTR-CODICE            PIC X(01).
000210         88  PRSTR-PRESENZA              VALUE "P".
000220         88  PRSTR-TESTATA-BATCH         VALUE "H".
000230         88  PRSTR-CODA-BATCH            VALUE "T".
000240     05  PRSTR-DATI-MOVIMENTO.
000250         10  PRSTR-MATRICOLA         PIC 9(06).
000260         10  PRSTR-DATA              PIC 9(08).
000270         10  PRSTR-CAUSALE           PIC X(01).
000280             88  PRSTR-FERIE                 VALUE "F".
000290             88  PRSTR-MALATTIA              VALUE "M".
000300             88  PRSTR-PERMESSO-NR           VALUE "P".
000310             88  PRSTR-STRAORDINARIO         VALUE "S".
000320             88  PRSTR-CAUSALE-VALIDA        VALUE "F" "M"
000330                                                   "P" "S".
000340         10  PRSTR-QUANTITA          PIC 9(03)V99.
000350         10  FILLER                  PIC X(20).
000360     05  PRSTR-DATI-TESTATA REDEFINES PRSTR-DATI-MOVIMENTO.
000370         10  PRSTR-HDR-ORIGINE       PIC X(10).
000380         10  PRSTR-HDR-DATA-CREAZ    PIC 9(08).
000390         10  PRSTR-HDR-NUM-BATCH     PIC 9(06).
000400         10  PRSTR-HDR-PERIODO       PIC X(06).
000410         10  FILLER                  PIC X(10).
000420     05  PRSTR-DATI-CODA REDEFINES PRSTR-DATI-MOVIMENTO.
000430         10  PRSTR-TRL-NUM-RECORD    PIC 9(06).
000440         10  PRSTR-TRL-TOT-QUANTITA  PIC 9(09)V99.
000450         10  FILLER                  PIC X(23).
