000010*****************************************************************
000020*  CPDEBFO  -  RECORD ESTRATTO DEBITI VERSO FORNITORI (FILE     *
000030*              DEBFORN), SCRITTO DAL RISCONTRO FATRISC          *
000040*  UNA RIGA DI DETTAGLIO (TIPO "D") PER OGNI RIGA DI FATTURA    *
000050*  RISCONTRATA SENZA DIFFERENZE, CON FORNITORE E RAGIONE        *
000060*  SOCIALE DA FORMAST, E UNA CODA (TIPO "T") CON NUMERO RIGHE   *
000070*  E TOTALE. OGNI RUN RISCRIVE IL FILE RIPORTANDO ANCHE LE      *
000071*  RIGHE DI RUN PRECEDENTI NON ANCORA ESTRATTE (STATO GL SU     *
000072*  FATREG, COPY CPFATRG). LETTO DA GLEXTR, CHE NE FA L'AREA     *
000073*  CONTABILE                                                    *
000080*  FORNITORI (PIANO DEI CONTI COAMAP, AREA F, CHIAVE CODICE     *
000090*  FORNITORE).                                                  *
000100*****************************************************************
000110 01  DEB-RECORD.
000120     05  DEB-TIPO-RECORD         PIC X(01).
000130         88  DEB-DETTAGLIO               VALUE "D".
000140         88  DEB-CODA-CONTROLLO          VALUE "T".
000150     05  DEB-DATI-DETTAGLIO.
000160         10  DEB-CODICE-FORN     PIC X(06).
000170         10  DEB-RAGIONE-SOCIALE PIC X(30).
000180         10  DEB-NUM-FATTURA     PIC X(12).
000190         10  DEB-DATA-FATTURA    PIC 9(08).
000200         10  DEB-NUM-ORDINE      PIC 9(06).
000210         10  DEB-CODICE-PROD     PIC X(10).
000220         10  DEB-QUANTITA        PIC 9(05).
000230         10  DEB-IMPORTO         PIC 9(09)V99.
000240         10  DEB-DATA-ESTRAZ     PIC 9(08).
000250         10  FILLER              PIC X(03).
000260     05  DEB-DATI-CODA REDEFINES DEB-DATI-DETTAGLIO.
000270         10  DEB-TRL-NUM-RIGHE   PIC 9(06).
000280         10  DEB-TRL-TOT-IMPORTO PIC 9(09)V99.
000290         10  FILLER              PIC X(82).
