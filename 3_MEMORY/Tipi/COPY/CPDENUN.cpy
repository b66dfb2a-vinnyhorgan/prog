000010*****************************************************************
000020*  CPDENUN  -  RECORD DENUNCIA CONTRIBUTIVA MENSILE (FILE       *
000030*              DENUNCIA), SCRITTO DA CONTRIB PER L'ENTE         *
000040*  TRACCIATO FISSO: UNA TESTATA (TIPO "H") CON IL PERIODO PAGA, *
000050*  UNA RIGA PER MATRICOLA (TIPO "D") CON IMPONIBILE E           *
000060*  CONTRIBUTI A CARICO AZIENDA E UNA CODA DI CONTROLLO (TIPO    *
000070*  "T") CON NUMERO RIGHE E TOTALI. NELLA CODA IL LORDO DEI      *
000080*  CEDOLINI, MENO LA QUOTA NON IMPONIBILE (TFR LIQUIDATO AI     *
000090*  CESSATI), DA' L'IMPONIBILE; IL LORDO DEVE QUADRARE CON       *
000100*  NETSM-TOTALE-LORDO DELLA RIGA **TOTALE** DI NETSMRY.         *
000110*****************************************************************
000120 01  DEN-RECORD.
000130     05  DEN-TIPO-RECORD         PIC X(01).
000140         88  DEN-TESTATA                 VALUE "H".
000150         88  DEN-DETTAGLIO               VALUE "D".
000160         88  DEN-CODA-CONTROLLO          VALUE "T".
000170     05  DEN-DATI-DETTAGLIO.
000180         10  DEN-MATRICOLA       PIC 9(06).
000190         10  DEN-COGNOME         PIC X(20).
000200         10  DEN-NOME            PIC X(20).
000210         10  DEN-PERIODO         PIC X(06).
000220         10  DEN-IMPONIBILE      PIC 9(07)V99.
000230         10  DEN-CONTRIBUTI      PIC 9(07)V99.
000240         10  FILLER              PIC X(29).
000250     05  DEN-DATI-TESTATA REDEFINES DEN-DATI-DETTAGLIO.
000260         10  DEN-HDR-PERIODO     PIC X(06).
000270         10  DEN-HDR-DATA-CREAZ  PIC 9(08).
000280         10  DEN-HDR-NUM-VOCI    PIC 9(02).
000290         10  FILLER              PIC X(83).
000300     05  DEN-DATI-CODA REDEFINES DEN-DATI-DETTAGLIO.
000310         10  DEN-TRL-NUM-RIGHE   PIC 9(06).
000320         10  DEN-TRL-TOT-LORDO   PIC 9(11)V99.
000330         10  DEN-TRL-TOT-ESCLUSO PIC 9(11)V99.
000340         10  DEN-TRL-TOT-IMPONIB PIC 9(11)V99.
000350         10  DEN-TRL-TOT-CONTRIB PIC 9(11)V99.
000360         10  FILLER              PIC X(41).
