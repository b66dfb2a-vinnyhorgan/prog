000010*****************************************************************
000020*  CPFATFO  -  RECORD FATTURA FORNITORE (FILE FATFORN)          *
000030*  UNA RIGA PER FATTURA, ORDINE DI ACQUISTO E CODICE PRODOTTO,  *
000040*  BATTUTA DALLA CONTABILITA' FORNITORI AL RICEVIMENTO DELLA    *
000050*  FATTURA. LETTA DAL RISCONTRO FATRISC, CHE LA CONFRONTA CON   *
000060*  L'ORDINE SU ORDAPRT (QUANTITA' RICEVUTA) E CON IL COSTO      *
000070*  UNITARIO DEI CARICHI DELL'ORDINE SUL GIORNALE MVJRNL.        *
000080*  L'IMPORTO DELLA RIGA E' QUANTITA' PER PREZZO UNITARIO.       *
000090*****************************************************************
000100 01  FAT-RECORD.
000110     05  FAT-CODICE-FORN         PIC X(06).
000120     05  FAT-NUM-FATTURA         PIC X(12).
000130     05  FAT-DATA-FATTURA        PIC 9(08).
000140     05  FAT-NUM-ORDINE          PIC 9(06).
000150     05  FAT-CODICE-PROD         PIC X(10).
000160     05  FAT-QUANTITA            PIC 9(05).
000170     05  FAT-PREZZO-UNIT         PIC 9(04)V99.
000180     05  FILLER                  PIC X(27).
