000010*****************************************************************
000020*  CPPRSMS  -  RECORD PRESENZE DEL MESE PER MATRICOLA           *
000030*              (FILE PRESMESE, INDICIZZATO SU PRS-CHIAVE)       *
000040*  TOTALI DEL PERIODO PAGA PER CAUSALE, ACCUMULATI DALLA RUN    *
000050*  PRESVAL CON LE SOLE RIGHE PRESTRAN ACCETTATE (PIU' BATCH     *
000060*  DELLO STESSO PERIODO SI SOMMANO) E LETTI DALLA RUN CEDOLINI  *
000070*  PAYSLIP PER IL CALCOLO DEL LORDO (VEDERE 2240). NESSUNA RIGA *
000080*  PER LA MATRICOLA = MESE LAVORATO PER INTERO.                 *
000090*****************************************************************
000100 01  PRS-RECORD.
000110     05  PRS-CHIAVE.
000120         10  PRS-MATRICOLA       PIC 9(06).
000130         10  PRS-PERIODO.
000140             15  PRS-ANNO        PIC 9(04).
000150             15  PRS-MESE        PIC 9(02).
000160     05  PRS-GG-FERIE            PIC 9(03)V99.
000170     05  PRS-GG-MALATTIA         PIC 9(03)V99.
000180     05  PRS-GG-PERMESSO         PIC 9(03)V99.
000190     05  PRS-ORE-STRAORD         PIC 9(03)V99.
000200*    ULTIMO BATCH PRESTRAN CHE HA AGGIORNATO LA RIGA
000210     05  PRS-NUM-BATCH           PIC 9(06).
000220     05  PRS-DATA-AGGIORNAMENTO  PIC 9(08).
000230     05  FILLER                  PIC X(10).
