000010*****************************************************************
000020*  CPFATRG  -  RECORD REGISTRO FATTURE RISCONTRATE (FATREG)     *
000030*  UNA RIGA PER OGNI RIGA DI FATTURA ACCETTATA DAL RISCONTRO    *
000040*  FATRISC E PASSATA SULL'ESTRATTO DEBITI DEBFORN. CHIAVE:      *
000050*  FORNITORE, NUMERO FATTURA, ORDINE E CODICE PRODOTTO. UNA     *
000060*  RIGA GIA' REGISTRATA NON VIENE RISCONTRATA UNA SECONDA       *
000070*  VOLTA: LA STESSA FATTURA RIPRESENTATA O UNA RIPETIZIONE      *
000080*  DELLA RUN NON GENERANO UN DEBITO DOPPIO. LO STATO GL DICE    *
000081*  SE LA RIGA E' GIA' ENTRATA NELL'ESTRATTO CONTABILE: GLEXTR   *
000082*  LA MARCA ESTRATTA QUANDO LA CONTABILIZZA, E FINCHE' NON LO   *
000083*  E' FATRISC LA RIPORTA SU OGNI NUOVO DEBFORN.                 *
000090*****************************************************************
000100 01  FRG-RECORD.
000110     05  FRG-CHIAVE.
000120         10  FRG-CODICE-FORN     PIC X(06).
000130         10  FRG-NUM-FATTURA     PIC X(12).
000140         10  FRG-NUM-ORDINE      PIC 9(06).
000150         10  FRG-CODICE-PROD     PIC X(10).
000160     05  FRG-DATA-FATTURA        PIC 9(08).
000170     05  FRG-QUANTITA            PIC 9(05).
000180     05  FRG-IMPORTO             PIC 9(09)V99.
000190     05  FRG-DATA-RISCONTRO      PIC 9(08).
000200     05  FRG-STATO-GL            PIC X(01).
000201         88  FRG-DA-ESTRARRE                 VALUE SPACE.
000202         88  FRG-ESTRATTA                    VALUE "E".
000203     05  FRG-DATA-ESTRAZ-GL      PIC 9(08).
000204     05  FILLER                  PIC X(05).
