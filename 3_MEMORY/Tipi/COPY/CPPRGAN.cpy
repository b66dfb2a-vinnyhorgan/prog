000010*****************************************************************
000020*  CPPRGAN  -  RECORD PROGRESSIVI ANNUI PER MATRICOLA           *
000030*              (FILE PRGANNO, INDICIZZATO SU PRG-CHIAVE)        *
000040*  UNA RIGA PER MATRICOLA E PERIODO PAGA: AAAAMM SCRITTO DALLA  *
000050*  RUN CEDOLINI PAYSLIP, AAAA13 DALLA RUN TREDICESIMA TREDIC.   *
000060*  LA RIGA DEL PERIODO VIENE SCRITTA O, SE GIA' PRESENTE,       *
000070*  RISCRITTA PER INTERO: UNA RIELABORAZIONE CON SCHEDA "FORZA"  *
000080*  SOSTITUISCE GLI IMPORTI DEL PERIODO, NON LI SOMMA DUE VOLTE. *
000090*  I PROGRESSIVI DELL'ANNO SI OTTENGONO SOMMANDO LE RIGHE DELLA *
000100*  MATRICOLA CON PRG-ANNO RICHIESTO (VEDERE CERTFIS).           *
000110*****************************************************************
000120 01  PRG-RECORD.
000130     05  PRG-CHIAVE.
000140         10  PRG-MATRICOLA       PIC 9(06).
000150         10  PRG-PERIODO.
000160             15  PRG-ANNO        PIC 9(04).
000170             15  PRG-MESE        PIC 9(02).
000180     05  PRG-COGNOME             PIC X(20).
000190     05  PRG-NOME                PIC X(20).
000200     05  PRG-DIPARTIMENTO        PIC X(15).
000210*    LORDO DEL PERIODO SENZA ARRETRATI (STIPENDIO O RATEO DI
000220*    TREDICESIMA) E ARRETRATI DI ARRFILE PAGATI NEL PERIODO
000230     05  PRG-LORDO               PIC 9(07)V99.
000240     05  PRG-ARRETRATI           PIC 9(07)V99.
000250*    TRATTENUTE AL NETTO DELLE DETRAZIONI, COME SUL CEDOLINO;
000260*    DETRAZIONI DI DETRFILE EFFETTIVAMENTE APPLICATE
000270     05  PRG-TRATTENUTE          PIC 9(07)V99.
000280     05  PRG-DETRAZIONI          PIC 9(05)V99.
000290     05  PRG-NETTO               PIC 9(07)V99.
000300*    TRATTENUTE PER DED-CODICE PRIMA DELLE DETRAZIONI (LE
000310*    FASCE DI UNA STESSA VOCE A SCAGLIONI SONO GIA' SOMMATE)
000320     05  PRG-NUM-VOCI            PIC 9(02).
000330     05  PRG-VOCE OCCURS 20 TIMES.
000340         10  PRG-VOC-CODICE      PIC X(04).
000350         10  PRG-VOC-IMPORTO     PIC 9(05)V99.
000360     05  PRG-DATA-ELABORAZIONE   PIC 9(08).
000361*    TFR LIQUIDATO SUL CEDOLINO FINALE DEL CESSATO (VEDERE 2400
000362*    IN PAYSLIP): COMPRESO NEL NETTO, NON NEL LORDO, PERCHE' A
000363*    TASSAZIONE SEPARATA. ZERO SU TUTTE LE ALTRE RIGHE.
000364     05  PRG-TFR-LIQUIDATO       PIC 9(07)V99.
000370     05  FILLER                  PIC X(11).
