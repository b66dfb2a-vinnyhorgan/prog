000010*****************************************************************
000020*  CPCBNTR  -  RECORD TRANSAZIONE MANUTENZIONE COORDINATE       *
000030*              BANCARIE (FILE IBANTRAN, PROGRAMMA IBANMAN)      *
000040*  CBNTR-CODICE:  A = INSERIMENTO   C = VARIAZIONE              *
000050*                 S = SOSPENSIONE   H = TESTATA BATCH           *
000060*                 T = CODA BATCH                                *
000070*  TESTATA E CODA COME IL FILE DIPTRAN (VEDERE CPDIPTR): LA     *
000080*  CODA PORTA IL NUMERO DEI RECORD DATI E IL TOTALE HASH DELLE  *
000090*  MATRICOLE; UN BATCH CHE NON QUADRA O FUORI SEQUENZA RISPETTO *
000100*  ALL'ULTIMO APPLICATO (FILE IBNBATCH) E' RESPINTO PER INTERO. *
000110*  CBNTR-OPERATORE E' L'UTENTE DELL'UFFICIO PAGHE CHE HA        *
000120*  DISPOSTO LA VARIAZIONE: FINISCE SULLO STORICO IBANSTOR.      *
000130*****************************************************************
000140 01  CBNTR-RECORD.
000150     05  CBNTR-CODICE            PIC X(01).
000160         88  CBNTR-INSERIMENTO           VALUE "A".
000170         88  CBNTR-VARIAZIONE            VALUE "C".
000180         88  CBNTR-SOSPENSIONE           VALUE "S".
000190         88  CBNTR-CODICE-VALIDO         VALUE "A" "C" "S".
000200         88  CBNTR-TESTATA-BATCH         VALUE "H".
000210         88  CBNTR-CODA-BATCH            VALUE "T".
000220     05  CBNTR-DATI-MOVIMENTO.
000230         10  CBNTR-MATRICOLA     PIC 9(06).
000240         10  CBNTR-IBAN          PIC X(27).
000250         10  CBNTR-INTESTATARIO  PIC X(30).
000260         10  CBNTR-OPERATORE     PIC X(08).
000270         10  FILLER              PIC X(08).
000280     05  CBNTR-DATI-TESTATA REDEFINES CBNTR-DATI-MOVIMENTO.
000290         10  CBNTR-HDR-ORIGINE   PIC X(10).
000300         10  CBNTR-HDR-DATA-CREAZ PIC 9(08).
000310         10  CBNTR-HDR-NUM-BATCH PIC 9(06).
000320         10  FILLER              PIC X(55).
000330     05  CBNTR-DATI-CODA REDEFINES CBNTR-DATI-MOVIMENTO.
000340         10  CBNTR-TRL-NUM-RECORD PIC 9(06).
000350         10  CBNTR-TRL-TOT-MATRICOLE PIC 9(12).
000360         10  FILLER              PIC X(61).
