000010*****************************************************************
000020*  CPFERSA  -  RECORD SALDO FERIE PER MATRICOLA                 *
000030*              (FILE FERSALDO, INDICIZZATO SU FER-MATRICOLA)    *
000040*  AGGIORNATO DALLA RUN CEDOLINI PAYSLIP (VEDERE 2245): OGNI    *
000050*  PERIODO MATURA LA QUOTA MENSILE DI FERIE E REGISTRA I GIORNI *
000060*  GODUTI NEL MESE, ENTRAMBI NELLA POSIZIONE DEL MESE E QUINDI  *
000070*  SOSTITUITI, NON SOMMATI, SE IL PERIODO E' RIELABORATO CON    *
000080*  SCHEDA "FORZA". LE FERIE RICHIESTE OLTRE IL SALDO NON SONO   *
000090*  REGISTRATE COME GODUTE: FINISCONO SUL REPORT ECCEZIONI       *
000100*  PRSEXRPT E NON VENGONO PAGATE. ALLA PRIMA RUN DELL'ANNO      *
000110*  NUOVO IL SALDO RESIDUO DIVENTA IL SALDO DI INIZIO ANNO E LE  *
000120*  POSIZIONI MENSILI RIPARTONO DA ZERO.                         *
000130*  SEMPRE:  FER-SALDO = FER-SALDO-INIZIO-ANNO + MATURATO 1-12   *
000140*                      - GODUTO 1-12                            *
000150*****************************************************************
000160 01  FER-RECORD.
000170     05  FER-MATRICOLA           PIC 9(06).
000180     05  FER-ANNO-CORRENTE       PIC 9(04).
000190     05  FER-SALDO-INIZIO-ANNO   PIC 9(03)V99.
000200     05  FER-MATURATO-MESE       PIC 9(02)V99 OCCURS 12 TIMES.
000210     05  FER-GODUTO-MESE         PIC 9(02)V99 OCCURS 12 TIMES.
000220     05  FER-SALDO               PIC 9(03)V99.
000230     05  FER-DATA-AGGIORNAMENTO  PIC 9(08).
000240     05  FILLER                  PIC X(10).
