000010*****************************************************************
000020*  CPTFRMA  -  RECORD FONDO TFR PER MATRICOLA                   *
000030*              (FILE TFRMAST, INDICIZZATO SU TFR-MATRICOLA)     *
000040*  ACCANTONAMENTO DEL TRATTAMENTO DI FINE RAPPORTO: OGNI RUN    *
000050*  CEDOLINI PAYSLIP REGISTRA LA QUOTA DEL MESE (RETRIBUZIONE    *
000060*  DEL PERIODO DIVISA PER 13,5) E LA RUN TREDIC QUELLA DELLA    *
000070*  TREDICESIMA (POSIZIONE 13). LA QUOTA DEL MESE VIENE          *
000080*  SOSTITUITA, NON SOMMATA, SE IL PERIODO E' RIELABORATO CON    *
000090*  SCHEDA "FORZA". LA RIVALUTAZIONE ANNUA AL TASSO DELLA        *
000100*  SCHEDA TFRPARM SI APPLICA AL FONDO DI INIZIO ANNO (RUN       *
000110*  TFRRIV). ALLA PRIMA RUN DELL'ANNO NUOVO IL FONDO MATURATO    *
000120*  DIVENTA IL FONDO DI INIZIO ANNO E QUOTE E RIVALUTAZIONE      *
000130*  RIPARTONO DA ZERO. ALLA CESSAZIONE PAYSLIP LIQUIDA IL FONDO  *
000140*  SUL CEDOLINO FINALE E LA RIGA PASSA A LIQUIDATA.             *
000150*  SEMPRE:  TFR-FONDO = TFR-FONDO-INIZIO-ANNO + QUOTE 1-13      *
000160*                      + TFR-RIVALUTAZIONE                      *
000170*  TFR-STATO-REC:  A = FONDO IN ESSERE   L = LIQUIDATO          *
000180*****************************************************************
000190 01  TFR-RECORD.
000200     05  TFR-MATRICOLA           PIC 9(06).
000210     05  TFR-COGNOME             PIC X(20).
000220     05  TFR-NOME                PIC X(20).
000230     05  TFR-DIPARTIMENTO        PIC X(15).
000240     05  TFR-STATO-REC           PIC X(01).
000250         88  TFR-REC-ATTIVO              VALUE "A".
000260         88  TFR-REC-LIQUIDATO           VALUE "L".
000270*    ANNO A CUI SI RIFERISCONO QUOTE E RIVALUTAZIONE, E FONDO
000280*    MATURATO AL 31/12 DELL'ANNO PRECEDENTE
000290     05  TFR-ANNO-CORRENTE       PIC 9(04).
000300     05  TFR-FONDO-INIZIO-ANNO   PIC 9(09)V99.
000310     05  TFR-QUOTA-MESE          PIC 9(07)V99 OCCURS 13 TIMES.
000320*    RIVALUTAZIONE DELL'ANNO E TASSO APPLICATO (PERCENTUALE);
000330*    TASSO A ZERO = ANNO NON ANCORA RIVALUTATO
000340     05  TFR-RIVALUTAZIONE       PIC 9(07)V99.
000350     05  TFR-TASSO-RIVALUTAZ     PIC 9(02)V9(04).
000360     05  TFR-FONDO               PIC 9(09)V99.
000370*    DATI DELLA LIQUIDAZIONE: PERIODO PAGA (AAAAMM) DEL
000380*    CEDOLINO FINALE, PER RIPRODURLO IN CASO DI RIELABORAZIONE
000390     05  TFR-DATA-LIQUIDAZIONE   PIC 9(08).
000400     05  TFR-PERIODO-LIQUIDAZ    PIC X(06).
000410     05  TFR-IMPORTO-LIQUIDATO   PIC 9(07)V99.
000420     05  TFR-DATA-AGGIORNAMENTO  PIC 9(08).
000430     05  FILLER                  PIC X(10).
