000010*****************************************************************
000020*  CPPAYSM  -  RECORD RIEPILOGO PAGHE PER DIPARTIMENTO          *
000030*  SCRITTO DA RECORD-DEMO, LETTO DA GLEXTR                      *
000031*  UNA RIGA PER DIPARTIMENTO, CHIUSE DALLA RIGA                 *
000032*  PAYSM-DIPARTIMENTO = "**TOTALE**" CHE NE FA LA SOMMA. DOPO   *
000033*  IL TOTALE SEGUONO LE RIGHE ACCODATE DALLE ALTRE RUN PAGHE:   *
000034*  "ARRETRATI" (ARRCLC), "TFR-ACCANTON." E "TFR-FONDO"          *
000035*  (PAYSLIP), "CTR-<DIPARTIMENTO>" (CONTRIB), "13-..." E        *
000036*  "13-TFR-ACCANT." (TREDIC). IL **TOTALE** NON LE COMPRENDE:   *
000037*  GLEXTR LEGGE IL FILE FINO IN FONDO E LE CONTABILIZZA UNA     *
000038*  PER UNA.                                                     *
000050*****************************************************************
000060 01  PAYSM-RECORD.
000070     05  PAYSM-DIPARTIMENTO      PIC X(15).
