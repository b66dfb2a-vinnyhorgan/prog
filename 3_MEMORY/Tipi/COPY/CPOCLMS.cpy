000010*****************************************************************
000020*  CPOCLMS  -  RECORD MASTER ORDINI CLIENTE (FILE OCLMAST)      *
000030*  UNA RIGA PER RIGA D'ORDINE, CHIAVE NUMERO ORDINE + RIGA,     *
000040*  SCRITTA E AGGIORNATA DALLA RUN ORDCLI.                       *
000050*  OCL-QTA-IMPEGNATA: MERCE RISERVATA SUL DEPOSITO (SOMMATA IN  *
000060*  PRD-IMPEGNATO-DEP) E NON ANCORA PRELEVATA.                   *
000070*  OCL-QTA-PRELEVATA: MERCE IL CUI SCARICO DI PRELIEVO OCLPICK  *
000080*  (BATCH PRDTRAN) E' STATO APPLICATO DA PRODMAST.              *
000081*  OCL-NUM-BATCH-PRELIEVO: BATCH OCLPICK SU CUI E' STATO        *
000082*  EMESSO LO SCARICO DELLA MERCE IMPEGNATA, ZERO SE LA RIGA NON *
000083*  E' IN PRELIEVO. FINO ALLA CONFERMA LA MERCE RESTA IMPEGNATA; *
000084*  LA RUN ORDCLI SUCCESSIVA LA PASSA A PRELEVATA QUANDO         *
000085*  PRDBATCH MOSTRA QUEL BATCH APPLICATO, O RIEMETTE LO SCARICO  *
000086*  SE IL NUMERO E' STATO PRESO DA UN ALTRO BATCH PRDTRAN.       *
000090*  IL BACKORDER DELLA RIGA E' ORDINATA MENO IMPEGNATA MENO      *
000100*  PRELEVATA: VIENE IMPEGNATO DA ORDCLI APPENA UN CARICO RENDE  *
000110*  DISPONIBILE LA MERCE SUL DEPOSITO.                           *
000120*  OCL-STATO:  A = APERTA   E = EVASA (TUTTO PRELEVATO)         *
000130*              X = ANNULLATA                                    *
000140*****************************************************************
000150 01  OCL-RECORD.
000160     05  OCL-CHIAVE.
000170         10  OCL-NUM-ORDINE          PIC 9(06).
000180         10  OCL-NUM-RIGA            PIC 9(03).
000190     05  OCL-CODICE-CLIENTE      PIC X(08).
000200     05  OCL-CODICE-PROD         PIC X(10).
000210     05  OCL-DEPOSITO            PIC X(02).
000220     05  OCL-QTA-ORDINATA        PIC 9(05).
000230     05  OCL-QTA-IMPEGNATA       PIC 9(05).
000240     05  OCL-QTA-PRELEVATA       PIC 9(05).
000250     05  OCL-DATA-ORDINE         PIC 9(08).
000260     05  OCL-DATA-CONSEGNA       PIC 9(08).
000270     05  OCL-DATA-PRELIEVO       PIC 9(08).
000280     05  OCL-NUM-BATCH           PIC 9(06).
000290     05  OCL-STATO               PIC X(01).
000300         88  OCL-APERTA                  VALUE "A".
000310         88  OCL-EVASA                   VALUE "E".
000320         88  OCL-ANNULLATA               VALUE "X".
000321     05  OCL-NUM-BATCH-PRELIEVO  PIC 9(06).
000322         88  OCL-IN-PRELIEVO             VALUE 1 THRU 999999.
000330     05  FILLER                  PIC X(05).
