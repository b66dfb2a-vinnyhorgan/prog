000010*****************************************************************
000020*  CPLOTMS  -  RECORD MASTER LOTTI DI MAGAZZINO (FILE LOTMAST)  *
000030*  UNA RIGA PER LOTTO DI PRODUZIONE E DEPOSITO DI OGNI CODICE,  *
000040*  SCRITTA E AGGIORNATA DA PRODMAST (CARICHI, SCARICHI E        *
000050*  TRASFERIMENTI) E RIALLINEATA DALLE RETTIFICHE DI INVFIS.     *
000060*  LA CHIAVE METTE LA SCADENZA PRIMA DEL NUMERO DI LOTTO: LETTI *
000070*  IN SEQUENZA, I LOTTI DI UN CODICE E DEPOSITO ESCONO DAL PIU' *
000080*  VICINO ALLA SCADENZA, CHE E' L'ORDINE DI PRELIEVO FEFO.      *
000090*  LA SOMMA DI LOT-GIACENZA SUI LOTTI DI UN CODICE E DEPOSITO   *
000100*  E' SEMPRE PRD-GIACENZA-DEP DEL MASTER (SU UN MASTER NON      *
000110*  ANCORA RIPARTITO TUTTI I LOTTI STANNO SUL DEPOSITO "01").    *
000120*  LOT-NUMERO A SPAZI: MERCE SENZA LOTTO (CARICHI CHE NON LO    *
000130*  PORTANO E GIACENZA PRECEDENTE ALLA GESTIONE DEI LOTTI).      *
000140*  LOT-DATA-SCADENZA 99999999: LOTTO SENZA SCADENZA, PRELEVATO  *
000150*  PER ULTIMO.                                                  *
000160*  I LOTTI ESAURITI RESTANO SUL FILE A GIACENZA ZERO, PER LA    *
000170*  RINTRACCIABILITA' (PROGRAMMA LOTTRC).                        *
000180*****************************************************************
000190 01  LOT-RECORD.
000200     05  LOT-CHIAVE.
000210         10  LOT-CODICE-PROD         PIC X(10).
000220         10  LOT-DEPOSITO            PIC X(02).
000230         10  LOT-DATA-SCADENZA       PIC 9(08).
000240             88  LOT-SENZA-SCADENZA          VALUE 99999999.
000250         10  LOT-NUMERO              PIC X(10).
000260     05  LOT-GIACENZA            PIC 9(05).
000270*    QUANTITA' ENTRATA NEL LOTTO SUL DEPOSITO: CARICHI,
000280*    TRASFERIMENTI IN ARRIVO E RIALLINEAMENTI IN AUMENTO
000290     05  LOT-QTA-ENTRATA         PIC 9(07).
000300     05  LOT-DATA-PRIMO-CARICO   PIC 9(08).
000310     05  LOT-DATA-ULTIMO-MOV     PIC 9(08).
000320     05  FILLER                  PIC X(10).
