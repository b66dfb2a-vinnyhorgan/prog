000050*  USATO DALLA RUN DEI BONIFICI (PROGRAMMA BONIFIC): UNA        *
000060*  MATRICOLA ASSENTE, NON ATTIVA O CON IBAN NON VALIDO FINISCE  *
000070*  SUL REPORT ECCEZIONI BONEXRPT E NON GENERA DISPOSIZIONE.     *
000071*  IBAN E INTESTATARIO SONO AGGIORNATI SOLO DALLA MANUTENZIONE  *
000072*  IBANMAN (TRANSAZIONI IBANTRAN, STORICO IBANSTOR); I CAMPI DI *
000073*  BLOCCO SONO AGGIORNATI ANCHE DA BONIFIC. UNA VARIAZIONE      *
000074*  DELL'IBAN ACCENDE CBN-BLOCCO-BONIFICO: IL PRIMO BONIFIC CHE  *
000075*  TROVA LA MATRICOLA NE TRATTIENE IL BONIFICO SU BONEXRPT E    *
000076*  REGISTRA IL PERIODO IN CBN-PERIODO-BLOCCO (UNA RIPETIZIONE   *
000077*  DELLA STESSA RUN LO TRATTIENE ANCORA); LA RUN DI UN PERIODO  *
000078*  SUCCESSIVO SPEGNE IL BLOCCO E PAGA REGOLARMENTE.             *
000080*****************************************************************
000090 01  CBN-RECORD.
000100     05  CBN-MATRICOLA           PIC 9(06).
000130     05  CBN-STATO-REC           PIC X(01).
000140         88  CBN-REC-ATTIVO              VALUE "A".
000150         88  CBN-REC-SOSPESO             VALUE "S".
000151     05  CBN-BLOCCO-BONIFICO     PIC X(01).
000152         88  CBN-BLOCCO-ATTIVO           VALUE "S".
000153         88  CBN-BLOCCO-SPENTO           VALUE "N" " ".
000154     05  CBN-PERIODO-BLOCCO      PIC X(06).
000155     05  FILLER                  PIC X(01).
