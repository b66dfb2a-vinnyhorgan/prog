000010*****************************************************************
000020*  CPMAGFT  -  FOTOGRAFIA DI FINE MESE DEL MAGAZZINO (MAGFOTO)  *
000030*  UNA RIGA PER CODICE DI PRDMAST E PER MESE CHIUSO, SCRITTA    *
000040*  DALLA CHIUSURA MENSILE MAGCHIU; CHIAVE PERIODO (AAAAMM) +    *
000050*  CODICE, QUINDI LE RIGHE DI UN MESE ESCONO PER LINEA DI       *
000060*  PRODOTTO (LE PRIME 4 LETTERE DEL CODICE). GIACENZE PER       *
000070*  DEPOSITO E TOTALE SONO QUELLE DELL'ULTIMO GIORNO DEL MESE,   *
000080*  RICOSTRUITE STORNANDO I MOVIMENTI MVJRNL CON COMPETENZA      *
000090*  SUCCESSIVA; IL COSTO E' IL COSTO DI VALORIZZAZIONE DI        *
000100*  PRODMAST (COSTO MEDIO, O PREZZO SE NON RIVALORIZZATO) ALLA   *
000110*  STESSA DATA. I MOVIMENTI DEL MESE SPIEGANO LA VARIAZIONE:    *
000120*    VALORE = VALORE-INIZIALE + CARICHI - SCARICHI              *
000130*             + RETTIFICHE + RIVALUTAZIONE                      *
000140*  CARICHI AL COSTO DI ENTRATA, SCARICHI E RETTIFICHE INVFIS    *
000150*  AL COSTO MEDIO IN VIGORE; LA RIVALUTAZIONE E' LA DIFFERENZA  *
000160*  RESIDUA DOVUTA AL CAMBIO DEL COSTO DI VALORIZZAZIONE (LA     *
000170*  STESSA ESPOSTA SU RIVRPT). LETTO DA MAGVAL.                  *
000180*****************************************************************
000190 01  MFT-RECORD.
000200     05  MFT-CHIAVE.
000210         10  MFT-PERIODO.
000220             15  MFT-ANNO        PIC 9(04).
000230             15  MFT-MESE        PIC 9(02).
000240         10  MFT-CODICE-PROD     PIC X(10).
000250     05  MFT-LINEA-PROD          PIC X(04).
000260     05  MFT-DESCRIZIONE         PIC X(30).
000270     05  MFT-STATO-PROD          PIC X(01).
000280     05  MFT-QTA-DEPOSITO        PIC 9(05) OCCURS 2 TIMES.
000290     05  MFT-QUANTITA            PIC 9(05).
000300     05  MFT-COSTO-MEDIO         PIC 9(04)V99.
000310     05  MFT-VALORE              PIC 9(09)V99.
000320*    VALORE DI FINE MESE PRECEDENTE (DALLA FOTOGRAFIA DEL MESE
000330*    PRIMA; ALLA PRIMA CHIUSURA RICOSTRUITO DAL GIORNALE)
000340     05  MFT-VALORE-INIZIALE     PIC 9(09)V99.
000350     05  MFT-QTA-CARICHI         PIC 9(07).
000360     05  MFT-VAL-CARICHI         PIC 9(09)V99.
000370     05  MFT-QTA-SCARICHI        PIC 9(07).
000380     05  MFT-VAL-SCARICHI        PIC 9(09)V99.
000390     05  MFT-QTA-RETTIFICHE      PIC S9(07).
000400     05  MFT-VAL-RETTIFICHE      PIC S9(09)V99.
000410     05  MFT-VAL-RIVALUTAZIONE   PIC S9(09)V99.
000420     05  MFT-DATA-CHIUSURA       PIC 9(08).
000430     05  FILLER                  PIC X(10).
