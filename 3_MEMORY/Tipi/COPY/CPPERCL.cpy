000072*  IL PERIODO SPECIALE DELLA TREDICESIMA, MESE 13 (AAAA13),     *
000073*  APERTO E CHIUSO DALLA RUN DEDICATA TREDIC CON LO STESSO      *
000074*  BLOCCO DOPPIA-ELABORAZIONE DELLE RUN MENSILI.                *
000075*  LO STESSO TRACCIATO E' USATO DAL CALENDARIO DI MAGAZZINO     *
000076*  MAGCAL: UNA RIGA PER MESE CHIUSO DALLA CHIUSURA MENSILE      *
000077*  MAGCHIU, DOPO LA QUALE PRODMAST SCARTA I MOVIMENTI CON       *
000078*  COMPETENZA IN QUEL MESE.                                     *
000080*****************************************************************
000090 01  PERC-RECORD.
000100     05  PERC-PERIODO.
