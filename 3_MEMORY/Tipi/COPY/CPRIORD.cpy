000096*  MERCE C'E' MA NEL DEPOSITO SBAGLIATO. I CARICHI GENERATI DA  *
000097*  RIORDCF ENTRANO SUL DEPOSITO DELLA PROPOSTA ("01" SE         *
000098*  CONSOLIDATA).                                                *
000099*  RIO-GIACENZA E' LA GIACENZA DISPONIBILE SU CUI E' STATA      *
000100*  CALCOLATA LA PROPOSTA: AL NETTO DELLA MERCE IMPEGNATA SU     *
000101*  ORDINI CLIENTE E, PER LA PROPOSTA CONSOLIDATA, AUMENTATA     *
000102*  DELLA QUANTITA' ANCORA IN ORDINE SU ORDAPRT (ZERO SE         *
000103*  NEGATIVA).                                                   *
000104*****************************************************************
000110 01  RIO-RECORD.
000120     05  RIO-CODICE-PROD         PIC X(10).
000130     05  RIO-DESCRIZIONE         PIC X(30).
