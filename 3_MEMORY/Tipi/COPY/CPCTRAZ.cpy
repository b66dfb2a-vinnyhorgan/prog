000010*****************************************************************
000020*  CPCTRAZ  -  RECORD TABELLA ALIQUOTE CONTRIBUTIVE A CARICO    *
000030*              AZIENDA (FILE CONTRAZ)                           *
000040*  UNA RIGA PER VOCE CONTRIBUTIVA DEL DATORE DI LAVORO (INPS,   *
000050*  INAIL, FONDI, ...). LETTA UNA VOLTA SOLA E CARICATA IN       *
000060*  TABELLA COME DEDCTL (VEDERE CPDEDCT). L'ALIQUOTA SI APPLICA  *
000070*  ALL'IMPONIBILE DEL PERIODO DI OGNI MATRICOLA; CTR-MASSIMALE  *
000080*  E' IL MASSIMALE MENSILE DI IMPONIBILE DELLA VOCE, A ZERO SE  *
000090*  LA VOCE NON HA MASSIMALE.                                    *
000100*****************************************************************
000110 01  CTR-RECORD.
000120     05  CTR-CODICE              PIC X(04).
000130     05  CTR-DESCRIZIONE         PIC X(20).
000140     05  CTR-PERCENTUALE         PIC 9(02)V9(02).
000150     05  CTR-MASSIMALE           PIC 9(07)V99.
000160     05  FILLER                  PIC X(11).
