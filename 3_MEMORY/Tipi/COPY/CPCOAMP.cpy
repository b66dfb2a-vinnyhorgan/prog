000070*  UNA VOCE SENZA RIGA DI MAPPATURA FINISCE SUL REPORT          *
000080*  ECCEZIONI GLEXCRPT E NON ENTRA NELL'ESTRATTO.                *
000090*  COA-AREA:  P = PAGHE (DIPARTIMENTO)   M = MAGAZZINO (LINEA)  *
000091*             F = FORNITORI (CODICE FORNITORE, DA DEBFORN)      *
000100*****************************************************************
000110 01  COA-RECORD.
000120     05  COA-AREA                PIC X(01).
000130         88  COA-AREA-PAGHE              VALUE "P".
000140         88  COA-AREA-MAGAZZINO          VALUE "M".
000141         88  COA-AREA-FORNITORI          VALUE "F".
000150     05  COA-CHIAVE              PIC X(15).
000160     05  COA-CONTO-GL            PIC X(08).
000170     05  COA-CENTRO-COSTO        PIC X(06).
