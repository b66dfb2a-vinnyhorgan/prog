000010*****************************************************************
000020*  CPCBNST  -  RECORD STORICO VARIAZIONI COORDINATE BANCARIE    *
000030*              (FILE IBANSTOR, SCRITTO IN EXTEND DA IBANMAN)    *
000040*  UNA RIGA PER OGNI TRANSAZIONE APPLICATA A IBANMAST, CON      *
000050*  DATA, ORA, OPERATORE E BATCH DELLA VARIAZIONE E L'IMMAGINE   *
000060*  DEL RECORD PRIMA E DOPO. SU UN INSERIMENTO L'IMMAGINE PRIMA  *
000070*  E' A SPAZI. IL FILE NON VIENE MAI RISCRITTO.                 *
000080*****************************************************************
000090 01  STO-RECORD.
000100     05  STO-MATRICOLA           PIC 9(06).
000110     05  STO-DATA-VARIAZ         PIC 9(08).
000120     05  STO-ORA-VARIAZ          PIC 9(06).
000130     05  STO-TIPO-VARIAZ         PIC X(01).
000140     05  STO-OPERATORE           PIC X(08).
000150     05  STO-NUM-BATCH           PIC 9(06).
000160     05  STO-PRIMA.
000170         10  STO-PRIMA-IBAN      PIC X(27).
000180         10  STO-PRIMA-INTESTAT  PIC X(30).
000190         10  STO-PRIMA-STATO     PIC X(01).
000200     05  STO-DOPO.
000210         10  STO-DOPO-IBAN       PIC X(27).
000220         10  STO-DOPO-INTESTAT   PIC X(30).
000230         10  STO-DOPO-STATO      PIC X(01).
000240     05  FILLER                  PIC X(05).
