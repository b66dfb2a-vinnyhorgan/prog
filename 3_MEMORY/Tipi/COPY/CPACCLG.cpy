000010*****************************************************************
000020*  CPACCLG  -  RECORD REGISTRO ACCESSI AI DATI DEL PERSONALE    *
000030*  (FILE ACCLOG). UNA RIGA PER OGNI INTERROGAZIONE DI UNA       *
000040*  MATRICOLA DALLA CONSULTAZIONE A VIDEO CONSVID, ANCHE SE LA   *
000050*  MATRICOLA NON ESISTE: OPERATORE, DATA E ORA, MATRICOLA       *
000060*  RICHIESTA E ARCHIVIO DA CUI E' STATA LETTA. TENUTO PER LA    *
000070*  TUTELA DELLA RISERVATEZZA DEI DATI PERSONALI: IL FILE E'     *
000080*  APERTO IN EXTEND E NON VIENE MAI RISCRITTO.                  *
000090*****************************************************************
000100 01  ACL-RECORD.
000110     05  ACL-DATA                PIC 9(08).
000120     05  ACL-ORA                 PIC 9(06).
000130     05  ACL-OPERATORE           PIC X(08).
000140     05  ACL-PROGRAMMA           PIC X(08).
000150     05  ACL-MATRICOLA           PIC 9(06).
000160     05  ACL-ESITO               PIC X(01).
000170         88  ACL-DA-ANAGRAFICO           VALUE "M".
000180         88  ACL-DA-STORICO              VALUE "S".
000190         88  ACL-NON-TROVATA             VALUE "N".
000200     05  FILLER                  PIC X(03).
