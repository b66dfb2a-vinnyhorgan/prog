000010*****************************************************************
000020*  CPRIOPN  -  RECORD PROPOSTA PUNTO DI RIORDINO (FILE RIOPPRO) *
000030*  UNA RIGA PER CODICE ATTIVO, SCRITTA DAL RICALCOLO MENSILE    *
000040*  RIOPUNT IN ORDINE DI VALORE DEI CONSUMI DECRESCENTE: CONSUMO *
000050*  MEDIO E DI PICCO DEL PERIODO DI OSSERVAZIONE, GIORNI DI      *
000060*  APPROVVIGIONAMENTO DEL FORNITORE ABITUALE, SCORTA DI         *
000070*  SICUREZZA, PUNTO DI RIORDINO ATTUALE E PROPOSTO, CLASSE ABC. *
000080*  IL COMPRATORE APPROVA LE RIGHE PONENDO RPN-STATO A "C"       *
000090*  (OPPURE "X" PER SCARTARLE) E PUO' CORREGGERE IL PUNTO IN     *
000100*  RPN-PUNTO-APPROVATO (A ZERO VALE IL PUNTO PROPOSTO); IL      *
000110*  PROGRAMMA RIOPAGG RIPORTA SUL MASTER PRDMAST IL PUNTO DELLE  *
000120*  SOLE RIGHE APPROVATE E LA CLASSE ABC DI TUTTE LE RIGHE.      *
000130*  RPN-PUNTO-ATTUALE E' IL PUNTO DEL MASTER AL MOMENTO DEL      *
000131*  CALCOLO: SE NEL FRATTEMPO E' STATO CAMBIATO DA UN RIOPAGG    *
000132*  PRECEDENTE (PRODMAST FISSA IL PUNTO SOLO ALLA NASCITA DEL    *
000133*  CODICE) LA RIGA NON VIENE APPLICATA.                         *
000160*****************************************************************
000170 01  RPN-RECORD.
000180     05  RPN-CODICE-PROD         PIC X(10).
000190     05  RPN-DESCRIZIONE         PIC X(30).
000200     05  RPN-DATA-CALCOLO        PIC 9(08).
000210     05  RPN-MESI-OSSERVATI      PIC 9(02).
000220     05  RPN-CONSUMO-TOTALE      PIC 9(07).
000230     05  RPN-CONSUMO-MEDIO       PIC 9(07).
000240     05  RPN-CONSUMO-PICCO       PIC 9(07).
000250     05  RPN-LEAD-TIME-GG        PIC 9(03).
000260     05  RPN-SCORTA-SICUREZZA    PIC 9(05).
000270     05  RPN-PUNTO-ATTUALE       PIC 9(05).
000280     05  RPN-PUNTO-PROPOSTO      PIC 9(05).
000290     05  RPN-PUNTO-APPROVATO     PIC 9(05).
000300     05  RPN-VALORE-CONSUMO      PIC 9(09)V99.
000310     05  RPN-CLASSE-ABC          PIC X(01).
000320         88  RPN-CLASSE-A                VALUE "A".
000330         88  RPN-CLASSE-B                VALUE "B".
000340         88  RPN-CLASSE-C                VALUE "C".
000350     05  RPN-STATO               PIC X(01).
000360         88  RPN-PROPOSTA                VALUE "P".
000370         88  RPN-CONFERMATA              VALUE "C".
000380         88  RPN-ANNULLATA               VALUE "X".
000390     05  FILLER                  PIC X(10).
