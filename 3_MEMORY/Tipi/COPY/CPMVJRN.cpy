000080*****************************************************************
000090 01  MVJ-RECORD.
000100     05  MVJ-CODICE-PROD         PIC X(10).
000101*    DATA DI COMPETENZA DEL MOVIMENTO (PRDTR-MOV-DATA-COMP, A
000102*    SPAZI LA DATA DI ELABORAZIONE): UN CARICO TARDIVO PUO' QUINDI
000103*    PRECEDERE RIGHE GIA' SCRITTE. LE RETTIFICHE DI INVFIS PORTANO
000104*    LA DATA DELLA RUN.
000110     05  MVJ-DATA-MOVIMENTO.
000120         10  MVJ-ANNO            PIC 9(04).
000130         10  MVJ-MESE            PIC 9(02).
000219     05  MVJ-DEPOSITO            PIC X(02).
000220     05  MVJ-GIAC-DEP-PRIMA      PIC 9(05).
000221     05  MVJ-GIAC-DEP-DOPO       PIC 9(05).
000222*    SUI CARICHI: COSTO UNITARIO CON CUI LA MERCE E' ENTRATA
000223*    (QUELLO DELLA TRANSAZIONE O, SE ASSENTE, IL COSTO MEDIO) E
000224*    NUMERO DELL'ORDINE DI ACQUISTO AGGANCIATO AL RICEVIMENTO
000225*    (1558 IN PRODMAST), A ZERO PER I CARICHI FUORI ORDINE; SU
000226*    TUTTI GLI ALTRI MOVIMENTI ENTRAMBI A ZERO. SONO LA BASE DEL
000227*    RISCONTRO FATTURE FORNITORI FATRISC.
000228*    ATTENZIONE ALLA MESSA IN PRODUZIONE: IL RECORD E' PASSATO
000229*    DA 60 A 80 BYTE; VALE LA STESSA CONVERSIONE UNA TANTUM DI
000230*    MVJRNL DESCRITTA SOPRA.
000231     05  MVJ-COSTO-UNIT          PIC 9(04)V99.
000232     05  MVJ-NUM-ORDINE          PIC 9(06).
000233*    LOTTO MOVIMENTATO (CPLOTMS): SUI CARICHI QUELLO DELLA
000234*    TRANSAZIONE, SU SCARICHI E TRASFERIMENTI QUELLO PRELEVATO
000235*    DA PRODMAST A SCADENZA PIU' VICINA. UN MOVIMENTO CHE TOCCA
000236*    PIU' LOTTI SCRIVE UNA RIGA PER LOTTO, CON LA SOLA QUANTITA'
000237*    DI QUEL LOTTO E GIACENZE PRIMA/DOPO PROGRESSIVE. A SPAZI
000238*    SULLE RETTIFICHE INVENTARIALI (LA CONTA NON E' PER LOTTO) E
000239*    SULLA MERCE SENZA LOTTO. RICAVATO DAL RIEMPITIVO: IL RECORD
000240*    RESTA DI 80 BYTE.
000241     05  MVJ-NUM-LOTTO           PIC X(10).
000242     05  FILLER                  PIC X(06).
