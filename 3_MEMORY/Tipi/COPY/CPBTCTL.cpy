000070 01  BTC-RECORD.
000080     05  BTC-ULTIMO-BATCH        PIC 9(06).
000090     05  BTC-DATA-APPLICAZIONE   PIC 9(08).
000100*    SOLO SU PRDBATCH: ULTIMO BATCH DI PRELIEVO ORDINI CLIENTE
000101*    (TESTATA CON ORIGINE "ORDCLIENTI", SCRITTO DA ORDCLI SU
000102*    OCLPICK) APPLICATO DA PRODMAST. ORDCLI LO CONFRONTA CON IL
000103*    BATCH REGISTRATO SULLE RIGHE D'ORDINE IN PRELIEVO PER
000104*    SAPERE SE LO SCARICO E' STATO APPLICATO O SE IL NUMERO E'
000105*    STATO PRESO DA UN ALTRO BATCH. NON USATO SUGLI ALTRI FILE.
000106     05  BTC-ULTIMO-PRELIEVO     PIC 9(06).
000107     05  FILLER                  PIC X(12).
