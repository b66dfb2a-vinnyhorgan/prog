001520*                      (VEDERE 2230 E RIO-DEPOSITO SU CPRIORD).    *
001530*                      I MASTER NON ANCORA RIPARTITI RESTANO SUL   *
001540*                      SOLO CONTROLLO CONSOLIDATO.                 *
001541*  2026-10-15  RDM     OGNI CARICO PORTA ORA SUL GIORNALE MVJRNL*
001542*                      IL COSTO UNITARIO CON CUI E' ENTRATO E IL*
001543*                      NUMERO DELL'ORDINE DI ACQUISTO AGGANCIATO*
001544*                      (MVJ-COSTO-UNIT, MVJ-NUM-ORDINE), A USO  *
001545*                      DEL RISCONTRO FATTURE FATRISC: L'AGGANCIO*
001546*                      ALL'ORDINE (1558) PRECEDE ORA LA RIGA DI *
001547*                      GIORNALE (1555).                         *
001548*  2026-10-15  RDM     MERCE IMPEGNATA SU ORDINI CLIENTE (NUOVO *
001549*                      PRD-IMPEGNATO-DEP, RUN ORDCLI): GLI      *
001550*                      SCARICHI ORDINARI E I TRASFERIMENTI NON  *
001551*                      POSSONO INTACCARLA, LO SCARICO DI        *
001552*                      PRELIEVO (PRDTR-MOV-IMPEGNO = "C") LA    *
001553*                      SCIOGLIE. SOTTOSCORTA E PROPOSTE DI      *
001554*                      RIORDINO LAVORANO ORA SUL DISPONIBILE:   *
001555*                      GIACENZA MENO IMPEGNATO PIU' QUANTITA'   *
001556*                      ANCORA IN ORDINE SU ORDAPRT (2110).      *
001557*  2026-10-15  RDM     TRACCIABILITA' PER LOTTO E SCADENZA: IL  *
001558*                      NUOVO MASTER LOTMAST (COPY CPLOTMS)      *
001559*                      TIENE LA GIACENZA DI OGNI LOTTO PER      *
001560*                      CODICE E DEPOSITO. IL CARICO REGISTRA    *
001561*                      LOTTO E SCADENZA DELLA TRANSAZIONE       *
001562*                      (1556), SCARICHI E TRASFERIMENTI         *
001563*                      PRELEVANO I LOTTI A SCADENZA PIU' VICINA *
001564*                      (FEFO, 1565) E SCRIVONO SU MVJRNL UNA    *
001565*                      RIGA PER LOTTO CON IL NUMERO DI LOTTO.   *
001566*                      PRIMA DI OGNI MOVIMENTO I LOTTI DEL      *
001567*                      DEPOSITO SONO RIALLINEATI ALLA GIACENZA  *
001568*                      (1560), COSI' LA MERCE PRECEDENTE AI     *
001569*                      LOTTI ENTRA COME MERCE SENZA LOTTO.      *
001570*  2026-10-15  RDM     UN NUOVO CODICE ENTRA SUL MASTER SENZA   *
001571*                      CLASSE ABC (NUOVO CAMPO PRD-CLASSE-ABC,  *
001572*                      ASSEGNATO DAL RICALCOLO MENSILE          *
001573*                      RIOPUNT).                                *
001574*  2026-10-15  RDM     CHIUSURA MENSILE DI MAGAZZINO: LE        *
001575*                      TRANSAZIONI DI MOVIMENTO PORTANO UNA     *
001576*                      DATA DI COMPETENZA (PRDTR-MOV-DATA-COMP, *
001577*                      SPAZI = DATA DI ELABORAZIONE) CHE        *
001578*                      DIVENTA LA DATA DELLA RIGA DI GIORNALE   *
001579*                      MVJRNL. UN MOVIMENTO CON DATA FUTURA O   *
001580*                      IN UN MESE GIA' CHIUSO SUL CALENDARIO DI *
001581*                      MAGAZZINO MAGCAL (COPY CPPERCL, CHIUSO   *
001582*                      DA MAGCHIU) VIENE SCARTATO (VEDERE 1150  *
001583*                      E 1551).                                 *
001584*  2026-10-15  RDM     LA GIACENZA INIZIALE DI UN NUOVO CODICE  *
001585*                      VA SUL GIORNALE MVJRNL COME CARICO ALLA  *
001586*                      DATA DI COMPETENZA DELLA TRANSAZIONE,    *
001587*                      CONTROLLATA COME QUELLA DEI MOVIMENTI.   *
001588*  2026-10-15  RDM     IL CONTROLLO PRDBATCH REGISTRA ANCHE     *
001589*                      L'ULTIMO BATCH DI PRELIEVO ORDINI        *
001590*                      CLIENTE APPLICATO (ORIGINE "ORDCLIENTI", *
001591*                      BTC-ULTIMO-PRELIEVO): ORDCLI CONFERMA    *
001592*                      COSI' LE RIGHE IN PRELIEVO SOLO SE IL    *
001593*                      SUO BATCH E' PASSATO DAVVERO (1509).     *
001594*****************************************************************
001595 ENVIRONMENT DIVISION.
001596 CONFIGURATION SECTION.
001597 SPECIAL-NAMES.
001598     DECIMAL-POINT IS COMMA.
001600
001610 INPUT-OUTPUT SECTION.
001620 FILE-CONTROL.
002220         ORGANIZATION IS SEQUENTIAL
002230         FILE STATUS IS WS-FS-ORDRCRPT.
002240
002241     SELECT LOTMAST-FILE ASSIGN TO "LOTMAST"
002242         ORGANIZATION IS INDEXED
002243         ACCESS MODE IS DYNAMIC
002244         RECORD KEY IS LOT-CHIAVE
002245         FILE STATUS IS WS-FS-LOTMAST.
002246     SELECT MAGCAL-FILE ASSIGN TO "MAGCAL"
002247         ORGANIZATION IS INDEXED
002248         ACCESS MODE IS DYNAMIC
002249         RECORD KEY IS PERC-PERIODO
002250         FILE STATUS IS WS-FS-MAGCAL.
002251
002252     SELECT PRDSORT-SD ASSIGN TO "PRDSORT.WRK".
002260
002270 DATA DIVISION.
002280 FILE SECTION.
002720 FD  ORDRCRPT-FILE.
002730 01  ORDRCRPT-LINE               PIC X(96).
002740
002741 FD  LOTMAST-FILE.
002742 COPY CPLOTMS.
002743 FD  MAGCAL-FILE.
002744 COPY CPPERCL.
002745
002750 SD  PRDSORT-SD.
002760 01  PSR-RECORD.
002770     05  PSR-LINEA-PROD          PIC X(04).
002990     05  WS-FS-ORDAPRT           PIC X(02).
003000     05  WS-FS-ORDAPUPD          PIC X(02).
003010     05  WS-FS-ORDRCRPT          PIC X(02).
003011     05  WS-FS-LOTMAST           PIC X(02).
003012     05  WS-FS-MAGCAL            PIC X(02).
003020
003030*****************************************************************
003040*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE              *
003320         88  ORDINE-NON-AGGANCIATO           VALUE "N".
003330     05  WS-SW-ORDINI-ECCED      PIC X(01)   VALUE "N".
003340         88  ORDINI-ECCEDENTI                VALUE "S".
003341     05  WS-SW-LOTTO             PIC X(01)   VALUE "S".
003342         88  LOTTO-VALIDO                    VALUE "S".
003343         88  LOTTO-NON-VALIDO                VALUE "N".
003344     05  WS-SW-FINE-LOTTI        PIC X(01)   VALUE "N".
003345         88  FINE-LOTTI                      VALUE "S".
003346     05  WS-SW-MODO-PRELIEVO     PIC X(01)   VALUE "S".
003347         88  PRELIEVO-SCARICO                VALUE "S".
003348         88  PRELIEVO-TRASFERIMENTO          VALUE "T".
003349         88  PRELIEVO-ALLINEAMENTO           VALUE "A".
003350     05  WS-SW-MASTER-RIPARTITO  PIC X(01)   VALUE "S".
003351         88  MASTER-RIPARTITO                VALUE "S".
003352         88  MASTER-NON-RIPARTITO            VALUE "N".
003353     05  WS-SW-FINE-MAGCAL       PIC X(01)   VALUE "N".
003354         88  FINE-MAGCAL                     VALUE "S".
003355     05  WS-SW-DATA-COMP         PIC X(01)   VALUE "S".
003356         88  DATA-COMP-VALIDA                VALUE "S".
003357         88  DATA-COMP-NON-VALIDA            VALUE "N".
003358
003360*****************************************************************
003370*  CONTATORI E VARIABILI DI SUPPORTO ALLA VALORIZZAZIONE         *
003380*****************************************************************
003540 77  WS-CARATTERE                PIC X(01)   VALUE SPACE.
003550 77  WS-ULTIMO-BATCH-PRD         PIC 9(06)   VALUE 0.
003560 77  WS-BATCH-NUM-CORRENTE       PIC 9(06)   VALUE 0.
003561 77  WS-BATCH-ORIGINE            PIC X(10)   VALUE SPACES.
003562 77  WS-ULTIMO-PRELIEVO-PRD      PIC 9(06)   VALUE 0.
003570 77  WS-BATCH-CONTA-RECORD       PIC 9(06)   VALUE 0.
003580 77  WS-BATCH-TOT-QUANTITA       PIC 9(09)   VALUE 0.
003590 77  WS-MOTIVO-BATCH             PIC X(40)   VALUE SPACES.
003600 77  WS-GIACENZA-PRIMA           PIC 9(05)   VALUE 0.
003601 77  WS-QTA-IMPEGNATA            PIC 9(06)   VALUE 0.
003602 77  WS-QTA-IN-ORDINE            PIC 9(07)   VALUE 0.
003603 77  WS-QTA-DISPONIBILE          PIC S9(07)  VALUE 0.
003610
003620*****************************************************************
003630*  GESTIONE DEPOSITI: INDICI DEL DEPOSITO MOVIMENTATO E DI      *
003710 77  WS-JRN-DEPOSITO             PIC X(02)   VALUE SPACES.
003720 77  WS-JRN-GIAC-DEP-PRIMA       PIC 9(05)   VALUE 0.
003730 77  WS-JRN-GIAC-DEP-DOPO        PIC 9(05)   VALUE 0.
003731 77  WS-JRN-COSTO-UNIT           PIC 9(04)V99 VALUE 0.
003732 77  WS-JRN-NUM-ORDINE           PIC 9(06)   VALUE 0.
003740 77  WS-VALORE-DEP-RIGA          PIC 9(09)V99 VALUE 0.
003750 77  WS-CONTA-TRANSAZIONI        PIC 9(06)   VALUE 0.
003760 77  WS-CONTA-SCARTI-RUN         PIC 9(06)   VALUE 0.
003780 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
003790 01  WS-TOTALI-DEPOSITO.
003800     05  WS-TOT-VAL-DEPOSITO     PIC 9(09)V99 OCCURS 2 TIMES.
003801
003802*****************************************************************
003803*  GESTIONE LOTTI (LOTMAST): DEPOSITO E GIACENZA DI RIFERIMENTO *
003804*  DA RIALLINEARE, QUANTITA' DA PRELEVARE A SCADENZA PIU'       *
003805*  VICINA, ULTIMA CHIAVE LETTA, LOTTO DA CARICARE E CAMPI DI    *
003806*  APPOGGIO PER LE RIGHE DI GIORNALE PER LOTTO                  *
003807*****************************************************************
003808 77  WS-LOT-DEPOSITO             PIC X(02)   VALUE SPACES.
003809 77  WS-LOT-GIAC-RIF             PIC 9(05)   VALUE 0.
003810 77  WS-LOT-SOMMA                PIC 9(07)   VALUE 0.
003811 77  WS-LOT-DA-PRELEVARE         PIC 9(07)   VALUE 0.
003812 77  WS-LOT-PORZIONE             PIC 9(05)   VALUE 0.
003813 77  WS-GIAC-DEP-CORRENTE        PIC 9(05)   VALUE 0.
003814 77  WS-JRN-QUANTITA             PIC 9(05)   VALUE 0.
003815 77  WS-JRN-GIAC-DOPO            PIC 9(05)   VALUE 0.
003816 77  WS-JRN-NUM-LOTTO            PIC X(10)   VALUE SPACES.
003817 01  WS-LOT-ULTIMA-CHIAVE.
003818     05  WS-LUC-CODICE-PROD      PIC X(10).
003819     05  WS-LUC-DEPOSITO         PIC X(02).
003820     05  WS-LUC-SCADENZA         PIC 9(08).
003821     05  WS-LUC-NUMERO           PIC X(10).
003822 01  WS-LOTTO-DA-CARICARE.
003823     05  WS-NL-DEPOSITO          PIC X(02).
003824     05  WS-NL-SCADENZA          PIC 9(08).
003825     05  WS-NL-NUMERO            PIC X(10).
003826     05  WS-NL-QUANTITA          PIC 9(05).
003827
003828*****************************************************************
003830*  ORDINI DI ACQUISTO APERTI (DA ORDAPRT, SCRITTI DA ORDGEN):   *
003840*  CARICATI IN TABELLA A INIZIO RUN, AGGANCIATI AI CARICHI IN   *
003850*  1558 E RISCRITTI AGGIORNATI SU ORDAPUPD A FINE RUN (8000)    *
004110     05  WS-DS-MESE              PIC 9(02).
004120     05  WS-DS-GIORNO            PIC 9(02).
004130 01  WS-ORA-SISTEMA              PIC 9(06).
004131*****************************************************************
004132*  CHIUSURA MENSILE DI MAGAZZINO: ULTIMO MESE CHIUSO SUL        *
004133*  CALENDARIO MAGCAL (AAAAMM, ZERO SE NESSUNO) E DATA DI        *
004134*  COMPETENZA DEL MOVIMENTO IN CORSO (VEDERE 1150 E 1551)       *
004135*****************************************************************
004136 77  WS-ULTIMO-MESE-CHIUSO       PIC 9(06)   VALUE 0.
004137 01  WS-DATA-COMPETENZA.
004138     05  WS-DC-PERIODO.
004139         10  WS-DC-ANNO          PIC 9(04).
004140         10  WS-DC-MESE          PIC 9(02).
004141     05  WS-DC-GIORNO            PIC 9(02).
004142
004150*****************************************************************
004160*  LINEE DI STAMPA - REPORT SCARTI E REPORT SOTTOSCORTA          *
004170*****************************************************************
004310     05  WS-BE-NUM-BATCH         PIC ZZZZZ9.
004320
004330 01  WS-STKRPT-INTESTAZ.
004331     05  FILLER                  PIC X(36)
004332         VALUE "PRODOTTI SOTTO IL PUNTO DI RIORDINO ".
004333     05  FILLER                  PIC X(38)
004334         VALUE "(DISPONIBILE = GIACENZA - IMPEGNATO + ".
004335     05  FILLER                  PIC X(22)
004336         VALUE "IN ORDINE A FORNITORE)".
004360
004370 01  WS-STKRPT-DETT-LINE.
004380     05  FILLER                  PIC X(01)   VALUE SPACES.
004390     05  WS-SK-CODICE-PROD       PIC X(10).
004391     05  FILLER                  PIC X(01)   VALUE SPACES.
004392     05  WS-SK-DESCRIZIONE       PIC X(20).
004393     05  FILLER                  PIC X(01)   VALUE SPACES.
004430     05  WS-SK-QUANTITA          PIC ZZZZ9.
004431     05  FILLER                  PIC X(04)   VALUE " PR ".
004450     05  WS-SK-PUNTO-RIORD       PIC ZZZZ9.
004451     05  FILLER                  PIC X(04)   VALUE " D1 ".
004470     05  WS-SK-GIAC-DEP1         PIC ZZZZ9.
004471     05  FILLER                  PIC X(04)   VALUE " D2 ".
004490     05  WS-SK-GIAC-DEP2         PIC ZZZZ9.
004491     05  FILLER                  PIC X(05)   VALUE " IMP ".
004492     05  WS-SK-IMPEGNATO         PIC ZZZZ9.
004493     05  FILLER                  PIC X(05)   VALUE " ORD ".
004494     05  WS-SK-IN-ORDINE         PIC ZZZZ9.
004495     05  FILLER                  PIC X(05)   VALUE " DISP".
004496     05  WS-SK-DISPONIBILE       PIC -ZZZZ9.
004500
004510 01  WS-STKRPT-DEP-LINE.
004520     05  FILLER                  PIC X(01)   VALUE SPACES.
004560     05  FILLER                  PIC X(10)
004570         VALUE " DEPOSITO ".
004580     05  WS-SKD-DEPOSITO         PIC X(02).
004581     05  FILLER                  PIC X(07)   VALUE "  DISP ".
004582     05  WS-SKD-GIACENZA         PIC -ZZZZ9.
004610     05  FILLER                  PIC X(09)   VALUE "  SOGLIA ".
004620     05  WS-SKD-SOGLIA           PIC ZZZZ9.
004630
006140         OPEN I-O PRDMAST-FILE
006150     END-IF
006160
006161     OPEN I-O LOTMAST-FILE
006162     IF WS-FS-LOTMAST = "35"
006163         CLOSE LOTMAST-FILE
006164         OPEN OUTPUT LOTMAST-FILE
006165         CLOSE LOTMAST-FILE
006166         OPEN I-O LOTMAST-FILE
006167     END-IF
006170     OPEN INPUT PRDTRAN-FILE
006180     IF WS-FS-PRDTRAN = "35"
006190         SET FINE-PRDTRAN TO TRUE
006390     END-IF
006400
006410     PERFORM 1100-LEGGI-CONTROLLO-BATCH THRU 1100-EXIT
006411     PERFORM 1150-LEGGI-CALENDARIO-MAG THRU 1150-EXIT
006420     PERFORM 1200-CARICA-ORDINI-APERTI THRU 1200-EXIT.
006430 1000-EXIT.
006440     EXIT.
006500*****************************************************************
006510 1100-LEGGI-CONTROLLO-BATCH.
006520     MOVE 0 TO WS-ULTIMO-BATCH-PRD
006521     MOVE 0 TO WS-ULTIMO-PRELIEVO-PRD
006530     OPEN INPUT PRDBATCH-FILE
006540     IF WS-FS-PRDBATCH = "35"
006550         GO TO 1100-EXIT
006590             CONTINUE
006600         NOT AT END
006610             MOVE BTC-ULTIMO-BATCH TO WS-ULTIMO-BATCH-PRD
006611             IF BTC-ULTIMO-PRELIEVO IS NUMERIC
006612                 MOVE BTC-ULTIMO-PRELIEVO
006613                     TO WS-ULTIMO-PRELIEVO-PRD
006614             END-IF
006620     END-READ
006630     CLOSE PRDBATCH-FILE.
006640 1100-EXIT.
006641     EXIT.
006642
006643*****************************************************************
006644*  1150-LEGGI-CALENDARIO-MAG - RICAVA DAL CALENDARIO DI         *
006645*  MAGAZZINO MAGCAL (SCRITTO DA MAGCHIU) L'ULTIMO MESE CHIUSO:  *
006646*  I MESI SI CHIUDONO IN SEQUENZA, QUINDI OGNI MOVIMENTO CON    *
006647*  COMPETENZA FINO A QUEL MESE CADE IN UN PERIODO GIA' CHIUSO.  *
006648*  CALENDARIO ASSENTE = NESSUN MESE CHIUSO.                     *
006649*****************************************************************
006650 1150-LEGGI-CALENDARIO-MAG.
006651     MOVE 0 TO WS-ULTIMO-MESE-CHIUSO
006652     OPEN INPUT MAGCAL-FILE
006653     IF WS-FS-MAGCAL = "35"
006654         GO TO 1150-EXIT
006655     END-IF
006656     PERFORM 1160-LEGGI-PERIODO-MAG THRU 1160-EXIT
006657         UNTIL FINE-MAGCAL
006658     CLOSE MAGCAL-FILE.
006659 1150-EXIT.
006660     EXIT.
006661
006662 1160-LEGGI-PERIODO-MAG.
006663     READ MAGCAL-FILE NEXT RECORD
006664         AT END
006665             SET FINE-MAGCAL TO TRUE
006666             GO TO 1160-EXIT
006667     END-READ
006668     IF PERC-PERIODO-CHIUSO
006669         AND PERC-PERIODO > WS-ULTIMO-MESE-CHIUSO
006670         MOVE PERC-PERIODO TO WS-ULTIMO-MESE-CHIUSO
006671     END-IF.
006672 1160-EXIT.
006673     EXIT.
006674
006675*****************************************************************
006680*  1200-CARICA-ORDINI-APERTI - CARICA IN TABELLA GLI ORDINI DI  *
006690*  ACQUISTO DA ORDAPRT (SCRITTI DA ORDGEN), PER L'AGGANCIO DEI  *
006700*  CARICHI AL RICEVIMENTO (VEDERE 1558 E 8000)                  *
007420     SET CODA-BATCH-ASSENTE TO TRUE
007430     MOVE 0 TO WS-BATCH-NUM-CORRENTE
007440     MOVE 0 TO WS-BATCH-CONTA-RECORD
007441     MOVE SPACES TO WS-BATCH-ORIGINE
007450     MOVE 0 TO WS-BATCH-TOT-QUANTITA
007460     MOVE SPACES TO WS-MOTIVO-BATCH
007470
007590     END-IF
007600
007610     MOVE PRDTR-HDR-NUM-BATCH TO WS-BATCH-NUM-CORRENTE
007611     MOVE PRDTR-HDR-ORIGINE TO WS-BATCH-ORIGINE
007620
007630     IF PRDTR-HDR-NUM-BATCH NOT > WS-ULTIMO-BATCH-PRD
007640         MOVE "BATCH FUORI SEQUENZA O GIA' APPLICATO"
008400*****************************************************************
008410*  1509-AGGIORNA-CONTROLLO-BATCH - REGISTRA SU PRDBATCH IL       *
008420*  NUMERO DEL BATCH APPENA APPLICATO, COSI' CHE UNA SECONDA      *
008430*  ESECUZIONE SULLO STESSO FILE VENGA RIFIUTATA IN 1502. UN      *
008431*  BATCH DI PRELIEVO ORDINI CLIENTE (ORIGINE "ORDCLIENTI")       *
008432*  AGGIORNA ANCHE L'ULTIMO PRELIEVO APPLICATO, CHE GLI ALTRI     *
008433*  BATCH RIPORTANO INVARIATO.                                    *
008440*****************************************************************
008450 1509-AGGIORNA-CONTROLLO-BATCH.
008451     IF WS-BATCH-ORIGINE = "ORDCLIENTI"
008452         MOVE WS-BATCH-NUM-CORRENTE TO WS-ULTIMO-PRELIEVO-PRD
008453     END-IF
008460     OPEN OUTPUT PRDBATCH-FILE
008470     MOVE WS-BATCH-NUM-CORRENTE TO BTC-ULTIMO-BATCH
008480     MOVE WS-DATA-SISTEMA TO BTC-DATA-APPLICAZIONE
008481     MOVE WS-ULTIMO-PRELIEVO-PRD TO BTC-ULTIMO-PRELIEVO
008490     WRITE BTC-RECORD
008500     CLOSE PRDBATCH-FILE.
008510 1509-EXIT.
008700     EVALUATE TRUE
008710         WHEN PRDTR-NUOVO-CODICE
008720             PERFORM 1520-VALIDA-CODICE-PROD THRU 1520-EXIT
008721             IF CODICE-PROD-VALIDO
008722                 PERFORM 1556-CONTROLLA-LOTTO THRU 1556-EXIT
008723             END-IF
008724             IF CODICE-PROD-VALIDO AND LOTTO-VALIDO
008725                 PERFORM 1551-CONTROLLA-DATA-COMP THRU 1551-EXIT
008726             END-IF
008730             IF CODICE-PROD-NON-VALIDO
008731                 OR LOTTO-NON-VALIDO
008732                 OR DATA-COMP-NON-VALIDA
008740                 PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
008750             ELSE
008760                 PERFORM 1540-INSERISCI-PRODOTTO THRU 1540-EXIT
009520     MOVE PRDTR-MOV-COSTO-UNIT TO PRDRJ-MOV-COSTO-UNIT
009530     MOVE PRDTR-MOV-DEPOSITO TO PRDRJ-MOV-DEPOSITO
009540     MOVE PRDTR-MOV-DEP-DEST TO PRDRJ-MOV-DEP-DEST
009541     MOVE PRDTR-MOV-IMPEGNO TO PRDRJ-MOV-IMPEGNO
009542     MOVE PRDTR-MOV-LOTTO TO PRDRJ-MOV-LOTTO
009543     MOVE PRDTR-MOV-SCADENZA TO PRDRJ-MOV-SCADENZA
009544     MOVE PRDTR-MOV-DATA-COMP TO PRDRJ-MOV-DATA-COMP
009550     MOVE WS-MOTIVO-SCARTO TO PRDRJ-MOTIVO-SCARTO
009560     MOVE WS-DATA-SISTEMA TO PRDRJ-DATA-SCARTO
009570     SET PRDRJ-DISP-APERTO TO TRUE
009760*    DEPOSITO "01"; IL "02" SI ALIMENTA CON I TRASFERIMENTI.
009770     MOVE PRDTR-QUANTITA TO PRD-GIACENZA-DEP(1)
009780     MOVE 0 TO PRD-GIACENZA-DEP(2)
009781     MOVE 0 TO PRD-IMPEGNATO-DEP(1)
009782     MOVE 0 TO PRD-IMPEGNATO-DEP(2)
009790     MOVE PRDTR-PUNTO-RIORDINO TO PRD-PUNTO-RIORDINO
009800     SET PRD-REC-ATTIVO TO TRUE
009801     SET PRD-NON-CLASSIFICATO TO TRUE
009810     WRITE PRD-MASTER-REC
009820         INVALID KEY
009830             MOVE "CODICE PRODOTTO GIA' PRESENTE"
009840                 TO WS-MOTIVO-SCARTO
009850             PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
009851             GO TO 1540-EXIT
009852     END-WRITE
009853
009854*    LA GIACENZA INIZIALE ENTRA NEL LOTTO DELLA TRANSAZIONE E
009855*    SUL GIORNALE MVJRNL COME CARICO AL PREZZO DI LISTINO, CON
009856*    LA DATA DI COMPETENZA GIA' CONTROLLATA IN 1551: LA CHIUSURA
009857*    MENSILE MAGCHIU LA TROVA NEL MESE GIUSTO E NON LA ATTRIBUISCE
009858*    AL MESE PRECEDENTE SE IL CODICE NASCE DOPO LA FINE DEL MESE.
009859     IF PRD-QUANTITA = 0
009860         GO TO 1540-EXIT
009861     END-IF
009862     MOVE "01" TO WS-NL-DEPOSITO
009863     MOVE PRDTR-MOV-SCADENZA TO WS-NL-SCADENZA
009864     MOVE PRDTR-MOV-LOTTO TO WS-NL-NUMERO
009865     MOVE PRD-QUANTITA TO WS-NL-QUANTITA
009866     PERFORM 1563-CARICA-LOTTO THRU 1563-EXIT
009867
009868     SET PRDTR-MOV-CARICO TO TRUE
009869     MOVE 0 TO WS-GIACENZA-PRIMA
009870     MOVE 0 TO WS-JRN-GIAC-DEP-PRIMA
009871     MOVE PRD-QUANTITA TO WS-JRN-QUANTITA
009872     MOVE PRD-QUANTITA TO WS-JRN-GIAC-DOPO
009873     MOVE "01" TO WS-JRN-DEPOSITO
009874     MOVE PRD-QUANTITA TO WS-JRN-GIAC-DEP-DOPO
009875     MOVE PRD-PREZZO TO WS-JRN-COSTO-UNIT
009876     MOVE 0 TO WS-JRN-NUM-ORDINE
009877     MOVE PRDTR-MOV-LOTTO TO WS-JRN-NUM-LOTTO
009878     PERFORM 1555-SCRIVI-GIORNALE THRU 1555-EXIT.
009879 1540-EXIT.
009880     EXIT.
009890
009900*****************************************************************
010210                 / (PRD-QUANTITA + PRDTR-MOV-QUANTITA)
010220     END-IF.
010230 1545-EXIT.
010231     EXIT.
010232
010233
010234*****************************************************************
010235*  1547-NORMALIZZA-IMPEGNO - LA MERCE IMPEGNATA SU ORDINI       *
010236*  CLIENTE NON NUMERICA (MASTER NON ANCORA RIORGANIZZATO O      *
010237*  SPAZI DI RIEMPIMENTO) VALE ZERO                              *
010238*****************************************************************
010239 1547-NORMALIZZA-IMPEGNO.
010240     IF PRD-IMPEGNATO-DEP(1) IS NOT NUMERIC
010241         MOVE 0 TO PRD-IMPEGNATO-DEP(1)
010242     END-IF
010243     IF PRD-IMPEGNATO-DEP(2) IS NOT NUMERIC
010244         MOVE 0 TO PRD-IMPEGNATO-DEP(2)
010245     END-IF.
010246 1547-EXIT.
010247     EXIT.
010250
010260*****************************************************************
010270*  1548-CONTROLLA-DEPOSITO - NORMALIZZA E CONTROLLA IL CODICE    *
011050             GO TO 1550-EXIT
011060     END-READ
011070
011071     PERFORM 1551-CONTROLLA-DATA-COMP THRU 1551-EXIT
011072     IF DATA-COMP-NON-VALIDA
011073         PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011074         GO TO 1550-EXIT
011075     END-IF
011076     MOVE 0 TO WS-JRN-COSTO-UNIT
011077     MOVE 0 TO WS-JRN-NUM-ORDINE
011080     PERFORM 1548-CONTROLLA-DEPOSITO THRU 1548-EXIT
011081     PERFORM 1547-NORMALIZZA-IMPEGNO THRU 1547-EXIT
011090     IF DEPOSITO-NON-VALIDO
011100         PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011110         GO TO 1550-EXIT
011130
011140     EVALUATE TRUE
011150         WHEN PRDTR-MOV-CARICO
011151             PERFORM 1556-CONTROLLA-LOTTO THRU 1556-EXIT
011152             IF LOTTO-NON-VALIDO
011153                 PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011154                 GO TO 1550-EXIT
011155             END-IF
011160             PERFORM 1549-RIPARTISCI-MASTER THRU 1549-EXIT
011161             MOVE PRDTR-MOV-DEPOSITO TO WS-LOT-DEPOSITO
011162             MOVE PRD-GIACENZA-DEP(WS-DEP-IDX) TO WS-LOT-GIAC-RIF
011163             PERFORM 1560-ALLINEA-LOTTI THRU 1560-EXIT
011170             MOVE PRD-QUANTITA TO WS-GIACENZA-PRIMA
011180             MOVE PRD-GIACENZA-DEP(WS-DEP-IDX)
011190                 TO WS-JRN-GIAC-DEP-PRIMA
011200             PERFORM 1545-RICALCOLA-COSTO-MEDIO THRU 1545-EXIT
011201             MOVE WS-COSTO-CARICO TO WS-JRN-COSTO-UNIT
011210             ADD PRDTR-MOV-QUANTITA TO PRD-QUANTITA
011220             ADD PRDTR-MOV-QUANTITA
011230                 TO PRD-GIACENZA-DEP(WS-DEP-IDX)
011240             REWRITE PRD-MASTER-REC
011241             MOVE PRDTR-MOV-DEPOSITO TO WS-NL-DEPOSITO
011242             MOVE PRDTR-MOV-SCADENZA TO WS-NL-SCADENZA
011243             MOVE PRDTR-MOV-LOTTO TO WS-NL-NUMERO
011244             MOVE PRDTR-MOV-QUANTITA TO WS-NL-QUANTITA
011245             PERFORM 1563-CARICA-LOTTO THRU 1563-EXIT
011250             MOVE PRDTR-MOV-DEPOSITO TO WS-JRN-DEPOSITO
011260             MOVE PRD-GIACENZA-DEP(WS-DEP-IDX)
011270                 TO WS-JRN-GIAC-DEP-DOPO
011271             MOVE PRDTR-MOV-QUANTITA TO WS-JRN-QUANTITA
011272             MOVE PRD-QUANTITA TO WS-JRN-GIAC-DOPO
011273             MOVE PRDTR-MOV-LOTTO TO WS-JRN-NUM-LOTTO
011274             PERFORM 1558-AGGANCIA-ORDINE THRU 1558-EXIT
011280             PERFORM 1555-SCRIVI-GIORNALE THRU 1555-EXIT
011300         WHEN PRDTR-MOV-SCARICO
011310             PERFORM 1552-SCARICA-DEPOSITO THRU 1552-EXIT
011320         WHEN PRDTR-MOV-TRASFERIMENTO
011360     EXIT.
011370
011380*****************************************************************
011381*  1551-CONTROLLA-DATA-COMP - DATA DI COMPETENZA DEL MOVIMENTO  *
011382*  O DELLA GIACENZA INIZIALE DI UN NUOVO CODICE (1540): A SPAZI *
011383*  O ZERI VALE LA DATA DI ELABORAZIONE; DEVE ESSERE UNA         *
011384*  DATA VALIDA, NON FUTURA E IN UN MESE DI MAGAZZINO NON ANCORA *
011385*  CHIUSO DA MAGCHIU: LA VALORIZZAZIONE DI UN MESE CHIUSO NON   *
011386*  PUO' PIU' CAMBIARE. IN WS-DATA-COMPETENZA PER IL GIORNALE.   *
011387*****************************************************************
011388 1551-CONTROLLA-DATA-COMP.
011389     SET DATA-COMP-VALIDA TO TRUE
011390     IF PRDTR-MOV-DATA-COMP = SPACES
011391         OR PRDTR-MOV-DATA-COMP = ZEROS
011392         MOVE WS-DATA-SISTEMA TO WS-DATA-COMPETENZA
011393     ELSE
011394         MOVE PRDTR-MOV-DATA-COMP TO WS-DATA-COMPETENZA
011395     END-IF
011396
011397     IF WS-DATA-COMPETENZA IS NOT NUMERIC
011398         OR WS-DC-MESE < 1 OR WS-DC-MESE > 12
011399         OR WS-DC-GIORNO < 1 OR WS-DC-GIORNO > 31
011400         SET DATA-COMP-NON-VALIDA TO TRUE
011401         MOVE "DATA DI COMPETENZA NON VALIDA" TO WS-MOTIVO-SCARTO
011402         GO TO 1551-EXIT
011403     END-IF
011404
011405     IF WS-DATA-COMPETENZA > WS-DATA-SISTEMA
011406         SET DATA-COMP-NON-VALIDA TO TRUE
011407         MOVE "DATA DI COMPETENZA FUTURA" TO WS-MOTIVO-SCARTO
011408         GO TO 1551-EXIT
011409     END-IF
011410
011411     IF WS-DC-PERIODO NOT > WS-ULTIMO-MESE-CHIUSO
011412         SET DATA-COMP-NON-VALIDA TO TRUE
011413         MOVE "MESE DI MAGAZZINO GIA' CHIUSO" TO WS-MOTIVO-SCARTO
011414     END-IF.
011415 1551-EXIT.
011416     EXIT.
011417
011418*****************************************************************
011419*  1552-SCARICA-DEPOSITO - SCARICO DI MERCE: SU UN MASTER GIA'   *
011420*  RIPARTITO LA QUANTITA' ESCE DAL DEPOSITO INDICATO E DAL       *
011421*  TOTALE; SU UN MASTER NON ANCORA RIPARTITO (GIACENZE DI        *
011422*  DEPOSITO A ZERO CON TOTALE POSITIVO) SI LAVORA COME PRIMA     *
011430*  SUL SOLO TOTALE                                               *
011431*  LA MERCE IMPEGNATA SU ORDINI CLIENTE NON PUO' USCIRE CON UNO *
011432*  SCARICO ORDINARIO; LO SCARICO DI PRELIEVO GENERATO DA ORDCLI *
011433*  (PRDTR-MOV-IMPEGNO = "C") LA PRELEVA E SCIOGLIE L'IMPEGNO    *
011434*  DEL DEPOSITO (VEDERE 1554)                                   *
011435*  LA QUANTITA' ESCE DAI LOTTI DEL DEPOSITO A SCADENZA PIU'     *
011436*  VICINA (1565), CON UNA RIGA DI GIORNALE PER LOTTO; SUL       *
011437*  MASTER NON RIPARTITO I LOTTI STANNO SUL DEPOSITO "01"        *
011440*****************************************************************
011450 1552-SCARICA-DEPOSITO.
011460     IF PRD-GIACENZA-DEP(1) = 0 AND PRD-GIACENZA-DEP(2) = 0
011510             PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011520             GO TO 1552-EXIT
011530         END-IF
011531         COMPUTE WS-QTA-DISPONIBILE = PRD-QUANTITA
011532                 - PRD-IMPEGNATO-DEP(1) - PRD-IMPEGNATO-DEP(2)
011533         IF NOT PRDTR-MOV-DA-IMPEGNO
011534             AND PRDTR-MOV-QUANTITA > WS-QTA-DISPONIBILE
011535             MOVE "SCARICO SU MERCE IMPEGNATA"
011536                 TO WS-MOTIVO-SCARTO
011537             PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011538             GO TO 1552-EXIT
011539         END-IF
011540         MOVE "01" TO WS-LOT-DEPOSITO
011541         MOVE PRD-QUANTITA TO WS-LOT-GIAC-RIF
011542         PERFORM 1560-ALLINEA-LOTTI THRU 1560-EXIT
011543         MOVE PRD-QUANTITA TO WS-GIACENZA-PRIMA
011560         SUBTRACT PRDTR-MOV-QUANTITA FROM PRD-QUANTITA
011561         PERFORM 1554-SCIOGLI-IMPEGNO THRU 1554-EXIT
011570         REWRITE PRD-MASTER-REC
011571         SET MASTER-NON-RIPARTITO TO TRUE
011572         MOVE PRDTR-MOV-QUANTITA TO WS-LOT-DA-PRELEVARE
011573         SET PRELIEVO-SCARICO TO TRUE
011574         PERFORM 1565-PRELEVA-LOTTI THRU 1565-EXIT
011610         GO TO 1552-EXIT
011620     END-IF
011630
011670         PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011680         GO TO 1552-EXIT
011690     END-IF
011691     COMPUTE WS-QTA-DISPONIBILE = PRD-GIACENZA-DEP(WS-DEP-IDX)
011692             - PRD-IMPEGNATO-DEP(WS-DEP-IDX)
011693     IF NOT PRDTR-MOV-DA-IMPEGNO
011694         AND PRDTR-MOV-QUANTITA > WS-QTA-DISPONIBILE
011695         MOVE "SCARICO SU MERCE IMPEGNATA"
011696             TO WS-MOTIVO-SCARTO
011697         PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011698         GO TO 1552-EXIT
011699     END-IF
011700
011701     MOVE PRDTR-MOV-DEPOSITO TO WS-LOT-DEPOSITO
011702     MOVE PRD-GIACENZA-DEP(WS-DEP-IDX) TO WS-LOT-GIAC-RIF
011703     PERFORM 1560-ALLINEA-LOTTI THRU 1560-EXIT
011710     MOVE PRD-QUANTITA TO WS-GIACENZA-PRIMA
011711     MOVE PRD-GIACENZA-DEP(WS-DEP-IDX) TO WS-GIAC-DEP-CORRENTE
011730     SUBTRACT PRDTR-MOV-QUANTITA FROM PRD-QUANTITA
011740     SUBTRACT PRDTR-MOV-QUANTITA
011750         FROM PRD-GIACENZA-DEP(WS-DEP-IDX)
011751     PERFORM 1554-SCIOGLI-IMPEGNO THRU 1554-EXIT
011760     REWRITE PRD-MASTER-REC
011761     SET MASTER-RIPARTITO TO TRUE
011762     MOVE PRDTR-MOV-QUANTITA TO WS-LOT-DA-PRELEVARE
011763     SET PRELIEVO-SCARICO TO TRUE
011764     PERFORM 1565-PRELEVA-LOTTI THRU 1565-EXIT.
011800 1552-EXIT.
011810     EXIT.
011820
011850*  DI ORIGINE A QUELLO DI DESTINAZIONE SENZA TOCCARE LA          *
011860*  GIACENZA TOTALE NE' IL COSTO MEDIO; SCRIVE DUE RIGHE DI       *
011870*  GIORNALE, UNA PER DEPOSITO TOCCATO                            *
011871*  PER OGNI LOTTO PRELEVATO A SCADENZA PIU' VICINA: IL LOTTO    *
011872*  PASSA AL DEPOSITO DI DESTINAZIONE CON LA SUA SCADENZA (1570) *
011880*****************************************************************
011890 1553-TRASFERISCI-DEPOSITO.
011900     PERFORM 1549-RIPARTISCI-MASTER THRU 1549-EXIT
011940         PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011950         GO TO 1553-EXIT
011960     END-IF
011961     COMPUTE WS-QTA-DISPONIBILE = PRD-GIACENZA-DEP(WS-DEP-IDX)
011962             - PRD-IMPEGNATO-DEP(WS-DEP-IDX)
011963     IF PRDTR-MOV-QUANTITA > WS-QTA-DISPONIBILE
011964         MOVE "TRASFERIMENTO SU MERCE IMPEGNATA"
011965             TO WS-MOTIVO-SCARTO
011966         PERFORM 1530-SCRIVI-SCARTO-PRD THRU 1530-EXIT
011967         GO TO 1553-EXIT
011968     END-IF
011970
011971     MOVE PRDTR-MOV-DEPOSITO TO WS-LOT-DEPOSITO
011972     MOVE PRD-GIACENZA-DEP(WS-DEP-IDX) TO WS-LOT-GIAC-RIF
011973     PERFORM 1560-ALLINEA-LOTTI THRU 1560-EXIT
011974     MOVE PRDTR-MOV-DEP-DEST TO WS-LOT-DEPOSITO
011975     MOVE PRD-GIACENZA-DEP(WS-DEP-IDX-DEST) TO WS-LOT-GIAC-RIF
011976     PERFORM 1560-ALLINEA-LOTTI THRU 1560-EXIT
011980     MOVE PRD-QUANTITA TO WS-GIACENZA-PRIMA
011981     MOVE PRD-GIACENZA-DEP(WS-DEP-IDX) TO WS-GIAC-DEP-CORRENTE
012000     MOVE PRD-GIACENZA-DEP(WS-DEP-IDX-DEST)
012010         TO WS-GIAC-DEST-PRIMA
012020     SUBTRACT PRDTR-MOV-QUANTITA
012050         TO PRD-GIACENZA-DEP(WS-DEP-IDX-DEST)
012060     REWRITE PRD-MASTER-REC
012070
012071     MOVE PRDTR-MOV-DEPOSITO TO WS-LOT-DEPOSITO
012072     MOVE PRDTR-MOV-QUANTITA TO WS-LOT-DA-PRELEVARE
012073     SET PRELIEVO-TRASFERIMENTO TO TRUE
012074     PERFORM 1565-PRELEVA-LOTTI THRU 1565-EXIT.
012075 1553-EXIT.
012076     EXIT.
012110
012111*****************************************************************
012112*  1554-SCIOGLI-IMPEGNO - LO SCARICO DI PRELIEVO DI ORDCLI      *
012113*  LIBERA LA MERCE IMPEGNATA DEL DEPOSITO PER LA QUANTITA'      *
012114*  SCARICATA, SENZA MAI PORTARE L'IMPEGNO SOTTO ZERO            *
012115*****************************************************************
012116 1554-SCIOGLI-IMPEGNO.
012117     IF NOT PRDTR-MOV-DA-IMPEGNO
012118         GO TO 1554-EXIT
012119     END-IF
012120     IF PRDTR-MOV-QUANTITA NOT < PRD-IMPEGNATO-DEP(WS-DEP-IDX)
012121         MOVE 0 TO PRD-IMPEGNATO-DEP(WS-DEP-IDX)
012122     ELSE
012123         SUBTRACT PRDTR-MOV-QUANTITA
012124             FROM PRD-IMPEGNATO-DEP(WS-DEP-IDX)
012125     END-IF.
012126 1554-EXIT.
012180     EXIT.
012190
012200*****************************************************************
012220*  MVJRNL IL MOVIMENTO APPENA APPLICATO AL MASTER, CON LA        *
012230*  GIACENZA PRIMA E DOPO, A USO DEL REPORT KARDEX (STKJRN) E     *
012240*  DELLE VERIFICHE INVENTARIALI.                                 *
012241*  QUANTITA', GIACENZA TOTALE DOPO E LOTTO SONO PREPARATI DAL   *
012242*  CHIAMANTE: UNO SCARICO O TRASFERIMENTO SU PIU' LOTTI SCRIVE  *
012243*  UNA RIGA PER LOTTO CON GIACENZE PROGRESSIVE (1569/1570)      *
012244*  LA DATA DELLA RIGA E' LA COMPETENZA DEL MOVIMENTO (1551)     *
012250*****************************************************************
012260 1555-SCRIVI-GIORNALE.
012270     MOVE PRD-CODICE-PROD TO MVJ-CODICE-PROD
012271     MOVE WS-DC-ANNO TO MVJ-ANNO
012272     MOVE WS-DC-MESE TO MVJ-MESE
012273     MOVE WS-DC-GIORNO TO MVJ-GIORNO
012310     MOVE WS-ORA-SISTEMA TO MVJ-ORA-MOVIMENTO
012320     MOVE PRDTR-MOV-TIPO TO MVJ-TIPO-MOV
012321     MOVE WS-JRN-QUANTITA TO MVJ-QUANTITA
012340     MOVE WS-GIACENZA-PRIMA TO MVJ-GIACENZA-PRIMA
012341     MOVE WS-JRN-GIAC-DOPO TO MVJ-GIACENZA-DOPO
012360     MOVE WS-JRN-DEPOSITO TO MVJ-DEPOSITO
012370     MOVE WS-JRN-GIAC-DEP-PRIMA TO MVJ-GIAC-DEP-PRIMA
012380     MOVE WS-JRN-GIAC-DEP-DOPO TO MVJ-GIAC-DEP-DOPO
012381     MOVE WS-JRN-COSTO-UNIT TO MVJ-COSTO-UNIT
012382     MOVE WS-JRN-NUM-ORDINE TO MVJ-NUM-ORDINE
012383     MOVE WS-JRN-NUM-LOTTO TO MVJ-NUM-LOTTO
012390     WRITE MVJ-RECORD.
012400 1555-EXIT.
012401     EXIT.
012402
012403*****************************************************************
012404*  1556-CONTROLLA-LOTTO - LOTTO E SCADENZA DELLA MERCE IN       *
012405*  ENTRATA (CARICO O NUOVO CODICE): SCADENZA A SPAZI O ZERI =   *
012406*  LOTTO SENZA SCADENZA (99999999, PRELEVATO PER ULTIMO);       *
012407*  ALTRIMENTI DEVE ESSERE UNA DATA AAAAMMGG NON ANCORA PASSATA. *
012408*  IL NUMERO DI LOTTO A SPAZI E' LA MERCE SENZA LOTTO.          *
012409*****************************************************************
012410 1556-CONTROLLA-LOTTO.
012411     SET LOTTO-VALIDO TO TRUE
012412     IF PRDTR-MOV-SCADENZA = SPACES OR PRDTR-MOV-SCADENZA = ZEROS
012413         MOVE "99999999" TO PRDTR-MOV-SCADENZA
012414         GO TO 1556-EXIT
012415     END-IF
012416     IF PRDTR-MOV-SCADENZA IS NOT NUMERIC
012417         SET LOTTO-NON-VALIDO TO TRUE
012418         MOVE "DATA SCADENZA LOTTO NON VALIDA" TO WS-MOTIVO-SCARTO
012419         GO TO 1556-EXIT
012420     END-IF
012421     IF PRDTR-SCAD-MESE < 1 OR PRDTR-SCAD-MESE > 12
012422         OR PRDTR-SCAD-GIORNO < 1 OR PRDTR-SCAD-GIORNO > 31
012423         SET LOTTO-NON-VALIDO TO TRUE
012424         MOVE "DATA SCADENZA LOTTO NON VALIDA" TO WS-MOTIVO-SCARTO
012425         GO TO 1556-EXIT
012426     END-IF
012427     IF PRDTR-MOV-SCADENZA < WS-DATA-SISTEMA
012428         SET LOTTO-NON-VALIDO TO TRUE
012429         MOVE "LOTTO GIA' SCADUTO AL CARICO" TO WS-MOTIVO-SCARTO
012430     END-IF.
012431 1556-EXIT.
012432     EXIT.
012433
012434*****************************************************************
012440*  1558-AGGANCIA-ORDINE - AGGANCIA IL CARICO APPENA REGISTRATO  *
012450*  AL PRIMO ORDINE DI ACQUISTO APERTO DEL CODICE: ACCUMULA LA   *
012460*  QUANTITA' RICEVUTA E CHIUDE L'ORDINE ("C" A QUANTITA' PARI,  *
012630         AND WS-ORD-CODICE-PROD(WS-ORD-IDX)
012640             = PRDTR-CODICE-PROD
012650         SET ORDINE-AGGANCIATO TO TRUE
012651         MOVE WS-ORD-NUMERO(WS-ORD-IDX) TO WS-JRN-NUM-ORDINE
012660         ADD PRDTR-MOV-QUANTITA
012670             TO WS-ORD-RICEVUTA(WS-ORD-IDX)
012680         IF WS-ORD-RICEVUTA(WS-ORD-IDX)
012780     END-IF.
012790
012800*****************************************************************
012801*  1560-ALLINEA-LOTTI - RIPORTA LA SOMMA DEI LOTTI DEL CODICE   *
012802*  SUL DEPOSITO WS-LOT-DEPOSITO ALLA GIACENZA DI RIFERIMENTO    *
012803*  WS-LOT-GIAC-RIF PRIMA DI APPLICARE UN MOVIMENTO: LA GIACENZA *
012804*  NON COPERTA DA LOTTI (MERCE PRECEDENTE ALLA GESTIONE DEI     *
012805*  LOTTI) ENTRA NEL LOTTO A SPAZI SENZA SCADENZA; UN ECCESSO    *
012806*  DI LOTTI ESCE A SCADENZA PIU' VICINA SENZA RIGA DI           *
012807*  GIORNALE.                                                    *
012808*****************************************************************
012809 1560-ALLINEA-LOTTI.
012810     PERFORM 1561-SOMMA-LOTTI THRU 1561-EXIT
012811     IF WS-LOT-SOMMA < WS-LOT-GIAC-RIF
012812         MOVE WS-LOT-DEPOSITO TO WS-NL-DEPOSITO
012813         MOVE 99999999 TO WS-NL-SCADENZA
012814         MOVE SPACES TO WS-NL-NUMERO
012815         COMPUTE WS-NL-QUANTITA = WS-LOT-GIAC-RIF - WS-LOT-SOMMA
012816         PERFORM 1563-CARICA-LOTTO THRU 1563-EXIT
012817     END-IF
012818     IF WS-LOT-SOMMA > WS-LOT-GIAC-RIF
012819         COMPUTE WS-LOT-DA-PRELEVARE =
012820                 WS-LOT-SOMMA - WS-LOT-GIAC-RIF
012821         SET PRELIEVO-ALLINEAMENTO TO TRUE
012822         PERFORM 1565-PRELEVA-LOTTI THRU 1565-EXIT
012823     END-IF.
012824 1560-EXIT.
012825     EXIT.
012826
012827 1561-SOMMA-LOTTI.
012828     MOVE 0 TO WS-LOT-SOMMA
012829     PERFORM 1566-POSIZIONA-LOTTI THRU 1566-EXIT
012830     PERFORM 1562-SOMMA-LOTTO THRU 1562-EXIT
012831         UNTIL FINE-LOTTI.
012832 1561-EXIT.
012833     EXIT.
012834
012835 1562-SOMMA-LOTTO.
012836     PERFORM 1567-LEGGI-LOTTO-SUCC THRU 1567-EXIT
012837     IF NOT FINE-LOTTI
012838         ADD LOT-GIACENZA TO WS-LOT-SOMMA
012839     END-IF.
012840 1562-EXIT.
012841     EXIT.
012842
012843*****************************************************************
012844*  1563-CARICA-LOTTO - ACCREDITA WS-NL-QUANTITA AL LOTTO        *
012845*  WS-LOTTO-DA-CARICARE DEL CODICE, CREANDOLO SE NON ESISTE     *
012846*  (CARICO, LOTTO IN ARRIVO DA UN TRASFERIMENTO O               *
012847*  RIALLINEAMENTO)                                              *
012848*****************************************************************
012849 1563-CARICA-LOTTO.
012850     MOVE PRD-CODICE-PROD TO LOT-CODICE-PROD
012851     MOVE WS-NL-DEPOSITO TO LOT-DEPOSITO
012852     MOVE WS-NL-SCADENZA TO LOT-DATA-SCADENZA
012853     MOVE WS-NL-NUMERO TO LOT-NUMERO
012854     READ LOTMAST-FILE
012855         INVALID KEY
012856             PERFORM 1564-NUOVO-LOTTO THRU 1564-EXIT
012857             GO TO 1563-EXIT
012858     END-READ
012859     ADD WS-NL-QUANTITA TO LOT-GIACENZA
012860     ADD WS-NL-QUANTITA TO LOT-QTA-ENTRATA
012861     MOVE WS-DATA-SISTEMA TO LOT-DATA-ULTIMO-MOV
012862     REWRITE LOT-RECORD.
012863 1563-EXIT.
012864     EXIT.
012865
012866 1564-NUOVO-LOTTO.
012867     MOVE SPACES TO LOT-RECORD
012868     MOVE PRD-CODICE-PROD TO LOT-CODICE-PROD
012869     MOVE WS-NL-DEPOSITO TO LOT-DEPOSITO
012870     MOVE WS-NL-SCADENZA TO LOT-DATA-SCADENZA
012871     MOVE WS-NL-NUMERO TO LOT-NUMERO
012872     MOVE WS-NL-QUANTITA TO LOT-GIACENZA
012873     MOVE WS-NL-QUANTITA TO LOT-QTA-ENTRATA
012874     MOVE WS-DATA-SISTEMA TO LOT-DATA-PRIMO-CARICO
012875     MOVE WS-DATA-SISTEMA TO LOT-DATA-ULTIMO-MOV
012876     WRITE LOT-RECORD.
012877 1564-EXIT.
012878     EXIT.
012879
012880*****************************************************************
012881*  1565-PRELEVA-LOTTI - PRELIEVO FEFO: TOGLIE LA QUANTITA'      *
012882*  WS-LOT-DA-PRELEVARE DAI LOTTI DEL CODICE SUL DEPOSITO        *
012883*  WS-LOT-DEPOSITO, DAL PIU' VICINO ALLA SCADENZA (ORDINE DI    *
012884*  CHIAVE DI LOTMAST). PER OGNI LOTTO TOCCATO LO SCARICO E IL   *
012885*  TRASFERIMENTO SCRIVONO LA RIGA DI GIORNALE (1569); IL        *
012886*  RIALLINEAMENTO NON SCRIVE NULLA. LA QUANTITA' NON COPERTA    *
012887*  DAI LOTTI (NON DOVREBBE RESTARNE DOPO 1560) ESCE COME MERCE  *
012888*  SENZA LOTTO, COSI' IL GIORNALE RIPORTA                       *
012889*  SEMPRE TUTTO IL MOVIMENTO.                                   *
012890*****************************************************************
012891 1565-PRELEVA-LOTTI.
012892     PERFORM 1566-POSIZIONA-LOTTI THRU 1566-EXIT
012893     PERFORM 1568-PRELEVA-LOTTO THRU 1568-EXIT
012894         UNTIL FINE-LOTTI OR WS-LOT-DA-PRELEVARE = 0
012895     IF WS-LOT-DA-PRELEVARE > 0 AND NOT PRELIEVO-ALLINEAMENTO
012896         MOVE WS-LOT-DA-PRELEVARE TO WS-LOT-PORZIONE
012897         MOVE 0 TO WS-LOT-DA-PRELEVARE
012898         MOVE 99999999 TO WS-NL-SCADENZA
012899         MOVE SPACES TO WS-NL-NUMERO
012900         PERFORM 1569-GIORNALE-LOTTO THRU 1569-EXIT
012901     END-IF.
012902 1565-EXIT.
012903     EXIT.
012904
012905*****************************************************************
012906*  1566-POSIZIONA-LOTTI - PREPARA LA LETTURA DEI LOTTI DEL      *
012907*  CODICE SUL DEPOSITO WS-LOT-DEPOSITO DALLA CHIAVE PIU' BASSA. *
012908*  1567 RIPOSIZIONA IL FILE AD OGNI LETTURA SULL'ULTIMA CHIAVE  *
012909*  LETTA, PERCHE' IL TRASFERIMENTO LEGGE E SCRIVE IL LOTTO DI   *
012910*  DESTINAZIONE TRA UNA LETTURA E L'ALTRA.                      *
012911*****************************************************************
012912 1566-POSIZIONA-LOTTI.
012913     MOVE "N" TO WS-SW-FINE-LOTTI
012914     MOVE PRD-CODICE-PROD TO WS-LUC-CODICE-PROD
012915     MOVE WS-LOT-DEPOSITO TO WS-LUC-DEPOSITO
012916     MOVE 0 TO WS-LUC-SCADENZA
012917     MOVE LOW-VALUES TO WS-LUC-NUMERO.
012918 1566-EXIT.
012919     EXIT.
012920
012921 1567-LEGGI-LOTTO-SUCC.
012922     MOVE WS-LOT-ULTIMA-CHIAVE TO LOT-CHIAVE
012923     START LOTMAST-FILE KEY IS GREATER THAN LOT-CHIAVE
012924         INVALID KEY
012925             SET FINE-LOTTI TO TRUE
012926             GO TO 1567-EXIT
012927     END-START
012928     READ LOTMAST-FILE NEXT RECORD
012929         AT END
012930             SET FINE-LOTTI TO TRUE
012931             GO TO 1567-EXIT
012932     END-READ
012933     IF LOT-CODICE-PROD NOT = PRD-CODICE-PROD
012934         OR LOT-DEPOSITO NOT = WS-LOT-DEPOSITO
012935         SET FINE-LOTTI TO TRUE
012936         GO TO 1567-EXIT
012937     END-IF
012938     MOVE LOT-CHIAVE TO WS-LOT-ULTIMA-CHIAVE.
012939 1567-EXIT.
012940     EXIT.
012941
012942 1568-PRELEVA-LOTTO.
012943     PERFORM 1567-LEGGI-LOTTO-SUCC THRU 1567-EXIT
012944     IF FINE-LOTTI
012945         GO TO 1568-EXIT
012946     END-IF
012947     IF LOT-GIACENZA = 0
012948         GO TO 1568-EXIT
012949     END-IF
012950     IF WS-LOT-DA-PRELEVARE < LOT-GIACENZA
012951         MOVE WS-LOT-DA-PRELEVARE TO WS-LOT-PORZIONE
012952     ELSE
012953         MOVE LOT-GIACENZA TO WS-LOT-PORZIONE
012954     END-IF
012955     SUBTRACT WS-LOT-PORZIONE FROM LOT-GIACENZA
012956     SUBTRACT WS-LOT-PORZIONE FROM WS-LOT-DA-PRELEVARE
012957     MOVE WS-DATA-SISTEMA TO LOT-DATA-ULTIMO-MOV
012958     REWRITE LOT-RECORD
012959     IF PRELIEVO-ALLINEAMENTO
012960         GO TO 1568-EXIT
012961     END-IF
012962     MOVE LOT-DATA-SCADENZA TO WS-NL-SCADENZA
012963     MOVE LOT-NUMERO TO WS-NL-NUMERO
012964     PERFORM 1569-GIORNALE-LOTTO THRU 1569-EXIT.
012965 1568-EXIT.
012966     EXIT.
012967
012968*****************************************************************
012969*  1569-GIORNALE-LOTTO - RIGA DI GIORNALE DELLO SCARICO PER IL  *
012970*  LOTTO APPENA PRELEVATO (WS-LOT-PORZIONE), CON GIACENZE       *
012971*  PRIMA/DOPO PROGRESSIVE SUL TOTALE E SUL DEPOSITO (A ZERO SUL *
012972*  MASTER NON RIPARTITO, COME PRIMA DEI LOTTI).                 *
012973*  IL TRASFERIMENTO PASSA A 1570.                               *
012974*****************************************************************
012975 1569-GIORNALE-LOTTO.
012976     MOVE WS-LOT-PORZIONE TO WS-JRN-QUANTITA
012977     MOVE WS-NL-NUMERO TO WS-JRN-NUM-LOTTO
012978     IF PRELIEVO-TRASFERIMENTO
012979         PERFORM 1570-TRASFERISCI-LOTTO THRU 1570-EXIT
012980         GO TO 1569-EXIT
012981     END-IF
012982     MOVE PRDTR-MOV-DEPOSITO TO WS-JRN-DEPOSITO
012983     COMPUTE WS-JRN-GIAC-DOPO =
012984             WS-GIACENZA-PRIMA - WS-LOT-PORZIONE
012985     IF MASTER-RIPARTITO
012986         MOVE WS-GIAC-DEP-CORRENTE TO WS-JRN-GIAC-DEP-PRIMA
012987         COMPUTE WS-JRN-GIAC-DEP-DOPO =
012988                 WS-GIAC-DEP-CORRENTE - WS-LOT-PORZIONE
012989         MOVE WS-JRN-GIAC-DEP-DOPO TO WS-GIAC-DEP-CORRENTE
012990     ELSE
012991         MOVE 0 TO WS-JRN-GIAC-DEP-PRIMA
012992         MOVE 0 TO WS-JRN-GIAC-DEP-DOPO
012993     END-IF
012994     PERFORM 1555-SCRIVI-GIORNALE THRU 1555-EXIT
012995     MOVE WS-JRN-GIAC-DOPO TO WS-GIACENZA-PRIMA.
012996 1569-EXIT.
012997     EXIT.
012998
012999*****************************************************************
013000*  1570-TRASFERISCI-LOTTO - IL LOTTO PRELEVATO DAL DEPOSITO DI  *
013001*  ORIGINE ENTRA NEL DEPOSITO DI DESTINAZIONE CON LO STESSO     *
013002*  NUMERO E SCADENZA; DUE RIGHE DI GIORNALE, UNA PER DEPOSITO,  *
013003*  A GIACENZA TOTALE INVARIATA                                  *
013004*****************************************************************
013005 1570-TRASFERISCI-LOTTO.
013006     MOVE PRD-QUANTITA TO WS-GIACENZA-PRIMA
013007     MOVE PRD-QUANTITA TO WS-JRN-GIAC-DOPO
013008
013009     MOVE PRDTR-MOV-DEPOSITO TO WS-JRN-DEPOSITO
013010     MOVE WS-GIAC-DEP-CORRENTE TO WS-JRN-GIAC-DEP-PRIMA
013011     COMPUTE WS-JRN-GIAC-DEP-DOPO =
013012             WS-GIAC-DEP-CORRENTE - WS-LOT-PORZIONE
013013     MOVE WS-JRN-GIAC-DEP-DOPO TO WS-GIAC-DEP-CORRENTE
013014     PERFORM 1555-SCRIVI-GIORNALE THRU 1555-EXIT
013015
013016     MOVE PRDTR-MOV-DEP-DEST TO WS-JRN-DEPOSITO
013017     MOVE WS-GIAC-DEST-PRIMA TO WS-JRN-GIAC-DEP-PRIMA
013018     COMPUTE WS-JRN-GIAC-DEP-DOPO =
013019             WS-GIAC-DEST-PRIMA + WS-LOT-PORZIONE
013020     MOVE WS-JRN-GIAC-DEP-DOPO TO WS-GIAC-DEST-PRIMA
013021     PERFORM 1555-SCRIVI-GIORNALE THRU 1555-EXIT
013022
013023     MOVE PRDTR-MOV-DEP-DEST TO WS-NL-DEPOSITO
013024     MOVE WS-LOT-PORZIONE TO WS-NL-QUANTITA
013025     PERFORM 1563-CARICA-LOTTO THRU 1563-EXIT.
013026 1570-EXIT.
013027     EXIT.
013028
013029*****************************************************************
013030*  2000-VALORIZZA-MAGAZZINO - PROCEDURA DI INPUT DELL'ORDINAM.   *
013031*  SCORRE IL MASTER PRODOTTI ATTIVI, CALCOLA IL VALORE TOTALE    *
013032*  PER RIGA E SEGNALA QUELLI SOTTO IL PUNTO DI RIORDINO          *
013033*  CONFRONTANDOLO CON IL DISPONIBILE (VEDERE 2110)              *
013034*****************************************************************
013035 2000-VALORIZZA-MAGAZZINO.
013036     OPEN OUTPUT STKRPT-FILE
013037     WRITE STKRPT-LINE FROM WS-STKRPT-INTESTAZ
013038     OPEN OUTPUT RIORDPRO-FILE
013039
013040     OPEN OUTPUT RIVRPT-FILE
013041     WRITE RIVRPT-LINE FROM WS-RIVRPT-INTESTAZ-1
013042     WRITE RIVRPT-LINE FROM WS-RIVRPT-INTESTAZ-2
013043
013044     MOVE 0 TO WS-TOT-VAL-DEPOSITO(1)
013045     MOVE 0 TO WS-TOT-VAL-DEPOSITO(2)
013046
013047     MOVE LOW-VALUES TO PRD-CODICE-PROD
013048     START PRDMAST-FILE KEY IS GREATER THAN PRD-CODICE-PROD
013049         INVALID KEY
013050             SET FINE-PRDMAST TO TRUE
013051     END-START
013052
013053     PERFORM 2100-LEGGI-PROSSIMO-PRD THRU 2100-EXIT
013054         UNTIL FINE-PRDMAST
013055
013060     MOVE WS-TOTALE-RIVALUTAZIONE TO WS-RV-TOTALE
013070     WRITE RIVRPT-LINE FROM WS-RIVRPT-TOTALE-LINE
013080     CLOSE RIVRPT-FILE
013430         MOVE WS-VALORE-RIGA TO PSR-VALORE
013440         RELEASE PSR-RECORD
013450
013451         PERFORM 1547-NORMALIZZA-IMPEGNO THRU 1547-EXIT
013452         PERFORM 2110-CALCOLA-DISPONIBILE THRU 2110-EXIT
013453         IF WS-QTA-DISPONIBILE < PRD-PUNTO-RIORDINO
013470             PERFORM 2200-STAMPA-SOTTOSCORTA THRU 2200-EXIT
013480         END-IF
013490
013620     END-IF.
013630 2100-EXIT.
013640     EXIT.
013641
013642*****************************************************************
013643*  2110-CALCOLA-DISPONIBILE - GIACENZA DISPONIBILE DEL CODICE:  *
013644*  GIACENZA TOTALE MENO LA MERCE IMPEGNATA SU ORDINI CLIENTE    *
013645*  PIU' LA QUANTITA' ANCORA DA RICEVERE SUGLI ORDINI DI         *
013646*  ACQUISTO APERTI (TABELLA ORDAPRT GIA' AGGIORNATA DAI CARICHI *
013647*  DELLA RUN). PUO' ESSERE NEGATIVO SE L'IMPEGNATO SUPERA LA    *
013648*  GIACENZA DOPO UNA RETTIFICA INVENTARIALE                     *
013649*****************************************************************
013650 2110-CALCOLA-DISPONIBILE.
013651     COMPUTE WS-QTA-IMPEGNATA =
013652             PRD-IMPEGNATO-DEP(1) + PRD-IMPEGNATO-DEP(2)
013653     MOVE 0 TO WS-QTA-IN-ORDINE
013654     IF WS-ORD-COUNT > 0
013655         PERFORM 2115-SOMMA-IN-ORDINE
013656             VARYING WS-ORD-IDX FROM 1 BY 1
013657             UNTIL WS-ORD-IDX > WS-ORD-COUNT
013658     END-IF
013659     COMPUTE WS-QTA-DISPONIBILE = PRD-QUANTITA
013660             - WS-QTA-IMPEGNATA + WS-QTA-IN-ORDINE.
013661 2110-EXIT.
013662     EXIT.
013663
013664 2115-SOMMA-IN-ORDINE.
013665     IF WS-ORD-STATO(WS-ORD-IDX) = "A"
013666         AND WS-ORD-CODICE-PROD(WS-ORD-IDX) = PRD-CODICE-PROD
013667         AND WS-ORD-ORDINATA(WS-ORD-IDX)
013668             > WS-ORD-RICEVUTA(WS-ORD-IDX)
013669         COMPUTE WS-QTA-IN-ORDINE = WS-QTA-IN-ORDINE
013670                 + WS-ORD-ORDINATA(WS-ORD-IDX)
013671                 - WS-ORD-RICEVUTA(WS-ORD-IDX)
013672     END-IF.
013673
013674*****************************************************************
013675*  2120-ACCUMULA-VALORE-DEP - VALORE DELLO STOCK DEL DEPOSITO   *
013680*  CORRENTE AL COSTO DI VALORIZZAZIONE, PER I TOTALI PER        *
013690*  DEPOSITO ESPOSTI IN CODA ALLA VALORIZZAZIONE (VEDERE 3400)   *
013700*****************************************************************
014090     MOVE PRD-PUNTO-RIORDINO TO WS-SK-PUNTO-RIORD
014100     MOVE PRD-GIACENZA-DEP(1) TO WS-SK-GIAC-DEP1
014110     MOVE PRD-GIACENZA-DEP(2) TO WS-SK-GIAC-DEP2
014111     MOVE WS-QTA-IMPEGNATA TO WS-SK-IMPEGNATO
014112     MOVE WS-QTA-IN-ORDINE TO WS-SK-IN-ORDINE
014113     MOVE WS-QTA-DISPONIBILE TO WS-SK-DISPONIBILE
014120     WRITE STKRPT-LINE FROM WS-STKRPT-DETT-LINE
014130
014140*    OLTRE ALLA RIGA DI STAMPA SI EMETTE LA PROPOSTA DI
014150*    RIORDINO LEGGIBILE DALL'UFFICIO ACQUISTI (VEDERE CPRIORD E
014160*    IL PROGRAMMA RIORDCF): QUANTITA' SUGGERITA PER RIPORTARE LA
014170*    GIACENZA AL DOPPIO DEL PUNTO DI RIORDINO.
014171*    SI PARTE DAL DISPONIBILE, COSI' LA MERCE GIA' PROMESSA AI
014172*    CLIENTI VIENE RIORDINATA E QUELLA GIA' IN ARRIVO NO.
014180     COMPUTE WS-QTA-PROPOSTA =
014181             PRD-PUNTO-RIORDINO * 2 - WS-QTA-DISPONIBILE
014200     IF WS-QTA-PROPOSTA > 99999
014210         MOVE 99999 TO WS-QTA-PROPOSTA
014220     END-IF
014230     MOVE PRD-CODICE-PROD TO RIO-CODICE-PROD
014240     MOVE PRD-DESCRIZIONE TO RIO-DESCRIZIONE
014241     IF WS-QTA-DISPONIBILE > 0
014242         MOVE WS-QTA-DISPONIBILE TO RIO-GIACENZA
014243     ELSE
014244         MOVE 0 TO RIO-GIACENZA
014245     END-IF
014260     MOVE PRD-PUNTO-RIORDINO TO RIO-PUNTO-RIORDINO
014270     MOVE WS-QTA-PROPOSTA TO RIO-QTA-PROPOSTA
014280     MOVE 0 TO RIO-QTA-CONFERMATA
014430*  PUNTO DI RIORDINO: E' IL CASO DELLA MERCE PRESENTE MA NEL    *
014440*  DEPOSITO SBAGLIATO, CHE GLI ACQUISTI RISOLVONO CON UN        *
014450*  TRASFERIMENTO O CON UN CARICO SUL DEPOSITO SCOPERTO.         *
014451*  LA GIACENZA DEL DEPOSITO E' AL NETTO DELLA MERCE IMPEGNATA   *
014452*  SU ORDINI CLIENTE.                                           *
014460*****************************************************************
014470 2230-CONTROLLA-SOTTOSCORTA-DEP.
014480     IF PRD-PUNTO-RIORDINO = 0
014500     END-IF
014510     COMPUTE WS-PUNTO-RIORDINO-DEP ROUNDED =
014520             PRD-PUNTO-RIORDINO / 2
014521     COMPUTE WS-QTA-DISPONIBILE = PRD-GIACENZA-DEP(WS-DEP-IDX)
014522             - PRD-IMPEGNATO-DEP(WS-DEP-IDX)
014523     IF WS-QTA-DISPONIBILE NOT < WS-PUNTO-RIORDINO-DEP
014550         GO TO 2230-EXIT
014560     END-IF
014570
014610     ELSE
014620         MOVE "02" TO WS-SKD-DEPOSITO
014630     END-IF
014631     MOVE WS-QTA-DISPONIBILE TO WS-SKD-GIACENZA
014650     MOVE WS-PUNTO-RIORDINO-DEP TO WS-SKD-SOGLIA
014660     WRITE STKRPT-LINE FROM WS-STKRPT-DEP-LINE
014670
014690*    DELLA SOGLIA, COME LA PROPOSTA CONSOLIDATA.
014700     COMPUTE WS-QTA-PROPOSTA =
014710             WS-PUNTO-RIORDINO-DEP * 2
014711             - WS-QTA-DISPONIBILE
014730     IF WS-QTA-PROPOSTA > 99999
014740         MOVE 99999 TO WS-QTA-PROPOSTA
014750     END-IF
014760     MOVE PRD-CODICE-PROD TO RIO-CODICE-PROD
014770     MOVE PRD-DESCRIZIONE TO RIO-DESCRIZIONE
014771     IF WS-QTA-DISPONIBILE > 0
014772         MOVE WS-QTA-DISPONIBILE TO RIO-GIACENZA
014773     ELSE
014774         MOVE 0 TO RIO-GIACENZA
014775     END-IF
014790     MOVE WS-PUNTO-RIORDINO-DEP TO RIO-PUNTO-RIORDINO
014800     MOVE WS-QTA-PROPOSTA TO RIO-QTA-PROPOSTA
014810     MOVE 0 TO RIO-QTA-CONFERMATA
017090 9000-TERMINA-RUN.
017100     CLOSE MVJRNL-FILE
017110     CLOSE PRDMAST-FILE
017111     CLOSE LOTMAST-FILE
017120
017130     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
017140 9000-EXIT.
