000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MAGCHIU.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  CHIUSURA MENSILE DI MAGAZZINO, SUL MODELLO DELLA     *
000090*          CHIUSURA DEL PERIODO PAGHE SU PAYCAL. FOTOGRAFA SU   *
000100*          MAGFOTO (COPY CPMAGFT) PER OGNI CODICE DI PRDMAST    *
000110*          GIACENZA PER DEPOSITO, COSTO DI VALORIZZAZIONE E     *
000120*          VALORE ALL'ULTIMO GIORNO DEL MESE, CON I MOVIMENTI   *
000130*          DEL MESE CHE NE SPIEGANO LA VARIAZIONE (CARICHI,     *
000140*          SCARICHI, RETTIFICHE INVFIS, RIVALUTAZIONE), E       *
000150*          CHIUDE IL MESE SUL CALENDARIO DI MAGAZZINO MAGCAL    *
000160*          (COPY CPPERCL): DA QUEL MOMENTO PRODMAST SCARTA I    *
000170*          MOVIMENTI CON COMPETENZA NEL MESE E LA SUA           *
000180*          VALORIZZAZIONE NON CAMBIA PIU'.                      *
000190*          LA CHIUSURA SI ESEGUE NEI PRIMI GIORNI DEL MESE      *
000200*          SUCCESSIVO, DOPO L'ULTIMO CARICO TARDIVO: IL MASTER  *
000210*          E' GIA' AVANZATO E LA SITUAZIONE DI FINE MESE VIENE  *
000220*          RICOSTRUITA STORNANDO, DAL PIU' RECENTE, I MOVIMENTI *
000230*          MVJRNL CON COMPETENZA SUCCESSIVA (VEDERE 3200).      *
000240*          SCHEDA PARAMETRO MAGPARM: COL. 1-6 MESE DA CHIUDERE  *
000250*          (AAAAMM, DEFAULT IL MESE PRECEDENTE LA DATA DI       *
000260*          SISTEMA), COL. 8-12 "FORZA" PER RIPETERE LA CHIUSURA *
000270*          DELL'ULTIMO MESE CHIUSO. I MESI SI CHIUDONO IN       *
000280*          SEQUENZA E SOLO A MESE TERMINATO; UN MESE SEGUITO DA *
000290*          UN MESE GIA' CHIUSO NON SI RIAPRE. STAMPA SU MAGCRPT *
000300*          IL QUADRO DI CHIUSURA E LE ANOMALIE RISCONTRATE.     *
000310*                                                               *
000320*  STORIA DELLE MODIFICHE                                       *
000330*  DATA        AUTORE  DESCRIZIONE                              *
000340*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MAGPARM-FILE ASSIGN TO "MAGPARM"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FS-MAGPARM.
000460
000470     SELECT MAGCAL-FILE ASSIGN TO "MAGCAL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS PERC-PERIODO
000510         FILE STATUS IS WS-FS-MAGCAL.
000520
000530     SELECT PRDMAST-FILE ASSIGN TO "PRDMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PRD-CODICE-PROD
000570         FILE STATUS IS WS-FS-PRDMAST.
000580
000590     SELECT MVJRNL-FILE ASSIGN TO "MVJRNL"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-MVJRNL.
000620
000630     SELECT MAGFOTO-FILE ASSIGN TO "MAGFOTO"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS MFT-CHIAVE
000670         FILE STATUS IS WS-FS-MAGFOTO.
000680
000690     SELECT MAGCRPT-FILE ASSIGN TO "MAGCRPT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-FS-MAGCRPT.
000720
000730     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FS-RUNJRNL.
000760
000770     SELECT MAGSORT-SD ASSIGN TO "MAGSORT.WRK".
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  MAGPARM-FILE.
000820 01  MAGPARM-CARD                PIC X(80).
000830
000840 FD  MAGCAL-FILE.
000850 COPY CPPERCL.
000860
000870 FD  PRDMAST-FILE.
000880 COPY CPPRODM REPLACING ==##PRODOTTO-RECORD##== BY
000890                        ==PRD-MASTER-REC==.
000900
000910 FD  MVJRNL-FILE.
000920 COPY CPMVJRN.
000930
000940 FD  MAGFOTO-FILE.
000950 COPY CPMAGFT.
000960
000970 FD  MAGCRPT-FILE.
000980 01  MAGCRPT-LINE                PIC X(96).
000990
001000 FD  RUNJRNL-FILE.
001010 COPY CPRUNJR.
001020
001030*****************************************************************
001040*  MOVIMENTI DI GIORNALE CON COMPETENZA DAL PRIMO GIORNO DEL    *
001050*  MESE IN POI, NUMERATI NELL'ORDINE DI REGISTRAZIONE E         *
001060*  RIORDINATI PER CODICE E DAL PIU' RECENTE AL PIU' VECCHIO     *
001070*****************************************************************
001080 SD  MAGSORT-SD.
001090 01  MSR-RECORD.
001100     05  MSR-CODICE-PROD         PIC X(10).
001110     05  MSR-SEQUENZA            PIC 9(09).
001120     05  MSR-DATA-MOVIMENTO      PIC 9(08).
001130     05  MSR-TIPO-MOV            PIC X(01).
001140         88  MSR-CARICO                  VALUE "R".
001150         88  MSR-SCARICO                 VALUE "I".
001160         88  MSR-RETTIFICA               VALUE "A".
001170     05  MSR-QUANTITA            PIC 9(05).
001180     05  MSR-GIACENZA-PRIMA      PIC 9(05).
001190     05  MSR-GIACENZA-DOPO       PIC 9(05).
001200     05  MSR-DEPOSITO            PIC X(02).
001210     05  MSR-GIAC-DEP-PRIMA      PIC 9(05).
001220     05  MSR-GIAC-DEP-DOPO       PIC 9(05).
001230     05  MSR-COSTO-UNIT          PIC 9(04)V99.
001240
001250 WORKING-STORAGE SECTION.
001260*****************************************************************
001270*  CODICI DI STATO DEI FILE                                     *
001280*****************************************************************
001290 01  WS-FILE-STATUS-AREA.
001300     05  WS-FS-MAGPARM           PIC X(02).
001310     05  WS-FS-MAGCAL            PIC X(02).
001320     05  WS-FS-PRDMAST           PIC X(02).
001330     05  WS-FS-MVJRNL            PIC X(02).
001340     05  WS-FS-MAGFOTO           PIC X(02).
001350     05  WS-FS-MAGCRPT           PIC X(02).
001360     05  WS-FS-RUNJRNL           PIC X(02).
001370
001380*****************************************************************
001390*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001400*****************************************************************
001410 01  WS-INDICATORI.
001420     05  WS-SW-FINE-MVJRNL       PIC X(01)   VALUE "N".
001430         88  FINE-MVJRNL                     VALUE "S".
001440     05  WS-SW-FINE-PRDMAST      PIC X(01)   VALUE "N".
001450         88  FINE-PRDMAST                    VALUE "S".
001460     05  WS-SW-FINE-MAGCAL       PIC X(01)   VALUE "N".
001470         88  FINE-MAGCAL                     VALUE "S".
001480     05  WS-SW-FINE-SORT         PIC X(01)   VALUE "N".
001490         88  FINE-SORT-MAG                   VALUE "S".
001500     05  WS-SW-FORZA             PIC X(01)   VALUE "N".
001510         88  FORZA-RICHIUSURA                VALUE "S".
001520         88  SENZA-FORZATURA                 VALUE "N".
001530     05  WS-SW-ESITO             PIC X(01)   VALUE "S".
001540         88  CHIUSURA-ELABORABILE            VALUE "S".
001550         88  CHIUSURA-BLOCCATA               VALUE "B".
001560         88  CHIUSURA-IN-ERRORE              VALUE "E".
001590     05  WS-SW-PERIODO-NUOVO     PIC X(01)   VALUE "N".
001600         88  PERIODO-NUOVO                   VALUE "S".
001610         88  PERIODO-ESISTENTE               VALUE "N".
001620
001630*****************************************************************
001640*  MESE DA CHIUDERE, MESI ADIACENTI E LIMITI DEL MESE. I        *
001650*  NUMERI PROGRESSIVI DI PERIODO (ANNO * 12 + MESE - 1)         *
001660*  SERVONO A PASSARE AL MESE PRECEDENTE E SUCCESSIVO            *
001670*****************************************************************
001680 01  WS-PERIODO-CHIUSURA.
001690     05  WS-PCH-ANNO             PIC 9(04).
001700     05  WS-PCH-MESE             PIC 9(02).
001710 01  WS-PERIODO-PRECEDENTE.
001720     05  WS-PPR-ANNO             PIC 9(04).
001730     05  WS-PPR-MESE             PIC 9(02).
001740 01  WS-DATA-INIZIO-MESE.
001750     05  WS-DIM-ANNO             PIC 9(04).
001760     05  WS-DIM-MESE             PIC 9(02).
001770     05  WS-DIM-GIORNO           PIC 9(02).
001780 01  WS-DATA-FINE-MESE.
001790     05  WS-DFM-ANNO             PIC 9(04).
001800     05  WS-DFM-MESE             PIC 9(02).
001810     05  WS-DFM-GIORNO           PIC 9(02).
001820 77  WS-ULTIMO-MESE-CHIUSO       PIC 9(06)   VALUE 0.
001830 77  WS-NUM-PERIODO              PIC 9(06)   VALUE 0.
001840 77  WS-QUOZIENTE                PIC 9(04)   VALUE 0.
001850 77  WS-RESTO                    PIC 9(03)   VALUE 0.
001860 77  WS-MOTIVO-ESITO             PIC X(60)   VALUE SPACES.
001870
001880*****************************************************************
001890*  RICOSTRUZIONE DEL CODICE IN CORSO: GIACENZE DI FINE MESE E   *
001900*  DI INIZIO MESE, COSTO DI FINE MESE (STORNATI I SOLI CARICHI  *
001910*  SUCCESSIVI) E COSTO IN VIGORE AL MOVIMENTO IN ESAME          *
001920*  (STORNATI TUTTI I CARICHI GIA' PASSATI)                      *
001930*****************************************************************
001940 77  WS-QTA-FINE                 PIC S9(07)  VALUE 0.
001950 77  WS-QTA-INIZIO               PIC S9(07)  VALUE 0.
001960 01  WS-GIACENZE-FINE.
001970     05  WS-GDF-DEPOSITO         PIC S9(07)  OCCURS 2 TIMES.
001980 77  WS-DEP-IDX                  PIC 9(01)   VALUE 0.
001990 77  WS-DELTA-TOTALE             PIC S9(07)  VALUE 0.
002000 77  WS-DELTA-DEP                PIC S9(07)  VALUE 0.
002010 77  WS-COSTO-VALORIZZAZIONE     PIC 9(04)V99 VALUE 0.
002020 77  WS-COSTO-FINE               PIC 9(04)V99 VALUE 0.
002030 77  WS-COSTO-CORRENTE           PIC 9(04)V99 VALUE 0.
002040 77  WS-COSTO-DOPO               PIC 9(04)V99 VALUE 0.
002050 77  WS-COSTO-PRIMA              PIC 9(04)V99 VALUE 0.
002060 77  WS-COSTO-ENTRATA            PIC 9(04)V99 VALUE 0.
002070 77  WS-COSTO-STORNATO           PIC S9(07)V99 VALUE 0.
002080 77  WS-VALORE-MOV               PIC S9(09)V99 VALUE 0.
002090 77  WS-VALORE-FINE              PIC 9(09)V99 VALUE 0.
002100 77  WS-VALORE-INIZIALE          PIC 9(09)V99 VALUE 0.
002110 77  WS-RIVALUTAZIONE            PIC S9(09)V99 VALUE 0.
002120 77  WS-MES-QTA-CARICHI          PIC 9(07)   VALUE 0.
002130 77  WS-MES-VAL-CARICHI          PIC 9(09)V99 VALUE 0.
002140 77  WS-MES-QTA-SCARICHI         PIC 9(07)   VALUE 0.
002150 77  WS-MES-VAL-SCARICHI         PIC 9(09)V99 VALUE 0.
002160 77  WS-MES-QTA-RETTIFICHE       PIC S9(07)  VALUE 0.
002170 77  WS-MES-VAL-RETTIFICHE       PIC S9(09)V99 VALUE 0.
002180 77  WS-MOTIVO-ANOMALIA          PIC X(50)   VALUE SPACES.
002190
002200*****************************************************************
002210*  TOTALI DI CHIUSURA E CONTATORI DI CONTROLLO                  *
002220*****************************************************************
002230 77  WS-TOT-VALORE-INIZIALE      PIC S9(11)V99 VALUE 0.
002240 77  WS-TOT-VAL-CARICHI          PIC S9(11)V99 VALUE 0.
002250 77  WS-TOT-VAL-SCARICHI         PIC S9(11)V99 VALUE 0.
002260 77  WS-TOT-VAL-RETTIFICHE       PIC S9(11)V99 VALUE 0.
002270 77  WS-TOT-RIVALUTAZIONE        PIC S9(11)V99 VALUE 0.
002280 77  WS-TOT-VALORE-FINE          PIC S9(11)V99 VALUE 0.
002290 77  WS-CONTA-LETTI              PIC 9(07)   VALUE 0.
002300 77  WS-SEQUENZA                 PIC 9(09)   VALUE 0.
002310 77  WS-CONTA-DEL-MESE           PIC 9(07)   VALUE 0.
002320 77  WS-CONTA-STORNATI           PIC 9(07)   VALUE 0.
002330 77  WS-CONTA-FOTOGRAFATI        PIC 9(06)   VALUE 0.
002340 77  WS-CONTA-ANOMALIE           PIC 9(06)   VALUE 0.
002350 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
002360 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
002370 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
002380
002390 01  WS-DATA-SISTEMA.
002400     05  WS-DS-ANNO              PIC 9(04).
002410     05  WS-DS-MESE              PIC 9(02).
002420     05  WS-DS-GIORNO            PIC 9(02).
002430
002440*****************************************************************
002450*  LINEE DI STAMPA - QUADRO DI CHIUSURA MENSILE                 *
002460*****************************************************************
002470 01  WS-MCR-INTESTAZ-1.
002480     05  FILLER                  PIC X(38)
002490         VALUE "CHIUSURA MENSILE DI MAGAZZINO - MESE ".
002500     05  WS-MI-PERIODO           PIC 9(06).
002510     05  FILLER                  PIC X(16)
002520         VALUE " - ELABORATA IL ".
002530     05  WS-MI-DATA              PIC 9(08).
002540
002550 01  WS-MCR-ESITO-LINE.
002560     05  FILLER                  PIC X(08)   VALUE "ESITO: ".
002570     05  WS-ME-MOTIVO            PIC X(60).
002580
002590 01  WS-MCR-ANOMALIA-LINE.
002600     05  FILLER                  PIC X(11)
002610         VALUE "ANOMALIA: ".
002620     05  WS-MA-CODICE-PROD       PIC X(10).
002630     05  FILLER                  PIC X(02)   VALUE SPACES.
002640     05  WS-MA-MOTIVO            PIC X(50).
002650     05  FILLER                  PIC X(01)   VALUE SPACES.
002660     05  WS-MA-QUANTITA          PIC -ZZZZZZ9.
002670
002680 01  WS-MCR-VALORE-LINE.
002690     05  WS-MV-DESCRIZIONE       PIC X(40).
002700     05  WS-MV-VALORE            PIC --.---.---.--9,99.
002710
002720 01  WS-MCR-CONTA-LINE.
002730     05  WS-MC-DESCRIZIONE       PIC X(40).
002740     05  WS-MC-CONTA             PIC Z.ZZZ.ZZ9.
002750
002760 PROCEDURE DIVISION.
002770*****************************************************************
002780*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA CHIUSURA          *
002790*****************************************************************
002800 0000-MAINLINE.
002810     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002820
002830     IF CHIUSURA-ELABORABILE
002840         SORT MAGSORT-SD
002850             ON ASCENDING KEY MSR-CODICE-PROD
002860             ON DESCENDING KEY MSR-SEQUENZA
002870             INPUT PROCEDURE IS 2000-SELEZIONA-MOVIMENTI
002880                 THRU 2000-EXIT
002890             OUTPUT PROCEDURE IS 3000-FOTOGRAFA-MAGAZZINO
002900                 THRU 3000-EXIT
002910         PERFORM 4000-CHIUDI-PERIODO THRU 4000-EXIT
002920     END-IF
002930
002940     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
002950     STOP RUN.
002960
002970*****************************************************************
002980*  1000-INIZIALIZZA-RUN - PARAMETRI, LIMITI DEL MESE, CONTROLLO *
002990*  SUL CALENDARIO MAGCAL E APERTURA DEI FILE DI LAVORO          *
003000*****************************************************************
003010 1000-INIZIALIZZA-RUN.
003020     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003030     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
003040
003050     PERFORM 1100-LEGGI-PARAMETRI THRU 1100-EXIT
003060     PERFORM 1200-CALCOLA-LIMITI-MESE THRU 1200-EXIT
003070
003080     OPEN OUTPUT MAGCRPT-FILE
003090     MOVE WS-PERIODO-CHIUSURA TO WS-MI-PERIODO
003100     MOVE WS-DATA-SISTEMA TO WS-MI-DATA
003110     WRITE MAGCRPT-LINE FROM WS-MCR-INTESTAZ-1
003120
003130     OPEN I-O MAGCAL-FILE
003140     IF WS-FS-MAGCAL = "35"
003150         CLOSE MAGCAL-FILE
003160         OPEN OUTPUT MAGCAL-FILE
003170         CLOSE MAGCAL-FILE
003180         OPEN I-O MAGCAL-FILE
003190     END-IF
003200     PERFORM 1300-LEGGI-CALENDARIO THRU 1300-EXIT
003210         UNTIL FINE-MAGCAL
003220     PERFORM 1400-CONTROLLA-PERIODO THRU 1400-EXIT
003230     IF NOT CHIUSURA-ELABORABILE
003240         GO TO 1000-EXIT
003250     END-IF
003260
003270     OPEN INPUT PRDMAST-FILE
003280     IF WS-FS-PRDMAST = "35"
003290         SET CHIUSURA-IN-ERRORE TO TRUE
003300         MOVE "MASTER PRDMAST ASSENTE: MESE NON CHIUSO"
003310             TO WS-MOTIVO-ESITO
003320         GO TO 1000-EXIT
003330     END-IF
003340
003350     OPEN I-O MAGFOTO-FILE
003360     IF WS-FS-MAGFOTO = "35"
003370         CLOSE MAGFOTO-FILE
003380         OPEN OUTPUT MAGFOTO-FILE
003390         CLOSE MAGFOTO-FILE
003400         OPEN I-O MAGFOTO-FILE
003410     END-IF
003420
003430     OPEN INPUT MVJRNL-FILE
003440     IF WS-FS-MVJRNL = "35"
003450         SET FINE-MVJRNL TO TRUE
003460     END-IF.
003470 1000-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*  1100-LEGGI-PARAMETRI - SCHEDA MAGPARM: MESE DA CHIUDERE IN   *
003520*  COL. 1-6 (SENZA SCHEDA O NON NUMERICO: IL MESE PRECEDENTE    *
003530*  LA DATA DI SISTEMA) E "FORZA" IN COL. 8-12                   *
003540*****************************************************************
003550 1100-LEGGI-PARAMETRI.
003560     IF WS-DS-MESE = 1
003570         COMPUTE WS-PCH-ANNO = WS-DS-ANNO - 1
003580         MOVE 12 TO WS-PCH-MESE
003590     ELSE
003600         MOVE WS-DS-ANNO TO WS-PCH-ANNO
003610         COMPUTE WS-PCH-MESE = WS-DS-MESE - 1
003620     END-IF
003630
003640     OPEN INPUT MAGPARM-FILE
003650     IF WS-FS-MAGPARM = "35"
003660         GO TO 1100-EXIT
003670     END-IF
003680     READ MAGPARM-FILE
003690         AT END
003700             CONTINUE
003710         NOT AT END
003720             IF MAGPARM-CARD (1:6) IS NUMERIC
003730                 MOVE MAGPARM-CARD (1:6) TO WS-PERIODO-CHIUSURA
003740             END-IF
003750             IF MAGPARM-CARD (8:5) = "FORZA"
003760                 SET FORZA-RICHIUSURA TO TRUE
003770             END-IF
003780     END-READ
003790     CLOSE MAGPARM-FILE.
003800 1100-EXIT.
003810     EXIT.
003820
003830*****************************************************************
003840*  1200-CALCOLA-LIMITI-MESE - PRIMO E ULTIMO GIORNO DEL MESE    *
003850*  (CON GLI ANNI BISESTILI, COME 1430 IN RECORD-DEMO) E MESE    *
003860*  PRECEDENTE, DA CUI SI LEGGE IL VALORE DI INIZIO MESE         *
003870*****************************************************************
003880 1200-CALCOLA-LIMITI-MESE.
003890     MOVE WS-PCH-ANNO TO WS-DIM-ANNO
003900     MOVE WS-PCH-MESE TO WS-DIM-MESE
003910     MOVE 01 TO WS-DIM-GIORNO
003920     MOVE WS-PCH-ANNO TO WS-DFM-ANNO
003930     MOVE WS-PCH-MESE TO WS-DFM-MESE
003940     EVALUATE WS-PCH-MESE
003950         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003960             MOVE 30 TO WS-DFM-GIORNO
003970         WHEN 2
003980             MOVE 28 TO WS-DFM-GIORNO
003990             DIVIDE WS-PCH-ANNO BY 4
004000                 GIVING WS-QUOZIENTE REMAINDER WS-RESTO
004010             IF WS-RESTO = 0
004020                 MOVE 29 TO WS-DFM-GIORNO
004030                 DIVIDE WS-PCH-ANNO BY 100
004040                     GIVING WS-QUOZIENTE REMAINDER WS-RESTO
004050                 IF WS-RESTO = 0
004060                     MOVE 28 TO WS-DFM-GIORNO
004070                     DIVIDE WS-PCH-ANNO BY 400
004080                         GIVING WS-QUOZIENTE
004090                         REMAINDER WS-RESTO
004100                     IF WS-RESTO = 0
004110                         MOVE 29 TO WS-DFM-GIORNO
004120                     END-IF
004130                 END-IF
004140             END-IF
004150         WHEN OTHER
004160             MOVE 31 TO WS-DFM-GIORNO
004170     END-EVALUATE
004180
004190     COMPUTE WS-NUM-PERIODO =
004200             WS-PCH-ANNO * 12 + WS-PCH-MESE - 2
004210     DIVIDE WS-NUM-PERIODO BY 12
004220         GIVING WS-PPR-ANNO REMAINDER WS-PPR-MESE
004230     ADD 1 TO WS-PPR-MESE.
004240 1200-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004271*  1300-LEGGI-CALENDARIO - ULTIMO MESE GIA' CHIUSO SU MAGCAL    *
004300*****************************************************************
004310 1300-LEGGI-CALENDARIO.
004320     READ MAGCAL-FILE NEXT RECORD
004330         AT END
004340             SET FINE-MAGCAL TO TRUE
004350             GO TO 1300-EXIT
004360     END-READ
004370     IF PERC-PERIODO-CHIUSO
004380         AND PERC-PERIODO > WS-ULTIMO-MESE-CHIUSO
004390         MOVE PERC-PERIODO TO WS-ULTIMO-MESE-CHIUSO
004440     END-IF.
004450 1300-EXIT.
004460     EXIT.
004470
004480*****************************************************************
004490*  1400-CONTROLLA-PERIODO - IL MESE DEVE ESSERE VALIDO E        *
004500*  TERMINATO E I MESI SI CHIUDONO IN SEQUENZA: DOPO IL PRIMO    *
004510*  MESE CHIUSO SI PUO' CHIUDERE SOLO IL MESE SUCCESSIVO         *
004520*  ALL'ULTIMO CHIUSO. L'ULTIMO MESE CHIUSO SI RIPETE SOLO CON   *
004530*  LA SCHEDA "FORZA" (CARICHI TARDIVI GIA' SCARTATI DA          *
004540*  PRODMAST NON RIENTRANO: LA FORZATURA RIFA' LA FOTOGRAFIA     *
004550*  DOPO UNA CORREZIONE DEL GIORNALE); UN MESE GIA' SEGUITO      *
004560*  DA UN MESE CHIUSO NON SI RIPETE MAI, PER NON ROMPERE LA      *
004570*  CATENA DEI VALORI DI INIZIO MESE                             *
004580*****************************************************************
004590 1400-CONTROLLA-PERIODO.
004600     IF WS-PCH-MESE < 1 OR WS-PCH-MESE > 12
004610         SET CHIUSURA-IN-ERRORE TO TRUE
004620         MOVE "MESE DA CHIUDERE NON VALIDO SU MAGPARM"
004630             TO WS-MOTIVO-ESITO
004640         GO TO 1400-EXIT
004650     END-IF
004660
004670     IF WS-DATA-FINE-MESE NOT < WS-DATA-SISTEMA
004680         SET CHIUSURA-IN-ERRORE TO TRUE
004690         MOVE "MESE NON ANCORA TERMINATO" TO WS-MOTIVO-ESITO
004700         GO TO 1400-EXIT
004710     END-IF
004720
004730     IF WS-PERIODO-CHIUSURA < WS-ULTIMO-MESE-CHIUSO
004740         SET CHIUSURA-BLOCCATA TO TRUE
004750         MOVE "SEGUE UN MESE GIA' CHIUSO: NON RIPETIBILE"
004760             TO WS-MOTIVO-ESITO
004770         GO TO 1400-EXIT
004780     END-IF
004790
004800     IF WS-PERIODO-CHIUSURA = WS-ULTIMO-MESE-CHIUSO
004810         AND SENZA-FORZATURA
004820         SET CHIUSURA-BLOCCATA TO TRUE
004830         MOVE "MESE GIA' CHIUSO (SCHEDA FORZA PER RIPETERE)"
004840             TO WS-MOTIVO-ESITO
004850         GO TO 1400-EXIT
004860     END-IF
004870
004880     IF WS-ULTIMO-MESE-CHIUSO > 0
004890         AND WS-PERIODO-CHIUSURA > WS-ULTIMO-MESE-CHIUSO
004900         AND WS-PERIODO-PRECEDENTE NOT = WS-ULTIMO-MESE-CHIUSO
004910         SET CHIUSURA-IN-ERRORE TO TRUE
004920         MOVE "MESI PRECEDENTI NON ANCORA CHIUSI"
004930             TO WS-MOTIVO-ESITO
004940     END-IF.
004950 1400-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990*  2000-SELEZIONA-MOVIMENTI - PROCEDURA DI INPUT DEL SORT: OGNI *
005000*  RIGA DI GIORNALE CON COMPETENZA DAL PRIMO GIORNO DEL MESE IN *
005010*  POI, CON IL SUO NUMERO D'ORDINE DI REGISTRAZIONE. LE RIGHE   *
005020*  PRECEDENTI APPARTENGONO A MESI GIA' FOTOGRAFATI              *
005030*****************************************************************
005040 2000-SELEZIONA-MOVIMENTI.
005050     PERFORM 2100-LEGGI-MOVIMENTO THRU 2100-EXIT
005060         UNTIL FINE-MVJRNL
005070     IF WS-FS-MVJRNL NOT = "35"
005080         CLOSE MVJRNL-FILE
005090     END-IF.
005100 2000-EXIT.
005110     EXIT.
005120
005130 2100-LEGGI-MOVIMENTO.
005140     READ MVJRNL-FILE
005150         AT END
005160             SET FINE-MVJRNL TO TRUE
005170             GO TO 2100-EXIT
005180     END-READ
005190     ADD 1 TO WS-CONTA-LETTI
005200     ADD 1 TO WS-SEQUENZA
005210
005220     IF MVJ-DATA-MOVIMENTO < WS-DATA-INIZIO-MESE
005230         GO TO 2100-EXIT
005240     END-IF
005250     IF MVJ-QUANTITA IS NOT NUMERIC
005260         OR MVJ-GIACENZA-PRIMA IS NOT NUMERIC
005270         OR MVJ-GIACENZA-DOPO IS NOT NUMERIC
005280         GO TO 2100-EXIT
005290     END-IF
005300
005310     MOVE MVJ-CODICE-PROD TO MSR-CODICE-PROD
005320     MOVE WS-SEQUENZA TO MSR-SEQUENZA
005330     MOVE MVJ-DATA-MOVIMENTO TO MSR-DATA-MOVIMENTO
005340     MOVE MVJ-TIPO-MOV TO MSR-TIPO-MOV
005350     MOVE MVJ-QUANTITA TO MSR-QUANTITA
005360     MOVE MVJ-GIACENZA-PRIMA TO MSR-GIACENZA-PRIMA
005370     MOVE MVJ-GIACENZA-DOPO TO MSR-GIACENZA-DOPO
005380     MOVE MVJ-DEPOSITO TO MSR-DEPOSITO
005390     MOVE MVJ-GIAC-DEP-PRIMA TO MSR-GIAC-DEP-PRIMA
005400     MOVE MVJ-GIAC-DEP-DOPO TO MSR-GIAC-DEP-DOPO
005410     IF MVJ-COSTO-UNIT IS NUMERIC
005420         MOVE MVJ-COSTO-UNIT TO MSR-COSTO-UNIT
005430     ELSE
005440         MOVE 0 TO MSR-COSTO-UNIT
005450     END-IF
005460     RELEASE MSR-RECORD.
005470 2100-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510*  3000-FOTOGRAFA-MAGAZZINO - PROCEDURA DI OUTPUT DEL SORT:     *
005520*  SCORRE IL MASTER IN ORDINE DI CODICE ACCOPPIANDO A OGNI      *
005530*  CODICE I SUOI MOVIMENTI, DAL PIU' RECENTE. I MOVIMENTI DI    *
005540*  CODICI NON PIU' IN ANAGRAFICA VENGONO SALTATI                *
005550*****************************************************************
005560 3000-FOTOGRAFA-MAGAZZINO.
005570     PERFORM 3050-RITORNA-MOVIMENTO THRU 3050-EXIT
005580
005590     MOVE LOW-VALUES TO PRD-CODICE-PROD
005600     START PRDMAST-FILE KEY IS GREATER THAN PRD-CODICE-PROD
005610         INVALID KEY
005620             SET FINE-PRDMAST TO TRUE
005630     END-START
005640
005650     PERFORM 3100-FOTOGRAFA-PRODOTTO THRU 3100-EXIT
005660         UNTIL FINE-PRDMAST.
005670 3000-EXIT.
005680     EXIT.
005690
005700 3050-RITORNA-MOVIMENTO.
005710     RETURN MAGSORT-SD
005720         AT END
005730             SET FINE-SORT-MAG TO TRUE
005740     END-RETURN.
005750 3050-EXIT.
005760     EXIT.
005770
005780 3100-FOTOGRAFA-PRODOTTO.
005790     READ PRDMAST-FILE NEXT RECORD
005800         AT END
005810             SET FINE-PRDMAST TO TRUE
005820             GO TO 3100-EXIT
005830     END-READ
005840
005850*    STESSO COSTO DI VALORIZZAZIONE DI 2100 IN PRODMAST
005860     IF PRD-COSTO-MEDIO IS NUMERIC AND PRD-COSTO-MEDIO > 0
005870         MOVE PRD-COSTO-MEDIO TO WS-COSTO-VALORIZZAZIONE
005880     ELSE
005890         MOVE PRD-PREZZO TO WS-COSTO-VALORIZZAZIONE
005900     END-IF
005910     MOVE WS-COSTO-VALORIZZAZIONE TO WS-COSTO-FINE
005920     MOVE WS-COSTO-VALORIZZAZIONE TO WS-COSTO-CORRENTE
005930     MOVE PRD-QUANTITA TO WS-QTA-FINE
005940     MOVE PRD-QUANTITA TO WS-QTA-INIZIO
005950     MOVE PRD-GIACENZA-DEP(1) TO WS-GDF-DEPOSITO(1)
005960     MOVE PRD-GIACENZA-DEP(2) TO WS-GDF-DEPOSITO(2)
005970     MOVE 0 TO WS-MES-QTA-CARICHI
005980     MOVE 0 TO WS-MES-VAL-CARICHI
005990     MOVE 0 TO WS-MES-QTA-SCARICHI
006000     MOVE 0 TO WS-MES-VAL-SCARICHI
006010     MOVE 0 TO WS-MES-QTA-RETTIFICHE
006020     MOVE 0 TO WS-MES-VAL-RETTIFICHE
006030
006040     PERFORM 3050-RITORNA-MOVIMENTO THRU 3050-EXIT
006050         UNTIL FINE-SORT-MAG
006060         OR MSR-CODICE-PROD NOT < PRD-CODICE-PROD
006070     PERFORM 3200-STORNA-MOVIMENTO THRU 3200-EXIT
006080         UNTIL FINE-SORT-MAG
006090         OR MSR-CODICE-PROD NOT = PRD-CODICE-PROD
006100
006110     PERFORM 3300-SCRIVI-FOTOGRAFIA THRU 3300-EXIT.
006120 3100-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*  3200-STORNA-MOVIMENTO - UN MOVIMENTO DEL CODICE, DAL PIU'    *
006170*  RECENTE. CON COMPETENZA SUCCESSIVA AL MESE VIENE STORNATO    *
006180*  DALLA GIACENZA (TOTALE E DEPOSITO) E, SE CARICO, DAL COSTO   *
006190*  DI FINE MESE; CON COMPETENZA NEL MESE SI SOMMA AI MOVIMENTI  *
006200*  DEL MESE. TUTTI RISALGONO ALLA GIACENZA E AL COSTO DI        *
006210*  INIZIO MESE. I TRASFERIMENTI SPOSTANO SOLO I DEPOSITI        *
006220*****************************************************************
006230 3200-STORNA-MOVIMENTO.
006240     COMPUTE WS-DELTA-TOTALE =
006250             MSR-GIACENZA-DOPO - MSR-GIACENZA-PRIMA
006260     EVALUATE MSR-DEPOSITO
006270         WHEN "01"
006280             MOVE 1 TO WS-DEP-IDX
006290         WHEN "02"
006300             MOVE 2 TO WS-DEP-IDX
006310         WHEN OTHER
006320             MOVE 0 TO WS-DEP-IDX
006330     END-EVALUATE
006340     MOVE 0 TO WS-DELTA-DEP
006350     IF WS-DEP-IDX > 0
006360         AND MSR-GIAC-DEP-PRIMA IS NUMERIC
006370         AND MSR-GIAC-DEP-DOPO IS NUMERIC
006380         COMPUTE WS-DELTA-DEP =
006390                 MSR-GIAC-DEP-DOPO - MSR-GIAC-DEP-PRIMA
006400     END-IF
006410
006420     IF MSR-DATA-MOVIMENTO > WS-DATA-FINE-MESE
006430         ADD 1 TO WS-CONTA-STORNATI
006440         SUBTRACT WS-DELTA-TOTALE FROM WS-QTA-FINE
006450         IF WS-DEP-IDX > 0
006460             SUBTRACT WS-DELTA-DEP
006470                 FROM WS-GDF-DEPOSITO(WS-DEP-IDX)
006480         END-IF
006490         IF MSR-CARICO
006500             MOVE WS-COSTO-FINE TO WS-COSTO-DOPO
006510             PERFORM 3250-STORNA-COSTO THRU 3250-EXIT
006520             MOVE WS-COSTO-PRIMA TO WS-COSTO-FINE
006530         END-IF
006540     ELSE
006550         ADD 1 TO WS-CONTA-DEL-MESE
006560         PERFORM 3220-ACCUMULA-MESE THRU 3220-EXIT
006570     END-IF
006580
006590     SUBTRACT WS-DELTA-TOTALE FROM WS-QTA-INIZIO
006600     IF MSR-CARICO
006610         MOVE WS-COSTO-CORRENTE TO WS-COSTO-DOPO
006620         PERFORM 3250-STORNA-COSTO THRU 3250-EXIT
006630         MOVE WS-COSTO-PRIMA TO WS-COSTO-CORRENTE
006640     END-IF
006650
006660     PERFORM 3050-RITORNA-MOVIMENTO THRU 3050-EXIT.
006670 3200-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710*  3220-ACCUMULA-MESE - MOVIMENTO DEL MESE: IL CARICO AL COSTO  *
006720*  CON CUI E' ENTRATO (MVJ-COSTO-UNIT), SCARICO E RETTIFICA AL  *
006730*  COSTO DI VALORIZZAZIONE IN VIGORE IN QUEL MOMENTO. LA        *
006740*  RETTIFICA INVFIS HA SEGNO: E' LA VARIAZIONE DELLA GIACENZA   *
006750*****************************************************************
006760 3220-ACCUMULA-MESE.
006770     EVALUATE TRUE
006780         WHEN MSR-CARICO
006790             IF MSR-COSTO-UNIT > 0
006800                 MOVE MSR-COSTO-UNIT TO WS-COSTO-ENTRATA
006810             ELSE
006820                 MOVE WS-COSTO-CORRENTE TO WS-COSTO-ENTRATA
006830             END-IF
006840             ADD MSR-QUANTITA TO WS-MES-QTA-CARICHI
006850             COMPUTE WS-VALORE-MOV ROUNDED =
006860                     MSR-QUANTITA * WS-COSTO-ENTRATA
006870             ADD WS-VALORE-MOV TO WS-MES-VAL-CARICHI
006880         WHEN MSR-SCARICO
006890             ADD MSR-QUANTITA TO WS-MES-QTA-SCARICHI
006900             COMPUTE WS-VALORE-MOV ROUNDED =
006910                     MSR-QUANTITA * WS-COSTO-CORRENTE
006920             ADD WS-VALORE-MOV TO WS-MES-VAL-SCARICHI
006930         WHEN MSR-RETTIFICA
006940             ADD WS-DELTA-TOTALE TO WS-MES-QTA-RETTIFICHE
006950             COMPUTE WS-VALORE-MOV ROUNDED =
006960                     WS-DELTA-TOTALE * WS-COSTO-CORRENTE
006970             ADD WS-VALORE-MOV TO WS-MES-VAL-RETTIFICHE
006980     END-EVALUATE.
006990 3220-EXIT.
007000     EXIT.
007010
007020*****************************************************************
007030*  3250-STORNA-COSTO - COSTO MEDIO PRIMA DI UN CARICO, DAL      *
007040*  COSTO DOPO E DALLE GIACENZE DELLA RIGA DI GIORNALE (INVERSO  *
007050*  DI 1545 IN PRODMAST). SENZA GIACENZA PRECEDENTE O CON UN     *
007060*  RISULTATO FUORI CAMPO IL COSTO RESTA QUELLO DOPO IL CARICO   *
007070*****************************************************************
007080 3250-STORNA-COSTO.
007090     MOVE WS-COSTO-DOPO TO WS-COSTO-PRIMA
007100     IF MSR-GIACENZA-PRIMA = 0 OR MSR-COSTO-UNIT = 0
007110         GO TO 3250-EXIT
007120     END-IF
007130     COMPUTE WS-COSTO-STORNATO ROUNDED =
007140             (WS-COSTO-DOPO * MSR-GIACENZA-DOPO
007150              - MSR-QUANTITA * MSR-COSTO-UNIT)
007160             / MSR-GIACENZA-PRIMA
007170     IF WS-COSTO-STORNATO > 0
007180         AND WS-COSTO-STORNATO < 10000
007190         MOVE WS-COSTO-STORNATO TO WS-COSTO-PRIMA
007200     END-IF.
007210 3250-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250*  3300-SCRIVI-FOTOGRAFIA - RIGA MAGFOTO DEL CODICE. IL VALORE  *
007260*  DI INIZIO MESE E' QUELLO DI FINE MESE PRECEDENTE SU MAGFOTO; *
007261*  SENZA FOTOGRAFIA (PRIMA CHIUSURA O CODICE NATO NEL MESE) SI  *
007262*  RICOSTRUISCE DAL GIORNALE: LA GIACENZA INIZIALE DI UN NUOVO  *
007263*  CODICE E' UN CARICO SU MVJRNL (1540 IN PRODMAST), QUINDI IL  *
007264*  CODICE PARTE DA ZERO. LA RIVALUTAZIONE E' IL RESIDUO CHE     *
007265*  QUADRA INIZIO E FINE MESE                                    *
007330*****************************************************************
007340 3300-SCRIVI-FOTOGRAFIA.
007350     IF WS-QTA-FINE < 0
007360         MOVE "GIACENZA DI FINE MESE RICOSTRUITA NEGATIVA"
007370             TO WS-MOTIVO-ANOMALIA
007380         MOVE WS-QTA-FINE TO WS-MA-QUANTITA
007390         PERFORM 3350-SCRIVI-ANOMALIA THRU 3350-EXIT
007400         MOVE 0 TO WS-QTA-FINE
007410     END-IF
007420     IF WS-QTA-INIZIO < 0
007430         MOVE 0 TO WS-QTA-INIZIO
007440     END-IF
007450     IF WS-GDF-DEPOSITO(1) < 0
007460         MOVE 0 TO WS-GDF-DEPOSITO(1)
007470     END-IF
007480     IF WS-GDF-DEPOSITO(2) < 0
007490         MOVE 0 TO WS-GDF-DEPOSITO(2)
007500     END-IF
007510*    MASTER NON ANCORA RIPARTITO A FINE MESE: CONVENZIONE
007520*    "TUTTA SUL 01" (1549 IN PRODMAST)
007530     IF WS-GDF-DEPOSITO(1) = 0 AND WS-GDF-DEPOSITO(2) = 0
007540         MOVE WS-QTA-FINE TO WS-GDF-DEPOSITO(1)
007550     END-IF
007560     IF WS-GDF-DEPOSITO(1) + WS-GDF-DEPOSITO(2) NOT = WS-QTA-FINE
007570         MOVE "GIACENZE DI DEPOSITO NON QUADRANO COL TOTALE"
007580             TO WS-MOTIVO-ANOMALIA
007590         COMPUTE WS-MA-QUANTITA = WS-QTA-FINE
007600                 - WS-GDF-DEPOSITO(1) - WS-GDF-DEPOSITO(2)
007610         PERFORM 3350-SCRIVI-ANOMALIA THRU 3350-EXIT
007620     END-IF
007630
007640     COMPUTE WS-VALORE-FINE ROUNDED =
007650             WS-QTA-FINE * WS-COSTO-FINE
007660
007670     MOVE WS-PERIODO-PRECEDENTE TO MFT-PERIODO
007680     MOVE PRD-CODICE-PROD TO MFT-CODICE-PROD
007690     READ MAGFOTO-FILE
007700         INVALID KEY
007701             COMPUTE WS-VALORE-INIZIALE ROUNDED =
007702                     WS-QTA-INIZIO * WS-COSTO-CORRENTE
007730         NOT INVALID KEY
007740             MOVE MFT-VALORE TO WS-VALORE-INIZIALE
007750     END-READ
007760
007770     COMPUTE WS-RIVALUTAZIONE = WS-VALORE-FINE
007780             - WS-VALORE-INIZIALE - WS-MES-VAL-CARICHI
007790             + WS-MES-VAL-SCARICHI - WS-MES-VAL-RETTIFICHE
007800
007810     MOVE WS-PERIODO-CHIUSURA TO MFT-PERIODO
007820     MOVE PRD-CODICE-PROD TO MFT-CODICE-PROD
007830     MOVE PRD-LINEA-PROD TO MFT-LINEA-PROD
007840     MOVE PRD-DESCRIZIONE TO MFT-DESCRIZIONE
007850     MOVE PRD-STATO-REC TO MFT-STATO-PROD
007860     MOVE WS-GDF-DEPOSITO(1) TO MFT-QTA-DEPOSITO(1)
007870     MOVE WS-GDF-DEPOSITO(2) TO MFT-QTA-DEPOSITO(2)
007880     MOVE WS-QTA-FINE TO MFT-QUANTITA
007890     MOVE WS-COSTO-FINE TO MFT-COSTO-MEDIO
007900     MOVE WS-VALORE-FINE TO MFT-VALORE
007910     MOVE WS-VALORE-INIZIALE TO MFT-VALORE-INIZIALE
007920     MOVE WS-MES-QTA-CARICHI TO MFT-QTA-CARICHI
007930     MOVE WS-MES-VAL-CARICHI TO MFT-VAL-CARICHI
007940     MOVE WS-MES-QTA-SCARICHI TO MFT-QTA-SCARICHI
007950     MOVE WS-MES-VAL-SCARICHI TO MFT-VAL-SCARICHI
007960     MOVE WS-MES-QTA-RETTIFICHE TO MFT-QTA-RETTIFICHE
007970     MOVE WS-MES-VAL-RETTIFICHE TO MFT-VAL-RETTIFICHE
007980     MOVE WS-RIVALUTAZIONE TO MFT-VAL-RIVALUTAZIONE
007990     MOVE WS-DATA-SISTEMA TO MFT-DATA-CHIUSURA
008000*    UNA CHIUSURA FORZATA RISCRIVE LA FOTOGRAFIA GIA' PRESENTE
008010     WRITE MFT-RECORD
008020         INVALID KEY
008030             REWRITE MFT-RECORD
008040     END-WRITE
008050     ADD 1 TO WS-CONTA-FOTOGRAFATI
008060
008070     ADD WS-VALORE-INIZIALE TO WS-TOT-VALORE-INIZIALE
008080     ADD WS-MES-VAL-CARICHI TO WS-TOT-VAL-CARICHI
008090     ADD WS-MES-VAL-SCARICHI TO WS-TOT-VAL-SCARICHI
008100     ADD WS-MES-VAL-RETTIFICHE TO WS-TOT-VAL-RETTIFICHE
008110     ADD WS-RIVALUTAZIONE TO WS-TOT-RIVALUTAZIONE
008120     ADD WS-VALORE-FINE TO WS-TOT-VALORE-FINE.
008130 3300-EXIT.
008300     EXIT.
008310
008320 3350-SCRIVI-ANOMALIA.
008330     MOVE PRD-CODICE-PROD TO WS-MA-CODICE-PROD
008340     MOVE WS-MOTIVO-ANOMALIA TO WS-MA-MOTIVO
008350     WRITE MAGCRPT-LINE FROM WS-MCR-ANOMALIA-LINE
008360     ADD 1 TO WS-CONTA-ANOMALIE.
008370 3350-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410*  4000-CHIUDI-PERIODO - SEGNA IL MESE CHIUSO SUL CALENDARIO    *
008420*  MAGCAL, CREANDOLO SE NON ANCORA PRESENTE                     *
008430*****************************************************************
008440 4000-CHIUDI-PERIODO.
008450     SET PERIODO-ESISTENTE TO TRUE
008460     MOVE WS-PERIODO-CHIUSURA TO PERC-PERIODO
008470     READ MAGCAL-FILE
008480         INVALID KEY
008490             SET PERIODO-NUOVO TO TRUE
008500     END-READ
008510
008520     MOVE WS-PERIODO-CHIUSURA TO PERC-PERIODO
008530     MOVE WS-DATA-INIZIO-MESE TO PERC-DATA-INIZIO
008540     MOVE WS-DATA-FINE-MESE TO PERC-DATA-FINE
008550     SET PERC-PERIODO-CHIUSO TO TRUE
008560     MOVE WS-DATA-SISTEMA TO PERC-DATA-CHIUSURA
008570     IF PERIODO-NUOVO
008580         WRITE PERC-RECORD
008590     ELSE
008600         REWRITE PERC-RECORD
008610     END-IF
008620
008630     IF FORZA-RICHIUSURA
008640         MOVE "MESE CHIUSO DI NUOVO SU FORZATURA"
008650             TO WS-MOTIVO-ESITO
008660     ELSE
008670         MOVE "MESE CHIUSO" TO WS-MOTIVO-ESITO
008680     END-IF.
008690 4000-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730*  9000-TERMINA-RUN - ESITO, QUADRO DI CHIUSURA E CHIUSURA FILE *
008740*****************************************************************
008750 9000-TERMINA-RUN.
008760     MOVE WS-MOTIVO-ESITO TO WS-ME-MOTIVO
008770     WRITE MAGCRPT-LINE FROM WS-MCR-ESITO-LINE
008780
008790     IF CHIUSURA-ELABORABILE
008800         PERFORM 9200-STAMPA-QUADRO THRU 9200-EXIT
008810     END-IF
008820
008830     CLOSE MAGCAL-FILE
008840     IF CHIUSURA-ELABORABILE
008850         CLOSE PRDMAST-FILE
008860         CLOSE MAGFOTO-FILE
008870     END-IF
008880     CLOSE MAGCRPT-FILE
008890
008900     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
008910 9000-EXIT.
008920     EXIT.
008930
008940*****************************************************************
008950*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
008960*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
008970*  GIORNALIERO RUNRPT                                           *
008980*****************************************************************
008990 9100-SCRIVI-GIORNALE-RUN.
009000     OPEN EXTEND RUNJRNL-FILE
009010     IF WS-FS-RUNJRNL = "35"
009020         OPEN OUTPUT RUNJRNL-FILE
009030         CLOSE RUNJRNL-FILE
009040         OPEN EXTEND RUNJRNL-FILE
009050     END-IF
009060
009070     MOVE SPACES TO RNJ-RECORD
009080     MOVE "MAGCHIU" TO RNJ-PROGRAMMA
009090     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
009100     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
009110     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
009120     ACCEPT WS-ORA-FINE-RUN FROM TIME
009130     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
009140     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
009150     MOVE WS-PERIODO-CHIUSURA TO RNJ-PERIODO
009160     MOVE WS-CONTA-LETTI TO RNJ-RECORD-LETTI
009170     MOVE WS-CONTA-FOTOGRAFATI TO RNJ-RECORD-SCRITTI
009180     MOVE WS-CONTA-ANOMALIE TO RNJ-RECORD-SCARTATI
009190     MOVE 0 TO RNJ-NUM-BATCH
009200     EVALUATE TRUE
009210         WHEN CHIUSURA-BLOCCATA
009220             SET RNJ-ESITO-BLOCCATO TO TRUE
009230         WHEN CHIUSURA-IN-ERRORE
009240             SET RNJ-ESITO-ERRORE TO TRUE
009250         WHEN OTHER
009260             SET RNJ-ESITO-OK TO TRUE
009270     END-EVALUATE
009280     WRITE RNJ-RECORD
009290     CLOSE RUNJRNL-FILE.
009300 9100-EXIT.
009310     EXIT.
009320
009330*****************************************************************
009340*  9200-STAMPA-QUADRO - QUADRO DI CHIUSURA: VALORE DI INIZIO    *
009350*  MESE, MOVIMENTI DEL MESE E VALORE DI FINE MESE, CON I        *
009360*  CONTATORI DI CONTROLLO                                       *
009370*****************************************************************
009380 9200-STAMPA-QUADRO.
009390     MOVE "VALORE DI INIZIO MESE" TO WS-MV-DESCRIZIONE
009400     MOVE WS-TOT-VALORE-INIZIALE TO WS-MV-VALORE
009410     WRITE MAGCRPT-LINE FROM WS-MCR-VALORE-LINE
009420     MOVE "+ CARICHI" TO WS-MV-DESCRIZIONE
009430     MOVE WS-TOT-VAL-CARICHI TO WS-MV-VALORE
009440     WRITE MAGCRPT-LINE FROM WS-MCR-VALORE-LINE
009450     MOVE "- SCARICHI" TO WS-MV-DESCRIZIONE
009460     MOVE WS-TOT-VAL-SCARICHI TO WS-MV-VALORE
009470     WRITE MAGCRPT-LINE FROM WS-MCR-VALORE-LINE
009480     MOVE "+/- RETTIFICHE INVENTARIALI" TO WS-MV-DESCRIZIONE
009490     MOVE WS-TOT-VAL-RETTIFICHE TO WS-MV-VALORE
009500     WRITE MAGCRPT-LINE FROM WS-MCR-VALORE-LINE
009510     MOVE "+/- RIVALUTAZIONE" TO WS-MV-DESCRIZIONE
009520     MOVE WS-TOT-RIVALUTAZIONE TO WS-MV-VALORE
009530     WRITE MAGCRPT-LINE FROM WS-MCR-VALORE-LINE
009540     MOVE "VALORE DI FINE MESE" TO WS-MV-DESCRIZIONE
009550     MOVE WS-TOT-VALORE-FINE TO WS-MV-VALORE
009560     WRITE MAGCRPT-LINE FROM WS-MCR-VALORE-LINE
009570
009580     MOVE "CODICI FOTOGRAFATI SU MAGFOTO" TO WS-MC-DESCRIZIONE
009590     MOVE WS-CONTA-FOTOGRAFATI TO WS-MC-CONTA
009600     WRITE MAGCRPT-LINE FROM WS-MCR-CONTA-LINE
009610     MOVE "RIGHE DI GIORNALE LETTE" TO WS-MC-DESCRIZIONE
009620     MOVE WS-CONTA-LETTI TO WS-MC-CONTA
009630     WRITE MAGCRPT-LINE FROM WS-MCR-CONTA-LINE
009640     MOVE "MOVIMENTI DEL MESE" TO WS-MC-DESCRIZIONE
009650     MOVE WS-CONTA-DEL-MESE TO WS-MC-CONTA
009660     WRITE MAGCRPT-LINE FROM WS-MCR-CONTA-LINE
009670     MOVE "MOVIMENTI SUCCESSIVI STORNATI" TO WS-MC-DESCRIZIONE
009680     MOVE WS-CONTA-STORNATI TO WS-MC-CONTA
009690     WRITE MAGCRPT-LINE FROM WS-MCR-CONTA-LINE
009700     MOVE "ANOMALIE DI RICOSTRUZIONE" TO WS-MC-DESCRIZIONE
009710     MOVE WS-CONTA-ANOMALIE TO WS-MC-CONTA
009720     WRITE MAGCRPT-LINE FROM WS-MCR-CONTA-LINE.
009730 9200-EXIT.
009740     EXIT.
