000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. IBANMAN.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  MANUTENZIONE CONTROLLATA DEL MASTER COORDINATE       *
000090*          BANCARIE IBANMAST (COPY CPCOBAN), UNICO PROGRAMMA    *
000100*          AUTORIZZATO AD AGGIORNARLO. APPLICA LE TRANSAZIONI   *
000110*          IBANTRAN (COPY CPCBNTR) DI INSERIMENTO, VARIAZIONE E *
000120*          SOSPENSIONE, CON TESTATA, CODA E SEQUENZA DEL BATCH  *
000130*          CONTROLLATE COME IN RECORD-DEMO (FILE DI CONTROLLO   *
000140*          IBNBATCH). L'IBAN VIENE VERIFICATO CON IL CALCOLO    *
000150*          DELLE CIFRE DI CONTROLLO (MODULO 97) E LA MATRICOLA  *
000160*          DEVE ESISTERE ATTIVA SU DIPMAST. OGNI TRANSAZIONE    *
000170*          APPLICATA SCRIVE SULLO STORICO IBANSTOR (COPY        *
000180*          CPCBNST) L'IMMAGINE PRIMA E DOPO CON OPERATORE,      *
000190*          DATA E ORA. UNA VARIAZIONE DELL'IBAN ACCENDE IL      *
000200*          BLOCCO DEL PRIMO BONIFICO (VEDERE 2250 IN BONIFIC).  *
000210*          GLI SCARTI FINISCONO SU IBNERRPT CON IL MOTIVO.      *
000220*                                                               *
000230*  STORIA DELLE MODIFICHE                                       *
000240*  DATA        AUTORE  DESCRIZIONE                              *
000250*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT IBANTRAN-FILE ASSIGN TO "IBANTRAN"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-FS-IBANTRAN.
000370
000380     SELECT DIPMAST-FILE ASSIGN TO "DIPMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS DIP-MATRICOLA
000420         FILE STATUS IS WS-FS-DIPMAST.
000430
000440     SELECT IBANMAST-FILE ASSIGN TO "IBANMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CBN-MATRICOLA
000480         FILE STATUS IS WS-FS-IBANMAST.
000490
000500     SELECT IBANSTOR-FILE ASSIGN TO "IBANSTOR"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-FS-IBANSTOR.
000530
000540     SELECT IBNBATCH-FILE ASSIGN TO "IBNBATCH"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-IBNBATCH.
000570
000580     SELECT IBNERRPT-FILE ASSIGN TO "IBNERRPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-IBNERRPT.
000610
000620     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-RUNJRNL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  IBANTRAN-FILE.
000690 COPY CPCBNTR.
000700
000710 FD  DIPMAST-FILE.
000720 COPY CPDIPEN REPLACING ==##DIPENDENTE-RECORD##== BY
000730                        ==DIP-MASTER-REC==.
000740
000750 FD  IBANMAST-FILE.
000760 COPY CPCOBAN.
000770
000780 FD  IBANSTOR-FILE.
000790 COPY CPCBNST.
000800
000810 FD  IBNBATCH-FILE.
000820 COPY CPBTCTL.
000830
000840 FD  IBNERRPT-FILE.
000850 01  IBNERRPT-LINE               PIC X(96).
000860
000870 FD  RUNJRNL-FILE.
000880 COPY CPRUNJR.
000890
000900 WORKING-STORAGE SECTION.
000910*****************************************************************
000920*  CODICI DI STATO DEI FILE                                     *
000930*****************************************************************
000940 01  WS-FILE-STATUS-AREA.
000950     05  WS-FS-IBANTRAN          PIC X(02).
000960     05  WS-FS-DIPMAST           PIC X(02).
000970     05  WS-FS-IBANMAST          PIC X(02).
000980     05  WS-FS-IBANSTOR          PIC X(02).
000990     05  WS-FS-IBNBATCH          PIC X(02).
001000     05  WS-FS-IBNERRPT          PIC X(02).
001010     05  WS-FS-RUNJRNL           PIC X(02).
001020
001030*****************************************************************
001040*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001050*****************************************************************
001060 01  WS-INDICATORI.
001070     05  WS-SW-FINE-IBANTRAN     PIC X(01)   VALUE "N".
001080         88  FINE-IBANTRAN                   VALUE "S".
001090     05  WS-SW-BATCH-IBN         PIC X(01)   VALUE "S".
001100         88  BATCH-IBN-VALIDO                VALUE "S".
001110         88  BATCH-IBN-RESPINTO              VALUE "N".
001120     05  WS-SW-CODA-BATCH        PIC X(01)   VALUE "N".
001130         88  CODA-BATCH-TROVATA              VALUE "S".
001140         88  CODA-BATCH-ASSENTE              VALUE "N".
001150     05  WS-SW-TRANSAZIONE       PIC X(01)   VALUE "S".
001160         88  TRANSAZIONE-VALIDA              VALUE "S".
001170         88  TRANSAZIONE-NON-VALIDA          VALUE "N".
001180     05  WS-SW-RIGA-IBANMAST     PIC X(01)   VALUE "N".
001190         88  RIGA-IBANMAST-ESISTENTE         VALUE "S".
001200         88  RIGA-IBANMAST-ASSENTE           VALUE "N".
001210     05  WS-SW-IBAN              PIC X(01)   VALUE "S".
001220         88  IBAN-CORRETTO                   VALUE "S".
001230         88  IBAN-ERRATO                     VALUE "N".
001240
001250*****************************************************************
001260*  CONTATORI E CAMPI DI CONTROLLO DEL BATCH                     *
001270*****************************************************************
001280 77  WS-MOTIVO-SCARTO            PIC X(40)   VALUE SPACES.
001290 77  WS-MOTIVO-BATCH             PIC X(40)   VALUE SPACES.
001300 77  WS-ULTIMO-BATCH-IBN         PIC 9(06)   VALUE 0.
001310 77  WS-BATCH-NUM-CORRENTE       PIC 9(06)   VALUE 0.
001320 77  WS-BATCH-CONTA-RECORD       PIC 9(06)   VALUE 0.
001330 77  WS-BATCH-TOT-MATRICOLE      PIC 9(12)   VALUE 0.
001340 77  WS-CONTA-LETTE              PIC 9(06)   VALUE 0.
001350 77  WS-CONTA-APPLICATE          PIC 9(06)   VALUE 0.
001360 77  WS-CONTA-SCARTATE           PIC 9(06)   VALUE 0.
001370 77  WS-CONTA-BLOCCHI            PIC 9(06)   VALUE 0.
001380 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001390 77  WS-ORA-VARIAZIONE           PIC 9(06)   VALUE 0.
001400 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001410 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001420
001430 01  WS-DATA-SISTEMA.
001440     05  WS-DS-ANNO              PIC 9(04).
001450     05  WS-DS-MESE              PIC 9(02).
001460     05  WS-DS-GIORNO            PIC 9(02).
001470
001480*****************************************************************
001490*  IMMAGINE DEL RECORD IBANMAST PRIMA DELLA VARIAZIONE, PER LO  *
001500*  STORICO IBANSTOR                                             *
001510*****************************************************************
001520 01  WS-IMMAGINE-PRIMA.
001530     05  WS-PRIMA-IBAN           PIC X(27).
001540     05  WS-PRIMA-INTESTATARIO   PIC X(30).
001550     05  WS-PRIMA-STATO          PIC X(01).
001560
001570*****************************************************************
001580*  CONTROLLO DELLE CIFRE DI CONTROLLO IBAN (MODULO 97): I PRIMI *
001590*  QUATTRO CARATTERI PASSANO IN CODA, OGNI LETTERA VALE DA 10   *
001600*  (A) A 35 (Z) E IL RESTO DELLA DIVISIONE PER 97 DEL NUMERO    *
001610*  COSI' OTTENUTO DEVE ESSERE 1. IL RESTO SI CALCOLA UNA CIFRA  *
001620*  ALLA VOLTA, SENZA COSTRUIRE IL NUMERO INTERO.                *
001630*****************************************************************
001640 01  WS-ALFABETO                 PIC X(26)
001650         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001660 01  WS-ALFABETO-RED REDEFINES WS-ALFABETO.
001670     05  WS-ALF-LETTERA          PIC X(01) OCCURS 26 TIMES
001680                 INDEXED BY WS-ALF-IDX.
001690 01  WS-IBAN-RIORDINATO          PIC X(27)   VALUE SPACES.
001700 77  WS-IBAN-LUNGHEZZA           PIC 9(02)   VALUE 0.
001710 77  WS-IBAN-POS                 PIC 9(02)   VALUE 0.
001720 77  WS-IBAN-CARATTERE           PIC X(01)   VALUE SPACE.
001730 77  WS-IBAN-CIFRA               PIC 9(01)   VALUE 0.
001740 77  WS-IBAN-VALORE              PIC 9(02)   VALUE 0.
001750 77  WS-MOD-APPOGGIO             PIC 9(05)   VALUE 0.
001760 77  WS-MOD-QUOZIENTE            PIC 9(05)   VALUE 0.
001770 77  WS-MOD-RESTO                PIC 9(02)   VALUE 0.
001780
001790*****************************************************************
001800*  LINEE DI STAMPA - REPORT SCARTI MANUTENZIONE IBAN            *
001810*****************************************************************
001820 01  WS-IBNERR-INTESTAZ-1.
001830     05  FILLER                  PIC X(48)
001840         VALUE "MANUTENZIONE COORDINATE BANCARIE IBANMAST".
001850     05  FILLER                  PIC X(08)   VALUE "  BATCH ".
001860     05  WS-II-NUM-BATCH         PIC ZZZZZ9.
001870
001880 01  WS-IBNERR-INTESTAZ-2.
001890     05  FILLER                  PIC X(03)   VALUE " T".
001900     05  FILLER                  PIC X(08)   VALUE "MATRIC.".
001910     05  FILLER                  PIC X(29)   VALUE "IBAN".
001920     05  FILLER                  PIC X(10)   VALUE "OPERATORE".
001930     05  FILLER                  PIC X(40)   VALUE "MOTIVO".
001940
001950 01  WS-IBNERR-LINE.
001960     05  FILLER                  PIC X(01)   VALUE SPACES.
001970     05  WS-IR-CODICE            PIC X(01).
001980     05  FILLER                  PIC X(01)   VALUE SPACES.
001990     05  WS-IR-MATRICOLA         PIC X(06).
002000     05  FILLER                  PIC X(02)   VALUE SPACES.
002010     05  WS-IR-IBAN              PIC X(27).
002020     05  FILLER                  PIC X(02)   VALUE SPACES.
002030     05  WS-IR-OPERATORE         PIC X(08).
002040     05  FILLER                  PIC X(02)   VALUE SPACES.
002050     05  WS-IR-MOTIVO            PIC X(40).
002060
002070 01  WS-BATCH-ERR-LINE.
002080     05  FILLER                  PIC X(16)
002090         VALUE "BATCH RESPINTO: ".
002100     05  WS-BE-MOTIVO            PIC X(40).
002110     05  FILLER                  PIC X(08)   VALUE "  BATCH ".
002120     05  WS-BE-NUM-BATCH         PIC ZZZZZ9.
002130
002140 01  WS-IBNERR-TOTALE-LINE.
002150     05  FILLER                  PIC X(14)
002160         VALUE "LETTE ".
002170     05  WS-IT-LETTE             PIC ZZZZZ9.
002180     05  FILLER                  PIC X(14)
002190         VALUE "  APPLICATE ".
002200     05  WS-IT-APPLICATE         PIC ZZZZZ9.
002210     05  FILLER                  PIC X(14)
002220         VALUE "  SCARTATE ".
002230     05  WS-IT-SCARTATE          PIC ZZZZZ9.
002240     05  FILLER                  PIC X(22)
002250         VALUE "  BONIFICI DA BLOCCARE".
002260     05  WS-IT-BLOCCHI           PIC ZZZZZ9.
002270
002280 PROCEDURE DIVISION.
002290*****************************************************************
002300*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA MANUTENZIONE      *
002310*****************************************************************
002320 0000-MAINLINE.
002330     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002340     PERFORM 1500-MANUTENZIONE-IBAN THRU 1500-EXIT
002350     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
002360     STOP RUN.
002370
002380*****************************************************************
002390*  1000-INIZIALIZZA-RUN - APERTURA DEI FILE (IBANMAST E         *
002400*  IBANSTOR CREATI ALLA PRIMA ESECUZIONE) E LETTURA DEL         *
002410*  CONTROLLO BATCH                                              *
002420*****************************************************************
002430 1000-INIZIALIZZA-RUN.
002440     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002450     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
002460
002470     OPEN INPUT IBANTRAN-FILE
002480     IF WS-FS-IBANTRAN = "35"
002490         SET FINE-IBANTRAN TO TRUE
002500     END-IF
002510     OPEN INPUT DIPMAST-FILE
002520
002530     OPEN I-O IBANMAST-FILE
002540     IF WS-FS-IBANMAST = "35"
002550         CLOSE IBANMAST-FILE
002560         OPEN OUTPUT IBANMAST-FILE
002570         CLOSE IBANMAST-FILE
002580         OPEN I-O IBANMAST-FILE
002590     END-IF
002600
002610     OPEN EXTEND IBANSTOR-FILE
002620     IF WS-FS-IBANSTOR = "35"
002630         OPEN OUTPUT IBANSTOR-FILE
002640         CLOSE IBANSTOR-FILE
002650         OPEN EXTEND IBANSTOR-FILE
002660     END-IF
002670
002680     OPEN OUTPUT IBNERRPT-FILE
002690
002700     PERFORM 1100-LEGGI-CONTROLLO-BATCH THRU 1100-EXIT.
002710 1000-EXIT.
002720     EXIT.
002730
002740*****************************************************************
002750*  1100-LEGGI-CONTROLLO-BATCH - CARICA L'ULTIMO NUMERO BATCH    *
002760*  APPLICATO DAL FILE DI CONTROLLO IBNBATCH (ASSENTE ALLA PRIMA *
002770*  INSTALLAZIONE: IN TAL CASO SI PARTE DA ZERO).                *
002780*****************************************************************
002790 1100-LEGGI-CONTROLLO-BATCH.
002800     MOVE 0 TO WS-ULTIMO-BATCH-IBN
002810     OPEN INPUT IBNBATCH-FILE
002820     IF WS-FS-IBNBATCH = "35"
002830         GO TO 1100-EXIT
002840     END-IF
002850     READ IBNBATCH-FILE
002860         AT END
002870             CONTINUE
002880         NOT AT END
002890             MOVE BTC-ULTIMO-BATCH TO WS-ULTIMO-BATCH-IBN
002900     END-READ
002910     CLOSE IBNBATCH-FILE.
002920 1100-EXIT.
002930     EXIT.
002940
002950*****************************************************************
002960*  1500-MANUTENZIONE-IBAN - VERIFICA IL BATCH E, SE VALIDO,     *
002970*  APPLICA LE TRANSAZIONI A IBANMAST                            *
002980*****************************************************************
002990 1500-MANUTENZIONE-IBAN.
003000     IF NOT FINE-IBANTRAN
003010         PERFORM 1502-VERIFICA-BATCH-IBN THRU 1502-EXIT
003020     END-IF
003030     IF NOT FINE-IBANTRAN AND BATCH-IBN-VALIDO
003040         MOVE WS-BATCH-NUM-CORRENTE TO WS-II-NUM-BATCH
003050         WRITE IBNERRPT-LINE FROM WS-IBNERR-INTESTAZ-1
003060         WRITE IBNERRPT-LINE FROM WS-IBNERR-INTESTAZ-2
003070         PERFORM 1508-SALTA-TESTATA-BATCH THRU 1508-EXIT
003080         PERFORM 1510-LEGGI-TRANSAZIONE THRU 1510-EXIT
003090             UNTIL FINE-IBANTRAN
003100         PERFORM 1509-AGGIORNA-CONTROLLO-BATCH THRU 1509-EXIT
003110         MOVE WS-CONTA-LETTE TO WS-IT-LETTE
003120         MOVE WS-CONTA-APPLICATE TO WS-IT-APPLICATE
003130         MOVE WS-CONTA-SCARTATE TO WS-IT-SCARTATE
003140         MOVE WS-CONTA-BLOCCHI TO WS-IT-BLOCCHI
003150         WRITE IBNERRPT-LINE FROM WS-IBNERR-TOTALE-LINE
003160     END-IF
003170     CLOSE IBANTRAN-FILE.
003180 1500-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220*  1502-VERIFICA-BATCH-IBN - PRIMA PASSATA SUL FILE IBANTRAN:   *
003230*  CONTROLLA TESTATA, SEQUENZA DEL NUMERO BATCH RISPETTO        *
003240*  ALL'ULTIMO GIA' APPLICATO (IBNBATCH), CONTEGGIO RECORD E     *
003250*  TOTALE HASH DELLE MATRICOLE DICHIARATI NELLA CODA. SE UN     *
003260*  CONTROLLO NON QUADRA L'INTERO BATCH E' RESPINTO SU IBNERRPT  *
003270*  E NESSUNA TRANSAZIONE VIENE APPLICATA. SE IL BATCH E' VALIDO *
003280*  IL FILE VIENE RIPOSIZIONATO ALL'INIZIO.                      *
003290*****************************************************************
003300 1502-VERIFICA-BATCH-IBN.
003310     SET BATCH-IBN-VALIDO TO TRUE
003320     SET CODA-BATCH-ASSENTE TO TRUE
003330     MOVE 0 TO WS-BATCH-NUM-CORRENTE
003340     MOVE 0 TO WS-BATCH-CONTA-RECORD
003350     MOVE 0 TO WS-BATCH-TOT-MATRICOLE
003360     MOVE SPACES TO WS-MOTIVO-BATCH
003370
003380     READ IBANTRAN-FILE
003390         AT END
003400*            FILE VUOTO: NESSUNA VARIAZIONE DA APPLICARE
003410             SET FINE-IBANTRAN TO TRUE
003420             GO TO 1502-EXIT
003430     END-READ
003440
003450     IF NOT CBNTR-TESTATA-BATCH
003460         MOVE "TESTATA BATCH ASSENTE" TO WS-MOTIVO-BATCH
003470         PERFORM 1507-RESPINGI-BATCH-IBN THRU 1507-EXIT
003480         GO TO 1502-EXIT
003490     END-IF
003500
003510     MOVE CBNTR-HDR-NUM-BATCH TO WS-BATCH-NUM-CORRENTE
003520
003530     IF CBNTR-HDR-NUM-BATCH NOT > WS-ULTIMO-BATCH-IBN
003540         MOVE "BATCH FUORI SEQUENZA O GIA' APPLICATO"
003550             TO WS-MOTIVO-BATCH
003560         PERFORM 1507-RESPINGI-BATCH-IBN THRU 1507-EXIT
003570         GO TO 1502-EXIT
003580     END-IF
003590
003600     IF WS-FS-DIPMAST NOT = "00"
003610         MOVE "MASTER DIPMAST NON DISPONIBILE"
003620             TO WS-MOTIVO-BATCH
003630         PERFORM 1507-RESPINGI-BATCH-IBN THRU 1507-EXIT
003640         GO TO 1502-EXIT
003650     END-IF
003660
003670     PERFORM 1503-CONTA-RECORD-BATCH THRU 1503-EXIT
003680         UNTIL FINE-IBANTRAN OR CODA-BATCH-TROVATA
003690
003700     IF CODA-BATCH-ASSENTE
003710         MOVE "CODA BATCH ASSENTE (FILE TRONCATO)"
003720             TO WS-MOTIVO-BATCH
003730         PERFORM 1507-RESPINGI-BATCH-IBN THRU 1507-EXIT
003740         GO TO 1502-EXIT
003750     END-IF
003760
003770     IF CBNTR-TRL-NUM-RECORD NOT = WS-BATCH-CONTA-RECORD
003780         MOVE "CONTEGGIO RECORD NON QUADRA CON LA CODA"
003790             TO WS-MOTIVO-BATCH
003800         PERFORM 1507-RESPINGI-BATCH-IBN THRU 1507-EXIT
003810         GO TO 1502-EXIT
003820     END-IF
003830
003840     IF CBNTR-TRL-TOT-MATRICOLE NOT = WS-BATCH-TOT-MATRICOLE
003850         MOVE "TOTALE HASH MATRICOLE NON QUADRA"
003860             TO WS-MOTIVO-BATCH
003870         PERFORM 1507-RESPINGI-BATCH-IBN THRU 1507-EXIT
003880         GO TO 1502-EXIT
003890     END-IF
003900
003910*    BATCH VALIDO: SI RIPOSIZIONA IL FILE ALL'INIZIO PER LA
003920*    FASE DI APPLICAZIONE DELLE TRANSAZIONI.
003930     CLOSE IBANTRAN-FILE
003940     OPEN INPUT IBANTRAN-FILE
003950     MOVE "N" TO WS-SW-FINE-IBANTRAN.
003960 1502-EXIT.
003970     EXIT.
003980
003990 1503-CONTA-RECORD-BATCH.
004000     READ IBANTRAN-FILE
004010         AT END
004020             SET FINE-IBANTRAN TO TRUE
004030             GO TO 1503-EXIT
004040     END-READ
004050     IF CBNTR-CODA-BATCH
004060         SET CODA-BATCH-TROVATA TO TRUE
004070         GO TO 1503-EXIT
004080     END-IF
004090     ADD 1 TO WS-BATCH-CONTA-RECORD
004100     IF CBNTR-MATRICOLA IS NUMERIC
004110         ADD CBNTR-MATRICOLA TO WS-BATCH-TOT-MATRICOLE
004120     END-IF.
004130 1503-EXIT.
004140     EXIT.
004150
004160 1507-RESPINGI-BATCH-IBN.
004170     SET BATCH-IBN-RESPINTO TO TRUE
004180     MOVE WS-MOTIVO-BATCH TO WS-BE-MOTIVO
004190     MOVE WS-BATCH-NUM-CORRENTE TO WS-BE-NUM-BATCH
004200     WRITE IBNERRPT-LINE FROM WS-BATCH-ERR-LINE.
004210 1507-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*  1508-SALTA-TESTATA-BATCH - CONSUMA LA TESTATA GIA'           *
004260*  VERIFICATA IN 1502 PRIMA DI APPLICARE LE TRANSAZIONI.        *
004270*****************************************************************
004280 1508-SALTA-TESTATA-BATCH.
004290     READ IBANTRAN-FILE
004300         AT END
004310             SET FINE-IBANTRAN TO TRUE
004320     END-READ.
004330 1508-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*  1509-AGGIORNA-CONTROLLO-BATCH - REGISTRA SU IBNBATCH IL      *
004380*  NUMERO DEL BATCH APPENA APPLICATO, COSI' CHE UNA SECONDA     *
004390*  ESECUZIONE SULLO STESSO FILE VENGA RIFIUTATA IN 1502.        *
004400*****************************************************************
004410 1509-AGGIORNA-CONTROLLO-BATCH.
004420     OPEN OUTPUT IBNBATCH-FILE
004430     MOVE WS-BATCH-NUM-CORRENTE TO BTC-ULTIMO-BATCH
004440     MOVE WS-DATA-SISTEMA TO BTC-DATA-APPLICAZIONE
004450     WRITE BTC-RECORD
004460     CLOSE IBNBATCH-FILE.
004470 1509-EXIT.
004480     EXIT.
004490
004500 1510-LEGGI-TRANSAZIONE.
004510     READ IBANTRAN-FILE
004520         AT END
004530             SET FINE-IBANTRAN TO TRUE
004540             GO TO 1510-EXIT
004550     END-READ
004560
004570*    LA CODA DI CONTROLLO, GIA' VERIFICATA IN 1502, CHIUDE LA
004580*    FASE DI APPLICAZIONE.
004590     IF CBNTR-CODA-BATCH
004600         SET FINE-IBANTRAN TO TRUE
004610         GO TO 1510-EXIT
004620     END-IF
004630
004640     ADD 1 TO WS-CONTA-LETTE
004650     PERFORM 1520-VALIDA-TRANSAZIONE THRU 1520-EXIT
004660     IF TRANSAZIONE-NON-VALIDA
004670         PERFORM 1530-SCRIVI-SCARTO-IBN THRU 1530-EXIT
004680     ELSE
004690         PERFORM 1550-APPLICA-TRANSAZIONE THRU 1550-EXIT
004700     END-IF.
004710 1510-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750*  1520-VALIDA-TRANSAZIONE - CODICE PREVISTO, OPERATORE         *
004760*  INDICATO, MATRICOLA PRESENTE E ATTIVA SU DIPMAST (LA SOLA    *
004770*  SOSPENSIONE E' AMMESSA ANCHE PER UN CESSATO), RIGA IBANMAST  *
004780*  ASSENTE SU INSERIMENTO E PRESENTE SU VARIAZIONE E            *
004790*  SOSPENSIONE; SU INSERIMENTO E VARIAZIONE IBAN CORRETTO E     *
004800*  INTESTATARIO INDICATO.                                       *
004810*****************************************************************
004820 1520-VALIDA-TRANSAZIONE.
004830     SET TRANSAZIONE-VALIDA TO TRUE
004840     MOVE SPACES TO WS-MOTIVO-SCARTO
004850
004860     IF NOT CBNTR-CODICE-VALIDO
004870         SET TRANSAZIONE-NON-VALIDA TO TRUE
004880         MOVE "CODICE TRANSAZIONE NON VALIDO"
004890             TO WS-MOTIVO-SCARTO
004900         GO TO 1520-EXIT
004910     END-IF
004920
004930     IF CBNTR-OPERATORE = SPACES
004940         SET TRANSAZIONE-NON-VALIDA TO TRUE
004950         MOVE "OPERATORE NON INDICATO" TO WS-MOTIVO-SCARTO
004960         GO TO 1520-EXIT
004970     END-IF
004980
004990     IF CBNTR-MATRICOLA IS NOT NUMERIC
005000         SET TRANSAZIONE-NON-VALIDA TO TRUE
005010         MOVE "MATRICOLA NON NUMERICA" TO WS-MOTIVO-SCARTO
005020         GO TO 1520-EXIT
005030     END-IF
005040
005050     MOVE CBNTR-MATRICOLA TO DIP-MATRICOLA
005060     READ DIPMAST-FILE
005070         INVALID KEY
005080             SET TRANSAZIONE-NON-VALIDA TO TRUE
005090             MOVE "MATRICOLA NON PRESENTE SU DIPMAST"
005100                 TO WS-MOTIVO-SCARTO
005110             GO TO 1520-EXIT
005120     END-READ
005130
005140     IF NOT DIP-REC-ATTIVO AND NOT CBNTR-SOSPENSIONE
005150         SET TRANSAZIONE-NON-VALIDA TO TRUE
005160         MOVE "DIPENDENTE CESSATO" TO WS-MOTIVO-SCARTO
005170         GO TO 1520-EXIT
005180     END-IF
005190
005200     SET RIGA-IBANMAST-ESISTENTE TO TRUE
005210     MOVE CBNTR-MATRICOLA TO CBN-MATRICOLA
005220     READ IBANMAST-FILE
005230         INVALID KEY
005240             SET RIGA-IBANMAST-ASSENTE TO TRUE
005250     END-READ
005260
005270     IF CBNTR-INSERIMENTO AND RIGA-IBANMAST-ESISTENTE
005280         SET TRANSAZIONE-NON-VALIDA TO TRUE
005290         MOVE "COORDINATE GIA' PRESENTI: USARE VARIAZIONE"
005300             TO WS-MOTIVO-SCARTO
005310         GO TO 1520-EXIT
005320     END-IF
005330
005340     IF NOT CBNTR-INSERIMENTO AND RIGA-IBANMAST-ASSENTE
005350         SET TRANSAZIONE-NON-VALIDA TO TRUE
005360         MOVE "MATRICOLA SENZA COORDINATE BANCARIE"
005370             TO WS-MOTIVO-SCARTO
005380         GO TO 1520-EXIT
005390     END-IF
005400
005410     IF CBNTR-SOSPENSIONE
005420         IF CBN-REC-SOSPESO
005430             SET TRANSAZIONE-NON-VALIDA TO TRUE
005440             MOVE "COORDINATE BANCARIE GIA' SOSPESE"
005450                 TO WS-MOTIVO-SCARTO
005460         END-IF
005470         GO TO 1520-EXIT
005480     END-IF
005490
005500     IF CBNTR-INTESTATARIO = SPACES
005510         SET TRANSAZIONE-NON-VALIDA TO TRUE
005520         MOVE "INTESTATARIO DEL CONTO NON INDICATO"
005530             TO WS-MOTIVO-SCARTO
005540         GO TO 1520-EXIT
005550     END-IF
005560
005570     PERFORM 1525-CONTROLLA-IBAN THRU 1525-EXIT
005580     IF IBAN-ERRATO
005590         SET TRANSAZIONE-NON-VALIDA TO TRUE
005600     END-IF.
005610 1520-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650*  1525-CONTROLLA-IBAN - SIGLA PAESE ALFABETICA, CIFRE DI       *
005660*  CONTROLLO NUMERICHE, NESSUNO SPAZIO INTERNO, LUNGHEZZA DA 15 *
005670*  A 27 CARATTERI (27 PER UN IBAN ITALIANO) E CIFRE DI          *
005680*  CONTROLLO VERIFICATE CON IL MODULO 97.                       *
005690*****************************************************************
005700 1525-CONTROLLA-IBAN.
005710     SET IBAN-CORRETTO TO TRUE
005720
005730     IF CBNTR-IBAN (1:1) < "A" OR CBNTR-IBAN (1:1) > "Z"
005740         OR CBNTR-IBAN (2:1) < "A" OR CBNTR-IBAN (2:1) > "Z"
005750         SET IBAN-ERRATO TO TRUE
005760         MOVE "SIGLA PAESE IBAN NON ALFABETICA"
005770             TO WS-MOTIVO-SCARTO
005780         GO TO 1525-EXIT
005790     END-IF
005800
005810     IF CBNTR-IBAN (3:2) IS NOT NUMERIC
005820         SET IBAN-ERRATO TO TRUE
005830         MOVE "CIFRE DI CONTROLLO IBAN NON NUMERICHE"
005840             TO WS-MOTIVO-SCARTO
005850         GO TO 1525-EXIT
005860     END-IF
005870
005880     PERFORM 1526-CERCA-FINE-IBAN
005890         VARYING WS-IBAN-LUNGHEZZA FROM 27 BY -1
005900         UNTIL WS-IBAN-LUNGHEZZA = 0
005910         OR CBNTR-IBAN (WS-IBAN-LUNGHEZZA:1) NOT = SPACE
005920
005930     IF WS-IBAN-LUNGHEZZA < 15
005940         OR (CBNTR-IBAN (1:2) = "IT"
005950             AND WS-IBAN-LUNGHEZZA NOT = 27)
005960         SET IBAN-ERRATO TO TRUE
005970         MOVE "LUNGHEZZA IBAN NON VALIDA" TO WS-MOTIVO-SCARTO
005980         GO TO 1525-EXIT
005990     END-IF
006000
006010     MOVE SPACES TO WS-IBAN-RIORDINATO
006020     MOVE CBNTR-IBAN (5:WS-IBAN-LUNGHEZZA - 4)
006030         TO WS-IBAN-RIORDINATO
006040     MOVE CBNTR-IBAN (1:4)
006050         TO WS-IBAN-RIORDINATO (WS-IBAN-LUNGHEZZA - 3:4)
006060     MOVE 0 TO WS-MOD-RESTO
006070     PERFORM 1527-CALCOLA-RESTO-IBAN THRU 1527-EXIT
006080         VARYING WS-IBAN-POS FROM 1 BY 1
006090         UNTIL WS-IBAN-POS > WS-IBAN-LUNGHEZZA
006100         OR IBAN-ERRATO
006110     IF IBAN-ERRATO
006120         MOVE "CARATTERI NON AMMESSI NELL'IBAN"
006130             TO WS-MOTIVO-SCARTO
006140         GO TO 1525-EXIT
006150     END-IF
006160
006170     IF WS-MOD-RESTO NOT = 1
006180         SET IBAN-ERRATO TO TRUE
006190         MOVE "CIFRE DI CONTROLLO IBAN ERRATE"
006200             TO WS-MOTIVO-SCARTO
006210     END-IF.
006220 1525-EXIT.
006230     EXIT.
006240
006250 1526-CERCA-FINE-IBAN.
006260     CONTINUE.
006270
006280 1527-CALCOLA-RESTO-IBAN.
006290     MOVE WS-IBAN-RIORDINATO (WS-IBAN-POS:1)
006300         TO WS-IBAN-CARATTERE
006310     IF WS-IBAN-CARATTERE IS NUMERIC
006320         MOVE WS-IBAN-CARATTERE TO WS-IBAN-CIFRA
006330         COMPUTE WS-MOD-APPOGGIO =
006340                 WS-MOD-RESTO * 10 + WS-IBAN-CIFRA
006350     ELSE
006360         SET WS-ALF-IDX TO 1
006370         SEARCH WS-ALF-LETTERA
006380             AT END
006390                 SET IBAN-ERRATO TO TRUE
006400                 GO TO 1527-EXIT
006410             WHEN WS-ALF-LETTERA(WS-ALF-IDX) = WS-IBAN-CARATTERE
006420                 SET WS-IBAN-VALORE TO WS-ALF-IDX
006430                 ADD 9 TO WS-IBAN-VALORE
006440         END-SEARCH
006450         COMPUTE WS-MOD-APPOGGIO =
006460                 WS-MOD-RESTO * 100 + WS-IBAN-VALORE
006470     END-IF
006480     DIVIDE WS-MOD-APPOGGIO BY 97
006490         GIVING WS-MOD-QUOZIENTE REMAINDER WS-MOD-RESTO.
006500 1527-EXIT.
006510     EXIT.
006520
006530 1530-SCRIVI-SCARTO-IBN.
006540     MOVE CBNTR-CODICE TO WS-IR-CODICE
006550     MOVE CBNTR-MATRICOLA TO WS-IR-MATRICOLA
006560     MOVE CBNTR-IBAN TO WS-IR-IBAN
006570     MOVE CBNTR-OPERATORE TO WS-IR-OPERATORE
006580     MOVE WS-MOTIVO-SCARTO TO WS-IR-MOTIVO
006590     WRITE IBNERRPT-LINE FROM WS-IBNERR-LINE
006600     ADD 1 TO WS-CONTA-SCARTATE.
006610 1530-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650*  1550-APPLICA-TRANSAZIONE - APPLICA LA TRANSAZIONE VALIDATA   *
006660*  AL RECORD IBANMAST GIA' LETTO IN 1520 E NE SCRIVE LO         *
006670*  STORICO.                                                     *
006680*  LA VARIAZIONE RIATTIVA UN RECORD SOSPESO; SE CAMBIA L'IBAN   *
006690*  ACCENDE IL BLOCCO DEL PRIMO BONIFICO, CHE BONIFIC SPEGNE     *
006700*  DOPO AVER TRATTENUTO UNA VOLTA IL PAGAMENTO. UN NUOVO        *
006710*  INSERIMENTO NON E' BLOCCATO: NON SOSTITUISCE UN CONTO GIA'   *
006720*  NOTO ALL'UFFICIO PAGHE.                                      *
006730*****************************************************************
006740 1550-APPLICA-TRANSAZIONE.
006750     IF CBNTR-INSERIMENTO
006760         MOVE SPACES TO WS-IMMAGINE-PRIMA
006770         MOVE SPACES TO CBN-RECORD
006780         MOVE CBNTR-MATRICOLA TO CBN-MATRICOLA
006790     ELSE
006800         MOVE CBN-IBAN TO WS-PRIMA-IBAN
006810         MOVE CBN-INTESTATARIO TO WS-PRIMA-INTESTATARIO
006820         MOVE CBN-STATO-REC TO WS-PRIMA-STATO
006830     END-IF
006840
006850     EVALUATE TRUE
006860         WHEN CBNTR-INSERIMENTO
006870             MOVE CBNTR-IBAN TO CBN-IBAN
006880             MOVE CBNTR-INTESTATARIO TO CBN-INTESTATARIO
006890             SET CBN-REC-ATTIVO TO TRUE
006900             SET CBN-BLOCCO-SPENTO TO TRUE
006910             MOVE SPACES TO CBN-PERIODO-BLOCCO
006920             WRITE CBN-RECORD
006930         WHEN CBNTR-VARIAZIONE
006940             IF CBNTR-IBAN NOT = CBN-IBAN
006950                 SET CBN-BLOCCO-ATTIVO TO TRUE
006960                 MOVE SPACES TO CBN-PERIODO-BLOCCO
006970                 ADD 1 TO WS-CONTA-BLOCCHI
006980             END-IF
006990             MOVE CBNTR-IBAN TO CBN-IBAN
007000             MOVE CBNTR-INTESTATARIO TO CBN-INTESTATARIO
007010             SET CBN-REC-ATTIVO TO TRUE
007020             REWRITE CBN-RECORD
007030         WHEN CBNTR-SOSPENSIONE
007040             SET CBN-REC-SOSPESO TO TRUE
007050             REWRITE CBN-RECORD
007060     END-EVALUATE
007070
007080     PERFORM 1560-SCRIVI-STORICO THRU 1560-EXIT
007090     ADD 1 TO WS-CONTA-APPLICATE.
007100 1550-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140*  1560-SCRIVI-STORICO - RIGA SULLO STORICO IBANSTOR CON        *
007150*  OPERATORE, BATCH, DATA E ORA E IMMAGINE PRIMA/DOPO           *
007160*****************************************************************
007170 1560-SCRIVI-STORICO.
007180     ACCEPT WS-ORA-VARIAZIONE FROM TIME
007190     MOVE SPACES TO STO-RECORD
007200     MOVE CBN-MATRICOLA TO STO-MATRICOLA
007210     MOVE WS-DATA-SISTEMA TO STO-DATA-VARIAZ
007220     MOVE WS-ORA-VARIAZIONE TO STO-ORA-VARIAZ
007230     MOVE CBNTR-CODICE TO STO-TIPO-VARIAZ
007240     MOVE CBNTR-OPERATORE TO STO-OPERATORE
007250     MOVE WS-BATCH-NUM-CORRENTE TO STO-NUM-BATCH
007260     MOVE WS-PRIMA-IBAN TO STO-PRIMA-IBAN
007270     MOVE WS-PRIMA-INTESTATARIO TO STO-PRIMA-INTESTAT
007280     MOVE WS-PRIMA-STATO TO STO-PRIMA-STATO
007290     MOVE CBN-IBAN TO STO-DOPO-IBAN
007300     MOVE CBN-INTESTATARIO TO STO-DOPO-INTESTAT
007310     MOVE CBN-STATO-REC TO STO-DOPO-STATO
007320     WRITE STO-RECORD.
007330 1560-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
007380*****************************************************************
007390 9000-TERMINA-RUN.
007400     CLOSE DIPMAST-FILE
007410     CLOSE IBANMAST-FILE
007420     CLOSE IBANSTOR-FILE
007430     CLOSE IBNERRPT-FILE
007440
007450     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
007460 9000-EXIT.
007470     EXIT.
007480
007490*****************************************************************
007500*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
007510*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
007520*  GIORNALIERO RUNRPT                                           *
007530*****************************************************************
007540 9100-SCRIVI-GIORNALE-RUN.
007550     OPEN EXTEND RUNJRNL-FILE
007560     IF WS-FS-RUNJRNL = "35"
007570         OPEN OUTPUT RUNJRNL-FILE
007580         CLOSE RUNJRNL-FILE
007590         OPEN EXTEND RUNJRNL-FILE
007600     END-IF
007610
007620     MOVE SPACES TO RNJ-RECORD
007630     MOVE "IBANMAN" TO RNJ-PROGRAMMA
007640     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
007650     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
007660     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
007670     ACCEPT WS-ORA-FINE-RUN FROM TIME
007680     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
007690     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
007700     MOVE SPACES TO RNJ-PERIODO
007710     MOVE WS-CONTA-LETTE TO RNJ-RECORD-LETTI
007720     MOVE WS-CONTA-APPLICATE TO RNJ-RECORD-SCRITTI
007730     MOVE WS-CONTA-SCARTATE TO RNJ-RECORD-SCARTATI
007740     MOVE WS-BATCH-NUM-CORRENTE TO RNJ-NUM-BATCH
007750     IF BATCH-IBN-RESPINTO
007760         SET RNJ-ESITO-ERRORE TO TRUE
007770     ELSE
007780         SET RNJ-ESITO-OK TO TRUE
007790     END-IF
007800     WRITE RNJ-RECORD
007810     CLOSE RUNJRNL-FILE.
007820 9100-EXIT.
007830     EXIT.
