000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRESVAL.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  VALIDAZIONE DEL FILE MENSILE PRESENZE/ASSENZE        *
000090*          PRESTRAN (COPY CPPRSTR). CONTROLLA TESTATA, CODA E   *
000100*          SEQUENZA DEL BATCH COME LA MANUTENZIONE PRODOTTI     *
000110*          (FILE DI CONTROLLO PRSBATCH), VERIFICA CHE IL        *
000120*          PERIODO PAGA DI TESTATA ESISTA SUL CALENDARIO PAYCAL *
000130*          E VALIDA OGNI RIGA CONTRO DIPMAST E LE DATE DEL      *
000140*          PERIODO. LE RIGHE ACCETTATE SONO TOTALIZZATE PER     *
000150*          MATRICOLA, PERIODO E CAUSALE SU PRESMESE (COPY       *
000160*          CPPRSMS), LETTO DALLA RUN CEDOLINI PAYSLIP PER IL    *
000170*          CALCOLO DEL LORDO; GLI SCARTI FINISCONO SUL REPORT   *
000180*          PRSERRPT CON IL MOTIVO. SI ESEGUE DOPO RECORD-DEMO   *
000190*          (CHE APRE IL PERIODO SU PAYCAL) E PRIMA DI PAYSLIP.  *
000200*                                                               *
000210*  STORIA DELLE MODIFICHE                                       *
000220*  DATA        AUTORE  DESCRIZIONE                              *
000230*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     DECIMAL-POINT IS COMMA.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PRESTRAN-FILE ASSIGN TO "PRESTRAN"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-FS-PRESTRAN.
000350
000360     SELECT DIPMAST-FILE ASSIGN TO "DIPMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DIP-MATRICOLA
000400         FILE STATUS IS WS-FS-DIPMAST.
000410
000420     SELECT PAYCAL-FILE ASSIGN TO "PAYCAL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PERC-PERIODO
000460         FILE STATUS IS WS-FS-PAYCAL.
000470
000480     SELECT PRESMESE-FILE ASSIGN TO "PRESMESE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS PRS-CHIAVE
000520         FILE STATUS IS WS-FS-PRESMESE.
000530
000540     SELECT PRSBATCH-FILE ASSIGN TO "PRSBATCH"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-PRSBATCH.
000570
000580     SELECT PRSERRPT-FILE ASSIGN TO "PRSERRPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-PRSERRPT.
000610
000620     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-RUNJRNL.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PRESTRAN-FILE.
000690 COPY CPPRSTR.
000700
000710 FD  DIPMAST-FILE.
000720 COPY CPDIPEN REPLACING ==##DIPENDENTE-RECORD##== BY
000730                        ==DIP-MASTER-REC==.
000740
000750 FD  PAYCAL-FILE.
000760 COPY CPPERCL.
000770
000780 FD  PRESMESE-FILE.
000790 COPY CPPRSMS.
000800
000810 FD  PRSBATCH-FILE.
000820 COPY CPBTCTL.
000830
000840 FD  PRSERRPT-FILE.
000850 01  PRSERRPT-LINE               PIC X(96).
000860
000870 FD  RUNJRNL-FILE.
000880 COPY CPRUNJR.
000890
000900 WORKING-STORAGE SECTION.
000910*****************************************************************
000920*  CODICI DI STATO DEI FILE                                     *
000930*****************************************************************
000940 01  WS-FILE-STATUS-AREA.
000950     05  WS-FS-PRESTRAN          PIC X(02).
000960     05  WS-FS-DIPMAST           PIC X(02).
000970     05  WS-FS-PAYCAL            PIC X(02).
000980     05  WS-FS-PRESMESE          PIC X(02).
000990     05  WS-FS-PRSBATCH          PIC X(02).
001000     05  WS-FS-PRSERRPT          PIC X(02).
001010     05  WS-FS-RUNJRNL           PIC X(02).
001020
001030*****************************************************************
001040*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001050*****************************************************************
001060 01  WS-INDICATORI.
001070     05  WS-SW-FINE-PRESTRAN     PIC X(01)   VALUE "N".
001080         88  FINE-PRESTRAN                   VALUE "S".
001090     05  WS-SW-BATCH-PRS         PIC X(01)   VALUE "S".
001100         88  BATCH-PRS-VALIDO                VALUE "S".
001110         88  BATCH-PRS-RESPINTO              VALUE "N".
001120     05  WS-SW-CODA-BATCH        PIC X(01)   VALUE "N".
001130         88  CODA-BATCH-TROVATA              VALUE "S".
001140         88  CODA-BATCH-ASSENTE              VALUE "N".
001150     05  WS-SW-PRESENZA          PIC X(01)   VALUE "S".
001160         88  PRESENZA-VALIDA                 VALUE "S".
001170         88  PRESENZA-NON-VALIDA             VALUE "N".
001180     05  WS-SW-RIGA-PRESMESE     PIC X(01)   VALUE "N".
001190         88  RIGA-PRESMESE-NUOVA             VALUE "S".
001200         88  RIGA-PRESMESE-ESISTENTE         VALUE "N".
001210
001220*****************************************************************
001230*  CONTATORI E CAMPI DI CONTROLLO DEL BATCH                     *
001240*****************************************************************
001250 77  WS-MOTIVO-SCARTO            PIC X(40)   VALUE SPACES.
001260 77  WS-MOTIVO-BATCH             PIC X(40)   VALUE SPACES.
001270 77  WS-ULTIMO-BATCH-PRS         PIC 9(06)   VALUE 0.
001280 77  WS-BATCH-NUM-CORRENTE       PIC 9(06)   VALUE 0.
001290 77  WS-BATCH-CONTA-RECORD       PIC 9(06)   VALUE 0.
001300 77  WS-BATCH-TOT-QUANTITA       PIC 9(09)V99 VALUE 0.
001310 77  WS-CONTA-LETTE              PIC 9(06)   VALUE 0.
001320 77  WS-CONTA-ACCETTATE          PIC 9(06)   VALUE 0.
001330 77  WS-CONTA-SCARTATE           PIC 9(06)   VALUE 0.
001340 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001350 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001360 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001370
001380 01  WS-DATA-SISTEMA.
001390     05  WS-DS-ANNO              PIC 9(04).
001400     05  WS-DS-MESE              PIC 9(02).
001410     05  WS-DS-GIORNO            PIC 9(02).
001420
001430*****************************************************************
001440*  PERIODO PAGA DI TESTATA E SUE DATE DA PAYCAL (VEDERE 1504)   *
001450*****************************************************************
001460 01  WS-PERIODO-BATCH            PIC X(06)   VALUE SPACES.
001470 01  WS-PERIODO-DATE.
001480     05  WS-PER-DATA-INIZIO      PIC 9(08)   VALUE 0.
001490     05  WS-PER-DATA-FINE        PIC 9(08)   VALUE 0.
001500
001510*****************************************************************
001520*  LINEE DI STAMPA - REPORT SCARTI PRESENZE                     *
001530*****************************************************************
001540 01  WS-PRSERR-INTESTAZ-1.
001550     05  FILLER                  PIC X(40)
001560         VALUE "VALIDAZIONE PRESENZE/ASSENZE - PERIODO ".
001570     05  WS-PI-PERIODO           PIC X(06).
001580     05  FILLER                  PIC X(08)   VALUE "  BATCH ".
001590     05  WS-PI-NUM-BATCH         PIC ZZZZZ9.
001600
001610 01  WS-PRSERR-INTESTAZ-2.
001620     05  FILLER                  PIC X(09)   VALUE " MATRIC.".
001630     05  FILLER                  PIC X(10)   VALUE "DATA".
001640     05  FILLER                  PIC X(03)   VALUE "C".
001650     05  FILLER                  PIC X(08)   VALUE "QUANT.".
001660     05  FILLER                  PIC X(22)   VALUE "COGNOME".
001670     05  FILLER                  PIC X(40)   VALUE "MOTIVO".
001680
001690 01  WS-PRSERR-LINE.
001700     05  FILLER                  PIC X(01)   VALUE SPACES.
001710     05  WS-PR-MATRICOLA         PIC X(06).
001720     05  FILLER                  PIC X(02)   VALUE SPACES.
001730     05  WS-PR-DATA              PIC X(08).
001740     05  FILLER                  PIC X(02)   VALUE SPACES.
001750     05  WS-PR-CAUSALE           PIC X(01).
001760     05  FILLER                  PIC X(02)   VALUE SPACES.
001770     05  WS-PR-QUANTITA          PIC ZZ9,99.
001780     05  FILLER                  PIC X(02)   VALUE SPACES.
001790     05  WS-PR-COGNOME           PIC X(20).
001800     05  FILLER                  PIC X(02)   VALUE SPACES.
001810     05  WS-PR-MOTIVO            PIC X(40).
001820
001830 01  WS-BATCH-ERR-LINE.
001840     05  FILLER                  PIC X(16)
001850         VALUE "BATCH RESPINTO: ".
001860     05  WS-BE-MOTIVO            PIC X(40).
001870     05  FILLER                  PIC X(08)   VALUE "  BATCH ".
001880     05  WS-BE-NUM-BATCH         PIC ZZZZZ9.
001890
001900 01  WS-PRSERR-TOTALE-LINE.
001910     05  FILLER                  PIC X(14)
001920         VALUE "RIGHE LETTE ".
001930     05  WS-PT-LETTE             PIC ZZZZZ9.
001940     05  FILLER                  PIC X(14)
001950         VALUE "  ACCETTATE ".
001960     05  WS-PT-ACCETTATE         PIC ZZZZZ9.
001970     05  FILLER                  PIC X(14)
001980         VALUE "  SCARTATE ".
001990     05  WS-PT-SCARTATE          PIC ZZZZZ9.
002000
002010 PROCEDURE DIVISION.
002020*****************************************************************
002030*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA VALIDAZIONE       *
002040*****************************************************************
002050 0000-MAINLINE.
002060     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002070     PERFORM 1500-ELABORA-PRESENZE THRU 1500-EXIT
002080     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
002090     STOP RUN.
002100
002110*****************************************************************
002120*  1000-INIZIALIZZA-RUN - APERTURA DEI FILE (PRESMESE CREATO    *
002130*  ALLA PRIMA ESECUZIONE) E LETTURA DEL CONTROLLO BATCH         *
002140*****************************************************************
002150 1000-INIZIALIZZA-RUN.
002160     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002170     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
002180
002190     OPEN INPUT PRESTRAN-FILE
002200     IF WS-FS-PRESTRAN = "35"
002210         SET FINE-PRESTRAN TO TRUE
002220     END-IF
002230     OPEN INPUT DIPMAST-FILE
002240     OPEN INPUT PAYCAL-FILE
002250
002260     OPEN I-O PRESMESE-FILE
002270     IF WS-FS-PRESMESE = "35"
002280         CLOSE PRESMESE-FILE
002290         OPEN OUTPUT PRESMESE-FILE
002300         CLOSE PRESMESE-FILE
002310         OPEN I-O PRESMESE-FILE
002320     END-IF
002330
002340     OPEN OUTPUT PRSERRPT-FILE
002350
002360     PERFORM 1100-LEGGI-CONTROLLO-BATCH THRU 1100-EXIT.
002370 1000-EXIT.
002380     EXIT.
002390
002400*****************************************************************
002410*  1100-LEGGI-CONTROLLO-BATCH - CARICA L'ULTIMO NUMERO BATCH    *
002420*  APPLICATO DAL FILE DI CONTROLLO PRSBATCH (ASSENTE ALLA PRIMA *
002430*  INSTALLAZIONE: IN TAL CASO SI PARTE DA ZERO).                *
002440*****************************************************************
002450 1100-LEGGI-CONTROLLO-BATCH.
002460     MOVE 0 TO WS-ULTIMO-BATCH-PRS
002470     OPEN INPUT PRSBATCH-FILE
002480     IF WS-FS-PRSBATCH = "35"
002490         GO TO 1100-EXIT
002500     END-IF
002510     READ PRSBATCH-FILE
002520         AT END
002530             CONTINUE
002540         NOT AT END
002550             MOVE BTC-ULTIMO-BATCH TO WS-ULTIMO-BATCH-PRS
002560     END-READ
002570     CLOSE PRSBATCH-FILE.
002580 1100-EXIT.
002590     EXIT.
002600
002610*****************************************************************
002620*  1500-ELABORA-PRESENZE - VERIFICA IL BATCH E, SE VALIDO,      *
002630*  VALIDA E TOTALIZZA LE RIGHE SU PRESMESE                      *
002640*****************************************************************
002650 1500-ELABORA-PRESENZE.
002660     IF NOT FINE-PRESTRAN
002670         PERFORM 1502-VERIFICA-BATCH-PRS THRU 1502-EXIT
002680     END-IF
002690     IF NOT FINE-PRESTRAN AND BATCH-PRS-VALIDO
002700         MOVE WS-PERIODO-BATCH TO WS-PI-PERIODO
002710         MOVE WS-BATCH-NUM-CORRENTE TO WS-PI-NUM-BATCH
002720         WRITE PRSERRPT-LINE FROM WS-PRSERR-INTESTAZ-1
002730         WRITE PRSERRPT-LINE FROM WS-PRSERR-INTESTAZ-2
002740         PERFORM 1508-SALTA-TESTATA-BATCH THRU 1508-EXIT
002750         PERFORM 1510-LEGGI-PRESENZA THRU 1510-EXIT
002760             UNTIL FINE-PRESTRAN
002770         PERFORM 1509-AGGIORNA-CONTROLLO-BATCH THRU 1509-EXIT
002780         MOVE WS-CONTA-LETTE TO WS-PT-LETTE
002790         MOVE WS-CONTA-ACCETTATE TO WS-PT-ACCETTATE
002800         MOVE WS-CONTA-SCARTATE TO WS-PT-SCARTATE
002810         WRITE PRSERRPT-LINE FROM WS-PRSERR-TOTALE-LINE
002820     END-IF
002821     IF WS-FS-PRESTRAN NOT = "35"
002822         CLOSE PRESTRAN-FILE
002823     END-IF.
002840 1500-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*  1502-VERIFICA-BATCH-PRS - PRIMA PASSATA SUL FILE PRESTRAN:   *
002890*  CONTROLLA TESTATA, SEQUENZA DEL NUMERO BATCH RISPETTO        *
002900*  ALL'ULTIMO GIA' APPLICATO (PRSBATCH), PRESENZA DEL PERIODO   *
002910*  PAGA DI TESTATA SU PAYCAL, CONTEGGIO RECORD E TOTALE HASH    *
002920*  DELLE QUANTITA' DICHIARATI NELLA CODA. SE UN CONTROLLO NON   *
002930*  QUADRA L'INTERO BATCH E' RESPINTO SU PRSERRPT E NESSUNA RIGA *
002940*  VIENE REGISTRATA. SE IL BATCH E' VALIDO IL FILE VIENE        *
002950*  RIPOSIZIONATO ALL'INIZIO PER LA FASE DI VALIDAZIONE.         *
002960*****************************************************************
002970 1502-VERIFICA-BATCH-PRS.
002980     SET BATCH-PRS-VALIDO TO TRUE
002990     SET CODA-BATCH-ASSENTE TO TRUE
003000     MOVE 0 TO WS-BATCH-NUM-CORRENTE
003010     MOVE 0 TO WS-BATCH-CONTA-RECORD
003020     MOVE 0 TO WS-BATCH-TOT-QUANTITA
003030     MOVE SPACES TO WS-MOTIVO-BATCH
003040
003050     READ PRESTRAN-FILE
003060         AT END
003070*            FILE VUOTO: NESSUNA PRESENZA DA REGISTRARE
003080             SET FINE-PRESTRAN TO TRUE
003090             GO TO 1502-EXIT
003100     END-READ
003110
003120     IF NOT PRSTR-TESTATA-BATCH
003130         MOVE "TESTATA BATCH ASSENTE" TO WS-MOTIVO-BATCH
003140         PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
003150         GO TO 1502-EXIT
003160     END-IF
003170
003180     MOVE PRSTR-HDR-NUM-BATCH TO WS-BATCH-NUM-CORRENTE
003190     MOVE PRSTR-HDR-PERIODO TO WS-PERIODO-BATCH
003200
003210     IF PRSTR-HDR-NUM-BATCH NOT > WS-ULTIMO-BATCH-PRS
003220         MOVE "BATCH FUORI SEQUENZA O GIA' APPLICATO"
003230             TO WS-MOTIVO-BATCH
003240         PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
003250         GO TO 1502-EXIT
003260     END-IF
003270
003280     IF WS-FS-DIPMAST NOT = "00"
003290         MOVE "MASTER DIPMAST NON DISPONIBILE"
003300             TO WS-MOTIVO-BATCH
003310         PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
003320         GO TO 1502-EXIT
003330     END-IF
003340
003350     PERFORM 1504-VERIFICA-PERIODO THRU 1504-EXIT
003360     IF BATCH-PRS-RESPINTO
003370         GO TO 1502-EXIT
003380     END-IF
003390
003400     PERFORM 1503-CONTA-RECORD-BATCH THRU 1503-EXIT
003410         UNTIL FINE-PRESTRAN OR CODA-BATCH-TROVATA
003420
003430     IF CODA-BATCH-ASSENTE
003440         MOVE "CODA BATCH ASSENTE (FILE TRONCATO)"
003450             TO WS-MOTIVO-BATCH
003460         PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
003470         GO TO 1502-EXIT
003480     END-IF
003490
003500     IF PRSTR-TRL-NUM-RECORD NOT = WS-BATCH-CONTA-RECORD
003510         MOVE "CONTEGGIO RECORD NON QUADRA CON LA CODA"
003520             TO WS-MOTIVO-BATCH
003530         PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
003540         GO TO 1502-EXIT
003550     END-IF
003560
003570     IF PRSTR-TRL-TOT-QUANTITA NOT = WS-BATCH-TOT-QUANTITA
003580         MOVE "TOTALE HASH QUANTITA' NON QUADRA"
003590             TO WS-MOTIVO-BATCH
003600         PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
003610         GO TO 1502-EXIT
003620     END-IF
003630
003640*    BATCH VALIDO: SI RIPOSIZIONA IL FILE ALL'INIZIO PER LA
003650*    FASE DI VALIDAZIONE DELLE RIGHE.
003660     CLOSE PRESTRAN-FILE
003670     OPEN INPUT PRESTRAN-FILE
003680     MOVE "N" TO WS-SW-FINE-PRESTRAN.
003690 1502-EXIT.
003700     EXIT.
003710
003720 1503-CONTA-RECORD-BATCH.
003730     READ PRESTRAN-FILE
003740         AT END
003750             SET FINE-PRESTRAN TO TRUE
003760             GO TO 1503-EXIT
003770     END-READ
003780     IF PRSTR-CODA-BATCH
003790         SET CODA-BATCH-TROVATA TO TRUE
003800         GO TO 1503-EXIT
003810     END-IF
003820     ADD 1 TO WS-BATCH-CONTA-RECORD
003830     IF PRSTR-PRESENZA
003840         AND PRSTR-QUANTITA IS NUMERIC
003850         ADD PRSTR-QUANTITA TO WS-BATCH-TOT-QUANTITA
003860     END-IF.
003870 1503-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910*  1504-VERIFICA-PERIODO - IL PERIODO PAGA DI TESTATA DEVE      *
003920*  ESISTERE SUL CALENDARIO PAYCAL: LE SUE DATE DI INIZIO E FINE *
003930*  DELIMITANO LE DATE AMMESSE SULLE RIGHE. NON SI RICHIEDE IL   *
003940*  PERIODO APERTO, PERCHE' RECORD-DEMO LO CHIUDE A FINE RUN     *
003950*  PRIMA DEI CEDOLINI: E' IL NUMERO BATCH A IMPEDIRE UNA        *
003960*  DOPPIA REGISTRAZIONE.                                        *
003970*****************************************************************
003980 1504-VERIFICA-PERIODO.
003990     IF WS-FS-PAYCAL NOT = "00"
004000         MOVE "CALENDARIO PAYCAL NON DISPONIBILE"
004010             TO WS-MOTIVO-BATCH
004020         PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
004030         GO TO 1504-EXIT
004040     END-IF
004050     MOVE PRSTR-HDR-PERIODO TO PERC-PERIODO
004060     READ PAYCAL-FILE
004070         INVALID KEY
004080             MOVE "PERIODO DI TESTATA ASSENTE SU PAYCAL"
004090                 TO WS-MOTIVO-BATCH
004100             PERFORM 1507-RESPINGI-BATCH-PRS THRU 1507-EXIT
004110             GO TO 1504-EXIT
004120     END-READ
004130     MOVE PERC-DATA-INIZIO TO WS-PER-DATA-INIZIO
004140     MOVE PERC-DATA-FINE TO WS-PER-DATA-FINE.
004150 1504-EXIT.
004160     EXIT.
004170
004180 1507-RESPINGI-BATCH-PRS.
004190     SET BATCH-PRS-RESPINTO TO TRUE
004200     MOVE WS-MOTIVO-BATCH TO WS-BE-MOTIVO
004210     MOVE WS-BATCH-NUM-CORRENTE TO WS-BE-NUM-BATCH
004220     WRITE PRSERRPT-LINE FROM WS-BATCH-ERR-LINE.
004230 1507-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270*  1508-SALTA-TESTATA-BATCH - CONSUMA LA TESTATA GIA'           *
004280*  VERIFICATA IN 1502 PRIMA DI VALIDARE LE RIGHE DATI.          *
004290*****************************************************************
004300 1508-SALTA-TESTATA-BATCH.
004310     READ PRESTRAN-FILE
004320         AT END
004330             SET FINE-PRESTRAN TO TRUE
004340     END-READ.
004350 1508-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390*  1509-AGGIORNA-CONTROLLO-BATCH - REGISTRA SU PRSBATCH IL      *
004400*  NUMERO DEL BATCH APPENA APPLICATO, COSI' CHE UNA SECONDA     *
004410*  ESECUZIONE SULLO STESSO FILE VENGA RIFIUTATA IN 1502 E LE    *
004420*  PRESENZE NON SIANO SOMMATE DUE VOLTE SU PRESMESE.            *
004430*****************************************************************
004440 1509-AGGIORNA-CONTROLLO-BATCH.
004450     OPEN OUTPUT PRSBATCH-FILE
004460     MOVE WS-BATCH-NUM-CORRENTE TO BTC-ULTIMO-BATCH
004470     MOVE WS-DATA-SISTEMA TO BTC-DATA-APPLICAZIONE
004480     WRITE BTC-RECORD
004490     CLOSE PRSBATCH-FILE.
004500 1509-EXIT.
004510     EXIT.
004520
004530 1510-LEGGI-PRESENZA.
004540     READ PRESTRAN-FILE
004550         AT END
004560             SET FINE-PRESTRAN TO TRUE
004570             GO TO 1510-EXIT
004580     END-READ
004590
004600*    LA CODA DI CONTROLLO, GIA' VERIFICATA IN 1502, CHIUDE LA
004610*    FASE DI VALIDAZIONE DELLE RIGHE.
004620     IF PRSTR-CODA-BATCH
004630         SET FINE-PRESTRAN TO TRUE
004640         GO TO 1510-EXIT
004650     END-IF
004660
004670     ADD 1 TO WS-CONTA-LETTE
004680     PERFORM 1520-VALIDA-PRESENZA THRU 1520-EXIT
004690     IF PRESENZA-NON-VALIDA
004700         PERFORM 1530-SCRIVI-SCARTO-PRS THRU 1530-EXIT
004710     ELSE
004720         PERFORM 1540-REGISTRA-PRESENZA THRU 1540-EXIT
004730     END-IF.
004740 1510-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780*  1520-VALIDA-PRESENZA - LA MATRICOLA DEVE ESISTERE ATTIVA SU  *
004790*  DIPMAST, LA CAUSALE ESSERE UNA DI QUELLE PREVISTE, LA        *
004800*  QUANTITA' POSITIVA ED ENTRO IL MASSIMO GIORNALIERO, LA DATA  *
004810*  CADERE NEL PERIODO PAGA DI TESTATA E NON PRECEDERE           *
004820*  L'ASSUNZIONE.                                                *
004830*****************************************************************
004840 1520-VALIDA-PRESENZA.
004850     SET PRESENZA-VALIDA TO TRUE
004860     MOVE SPACES TO WS-MOTIVO-SCARTO
004870     MOVE SPACES TO DIP-COGNOME
004880
004890     IF NOT PRSTR-PRESENZA
004900         SET PRESENZA-NON-VALIDA TO TRUE
004910         MOVE "CODICE TRANSAZIONE NON VALIDO"
004920             TO WS-MOTIVO-SCARTO
004930         GO TO 1520-EXIT
004940     END-IF
004950
004960     IF PRSTR-MATRICOLA IS NOT NUMERIC
004970         SET PRESENZA-NON-VALIDA TO TRUE
004980         MOVE "MATRICOLA NON NUMERICA" TO WS-MOTIVO-SCARTO
004990         GO TO 1520-EXIT
005000     END-IF
005010
005020     MOVE PRSTR-MATRICOLA TO DIP-MATRICOLA
005030     READ DIPMAST-FILE
005040         INVALID KEY
005050             SET PRESENZA-NON-VALIDA TO TRUE
005060             MOVE SPACES TO DIP-COGNOME
005070             MOVE "MATRICOLA NON PRESENTE SU DIPMAST"
005080                 TO WS-MOTIVO-SCARTO
005090             GO TO 1520-EXIT
005100     END-READ
005110
005120     IF NOT DIP-REC-ATTIVO
005130         SET PRESENZA-NON-VALIDA TO TRUE
005140         MOVE "DIPENDENTE CESSATO" TO WS-MOTIVO-SCARTO
005150         GO TO 1520-EXIT
005160     END-IF
005170
005180     IF NOT PRSTR-CAUSALE-VALIDA
005190         SET PRESENZA-NON-VALIDA TO TRUE
005200         MOVE "CAUSALE NON VALIDA (AMMESSE F/M/P/S)"
005210             TO WS-MOTIVO-SCARTO
005220         GO TO 1520-EXIT
005230     END-IF
005240
005250     IF PRSTR-QUANTITA IS NOT NUMERIC
005260         OR PRSTR-QUANTITA = 0
005270         SET PRESENZA-NON-VALIDA TO TRUE
005280         MOVE "QUANTITA' NON NUMERICA O A ZERO"
005290             TO WS-MOTIVO-SCARTO
005300         GO TO 1520-EXIT
005310     END-IF
005320
005330     IF (PRSTR-STRAORDINARIO AND PRSTR-QUANTITA > 24)
005340         OR (NOT PRSTR-STRAORDINARIO AND PRSTR-QUANTITA > 1)
005350         SET PRESENZA-NON-VALIDA TO TRUE
005360         MOVE "QUANTITA' OLTRE IL MASSIMO GIORNALIERO"
005370             TO WS-MOTIVO-SCARTO
005380         GO TO 1520-EXIT
005390     END-IF
005400
005410     IF PRSTR-DATA IS NOT NUMERIC
005420         OR PRSTR-DATA < WS-PER-DATA-INIZIO
005430         OR PRSTR-DATA > WS-PER-DATA-FINE
005440         SET PRESENZA-NON-VALIDA TO TRUE
005450         MOVE "DATA FUORI DAL PERIODO PAGA DI TESTATA"
005460             TO WS-MOTIVO-SCARTO
005470         GO TO 1520-EXIT
005480     END-IF
005490
005500*    SUI RECORD CARICATI SENZA DATA DI ASSUNZIONE IL CAMPO E'
005510*    A ZERO E IL CONTROLLO NON SCATTA MAI.
005520     IF PRSTR-DATA < DIP-DATA-ASSUNZIONE
005530         SET PRESENZA-NON-VALIDA TO TRUE
005540         MOVE "DATA ANTERIORE ALL'ASSUNZIONE"
005550             TO WS-MOTIVO-SCARTO
005560     END-IF.
005570 1520-EXIT.
005580     EXIT.
005590
005600 1530-SCRIVI-SCARTO-PRS.
005610     MOVE PRSTR-MATRICOLA TO WS-PR-MATRICOLA
005620     MOVE PRSTR-DATA TO WS-PR-DATA
005630     MOVE PRSTR-CAUSALE TO WS-PR-CAUSALE
005640     IF PRSTR-QUANTITA IS NUMERIC
005650         MOVE PRSTR-QUANTITA TO WS-PR-QUANTITA
005660     ELSE
005670         MOVE 0 TO WS-PR-QUANTITA
005680     END-IF
005690     MOVE DIP-COGNOME TO WS-PR-COGNOME
005700     MOVE WS-MOTIVO-SCARTO TO WS-PR-MOTIVO
005710     WRITE PRSERRPT-LINE FROM WS-PRSERR-LINE
005720     ADD 1 TO WS-CONTA-SCARTATE.
005730 1530-EXIT.
005740     EXIT.
005750
005760*****************************************************************
005770*  1540-REGISTRA-PRESENZA - SOMMA LA RIGA ACCETTATA AL TOTALE   *
005780*  DELLA CAUSALE SULLA RIGA PRESMESE DI MATRICOLA E PERIODO,    *
005790*  CREANDOLA ALLA PRIMA PRESENZA DEL MESE.                      *
005800*****************************************************************
005810 1540-REGISTRA-PRESENZA.
005820     MOVE PRSTR-MATRICOLA TO PRS-MATRICOLA
005830     MOVE WS-PERIODO-BATCH TO PRS-PERIODO
005840     SET RIGA-PRESMESE-ESISTENTE TO TRUE
005850     READ PRESMESE-FILE
005860         INVALID KEY
005870             SET RIGA-PRESMESE-NUOVA TO TRUE
005880             MOVE SPACES TO PRS-RECORD
005890             MOVE PRSTR-MATRICOLA TO PRS-MATRICOLA
005900             MOVE WS-PERIODO-BATCH TO PRS-PERIODO
005910             MOVE 0 TO PRS-GG-FERIE
005920             MOVE 0 TO PRS-GG-MALATTIA
005930             MOVE 0 TO PRS-GG-PERMESSO
005940             MOVE 0 TO PRS-ORE-STRAORD
005950     END-READ
005960
005970     EVALUATE TRUE
005980         WHEN PRSTR-FERIE
005990             ADD PRSTR-QUANTITA TO PRS-GG-FERIE
006000         WHEN PRSTR-MALATTIA
006010             ADD PRSTR-QUANTITA TO PRS-GG-MALATTIA
006020         WHEN PRSTR-PERMESSO-NR
006030             ADD PRSTR-QUANTITA TO PRS-GG-PERMESSO
006040         WHEN PRSTR-STRAORDINARIO
006050             ADD PRSTR-QUANTITA TO PRS-ORE-STRAORD
006060     END-EVALUATE
006070     MOVE WS-BATCH-NUM-CORRENTE TO PRS-NUM-BATCH
006080     MOVE WS-DATA-SISTEMA TO PRS-DATA-AGGIORNAMENTO
006090
006100     IF RIGA-PRESMESE-NUOVA
006110         WRITE PRS-RECORD
006120     ELSE
006130         REWRITE PRS-RECORD
006140     END-IF
006150     ADD 1 TO WS-CONTA-ACCETTATE.
006160 1540-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
006210*****************************************************************
006220 9000-TERMINA-RUN.
006230     CLOSE DIPMAST-FILE
006240     CLOSE PAYCAL-FILE
006250     CLOSE PRESMESE-FILE
006260     CLOSE PRSERRPT-FILE
006270
006280     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
006290 9000-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
006340*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
006350*  GIORNALIERO RUNRPT                                           *
006360*****************************************************************
006370 9100-SCRIVI-GIORNALE-RUN.
006380     OPEN EXTEND RUNJRNL-FILE
006390     IF WS-FS-RUNJRNL = "35"
006400         OPEN OUTPUT RUNJRNL-FILE
006410         CLOSE RUNJRNL-FILE
006420         OPEN EXTEND RUNJRNL-FILE
006430     END-IF
006440
006450     MOVE SPACES TO RNJ-RECORD
006460     MOVE "PRESVAL" TO RNJ-PROGRAMMA
006470     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
006480     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
006490     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
006500     ACCEPT WS-ORA-FINE-RUN FROM TIME
006510     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
006520     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
006530     MOVE WS-PERIODO-BATCH TO RNJ-PERIODO
006540     MOVE WS-CONTA-LETTE TO RNJ-RECORD-LETTI
006550     MOVE WS-CONTA-ACCETTATE TO RNJ-RECORD-SCRITTI
006560     MOVE WS-CONTA-SCARTATE TO RNJ-RECORD-SCARTATI
006570     MOVE WS-BATCH-NUM-CORRENTE TO RNJ-NUM-BATCH
006580     IF BATCH-PRS-RESPINTO
006590         SET RNJ-ESITO-ERRORE TO TRUE
006600     ELSE
006610         SET RNJ-ESITO-OK TO TRUE
006620     END-IF
006630     WRITE RNJ-RECORD
006640     CLOSE RUNJRNL-FILE.
006650 9100-EXIT.
006660     EXIT.
