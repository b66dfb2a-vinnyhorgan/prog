000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FATRISC.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  RISCONTRO DELLE FATTURE FORNITORI CON ORDINI E       *
000090*          RICEVIMENTI (THREE-WAY MATCH). OGNI RIGA DEL FILE    *
000100*          FATFORN (COPY CPFATFO) VIENE CONFRONTATA CON LA      *
000110*          RIGA D'ORDINE SU ORDAPRT (COPY CPORDAP), LA CUI      *
000120*          QUANTITA' RICEVUTA DEVE ESSERE PARI ALLA FATTURATA,  *
000130*          E CON IL COSTO UNITARIO MEDIO DEI CARICHI            *
000140*          DELL'ORDINE SUL GIORNALE MVJRNL (MVJ-NUM-ORDINE),    *
000150*          DAL QUALE IL PREZZO FATTURATO NON DEVE SCOSTARSI     *
000160*          OLTRE LA TOLLERANZA PERCENTUALE DELLA SCHEDA FATPARM *
000170*          (9(02)V99 IN COLONNE 1-4; SENZA SCHEDA TOLLERANZA    *
000180*          ZERO). LE FATTURE DI ORDINI ANCORA APERTI, LE        *
000190*          DIFFERENZE DI QUANTITA' E DI PREZZO E OGNI ALTRO     *
000200*          SCARTO VANNO SUL REPORT FATRPT E NON SONO PAGATE.    *
000210*          LE RIGHE RISCONTRATE PASSANO SULL'ESTRATTO DEBITI    *
000220*          DEBFORN (COPY CPDEBFO) CON LA RAGIONE SOCIALE DI     *
000230*          FORMAST, CHE GLEXTR CONTABILIZZA NELL'AREA           *
000240*          FORNITORI, E SUL REGISTRO FATREG (COPY CPFATRG),     *
000250*          CHE IMPEDISCE DI RISCONTRARE DUE VOLTE LA STESSA     *
000251*          RIGA E, SOMMANDO LE QUANTITA' GIA' FATTURATE PER     *
000252*          RIGA D'ORDINE, DI PAGARE DUE VOLTE LA STESSA MERCE   *
000253*          CON FATTURE DIVERSE. DEBFORN E' RISCRITTO A OGNI     *
000254*          RUN E RIPORTA ANCHE LE RIGHE DI RUN PRECEDENTI CHE   *
000255*          GLEXTR NON HA ANCORA ESTRATTO (STATO GL SU FATREG):  *
000256*          DUE RUN DI FILA PRIMA DI GLEXTR NON PERDONO DEBITI.  *
000257*          ESEGUIRE DOPO PRODMAST E PRIMA DI GLEXTR.            *
000270*                                                               *
000280*  STORIA DELLE MODIFICHE                                       *
000290*  DATA        AUTORE  DESCRIZIONE                              *
000300*  2026-10-15  RDM     PRIMA VERSIONE. SOSTITUISCE IL CONTROLLO *
000310*                      A MANO DELLE FATTURE SU ORDRCRPT.        *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FATFORN-FILE ASSIGN TO "FATFORN"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-FS-FATFORN.
000430
000440     SELECT FATPARM-FILE ASSIGN TO "FATPARM"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-FATPARM.
000470
000480     SELECT ORDAPRT-FILE ASSIGN TO "ORDAPRT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-ORDAPRT.
000510
000520     SELECT MVJRNL-FILE ASSIGN TO "MVJRNL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FS-MVJRNL.
000550
000560     SELECT FORMAST-FILE ASSIGN TO "FORMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS FOR-CODICE-FORN
000600         FILE STATUS IS WS-FS-FORMAST.
000610
000620     SELECT FATREG-FILE ASSIGN TO "FATREG"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS FRG-CHIAVE
000660         FILE STATUS IS WS-FS-FATREG.
000670
000680     SELECT DEBFORN-FILE ASSIGN TO "DEBFORN"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-FS-DEBFORN.
000710
000720     SELECT FATRPT-FILE ASSIGN TO "FATRPT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FS-FATRPT.
000750
000760     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-FS-RUNJRNL.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  FATFORN-FILE.
000830 COPY CPFATFO.
000840
000850 FD  FATPARM-FILE.
000860 01  FATPARM-CARD                PIC X(80).
000870
000880 FD  ORDAPRT-FILE.
000890 COPY CPORDAP.
000900
000910 FD  MVJRNL-FILE.
000920 COPY CPMVJRN.
000930
000940 FD  FORMAST-FILE.
000950 COPY CPFORNI.
000960
000970 FD  FATREG-FILE.
000980 COPY CPFATRG.
000990
001000 FD  DEBFORN-FILE.
001010 COPY CPDEBFO.
001020
001030 FD  FATRPT-FILE.
001040 01  FATRPT-LINE                 PIC X(96).
001050
001060 FD  RUNJRNL-FILE.
001070 COPY CPRUNJR.
001080
001090 WORKING-STORAGE SECTION.
001100*****************************************************************
001110*  CODICI DI STATO DEI FILE                                     *
001120*****************************************************************
001130 01  WS-FILE-STATUS-AREA.
001140     05  WS-FS-FATFORN           PIC X(02).
001150     05  WS-FS-FATPARM           PIC X(02).
001160     05  WS-FS-ORDAPRT           PIC X(02).
001170     05  WS-FS-MVJRNL            PIC X(02).
001180     05  WS-FS-FORMAST           PIC X(02).
001190     05  WS-FS-FATREG            PIC X(02).
001200     05  WS-FS-DEBFORN           PIC X(02).
001210     05  WS-FS-FATRPT            PIC X(02).
001220     05  WS-FS-RUNJRNL           PIC X(02).
001230
001240*****************************************************************
001250*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001260*****************************************************************
001270 01  WS-INDICATORI.
001280     05  WS-SW-FINE-FATFORN      PIC X(01)   VALUE "N".
001290         88  FINE-FATFORN                    VALUE "S".
001300     05  WS-SW-FINE-ORDAPRT      PIC X(01)   VALUE "N".
001310         88  FINE-ORDAPRT                    VALUE "S".
001320     05  WS-SW-FINE-MVJRNL       PIC X(01)   VALUE "N".
001330         88  FINE-MVJRNL                     VALUE "S".
001331     05  WS-SW-FINE-FATREG       PIC X(01)   VALUE "N".
001332         88  FINE-FATREG                     VALUE "S".
001333     05  WS-SW-FORNITORI-ASSENTI PIC X(01)   VALUE "N".
001350         88  FORNITORI-ASSENTI               VALUE "S".
001351     05  WS-SW-FINE-RIPORTO      PIC X(01)   VALUE "N".
001352         88  FINE-RIPORTO                    VALUE "S".
001360     05  WS-SW-ORDINI-ECCED      PIC X(01)   VALUE "N".
001370         88  ORDINI-ECCEDENTI                VALUE "S".
001380     05  WS-SW-ORD-TROVATO       PIC X(01)   VALUE "N".
001390         88  ORDINE-TROVATO                  VALUE "S".
001400         88  ORDINE-NON-TROVATO              VALUE "N".
001410     05  WS-SW-RIGA              PIC X(01)   VALUE "S".
001420         88  RIGA-RISCONTRATA                VALUE "S".
001430         88  RIGA-SCARTATA                   VALUE "N".
001440     05  WS-SW-DIFF-QTA          PIC X(01)   VALUE "N".
001450         88  DIFFERENZA-QTA                  VALUE "S".
001460         88  QTA-CONFORME                    VALUE "N".
001470     05  WS-SW-DIFF-PREZZO       PIC X(01)   VALUE "N".
001480         88  DIFFERENZA-PREZZO               VALUE "S".
001490         88  PREZZO-CONFORME                 VALUE "N".
001500
001510*****************************************************************
001520*  RIGHE D'ORDINE (DA ORDAPRT) CON QUANTITA' E VALORE DEI       *
001521*  CARICHI AGGANCIATI, ACCUMULATI DAL GIORNALE MVJRNL (1300),   *
001522*  E QUANTITA' GIA' FATTURATA, SOMMATA DAL REGISTRO FATREG      *
001523*  (1220). LO STATO RIPETE I VALORI DI ORD-STATO IN CPORDAP.    *
001540*****************************************************************
001550 01  WS-TABELLA-ORDINI.
001560     05  WS-ORD-ENTRY OCCURS 1 TO 500 TIMES
001570                 DEPENDING ON WS-ORD-COUNT
001580                 INDEXED BY WS-ORD-IDX.
001590         10  WS-ORD-NUMERO       PIC 9(06).
001600         10  WS-ORD-FORNITORE    PIC X(06).
001610         10  WS-ORD-CODICE-PROD  PIC X(10).
001620         10  WS-ORD-ORDINATA     PIC 9(05).
001630         10  WS-ORD-RICEVUTA     PIC 9(05).
001640         10  WS-ORD-STATO        PIC X(01).
001641             88  RIGA-ORDINE-APERTA          VALUE "A".
001650         10  WS-ORD-QTA-CARICHI  PIC 9(07).
001660         10  WS-ORD-VAL-CARICHI  PIC 9(09)V99.
001661         10  WS-ORD-QTA-FATTURATA PIC 9(07).
001670 77  WS-ORD-COUNT                PIC 9(03)   VALUE 0.
001680 77  WS-ORD-TROVATO              PIC 9(03)   VALUE 0.
001690
001700*****************************************************************
001710*  PARAMETRO DI TOLLERANZA, IMPORTI DELLA RIGA CORRENTE,        *
001720*  CONTATORI E TOTALI DELLA RUN                                 *
001730*****************************************************************
001740 77  WS-TOLLERANZA-PREZZO        PIC 9(02)V99 VALUE 0.
001750 77  WS-IMPORTO-RIGA             PIC 9(09)V99 VALUE 0.
001760 77  WS-VALORE-CARICO            PIC 9(09)V99 VALUE 0.
001770 77  WS-COSTO-RICEVIMENTO        PIC 9(04)V99 VALUE 0.
001780 77  WS-SCOSTAMENTO-PREZZO       PIC 9(04)V99 VALUE 0.
001790 77  WS-SOGLIA-PREZZO            PIC 9(04)V9(04) VALUE 0.
001800 77  WS-QTA-RICEVUTA-RIGA        PIC 9(05)   VALUE 0.
001810 77  WS-MOTIVO-SCARTO            PIC X(28)   VALUE SPACES.
001820 77  WS-CONTA-LETTE              PIC 9(06)   VALUE 0.
001830 77  WS-CONTA-RISCONTRATE        PIC 9(06)   VALUE 0.
001840 77  WS-CONTA-SCARTATE           PIC 9(06)   VALUE 0.
001850 77  WS-CONTA-ORD-APERTI         PIC 9(06)   VALUE 0.
001860 77  WS-CONTA-DIFF-QTA           PIC 9(06)   VALUE 0.
001870 77  WS-CONTA-DIFF-PREZZO        PIC 9(06)   VALUE 0.
001880 77  WS-CONTA-ALTRI-SCARTI       PIC 9(06)   VALUE 0.
001890 77  WS-TOT-RISCONTRATO          PIC 9(09)V99 VALUE 0.
001900 77  WS-TOT-SCARTATO             PIC 9(09)V99 VALUE 0.
001901 77  WS-CONTA-RIPORTATE          PIC 9(06)   VALUE 0.
001902 77  WS-TOT-RIPORTATO            PIC 9(09)V99 VALUE 0.
001910 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001920 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001930 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001940
001950 01  WS-DATA-SISTEMA.
001960     05  WS-DS-ANNO              PIC 9(04).
001970     05  WS-DS-MESE              PIC 9(02).
001980     05  WS-DS-GIORNO            PIC 9(02).
001990
002000*****************************************************************
002010*  LINEE DI STAMPA - REPORT DEL RISCONTRO FATTURE               *
002020*****************************************************************
002030 01  WS-RPT-INTESTAZ-1.
002040     05  FILLER                  PIC X(49)
002050         VALUE "RISCONTRO FATTURE FORNITORI - TOLLERANZA PREZZO ".
002060     05  WS-RI-TOLLERANZA        PIC Z9,99.
002070     05  FILLER                  PIC X(02)   VALUE " %".
002080
002090 01  WS-RPT-INTESTAZ-2.
002100     05  FILLER                  PIC X(07)   VALUE "FORN.".
002110     05  FILLER                  PIC X(13)   VALUE "FATTURA".
002120     05  FILLER                  PIC X(07)   VALUE "ORDINE".
002130     05  FILLER                  PIC X(11)   VALUE "PRODOTTO".
002140     05  FILLER                  PIC X(06)   VALUE "Q.FAT".
002150     05  FILLER                  PIC X(06)   VALUE "Q.RIC".
002160     05  FILLER                  PIC X(09)   VALUE "PREZZO".
002170     05  FILLER                  PIC X(09)   VALUE "COSTO RIC".
002180     05  FILLER                  PIC X(28)   VALUE "MOTIVO".
002190
002200 01  WS-RPT-DETT-LINE.
002210     05  WS-RD-FORNITORE         PIC X(06).
002220     05  FILLER                  PIC X(01)   VALUE SPACES.
002230     05  WS-RD-FATTURA           PIC X(12).
002240     05  FILLER                  PIC X(01)   VALUE SPACES.
002250     05  WS-RD-ORDINE            PIC ZZZZZ9.
002260     05  FILLER                  PIC X(01)   VALUE SPACES.
002270     05  WS-RD-CODICE-PROD       PIC X(10).
002280     05  FILLER                  PIC X(01)   VALUE SPACES.
002290     05  WS-RD-QTA-FATTURATA     PIC ZZZZ9.
002300     05  FILLER                  PIC X(01)   VALUE SPACES.
002310     05  WS-RD-QTA-RICEVUTA      PIC ZZZZ9.
002320     05  FILLER                  PIC X(01)   VALUE SPACES.
002330     05  WS-RD-PREZZO            PIC Z.ZZ9,99.
002340     05  FILLER                  PIC X(01)   VALUE SPACES.
002350     05  WS-RD-COSTO             PIC Z.ZZ9,99.
002360     05  FILLER                  PIC X(01)   VALUE SPACES.
002370     05  WS-RD-MOTIVO            PIC X(28).
002380
002390 01  WS-RPT-RISC-LINE.
002400     05  FILLER                  PIC X(36)
002410         VALUE "RIGHE RISCONTRATE, PASSATE A DEBFORN".
002420     05  WS-RR-CONTA             PIC ZZZZZ9.
002430     05  FILLER                  PIC X(10)   VALUE "  IMPORTO ".
002440     05  WS-RR-IMPORTO           PIC ZZZ.ZZZ.ZZ9,99.
002450
002451 01  WS-RPT-RIPORTO-LINE.
002452     05  FILLER                  PIC X(36)
002453         VALUE "RIGHE NON ANCORA ESTRATTE, RIPORTATE".
002454     05  WS-RP-CONTA             PIC ZZZZZ9.
002455     05  FILLER                  PIC X(10)   VALUE "  IMPORTO ".
002456     05  WS-RP-IMPORTO           PIC ZZZ.ZZZ.ZZ9,99.
002457
002460 01  WS-RPT-SCARTI-LINE.
002470     05  FILLER                  PIC X(36)
002480         VALUE "RIGHE NON RISCONTRATE (NON PAGATE)".
002490     05  WS-RS-CONTA             PIC ZZZZZ9.
002500     05  FILLER                  PIC X(10)   VALUE "  IMPORTO ".
002510     05  WS-RS-IMPORTO           PIC ZZZ.ZZZ.ZZ9,99.
002520
002530 01  WS-RPT-CAUSE-LINE.
002540     05  FILLER                  PIC X(17)
002550         VALUE "  ORDINI APERTI ".
002560     05  WS-RC-APERTI            PIC ZZZZZ9.
002570     05  FILLER                  PIC X(14)
002580         VALUE "  DIFF. QTA' ".
002590     05  WS-RC-DIFF-QTA          PIC ZZZZZ9.
002600     05  FILLER                  PIC X(16)
002610         VALUE "  DIFF. PREZZO ".
002620     05  WS-RC-DIFF-PREZZO       PIC ZZZZZ9.
002630     05  FILLER                  PIC X(09)   VALUE "  ALTRI ".
002640     05  WS-RC-ALTRI             PIC ZZZZZ9.
002650
002660 01  WS-RPT-ECCED-LINE.
002670     05  FILLER                  PIC X(48)
002680         VALUE "ATTENZIONE: ORDAPRT OLTRE LA CAPIENZA DELLA TABE".
002690     05  FILLER                  PIC X(48)
002700         VALUE "LLA - ORDINI IN CODA NON RISCONTRABILI".
002710
002720 01  WS-RPT-NOFAT-LINE.
002730     05  FILLER                  PIC X(48)
002740         VALUE "FILE FATTURE FATFORN ASSENTE: NESSUNA RIGA RISCO".
002750     05  FILLER                  PIC X(48)
002760         VALUE "NTRATA".
002770
002780 PROCEDURE DIVISION.
002790*****************************************************************
002800*  0000-MAINLINE - CONTROLLO PRINCIPALE DEL RISCONTRO           *
002810*****************************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002840     PERFORM 2000-RISCONTRA-FATTURE THRU 2000-EXIT
002850     PERFORM 3000-CHIUDI-ESTRATTO THRU 3000-EXIT
002860     PERFORM 4000-STAMPA-TOTALI THRU 4000-EXIT
002870     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
002880     STOP RUN.
002890
002900*****************************************************************
002910*  1000-INIZIALIZZA-RUN - SCHEDA DI TOLLERANZA, CARICAMENTO     *
002920*  DEGLI ORDINI E DEI CARICHI, APERTURA DEI FILE, RIPORTO SU    *
002921*  DEBFORN DELLE RIGHE NON ANCORA ESTRATTE                      *
002930*****************************************************************
002940 1000-INIZIALIZZA-RUN.
002950     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002960     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
002970
002980     PERFORM 1100-LEGGI-PARAMETRO THRU 1100-EXIT
002990     PERFORM 1200-CARICA-ORDINI THRU 1200-EXIT
003000     PERFORM 1300-CARICA-RICEVIMENTI THRU 1300-EXIT
003010
003020     OPEN INPUT FORMAST-FILE
003030     IF WS-FS-FORMAST = "35"
003040         SET FORNITORI-ASSENTI TO TRUE
003050     END-IF
003060
003070     OPEN I-O FATREG-FILE
003080     IF WS-FS-FATREG = "35"
003090         CLOSE FATREG-FILE
003100         OPEN OUTPUT FATREG-FILE
003110         CLOSE FATREG-FILE
003120         OPEN I-O FATREG-FILE
003130     END-IF
003140
003150     OPEN INPUT FATFORN-FILE
003160     IF WS-FS-FATFORN = "35"
003170         SET FINE-FATFORN TO TRUE
003180     END-IF
003190     OPEN OUTPUT DEBFORN-FILE
003191     PERFORM 1400-RIPORTA-DA-ESTRARRE THRU 1400-EXIT
003200
003210     OPEN OUTPUT FATRPT-FILE
003220     MOVE WS-TOLLERANZA-PREZZO TO WS-RI-TOLLERANZA
003230     WRITE FATRPT-LINE FROM WS-RPT-INTESTAZ-1
003240     IF ORDINI-ECCEDENTI
003250         WRITE FATRPT-LINE FROM WS-RPT-ECCED-LINE
003260     END-IF
003270     IF WS-FS-FATFORN = "35"
003280         WRITE FATRPT-LINE FROM WS-RPT-NOFAT-LINE
003290     END-IF
003300     WRITE FATRPT-LINE FROM WS-RPT-INTESTAZ-2.
003310 1000-EXIT.
003320     EXIT.
003330
003340*****************************************************************
003350*  1100-LEGGI-PARAMETRO - SCHEDA FATPARM CON LA TOLLERANZA      *
003360*  PERCENTUALE SUL PREZZO (9(02)V99, COLONNE 1-4); SENZA        *
003370*  SCHEDA O CON VALORE NON NUMERICO LA TOLLERANZA RESTA ZERO    *
003380*  E OGNI SCOSTAMENTO DI PREZZO VIENE SEGNALATO                 *
003390*****************************************************************
003400 1100-LEGGI-PARAMETRO.
003410     OPEN INPUT FATPARM-FILE
003420     IF WS-FS-FATPARM = "35"
003430         GO TO 1100-EXIT
003440     END-IF
003450     READ FATPARM-FILE
003460         AT END
003470             CONTINUE
003480         NOT AT END
003490             IF FATPARM-CARD (1:4) IS NUMERIC
003500                 MOVE FATPARM-CARD (1:4) TO WS-TOLLERANZA-PREZZO
003510             END-IF
003520     END-READ
003530     CLOSE FATPARM-FILE.
003540 1100-EXIT.
003550     EXIT.
003560
003570*****************************************************************
003580*  1200-CARICA-ORDINI - CARICA IN TABELLA LE RIGHE D'ORDINE DI  *
003590*  ORDAPRT CON STATO E QUANTITA' RICEVUTA (AGGIORNATE DAL       *
003591*  RICEVIMENTO MERCI, 1558 IN PRODMAST), POI VI SOMMA LE        *
003592*  QUANTITA' GIA' RISCONTRATE SU FATREG DALLE RUN PRECEDENTI    *
003610*****************************************************************
003620 1200-CARICA-ORDINI.
003630     MOVE 0 TO WS-ORD-COUNT
003640     OPEN INPUT ORDAPRT-FILE
003650     IF WS-FS-ORDAPRT = "35"
003660         SET FINE-ORDAPRT TO TRUE
003670         GO TO 1200-EXIT
003680     END-IF
003690     PERFORM 1210-LEGGI-ORDINE THRU 1210-EXIT
003700         UNTIL FINE-ORDAPRT
003710         OR WS-ORD-COUNT = 500
003720     IF NOT FINE-ORDAPRT
003730         SET ORDINI-ECCEDENTI TO TRUE
003740     END-IF
003741     CLOSE ORDAPRT-FILE
003742     PERFORM 1220-CARICA-FATTURATO THRU 1220-EXIT.
003760 1200-EXIT.
003770     EXIT.
003780
003790 1210-LEGGI-ORDINE.
003800     READ ORDAPRT-FILE
003810         AT END
003820             SET FINE-ORDAPRT TO TRUE
003830             GO TO 1210-EXIT
003840     END-READ
003850     ADD 1 TO WS-ORD-COUNT
003860     MOVE ORD-NUMERO-ORDINE TO WS-ORD-NUMERO(WS-ORD-COUNT)
003870     MOVE ORD-CODICE-FORN TO WS-ORD-FORNITORE(WS-ORD-COUNT)
003880     MOVE ORD-CODICE-PROD TO WS-ORD-CODICE-PROD(WS-ORD-COUNT)
003890     MOVE ORD-QTA-ORDINATA TO WS-ORD-ORDINATA(WS-ORD-COUNT)
003900     MOVE ORD-QTA-RICEVUTA TO WS-ORD-RICEVUTA(WS-ORD-COUNT)
003910     MOVE ORD-STATO TO WS-ORD-STATO(WS-ORD-COUNT)
003920     MOVE 0 TO WS-ORD-QTA-CARICHI(WS-ORD-COUNT)
003921     MOVE 0 TO WS-ORD-VAL-CARICHI(WS-ORD-COUNT)
003922     MOVE 0 TO WS-ORD-QTA-FATTURATA(WS-ORD-COUNT).
003923 1210-EXIT.
003924     EXIT.
003925
003926*****************************************************************
003927*  1220-CARICA-FATTURATO - UNA PASSATA SUL REGISTRO FATREG:     *
003928*  OGNI RIGA GIA' RISCONTRATA SOMMA LA SUA QUANTITA' ALLA RIGA  *
003929*  D'ORDINE DELLO STESSO ORDINE E CODICE, QUALUNQUE SIA IL      *
003930*  NUMERO DI FATTURA CHE L'HA PORTATA                           *
003931*****************************************************************
003932 1220-CARICA-FATTURATO.
003933     IF WS-ORD-COUNT = 0
003934         GO TO 1220-EXIT
003935     END-IF
003936     OPEN INPUT FATREG-FILE
003937     IF WS-FS-FATREG = "35"
003938         GO TO 1220-EXIT
003939     END-IF
003940     PERFORM 1230-LEGGI-FATREG THRU 1230-EXIT
003941         UNTIL FINE-FATREG
003942     CLOSE FATREG-FILE.
003943 1220-EXIT.
003944     EXIT.
003945
003946 1230-LEGGI-FATREG.
003947     READ FATREG-FILE NEXT RECORD
003948         AT END
003949             SET FINE-FATREG TO TRUE
003950             GO TO 1230-EXIT
003951     END-READ
003952     SET ORDINE-NON-TROVATO TO TRUE
003953     PERFORM 1240-ACCUMULA-FATTURATO
003954         VARYING WS-ORD-IDX FROM 1 BY 1
003955         UNTIL WS-ORD-IDX > WS-ORD-COUNT
003956         OR ORDINE-TROVATO.
003957 1230-EXIT.
003958     EXIT.
003959
003960 1240-ACCUMULA-FATTURATO.
003961     IF WS-ORD-NUMERO(WS-ORD-IDX) = FRG-NUM-ORDINE
003962         AND WS-ORD-CODICE-PROD(WS-ORD-IDX) = FRG-CODICE-PROD
003963         SET ORDINE-TROVATO TO TRUE
003964         ADD FRG-QUANTITA TO WS-ORD-QTA-FATTURATA(WS-ORD-IDX)
003965     END-IF.
003966
003970*****************************************************************
003980*  1300-CARICA-RICEVIMENTI - UNA PASSATA SUL GIORNALE MVJRNL:   *
003990*  OGNI CARICO AGGANCIATO A UN ORDINE (MVJ-NUM-ORDINE) SOMMA    *
004000*  QUANTITA' E VALORE AL COSTO DI CARICO SULLA RIGA D'ORDINE    *
004010*  DELLO STESSO CODICE. LE RIGHE SCRITTE PRIMA DEI CAMPI COSTO  *
004020*  E ORDINE (NON NUMERICI) NON PARTECIPANO AL RISCONTRO.        *
004030*****************************************************************
004040 1300-CARICA-RICEVIMENTI.
004050     IF WS-ORD-COUNT = 0
004060         GO TO 1300-EXIT
004070     END-IF
004080     OPEN INPUT MVJRNL-FILE
004090     IF WS-FS-MVJRNL = "35"
004100         GO TO 1300-EXIT
004110     END-IF
004120     PERFORM 1310-LEGGI-GIORNALE THRU 1310-EXIT
004130         UNTIL FINE-MVJRNL
004140     CLOSE MVJRNL-FILE.
004150 1300-EXIT.
004160     EXIT.
004170
004180 1310-LEGGI-GIORNALE.
004190     READ MVJRNL-FILE
004200         AT END
004210             SET FINE-MVJRNL TO TRUE
004220             GO TO 1310-EXIT
004230     END-READ
004240     IF NOT MVJ-CARICO
004250         OR MVJ-NUM-ORDINE IS NOT NUMERIC
004260         OR MVJ-COSTO-UNIT IS NOT NUMERIC
004270         GO TO 1310-EXIT
004280     END-IF
004290     IF MVJ-NUM-ORDINE = 0
004300         GO TO 1310-EXIT
004310     END-IF
004320     SET ORDINE-NON-TROVATO TO TRUE
004330     PERFORM 1320-ACCUMULA-CARICO
004340         VARYING WS-ORD-IDX FROM 1 BY 1
004350         UNTIL WS-ORD-IDX > WS-ORD-COUNT
004360         OR ORDINE-TROVATO.
004370 1310-EXIT.
004380     EXIT.
004390
004400 1320-ACCUMULA-CARICO.
004410     IF WS-ORD-NUMERO(WS-ORD-IDX) = MVJ-NUM-ORDINE
004420         AND WS-ORD-CODICE-PROD(WS-ORD-IDX) = MVJ-CODICE-PROD
004430         SET ORDINE-TROVATO TO TRUE
004440         COMPUTE WS-VALORE-CARICO ROUNDED =
004450                 MVJ-QUANTITA * MVJ-COSTO-UNIT
004460         ADD MVJ-QUANTITA TO WS-ORD-QTA-CARICHI(WS-ORD-IDX)
004470         ADD WS-VALORE-CARICO TO WS-ORD-VAL-CARICHI(WS-ORD-IDX)
004480     END-IF.
004481
004482*****************************************************************
004483*  1400-RIPORTA-DA-ESTRARRE - LE RIGHE GIA' REGISTRATE SU       *
004484*  FATREG MA NON ANCORA ESTRATTE DA GLEXTR (RUN PRECEDENTE NON  *
004485*  SEGUITA DA GLEXTR, O RIGA SCARTATA DA GLEXTR PER CONTO       *
004486*  MANCANTE SU COAMAP) TORNANO SUL NUOVO DEBFORN: OGNI RIGA     *
004487*  RISCONTRATA ARRIVA ALLA CONTABILITA' UNA VOLTA SOLA          *
004488*****************************************************************
004489 1400-RIPORTA-DA-ESTRARRE.
004490     MOVE LOW-VALUES TO FRG-CHIAVE
004491     START FATREG-FILE KEY IS NOT LESS THAN FRG-CHIAVE
004492         INVALID KEY
004493             SET FINE-RIPORTO TO TRUE
004494     END-START
004495     PERFORM 1410-RIPORTA-RIGA THRU 1410-EXIT
004496         UNTIL FINE-RIPORTO.
004497 1400-EXIT.
004498     EXIT.
004499
004500 1410-RIPORTA-RIGA.
004501     READ FATREG-FILE NEXT RECORD
004502         AT END
004503             SET FINE-RIPORTO TO TRUE
004504             GO TO 1410-EXIT
004505     END-READ
004506     IF NOT FRG-DA-ESTRARRE
004507         GO TO 1410-EXIT
004508     END-IF
004509
004510     MOVE SPACES TO DEB-RECORD
004511     SET DEB-DETTAGLIO TO TRUE
004512     MOVE FRG-CODICE-FORN TO DEB-CODICE-FORN
004513     IF NOT FORNITORI-ASSENTI
004514         MOVE FRG-CODICE-FORN TO FOR-CODICE-FORN
004515         READ FORMAST-FILE
004516             INVALID KEY
004517                 MOVE SPACES TO FOR-RAGIONE-SOCIALE
004518         END-READ
004519         MOVE FOR-RAGIONE-SOCIALE TO DEB-RAGIONE-SOCIALE
004520     END-IF
004521     MOVE FRG-NUM-FATTURA TO DEB-NUM-FATTURA
004522     MOVE FRG-DATA-FATTURA TO DEB-DATA-FATTURA
004523     MOVE FRG-NUM-ORDINE TO DEB-NUM-ORDINE
004524     MOVE FRG-CODICE-PROD TO DEB-CODICE-PROD
004525     MOVE FRG-QUANTITA TO DEB-QUANTITA
004526     MOVE FRG-IMPORTO TO DEB-IMPORTO
004527     MOVE WS-DATA-SISTEMA TO DEB-DATA-ESTRAZ
004528     WRITE DEB-RECORD
004529     ADD 1 TO WS-CONTA-RIPORTATE
004530     ADD FRG-IMPORTO TO WS-TOT-RIPORTATO.
004531 1410-EXIT.
004532     EXIT.
004533
004534*****************************************************************
004535*  2000-RISCONTRA-FATTURE - UNA RIGA DI FATTURA ALLA VOLTA      *
004536*****************************************************************
004537 2000-RISCONTRA-FATTURE.
004540     PERFORM 2100-RISCONTRA-RIGA THRU 2100-EXIT
004550         UNTIL FINE-FATFORN
004560     IF WS-FS-FATFORN NOT = "35"
004570         CLOSE FATFORN-FILE
004580     END-IF.
004590 2000-EXIT.
004600     EXIT.
004610
004620 2100-RISCONTRA-RIGA.
004630     READ FATFORN-FILE
004640         AT END
004650             SET FINE-FATFORN TO TRUE
004660             GO TO 2100-EXIT
004670     END-READ
004680     ADD 1 TO WS-CONTA-LETTE
004690
004700     MOVE 0 TO WS-IMPORTO-RIGA
004710     MOVE 0 TO WS-QTA-RICEVUTA-RIGA
004720     MOVE 0 TO WS-COSTO-RICEVIMENTO
004730     IF FAT-QUANTITA IS NUMERIC
004740         AND FAT-PREZZO-UNIT IS NUMERIC
004750         COMPUTE WS-IMPORTO-RIGA ROUNDED =
004760                 FAT-QUANTITA * FAT-PREZZO-UNIT
004770     END-IF
004780
004790     PERFORM 2200-CONTROLLA-RIGA THRU 2200-EXIT
004800     IF RIGA-SCARTATA
004810         PERFORM 2500-SCRIVI-SCARTO THRU 2500-EXIT
004820     ELSE
004830         PERFORM 2600-SCRIVI-DEBITO THRU 2600-EXIT
004840     END-IF.
004850 2100-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890*  2200-CONTROLLA-RIGA - CONTROLLI FORMALI, FATTURA GIA'        *
004900*  RISCONTRATA, FORNITORE SU FORMAST, RIGA D'ORDINE SU ORDAPRT  *
004901*  DELLO STESSO FORNITORE E NON PIU' APERTA, MERCE NON GIA'     *
004902*  FATTURATA CON ALTRE FATTURE; POI CONFRONTO A TRE: QUANTITA'  *
004903*  FATTURATA CONTRO RICEVUTA E NON ANCORA FATTURATA             *
004904*  SULL'ORDINE, PREZZO FATTURATO CONTRO COSTO MEDIO DEI CARICHI *
004905*  SU MVJRNL                                                    *
004940*****************************************************************
004950 2200-CONTROLLA-RIGA.
004960     SET RIGA-RISCONTRATA TO TRUE
004970     SET QTA-CONFORME TO TRUE
004980     SET PREZZO-CONFORME TO TRUE
004990     MOVE SPACES TO WS-MOTIVO-SCARTO
005000
005010     IF FAT-QUANTITA IS NOT NUMERIC
005020         OR FAT-PREZZO-UNIT IS NOT NUMERIC
005030         OR FAT-NUM-ORDINE IS NOT NUMERIC
005040         OR FAT-QUANTITA = 0
005050         MOVE "QTA/PREZZO/ORDINE NON VALIDI" TO WS-MOTIVO-SCARTO
005060         GO TO 2290-SCARTA-RIGA
005070     END-IF
005080
005090     MOVE FAT-CODICE-FORN TO FRG-CODICE-FORN
005100     MOVE FAT-NUM-FATTURA TO FRG-NUM-FATTURA
005110     MOVE FAT-NUM-ORDINE TO FRG-NUM-ORDINE
005120     MOVE FAT-CODICE-PROD TO FRG-CODICE-PROD
005130     READ FATREG-FILE
005140         INVALID KEY
005150             CONTINUE
005160         NOT INVALID KEY
005170             MOVE "RIGA GIA' RISCONTRATA" TO WS-MOTIVO-SCARTO
005180             GO TO 2290-SCARTA-RIGA
005190     END-READ
005200
005210     IF FORNITORI-ASSENTI
005220         MOVE "FORNITORE NON IN FORMAST" TO WS-MOTIVO-SCARTO
005230         GO TO 2290-SCARTA-RIGA
005240     END-IF
005250     MOVE FAT-CODICE-FORN TO FOR-CODICE-FORN
005260     READ FORMAST-FILE
005270         INVALID KEY
005280             MOVE "FORNITORE NON IN FORMAST" TO WS-MOTIVO-SCARTO
005290             GO TO 2290-SCARTA-RIGA
005300     END-READ
005310
005320     SET ORDINE-NON-TROVATO TO TRUE
005330     IF WS-ORD-COUNT > 0
005340         PERFORM 2210-CERCA-ORDINE
005350             VARYING WS-ORD-IDX FROM 1 BY 1
005360             UNTIL WS-ORD-IDX > WS-ORD-COUNT
005370             OR ORDINE-TROVATO
005380     END-IF
005390     IF ORDINE-NON-TROVATO
005400         MOVE "RIGA D'ORDINE NON SU ORDAPRT" TO WS-MOTIVO-SCARTO
005410         GO TO 2290-SCARTA-RIGA
005420     END-IF
005430
005440     MOVE WS-ORD-RICEVUTA(WS-ORD-TROVATO) TO WS-QTA-RICEVUTA-RIGA
005450     IF WS-ORD-QTA-CARICHI(WS-ORD-TROVATO) > 0
005460         COMPUTE WS-COSTO-RICEVIMENTO ROUNDED =
005470                 WS-ORD-VAL-CARICHI(WS-ORD-TROVATO)
005480                 / WS-ORD-QTA-CARICHI(WS-ORD-TROVATO)
005490     END-IF
005500
005510     IF WS-ORD-FORNITORE(WS-ORD-TROVATO) NOT = FAT-CODICE-FORN
005520         MOVE "FORNITORE DIVERSO DA ORDINE" TO WS-MOTIVO-SCARTO
005530         GO TO 2290-SCARTA-RIGA
005540     END-IF
005550
005551     IF RIGA-ORDINE-APERTA(WS-ORD-TROVATO)
005570         MOVE "ORDINE ANCORA APERTO" TO WS-MOTIVO-SCARTO
005580         ADD 1 TO WS-CONTA-ORD-APERTI
005590         SET RIGA-SCARTATA TO TRUE
005600         GO TO 2200-EXIT
005610     END-IF
005620
005630     IF WS-ORD-QTA-CARICHI(WS-ORD-TROVATO) = 0
005640         MOVE "CARICHI NON SU MVJRNL" TO WS-MOTIVO-SCARTO
005650         GO TO 2290-SCARTA-RIGA
005660     END-IF
005661
005662     IF WS-ORD-QTA-FATTURATA(WS-ORD-TROVATO) > 0
005663         AND FAT-QUANTITA + WS-ORD-QTA-FATTURATA(WS-ORD-TROVATO)
005664             > WS-ORD-RICEVUTA(WS-ORD-TROVATO)
005665         MOVE "QUANTITA' GIA' FATTURATA" TO WS-MOTIVO-SCARTO
005666         GO TO 2290-SCARTA-RIGA
005667     END-IF
005668     SUBTRACT WS-ORD-QTA-FATTURATA(WS-ORD-TROVATO)
005669         FROM WS-QTA-RICEVUTA-RIGA
005670
005680     IF FAT-QUANTITA NOT = WS-QTA-RICEVUTA-RIGA
005690         SET DIFFERENZA-QTA TO TRUE
005700         ADD 1 TO WS-CONTA-DIFF-QTA
005710     END-IF
005720
005730     IF FAT-PREZZO-UNIT > WS-COSTO-RICEVIMENTO
005740         COMPUTE WS-SCOSTAMENTO-PREZZO =
005750                 FAT-PREZZO-UNIT - WS-COSTO-RICEVIMENTO
005760     ELSE
005770         COMPUTE WS-SCOSTAMENTO-PREZZO =
005780                 WS-COSTO-RICEVIMENTO - FAT-PREZZO-UNIT
005790     END-IF
005800     COMPUTE WS-SOGLIA-PREZZO =
005810             WS-COSTO-RICEVIMENTO * WS-TOLLERANZA-PREZZO / 100
005820     IF WS-SCOSTAMENTO-PREZZO > WS-SOGLIA-PREZZO
005830         SET DIFFERENZA-PREZZO TO TRUE
005840         ADD 1 TO WS-CONTA-DIFF-PREZZO
005850     END-IF
005860
005870     EVALUATE TRUE
005880         WHEN DIFFERENZA-QTA AND DIFFERENZA-PREZZO
005890             MOVE "DIFF. QUANTITA' E PREZZO" TO WS-MOTIVO-SCARTO
005900         WHEN DIFFERENZA-QTA
005910             MOVE "DIFFERENZA QUANTITA'" TO WS-MOTIVO-SCARTO
005920         WHEN DIFFERENZA-PREZZO
005930             MOVE "PREZZO OLTRE TOLLERANZA" TO WS-MOTIVO-SCARTO
005940     END-EVALUATE
005950     IF DIFFERENZA-QTA OR DIFFERENZA-PREZZO
005960         SET RIGA-SCARTATA TO TRUE
005970     END-IF
005980     GO TO 2200-EXIT.
005990
006000*    SCARTI DI CONTROLLO FORMALE O DI ANAGRAFICA, CONTATI A
006010*    PARTE DALLE DIFFERENZE DEL RISCONTRO VERO E PROPRIO.
006020 2290-SCARTA-RIGA.
006030     SET RIGA-SCARTATA TO TRUE
006040     ADD 1 TO WS-CONTA-ALTRI-SCARTI.
006050 2200-EXIT.
006060     EXIT.
006070
006080 2210-CERCA-ORDINE.
006090     IF WS-ORD-NUMERO(WS-ORD-IDX) = FAT-NUM-ORDINE
006100         AND WS-ORD-CODICE-PROD(WS-ORD-IDX) = FAT-CODICE-PROD
006110         SET ORDINE-TROVATO TO TRUE
006120         SET WS-ORD-TROVATO TO WS-ORD-IDX
006130     END-IF.
006140
006150*****************************************************************
006160*  2500-SCRIVI-SCARTO - RIGA DI FATTURA NON RISCONTRATA SUL     *
006170*  REPORT FATRPT: NON ENTRA IN DEBFORN E NON VIENE REGISTRATA,  *
006180*  QUINDI PUO' ESSERE RIPRESENTATA UNA VOLTA CHIARITA           *
006190*****************************************************************
006200 2500-SCRIVI-SCARTO.
006210     ADD 1 TO WS-CONTA-SCARTATE
006220     ADD WS-IMPORTO-RIGA TO WS-TOT-SCARTATO
006230     MOVE FAT-CODICE-FORN TO WS-RD-FORNITORE
006240     MOVE FAT-NUM-FATTURA TO WS-RD-FATTURA
006250     IF FAT-NUM-ORDINE IS NUMERIC
006260         MOVE FAT-NUM-ORDINE TO WS-RD-ORDINE
006270     ELSE
006280         MOVE 0 TO WS-RD-ORDINE
006290     END-IF
006300     MOVE FAT-CODICE-PROD TO WS-RD-CODICE-PROD
006310     IF FAT-QUANTITA IS NUMERIC
006320         MOVE FAT-QUANTITA TO WS-RD-QTA-FATTURATA
006330     ELSE
006340         MOVE 0 TO WS-RD-QTA-FATTURATA
006350     END-IF
006360     MOVE WS-QTA-RICEVUTA-RIGA TO WS-RD-QTA-RICEVUTA
006370     IF FAT-PREZZO-UNIT IS NUMERIC
006380         MOVE FAT-PREZZO-UNIT TO WS-RD-PREZZO
006390     ELSE
006400         MOVE 0 TO WS-RD-PREZZO
006410     END-IF
006420     MOVE WS-COSTO-RICEVIMENTO TO WS-RD-COSTO
006430     MOVE WS-MOTIVO-SCARTO TO WS-RD-MOTIVO
006440     WRITE FATRPT-LINE FROM WS-RPT-DETT-LINE.
006450 2500-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*  2600-SCRIVI-DEBITO - RIGA RISCONTRATA: DETTAGLIO             *
006500*  SULL'ESTRATTO DEBITI DEBFORN CON LA RAGIONE SOCIALE DEL      *
006510*  FORNITORE E REGISTRAZIONE SU FATREG, ANCORA DA ESTRARRE      *
006520*****************************************************************
006530 2600-SCRIVI-DEBITO.
006540     MOVE SPACES TO DEB-RECORD
006550     SET DEB-DETTAGLIO TO TRUE
006560     MOVE FAT-CODICE-FORN TO DEB-CODICE-FORN
006570     MOVE FOR-RAGIONE-SOCIALE TO DEB-RAGIONE-SOCIALE
006580     MOVE FAT-NUM-FATTURA TO DEB-NUM-FATTURA
006590     MOVE FAT-DATA-FATTURA TO DEB-DATA-FATTURA
006600     MOVE FAT-NUM-ORDINE TO DEB-NUM-ORDINE
006610     MOVE FAT-CODICE-PROD TO DEB-CODICE-PROD
006620     MOVE FAT-QUANTITA TO DEB-QUANTITA
006630     MOVE WS-IMPORTO-RIGA TO DEB-IMPORTO
006640     MOVE WS-DATA-SISTEMA TO DEB-DATA-ESTRAZ
006650     WRITE DEB-RECORD
006660
006670     MOVE SPACES TO FRG-RECORD
006680     MOVE FAT-CODICE-FORN TO FRG-CODICE-FORN
006690     MOVE FAT-NUM-FATTURA TO FRG-NUM-FATTURA
006700     MOVE FAT-NUM-ORDINE TO FRG-NUM-ORDINE
006710     MOVE FAT-CODICE-PROD TO FRG-CODICE-PROD
006720     MOVE FAT-DATA-FATTURA TO FRG-DATA-FATTURA
006730     MOVE FAT-QUANTITA TO FRG-QUANTITA
006740     MOVE WS-IMPORTO-RIGA TO FRG-IMPORTO
006750     MOVE WS-DATA-SISTEMA TO FRG-DATA-RISCONTRO
006751     SET FRG-DA-ESTRARRE TO TRUE
006752     MOVE 0 TO FRG-DATA-ESTRAZ-GL
006760     WRITE FRG-RECORD
006770         INVALID KEY
006780             CONTINUE
006790     END-WRITE
006791     ADD FAT-QUANTITA TO WS-ORD-QTA-FATTURATA(WS-ORD-TROVATO)
006800
006810     ADD 1 TO WS-CONTA-RISCONTRATE
006820     ADD WS-IMPORTO-RIGA TO WS-TOT-RISCONTRATO.
006830 2600-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*  3000-CHIUDI-ESTRATTO - CODA DI CONTROLLO DI DEBFORN CON      *
006880*  NUMERO RIGHE E TOTALE DEBITI (RIGHE DELLA RUN PIU' RIGHE     *
006890*  RIPORTATE), LETTA DA GLEXTR COME TOTALE DELL'AREA FORNITORI  *
006900*****************************************************************
006910 3000-CHIUDI-ESTRATTO.
006920     MOVE SPACES TO DEB-RECORD
006930     SET DEB-CODA-CONTROLLO TO TRUE
006940     COMPUTE DEB-TRL-NUM-RIGHE =
006950             WS-CONTA-RISCONTRATE + WS-CONTA-RIPORTATE
006951     COMPUTE DEB-TRL-TOT-IMPORTO =
006952             WS-TOT-RISCONTRATO + WS-TOT-RIPORTATO
006960     WRITE DEB-RECORD
006970     CLOSE DEBFORN-FILE.
006980 3000-EXIT.
006990     EXIT.
007000
007010*****************************************************************
007020*  4000-STAMPA-TOTALI - TOTALI DEL RISCONTRO IN CODA A FATRPT   *
007030*****************************************************************
007040 4000-STAMPA-TOTALI.
007050     MOVE WS-CONTA-RISCONTRATE TO WS-RR-CONTA
007060     MOVE WS-TOT-RISCONTRATO TO WS-RR-IMPORTO
007070     WRITE FATRPT-LINE FROM WS-RPT-RISC-LINE
007071     MOVE WS-CONTA-RIPORTATE TO WS-RP-CONTA
007072     MOVE WS-TOT-RIPORTATO TO WS-RP-IMPORTO
007073     WRITE FATRPT-LINE FROM WS-RPT-RIPORTO-LINE
007080     MOVE WS-CONTA-SCARTATE TO WS-RS-CONTA
007090     MOVE WS-TOT-SCARTATO TO WS-RS-IMPORTO
007100     WRITE FATRPT-LINE FROM WS-RPT-SCARTI-LINE
007110     MOVE WS-CONTA-ORD-APERTI TO WS-RC-APERTI
007120     MOVE WS-CONTA-DIFF-QTA TO WS-RC-DIFF-QTA
007130     MOVE WS-CONTA-DIFF-PREZZO TO WS-RC-DIFF-PREZZO
007140     MOVE WS-CONTA-ALTRI-SCARTI TO WS-RC-ALTRI
007150     WRITE FATRPT-LINE FROM WS-RPT-CAUSE-LINE.
007160 4000-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
007210*****************************************************************
007220 9000-TERMINA-RUN.
007230     IF NOT FORNITORI-ASSENTI
007240         CLOSE FORMAST-FILE
007250     END-IF
007260     CLOSE FATREG-FILE
007270     CLOSE FATRPT-FILE
007280
007290     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
007300 9000-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
007350*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
007360*  GIORNALIERO RUNRPT. RIGHE NON RISCONTRATE DANNO ESITO "ER".  *
007370*****************************************************************
007380 9100-SCRIVI-GIORNALE-RUN.
007390     OPEN EXTEND RUNJRNL-FILE
007400     IF WS-FS-RUNJRNL = "35"
007410         OPEN OUTPUT RUNJRNL-FILE
007420         CLOSE RUNJRNL-FILE
007430         OPEN EXTEND RUNJRNL-FILE
007440     END-IF
007450
007460     MOVE SPACES TO RNJ-RECORD
007470     MOVE "FATRISC" TO RNJ-PROGRAMMA
007480     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
007490     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
007500     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
007510     ACCEPT WS-ORA-FINE-RUN FROM TIME
007520     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
007530     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
007540     MOVE SPACES TO RNJ-PERIODO
007550     MOVE WS-CONTA-LETTE TO RNJ-RECORD-LETTI
007560     MOVE WS-CONTA-RISCONTRATE TO RNJ-RECORD-SCRITTI
007570     MOVE WS-CONTA-SCARTATE TO RNJ-RECORD-SCARTATI
007580     MOVE 0 TO RNJ-NUM-BATCH
007590     IF WS-CONTA-SCARTATE > 0
007600         SET RNJ-ESITO-ERRORE TO TRUE
007610     ELSE
007620         SET RNJ-ESITO-OK TO TRUE
007630     END-IF
007640     WRITE RNJ-RECORD
007650     CLOSE RUNJRNL-FILE.
007660 9100-EXIT.
007670     EXIT.
