000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CERTFIS.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  CERTIFICAZIONE FISCALE ANNUALE DEI REDDITI DI LAVORO *
000090*          DIPENDENTE. PER L'ANNO RICHIESTO SULLA SCHEDA        *
000100*          CERPARM (AAAA IN COLONNE 1-4; SENZA SCHEDA SI USA    *
000110*          L'ANNO CORRENTE) SOMMA PER MATRICOLA LE RIGHE DEI    *
000120*          PROGRESSIVI ANNUI PRGANNO (COPY CPPRGAN) SCRITTE DA  *
000130*          PAYSLIP PER I PERIODI MENSILI E DA TREDIC PER LA     *
000140*          TREDICESIMA: LORDO, ARRETRATI, TRATTENUTE PER        *
000150*          DED-CODICE (DESCRIZIONE DALLA TABELLA DEDCTL),       *
000160*          DETRAZIONI E NETTO. STAMPA SU CERTRPT UN CERTIFICATO *
000170*          PER DIPENDENTE, EX DIPENDENTI COMPRESI: ANAGRAFICA   *
000180*          DAL MASTER DIPMAST, DALLO STORICO DIPHIST PER GLI    *
000190*          ARCHIVIATI O, IN MANCANZA, DAI PROGRESSIVI STESSI.   *
000200*          CHIUDE CON UNA PAGINA DI TOTALI AZIENDALI.           *
000210*                                                               *
000220*  STORIA DELLE MODIFICHE                                       *
000230*  DATA        AUTORE  DESCRIZIONE                              *
000240*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000241*  2026-10-15  RDM     TFR LIQUIDATO AI CESSATI (TASSAZIONE     *
000242*                      SEPARATA) SU CERTIFICAZIONE E TOTALI.    *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PRGANNO-FILE ASSIGN TO "PRGANNO"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PRG-CHIAVE
000370         FILE STATUS IS WS-FS-PRGANNO.
000380
000390     SELECT DIPMAST-FILE ASSIGN TO "DIPMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DIP-MATRICOLA
000430         FILE STATUS IS WS-FS-DIPMAST.
000440
000450     SELECT DIPHIST-FILE ASSIGN TO "DIPHIST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS DST-MATRICOLA
000490         FILE STATUS IS WS-FS-DIPHIST.
000500
000510     SELECT DEDCTL-FILE ASSIGN TO "DEDCTL"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FS-DEDCTL.
000540
000550     SELECT CERPARM-FILE ASSIGN TO "CERPARM"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FS-CERPARM.
000580
000590     SELECT CERTRPT-FILE ASSIGN TO "CERTRPT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FS-CERTRPT.
000620
000630     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FS-RUNJRNL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PRGANNO-FILE.
000700 COPY CPPRGAN.
000710
000720 FD  DIPMAST-FILE.
000730 COPY CPDIPEN REPLACING ==##DIPENDENTE-RECORD##== BY
000740                        ==DIP-MASTER-REC==.
000750
000760 FD  DIPHIST-FILE.
000770 COPY CPDIPST.
000780
000790 FD  DEDCTL-FILE.
000800 COPY CPDEDCT.
000810
000820 FD  CERPARM-FILE.
000830 01  CERPARM-CARD                PIC X(80).
000840
000850 FD  CERTRPT-FILE.
000860 01  CERTRPT-LINE                PIC X(96).
000870
000880 FD  RUNJRNL-FILE.
000890 COPY CPRUNJR.
000900
000910 WORKING-STORAGE SECTION.
000920*****************************************************************
000930*  CODICI DI STATO DEI FILE                                     *
000940*****************************************************************
000950 01  WS-FILE-STATUS-AREA.
000960     05  WS-FS-PRGANNO           PIC X(02).
000970     05  WS-FS-DIPMAST           PIC X(02).
000980     05  WS-FS-DIPHIST           PIC X(02).
000990     05  WS-FS-DEDCTL            PIC X(02).
001000     05  WS-FS-CERPARM           PIC X(02).
001010     05  WS-FS-CERTRPT           PIC X(02).
001020     05  WS-FS-RUNJRNL           PIC X(02).
001030
001040*****************************************************************
001050*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001060*****************************************************************
001070 01  WS-INDICATORI.
001080     05  WS-SW-FINE-PRGANNO      PIC X(01)   VALUE "N".
001090         88  FINE-PRGANNO                    VALUE "S".
001100     05  WS-SW-MASTER-ASSENTE    PIC X(01)   VALUE "N".
001110         88  MASTER-ASSENTE                  VALUE "S".
001120     05  WS-SW-STORICO-ASSENTE   PIC X(01)   VALUE "N".
001130         88  STORICO-ASSENTE                 VALUE "S".
001140     05  WS-SW-PRIMA-RIGA        PIC X(01)   VALUE "S".
001150         88  PRIMA-RIGA                      VALUE "S".
001160         88  NON-PRIMA-RIGA                  VALUE "N".
001170     05  WS-SW-VOCE-TROVATA      PIC X(01)   VALUE "N".
001180         88  VOCE-TROVATA                    VALUE "S".
001190         88  VOCE-NUOVA                      VALUE "N".
001200     05  WS-SW-TABELLE-PIENE     PIC X(01)   VALUE "N".
001210         88  TABELLE-PIENE                   VALUE "S".
001220
001230*****************************************************************
001240*  DESCRIZIONI DELLE VOCI DI TRATTENUTA (DA DEDCTL, STESSO      *
001250*  CARICO UNA TANTUM DI PAYSLIP). LE FASCE DI UNA VOCE A        *
001260*  SCAGLIONI RIPETONO IL CODICE: VALE LA PRIMA DESCRIZIONE.     *
001270*****************************************************************
001280 01  WS-TABELLA-DESCR-VOCI.
001290     05  WS-DVC-ENTRY OCCURS 1 TO 50 TIMES
001300                 DEPENDING ON WS-DVC-COUNT
001310                 INDEXED BY WS-DVC-IDX.
001320         10  WS-DVC-CODICE       PIC X(04).
001330         10  WS-DVC-DESCRIZIONE  PIC X(20).
001340 77  WS-DVC-COUNT                PIC 9(02)   VALUE 0.
001350
001360*****************************************************************
001370*  TRATTENUTE PER VOCE DEL DIPENDENTE CORRENTE (CVD) E DELLA    *
001380*  AZIENDA (AVD), SOMMATE SU TUTTI I PERIODI DELL'ANNO          *
001390*****************************************************************
001400 01  WS-TABELLA-VOCI-DIPENDENTE.
001410     05  WS-CVD-ENTRY OCCURS 1 TO 50 TIMES
001420                 DEPENDING ON WS-CVD-COUNT
001430                 INDEXED BY WS-CVD-IDX.
001440         10  WS-CVD-CODICE       PIC X(04).
001450         10  WS-CVD-IMPORTO      PIC 9(07)V99.
001460 77  WS-CVD-COUNT                PIC 9(02)   VALUE 0.
001470
001480 01  WS-TABELLA-VOCI-AZIENDA.
001490     05  WS-AVD-ENTRY OCCURS 1 TO 50 TIMES
001500                 DEPENDING ON WS-AVD-COUNT
001510                 INDEXED BY WS-AVD-IDX.
001520         10  WS-AVD-CODICE       PIC X(04).
001530         10  WS-AVD-IMPORTO      PIC 9(09)V99.
001540 77  WS-AVD-COUNT                PIC 9(02)   VALUE 0.
001550
001560*****************************************************************
001570*  ANNO RICHIESTO, PROGRESSIVI DEL DIPENDENTE CORRENTE E TOTALI *
001580*  AZIENDALI                                                    *
001590*****************************************************************
001600 77  WS-ANNO-RICHIESTO           PIC 9(04)   VALUE 0.
001610 77  WS-MATRICOLA-PRECEDENTE     PIC 9(06)   VALUE 0.
001620 77  WS-PRG-IDX                  PIC 9(02)   VALUE 0.
001630 77  WS-DATA-CESSAZIONE          PIC 9(08)   VALUE 0.
001640 77  WS-CER-NUM-PERIODI          PIC 9(02)   VALUE 0.
001650 77  WS-CER-LORDO                PIC 9(09)V99 VALUE 0.
001660 77  WS-CER-ARRETRATI            PIC 9(09)V99 VALUE 0.
001670 77  WS-CER-TRATTENUTE           PIC 9(09)V99 VALUE 0.
001680 77  WS-CER-DETRAZIONI           PIC 9(09)V99 VALUE 0.
001690 77  WS-CER-NETTO                PIC 9(09)V99 VALUE 0.
001691 77  WS-CER-TFR                  PIC 9(09)V99 VALUE 0.
001700 77  WS-AZI-LORDO                PIC 9(11)V99 VALUE 0.
001710 77  WS-AZI-ARRETRATI            PIC 9(11)V99 VALUE 0.
001720 77  WS-AZI-TRATTENUTE           PIC 9(11)V99 VALUE 0.
001730 77  WS-AZI-DETRAZIONI           PIC 9(11)V99 VALUE 0.
001740 77  WS-AZI-NETTO                PIC 9(11)V99 VALUE 0.
001741 77  WS-AZI-TFR                  PIC 9(11)V99 VALUE 0.
001750 77  WS-CONTA-PRG-LETTI          PIC 9(06)   VALUE 0.
001760 77  WS-CONTA-CERTIFICATI        PIC 9(06)   VALUE 0.
001770 77  WS-CONTA-CESSATI            PIC 9(06)   VALUE 0.
001780 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001790 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001800 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001810
001820 01  WS-ANAGRAFICA-CORRENTE.
001830     05  WS-AC-COGNOME           PIC X(20).
001840     05  WS-AC-NOME              PIC X(20).
001850     05  WS-AC-DIPARTIMENTO      PIC X(15).
001860
001870 01  WS-DATA-SISTEMA.
001880     05  WS-DS-ANNO              PIC 9(04).
001890     05  WS-DS-MESE              PIC 9(02).
001900     05  WS-DS-GIORNO            PIC 9(02).
001910
001920*****************************************************************
001930*  LINEE DI STAMPA - CERTIFICAZIONE ANNUALE                     *
001940*****************************************************************
001950 01  WS-CER-SEPARATORE.
001960     05  FILLER                  PIC X(96)   VALUE ALL "-".
001970
001980 01  WS-CER-INTESTAZ.
001990     05  FILLER                  PIC X(48)
002000         VALUE "CERTIFICAZIONE REDDITI LAVORO DIPENDENTE - ANNO ".
002010     05  WS-CI-ANNO              PIC 9(04).
002020
002030 01  WS-CER-ANAGRAFICA.
002040     05  FILLER                  PIC X(10)   VALUE "MATRICOLA ".
002050     05  WS-CA-MATRICOLA         PIC ZZZZZ9.
002060     05  FILLER                  PIC X(02)   VALUE SPACES.
002070     05  WS-CA-COGNOME           PIC X(20).
002080     05  FILLER                  PIC X(01)   VALUE SPACES.
002090     05  WS-CA-NOME              PIC X(20).
002100     05  FILLER                  PIC X(02)   VALUE SPACES.
002110     05  WS-CA-DIPARTIMENTO      PIC X(15).
002120
002130 01  WS-CER-CESSATO-LINE.
002140     05  FILLER                  PIC X(30)
002150         VALUE "  RAPPORTO CESSATO IL".
002160     05  WS-CC-GIORNO            PIC 9(02).
002170     05  FILLER                  PIC X(01)   VALUE "/".
002180     05  WS-CC-MESE              PIC 9(02).
002190     05  FILLER                  PIC X(01)   VALUE "/".
002200     05  WS-CC-ANNO              PIC 9(04).
002210
002220 01  WS-CER-PERIODI-LINE.
002230     05  FILLER                  PIC X(30)
002240         VALUE "  PERIODI PAGA CERTIFICATI".
002250     05  FILLER                  PIC X(32)   VALUE SPACES.
002260     05  WS-CP-PERIODI           PIC Z9.
002270
002280 01  WS-CER-IMPORTO-LINE.
002290     05  FILLER                  PIC X(02)   VALUE SPACES.
002300     05  WS-CM-DESCRIZIONE       PIC X(40).
002310     05  FILLER                  PIC X(09)   VALUE SPACES.
002320     05  WS-CM-SEGNO             PIC X(01).
002330     05  WS-CM-IMPORTO           PIC ZZZ.ZZZ.ZZ9,99.
002340
002350 01  WS-CER-VOCE-LINE.
002360     05  FILLER                  PIC X(04)   VALUE SPACES.
002370     05  WS-CV-CODICE            PIC X(04).
002380     05  FILLER                  PIC X(01)   VALUE SPACES.
002390     05  WS-CV-DESCRIZIONE       PIC X(20).
002400     05  FILLER                  PIC X(23)   VALUE SPACES.
002410     05  WS-CV-IMPORTO           PIC ZZZ.ZZZ.ZZ9,99.
002420
002430 01  WS-CER-VOCI-TITOLO.
002440     05  FILLER                  PIC X(96)
002450         VALUE "  RITENUTE PER VOCE (PRIMA DELLE DETRAZIONI)".
002460
002470 01  WS-AZI-INTESTAZ.
002480     05  FILLER                  PIC X(48)
002490         VALUE "RIEPILOGO AZIENDALE CERTIFICAZIONI - ANNO ".
002500     05  WS-AI-ANNO              PIC 9(04).
002510
002520 01  WS-AZI-CONTA-LINE.
002530     05  FILLER                  PIC X(30)
002540         VALUE "  CERTIFICAZIONI EMESSE".
002550     05  WS-AN-CERTIFICATI       PIC ZZZZZ9.
002560     05  FILLER                  PIC X(14)
002570         VALUE "  DI CUI EX  ".
002580     05  WS-AN-CESSATI           PIC ZZZZZ9.
002590
002600 01  WS-AZI-IMPORTO-LINE.
002610     05  FILLER                  PIC X(02)   VALUE SPACES.
002620     05  WS-AM-DESCRIZIONE       PIC X(40).
002630     05  FILLER                  PIC X(06)   VALUE SPACES.
002640     05  WS-AM-SEGNO             PIC X(01).
002650     05  WS-AM-IMPORTO           PIC Z.ZZZ.ZZZ.ZZ9,99.
002660
002670 01  WS-AZI-VOCE-LINE.
002680     05  FILLER                  PIC X(04)   VALUE SPACES.
002690     05  WS-AV-CODICE            PIC X(04).
002700     05  FILLER                  PIC X(01)   VALUE SPACES.
002710     05  WS-AV-DESCRIZIONE       PIC X(20).
002720     05  FILLER                  PIC X(20)   VALUE SPACES.
002730     05  WS-AV-IMPORTO           PIC Z.ZZZ.ZZZ.ZZ9,99.
002740
002750 01  WS-CER-VUOTO-LINE.
002760     05  FILLER                  PIC X(96)
002770         VALUE "NESSUN PROGRESSIVO NELL'ANNO RICHIESTO".
002780
002790 01  WS-AVVISO-VOCI-LINE.
002800     05  FILLER                  PIC X(48)
002810         VALUE "ATTENZIONE: TABELLA VOCI PIENA: DETTAGLIO PER ".
002820     05  FILLER                  PIC X(48)
002830         VALUE "VOCE INCOMPLETO, TOTALI CORRETTI".
002840
002850 PROCEDURE DIVISION.
002860*****************************************************************
002870*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA CERTIFICAZIONE    *
002880*****************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002910     PERFORM 2000-ELABORA-PROGRESSIVI THRU 2000-EXIT
002920     PERFORM 4000-STAMPA-RIEPILOGO-AZIENDA THRU 4000-EXIT
002930     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
002940     STOP RUN.
002950
002960*****************************************************************
002970*  1000-INIZIALIZZA-RUN - APERTURA FILE, LETTURA DELL'ANNO      *
002980*  RICHIESTO E CARICO DELLE DESCRIZIONI DELLE VOCI              *
002990*****************************************************************
003000 1000-INIZIALIZZA-RUN.
003010     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003020     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
003030     MOVE WS-DS-ANNO TO WS-ANNO-RICHIESTO
003040
003050     OPEN INPUT PRGANNO-FILE
003060     IF WS-FS-PRGANNO = "35"
003070         SET FINE-PRGANNO TO TRUE
003080     END-IF
003090     OPEN INPUT DIPMAST-FILE
003100     IF WS-FS-DIPMAST = "35"
003110         SET MASTER-ASSENTE TO TRUE
003120     END-IF
003130     OPEN INPUT DIPHIST-FILE
003140     IF WS-FS-DIPHIST = "35"
003150         SET STORICO-ASSENTE TO TRUE
003160     END-IF
003170     OPEN INPUT DEDCTL-FILE
003180
003190     PERFORM 1100-LEGGI-PARAMETRO-ANNO THRU 1100-EXIT
003200     PERFORM 1200-CARICA-VOCI THRU 1200-EXIT
003210
003220     OPEN OUTPUT CERTRPT-FILE.
003230 1000-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270*  1100-LEGGI-PARAMETRO-ANNO - LEGGE LA SCHEDA CERPARM CON      *
003280*  L'ANNO RICHIESTO (AAAA IN COLONNE 1-4); SENZA SCHEDA O CON   *
003290*  ANNO NON NUMERICO RESTA L'ANNO CORRENTE.                     *
003300*****************************************************************
003310 1100-LEGGI-PARAMETRO-ANNO.
003320     OPEN INPUT CERPARM-FILE
003330     IF WS-FS-CERPARM = "35"
003340         GO TO 1100-EXIT
003350     END-IF
003360     READ CERPARM-FILE
003370         AT END
003380             CONTINUE
003390         NOT AT END
003400             IF CERPARM-CARD (1:4) IS NUMERIC
003410                 MOVE CERPARM-CARD (1:4) TO WS-ANNO-RICHIESTO
003420             END-IF
003430     END-READ
003440     CLOSE CERPARM-FILE.
003450 1100-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490*  1200-CARICA-VOCI - CARICA CODICE E DESCRIZIONE DELLE VOCI DI *
003500*  TRATTENUTA DAL FILE DI CONTROLLO DEDCTL                      *
003510*****************************************************************
003520 1200-CARICA-VOCI.
003530     MOVE 0 TO WS-DVC-COUNT
003540     IF WS-FS-DEDCTL NOT = "35"
003550         PERFORM 1210-LEGGI-RIGA-VOCE THRU 1210-EXIT
003560             UNTIL WS-FS-DEDCTL = "10"
003570             OR WS-DVC-COUNT = 50
003580         CLOSE DEDCTL-FILE
003590     END-IF.
003600 1200-EXIT.
003610     EXIT.
003620
003630 1210-LEGGI-RIGA-VOCE.
003640     READ DEDCTL-FILE
003650         AT END
003660             MOVE "10" TO WS-FS-DEDCTL
003670             GO TO 1210-EXIT
003680     END-READ
003690     ADD 1 TO WS-DVC-COUNT
003700     MOVE DED-CODICE TO WS-DVC-CODICE(WS-DVC-COUNT)
003710     MOVE DED-DESCRIZIONE TO WS-DVC-DESCRIZIONE(WS-DVC-COUNT).
003720 1210-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*  2000-ELABORA-PROGRESSIVI - SCORRE PRGANNO IN ORDINE DI       *
003770*  CHIAVE (MATRICOLA, PERIODO): LE RIGHE DI UNA MATRICOLA SONO  *
003780*  CONTIGUE, QUINDI IL CERTIFICATO SI STAMPA A ROTTURA DI       *
003790*  MATRICOLA SENZA BISOGNO DI ORDINAMENTO                       *
003800*****************************************************************
003810 2000-ELABORA-PROGRESSIVI.
003820     IF NOT FINE-PRGANNO
003830         MOVE LOW-VALUES TO PRG-CHIAVE
003840         START PRGANNO-FILE KEY IS NOT LESS THAN PRG-CHIAVE
003850             INVALID KEY
003860                 SET FINE-PRGANNO TO TRUE
003870         END-START
003880     END-IF
003890
003900     PERFORM 2100-LEGGI-PROGRESSIVO THRU 2100-EXIT
003910         UNTIL FINE-PRGANNO
003920
003930     IF NON-PRIMA-RIGA
003940         PERFORM 3000-STAMPA-CERTIFICATO THRU 3000-EXIT
003950     ELSE
003960         MOVE WS-ANNO-RICHIESTO TO WS-CI-ANNO
003970         WRITE CERTRPT-LINE FROM WS-CER-INTESTAZ
003980         WRITE CERTRPT-LINE FROM WS-CER-VUOTO-LINE
003990     END-IF.
004000 2000-EXIT.
004010     EXIT.
004020
004030 2100-LEGGI-PROGRESSIVO.
004040     READ PRGANNO-FILE NEXT RECORD
004050         AT END
004060             SET FINE-PRGANNO TO TRUE
004070             GO TO 2100-EXIT
004080     END-READ
004090     ADD 1 TO WS-CONTA-PRG-LETTI
004100
004110     IF PRG-ANNO NOT = WS-ANNO-RICHIESTO
004120         GO TO 2100-EXIT
004130     END-IF
004140
004150     IF PRIMA-RIGA
004160         SET NON-PRIMA-RIGA TO TRUE
004170         PERFORM 2150-NUOVO-DIPENDENTE THRU 2150-EXIT
004180     END-IF
004190     IF PRG-MATRICOLA NOT = WS-MATRICOLA-PRECEDENTE
004200         PERFORM 3000-STAMPA-CERTIFICATO THRU 3000-EXIT
004210         PERFORM 2150-NUOVO-DIPENDENTE THRU 2150-EXIT
004220     END-IF
004230
004240     PERFORM 2200-ACCUMULA-PERIODO THRU 2200-EXIT.
004250 2100-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*  2150-NUOVO-DIPENDENTE - AZZERA I PROGRESSIVI DEL DIPENDENTE  *
004300*  E CONSERVA L'ANAGRAFICA DELLA SUA PRIMA RIGA, USATA SE LA    *
004310*  MATRICOLA NON E' PIU' NE' SUL MASTER NE' SULLO STORICO       *
004320*****************************************************************
004330 2150-NUOVO-DIPENDENTE.
004340     MOVE PRG-MATRICOLA TO WS-MATRICOLA-PRECEDENTE
004350     MOVE PRG-COGNOME TO WS-AC-COGNOME
004360     MOVE PRG-NOME TO WS-AC-NOME
004370     MOVE PRG-DIPARTIMENTO TO WS-AC-DIPARTIMENTO
004380     MOVE 0 TO WS-CER-NUM-PERIODI
004390     MOVE 0 TO WS-CER-LORDO
004400     MOVE 0 TO WS-CER-ARRETRATI
004410     MOVE 0 TO WS-CER-TRATTENUTE
004420     MOVE 0 TO WS-CER-DETRAZIONI
004430     MOVE 0 TO WS-CER-NETTO
004431     MOVE 0 TO WS-CER-TFR
004440     MOVE 0 TO WS-CVD-COUNT.
004450 2150-EXIT.
004460     EXIT.
004470
004480*****************************************************************
004490*  2200-ACCUMULA-PERIODO - SOMMA LA RIGA DEL PERIODO NEI        *
004500*  PROGRESSIVI DEL DIPENDENTE, VOCE PER VOCE                    *
004510*****************************************************************
004520 2200-ACCUMULA-PERIODO.
004530     ADD 1 TO WS-CER-NUM-PERIODI
004540     ADD PRG-LORDO TO WS-CER-LORDO
004550     ADD PRG-ARRETRATI TO WS-CER-ARRETRATI
004560     ADD PRG-TRATTENUTE TO WS-CER-TRATTENUTE
004570     ADD PRG-DETRAZIONI TO WS-CER-DETRAZIONI
004580     ADD PRG-NETTO TO WS-CER-NETTO
004581     IF PRG-TFR-LIQUIDATO IS NUMERIC
004582         ADD PRG-TFR-LIQUIDATO TO WS-CER-TFR
004583     END-IF
004590     IF PRG-NUM-VOCI > 0
004600         PERFORM 2210-ACCUMULA-VOCE-DIPENDENTE THRU 2210-EXIT
004610             VARYING WS-PRG-IDX FROM 1 BY 1
004620             UNTIL WS-PRG-IDX > PRG-NUM-VOCI
004630     END-IF.
004640 2200-EXIT.
004650     EXIT.
004660
004670 2210-ACCUMULA-VOCE-DIPENDENTE.
004680     SET VOCE-NUOVA TO TRUE
004690     IF WS-CVD-COUNT > 0
004700         PERFORM 2220-CERCA-VOCE-DIPENDENTE
004710             VARYING WS-CVD-IDX FROM 1 BY 1
004720             UNTIL WS-CVD-IDX > WS-CVD-COUNT
004730     END-IF
004740     IF VOCE-TROVATA
004750         GO TO 2210-EXIT
004760     END-IF
004770     IF WS-CVD-COUNT = 50
004780         PERFORM 2230-SEGNALA-TABELLA-PIENA THRU 2230-EXIT
004790         GO TO 2210-EXIT
004800     END-IF
004810     ADD 1 TO WS-CVD-COUNT
004820     MOVE PRG-VOC-CODICE(WS-PRG-IDX)
004830         TO WS-CVD-CODICE(WS-CVD-COUNT)
004840     MOVE PRG-VOC-IMPORTO(WS-PRG-IDX)
004850         TO WS-CVD-IMPORTO(WS-CVD-COUNT).
004860 2210-EXIT.
004870     EXIT.
004880
004890 2220-CERCA-VOCE-DIPENDENTE.
004900     IF WS-CVD-CODICE(WS-CVD-IDX) = PRG-VOC-CODICE(WS-PRG-IDX)
004910         ADD PRG-VOC-IMPORTO(WS-PRG-IDX)
004920             TO WS-CVD-IMPORTO(WS-CVD-IDX)
004930         SET VOCE-TROVATA TO TRUE
004940     END-IF.
004950
004960 2230-SEGNALA-TABELLA-PIENA.
004970     IF NOT TABELLE-PIENE
004980         SET TABELLE-PIENE TO TRUE
004990         WRITE CERTRPT-LINE FROM WS-AVVISO-VOCI-LINE
005000     END-IF.
005010 2230-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*  3000-STAMPA-CERTIFICATO - CERTIFICATO ANNUALE DEL DIPENDENTE *
005060*  APPENA CONCLUSO E SOMMA NEI TOTALI AZIENDALI                 *
005070*****************************************************************
005080 3000-STAMPA-CERTIFICATO.
005090     PERFORM 3100-CERCA-ANAGRAFICA THRU 3100-EXIT
005100
005110     WRITE CERTRPT-LINE FROM WS-CER-SEPARATORE
005120     MOVE WS-ANNO-RICHIESTO TO WS-CI-ANNO
005130     WRITE CERTRPT-LINE FROM WS-CER-INTESTAZ
005140     MOVE WS-MATRICOLA-PRECEDENTE TO WS-CA-MATRICOLA
005150     MOVE WS-AC-COGNOME TO WS-CA-COGNOME
005160     MOVE WS-AC-NOME TO WS-CA-NOME
005170     MOVE WS-AC-DIPARTIMENTO TO WS-CA-DIPARTIMENTO
005180     WRITE CERTRPT-LINE FROM WS-CER-ANAGRAFICA
005190     IF WS-DATA-CESSAZIONE > 0
005200         MOVE WS-DATA-CESSAZIONE (1:4) TO WS-CC-ANNO
005210         MOVE WS-DATA-CESSAZIONE (5:2) TO WS-CC-MESE
005220         MOVE WS-DATA-CESSAZIONE (7:2) TO WS-CC-GIORNO
005230         WRITE CERTRPT-LINE FROM WS-CER-CESSATO-LINE
005240         ADD 1 TO WS-CONTA-CESSATI
005250     END-IF
005260     MOVE WS-CER-NUM-PERIODI TO WS-CP-PERIODI
005270     WRITE CERTRPT-LINE FROM WS-CER-PERIODI-LINE
005280
005290     MOVE "REDDITO DI LAVORO DIPENDENTE" TO WS-CM-DESCRIZIONE
005300     MOVE SPACE TO WS-CM-SEGNO
005310     MOVE WS-CER-LORDO TO WS-CM-IMPORTO
005320     WRITE CERTRPT-LINE FROM WS-CER-IMPORTO-LINE
005330     MOVE "ARRETRATI (TASSAZIONE SEPARATA)" TO WS-CM-DESCRIZIONE
005340     MOVE WS-CER-ARRETRATI TO WS-CM-IMPORTO
005350     WRITE CERTRPT-LINE FROM WS-CER-IMPORTO-LINE
005351     IF WS-CER-TFR > 0
005352         MOVE "TFR LIQUIDATO (TASSAZIONE SEPARATA)"
005353             TO WS-CM-DESCRIZIONE
005354         MOVE WS-CER-TFR TO WS-CM-IMPORTO
005355         WRITE CERTRPT-LINE FROM WS-CER-IMPORTO-LINE
005356     END-IF
005360
005370     WRITE CERTRPT-LINE FROM WS-CER-VOCI-TITOLO
005380     IF WS-CVD-COUNT > 0
005390         PERFORM 3200-STAMPA-VOCE-DIPENDENTE THRU 3200-EXIT
005400             VARYING WS-CVD-IDX FROM 1 BY 1
005410             UNTIL WS-CVD-IDX > WS-CVD-COUNT
005420     END-IF
005430
005440     MOVE "DETRAZIONI APPLICATE" TO WS-CM-DESCRIZIONE
005450     MOVE "-" TO WS-CM-SEGNO
005460     MOVE WS-CER-DETRAZIONI TO WS-CM-IMPORTO
005470     WRITE CERTRPT-LINE FROM WS-CER-IMPORTO-LINE
005480     MOVE "RITENUTE AL NETTO DELLE DETRAZIONI"
005490         TO WS-CM-DESCRIZIONE
005500     MOVE SPACE TO WS-CM-SEGNO
005510     MOVE WS-CER-TRATTENUTE TO WS-CM-IMPORTO
005520     WRITE CERTRPT-LINE FROM WS-CER-IMPORTO-LINE
005530     MOVE "NETTO CORRISPOSTO NELL'ANNO" TO WS-CM-DESCRIZIONE
005540     MOVE WS-CER-NETTO TO WS-CM-IMPORTO
005550     WRITE CERTRPT-LINE FROM WS-CER-IMPORTO-LINE
005560
005570     ADD 1 TO WS-CONTA-CERTIFICATI
005580     ADD WS-CER-LORDO TO WS-AZI-LORDO
005590     ADD WS-CER-ARRETRATI TO WS-AZI-ARRETRATI
005600     ADD WS-CER-TRATTENUTE TO WS-AZI-TRATTENUTE
005610     ADD WS-CER-DETRAZIONI TO WS-AZI-DETRAZIONI
005620     ADD WS-CER-NETTO TO WS-AZI-NETTO
005621     ADD WS-CER-TFR TO WS-AZI-TFR.
005630 3000-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670*  3100-CERCA-ANAGRAFICA - NOME, DIPARTIMENTO E DATA DI         *
005680*  CESSAZIONE DAL MASTER, O DALLO STORICO DIPHIST SE LA         *
005690*  MATRICOLA E' GIA' STATA ARCHIVIATA; ALTRIMENTI RESTANO I     *
005700*  DATI DELLA PRIMA RIGA DEI PROGRESSIVI                        *
005710*****************************************************************
005720 3100-CERCA-ANAGRAFICA.
005730     MOVE 0 TO WS-DATA-CESSAZIONE
005740     IF NOT MASTER-ASSENTE
005750         MOVE WS-MATRICOLA-PRECEDENTE TO DIP-MATRICOLA
005760         READ DIPMAST-FILE
005770             INVALID KEY
005780                 CONTINUE
005790             NOT INVALID KEY
005800                 MOVE DIP-COGNOME TO WS-AC-COGNOME
005810                 MOVE DIP-NOME TO WS-AC-NOME
005820                 MOVE DIP-DIPARTIMENTO TO WS-AC-DIPARTIMENTO
005830                 IF DIP-REC-CESSATO
005840                     AND DIP-DATA-CESSAZIONE IS NUMERIC
005850                     MOVE DIP-DATA-CESSAZIONE
005860                         TO WS-DATA-CESSAZIONE
005870                 END-IF
005880                 GO TO 3100-EXIT
005890         END-READ
005900     END-IF
005910     IF NOT STORICO-ASSENTE
005920         MOVE WS-MATRICOLA-PRECEDENTE TO DST-MATRICOLA
005930         READ DIPHIST-FILE
005940             INVALID KEY
005950                 CONTINUE
005960             NOT INVALID KEY
005970                 MOVE DST-COGNOME TO WS-AC-COGNOME
005980                 MOVE DST-NOME TO WS-AC-NOME
005990                 MOVE DST-DIPARTIMENTO TO WS-AC-DIPARTIMENTO
006000                 MOVE DST-DATA-CESSAZIONE TO WS-DATA-CESSAZIONE
006010         END-READ
006020     END-IF.
006030 3100-EXIT.
006040     EXIT.
006050
006060 3200-STAMPA-VOCE-DIPENDENTE.
006070     MOVE WS-CVD-CODICE(WS-CVD-IDX) TO WS-CV-CODICE
006080     PERFORM 3210-CERCA-DESCRIZIONE THRU 3210-EXIT
006090     MOVE WS-CVD-IMPORTO(WS-CVD-IDX) TO WS-CV-IMPORTO
006100     WRITE CERTRPT-LINE FROM WS-CER-VOCE-LINE
006110     PERFORM 3300-ACCUMULA-VOCE-AZIENDA THRU 3300-EXIT.
006120 3200-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160*  3210-CERCA-DESCRIZIONE - DESCRIZIONE DELLA VOCE DALLA        *
006170*  TABELLA DEDCTL; UNA VOCE NON PIU' IN TABELLA RESTA SENZA     *
006180*****************************************************************
006190 3210-CERCA-DESCRIZIONE.
006200     MOVE "(VOCE NON IN DEDCTL)" TO WS-CV-DESCRIZIONE
006210     IF WS-DVC-COUNT = 0
006220         GO TO 3210-EXIT
006230     END-IF
006240     SET WS-DVC-IDX TO 1
006250     SEARCH WS-DVC-ENTRY
006260         AT END
006270             CONTINUE
006280         WHEN WS-DVC-CODICE(WS-DVC-IDX) = WS-CV-CODICE
006290             MOVE WS-DVC-DESCRIZIONE(WS-DVC-IDX)
006300                 TO WS-CV-DESCRIZIONE
006310     END-SEARCH.
006320 3210-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*  3300-ACCUMULA-VOCE-AZIENDA - SOMMA LA VOCE DEL DIPENDENTE    *
006370*  NEL TOTALE AZIENDALE DELLA STESSA VOCE                       *
006380*****************************************************************
006390 3300-ACCUMULA-VOCE-AZIENDA.
006400     SET VOCE-NUOVA TO TRUE
006410     IF WS-AVD-COUNT > 0
006420         PERFORM 3310-CERCA-VOCE-AZIENDA
006430             VARYING WS-AVD-IDX FROM 1 BY 1
006440             UNTIL WS-AVD-IDX > WS-AVD-COUNT
006450     END-IF
006460     IF VOCE-TROVATA
006470         GO TO 3300-EXIT
006480     END-IF
006490     IF WS-AVD-COUNT = 50
006500         PERFORM 2230-SEGNALA-TABELLA-PIENA THRU 2230-EXIT
006510         GO TO 3300-EXIT
006520     END-IF
006530     ADD 1 TO WS-AVD-COUNT
006540     MOVE WS-CVD-CODICE(WS-CVD-IDX)
006550         TO WS-AVD-CODICE(WS-AVD-COUNT)
006560     MOVE WS-CVD-IMPORTO(WS-CVD-IDX)
006570         TO WS-AVD-IMPORTO(WS-AVD-COUNT).
006580 3300-EXIT.
006590     EXIT.
006600
006610 3310-CERCA-VOCE-AZIENDA.
006620     IF WS-AVD-CODICE(WS-AVD-IDX) = WS-CVD-CODICE(WS-CVD-IDX)
006630         ADD WS-CVD-IMPORTO(WS-CVD-IDX)
006640             TO WS-AVD-IMPORTO(WS-AVD-IDX)
006650         SET VOCE-TROVATA TO TRUE
006660     END-IF.
006670
006680*****************************************************************
006690*  4000-STAMPA-RIEPILOGO-AZIENDA - PAGINA DEI TOTALI AZIENDALI  *
006700*  DELL'ANNO: CERTIFICAZIONI EMESSE, REDDITI, RITENUTE PER      *
006710*  VOCE, DETRAZIONI E NETTI                                     *
006720*****************************************************************
006730 4000-STAMPA-RIEPILOGO-AZIENDA.
006740     WRITE CERTRPT-LINE FROM WS-CER-SEPARATORE
006750     MOVE WS-ANNO-RICHIESTO TO WS-AI-ANNO
006760     WRITE CERTRPT-LINE FROM WS-AZI-INTESTAZ
006770     MOVE WS-CONTA-CERTIFICATI TO WS-AN-CERTIFICATI
006780     MOVE WS-CONTA-CESSATI TO WS-AN-CESSATI
006790     WRITE CERTRPT-LINE FROM WS-AZI-CONTA-LINE
006800
006810     MOVE "REDDITI DI LAVORO DIPENDENTE" TO WS-AM-DESCRIZIONE
006820     MOVE SPACE TO WS-AM-SEGNO
006830     MOVE WS-AZI-LORDO TO WS-AM-IMPORTO
006840     WRITE CERTRPT-LINE FROM WS-AZI-IMPORTO-LINE
006850     MOVE "ARRETRATI (TASSAZIONE SEPARATA)" TO WS-AM-DESCRIZIONE
006860     MOVE WS-AZI-ARRETRATI TO WS-AM-IMPORTO
006870     WRITE CERTRPT-LINE FROM WS-AZI-IMPORTO-LINE
006871     MOVE "TFR LIQUIDATO (TASSAZIONE SEPARATA)"
006872         TO WS-AM-DESCRIZIONE
006873     MOVE WS-AZI-TFR TO WS-AM-IMPORTO
006874     WRITE CERTRPT-LINE FROM WS-AZI-IMPORTO-LINE
006880
006890     WRITE CERTRPT-LINE FROM WS-CER-VOCI-TITOLO
006900     IF WS-AVD-COUNT > 0
006910         PERFORM 4100-STAMPA-VOCE-AZIENDA
006920             VARYING WS-AVD-IDX FROM 1 BY 1
006930             UNTIL WS-AVD-IDX > WS-AVD-COUNT
006940     END-IF
006950
006960     MOVE "DETRAZIONI APPLICATE" TO WS-AM-DESCRIZIONE
006970     MOVE "-" TO WS-AM-SEGNO
006980     MOVE WS-AZI-DETRAZIONI TO WS-AM-IMPORTO
006990     WRITE CERTRPT-LINE FROM WS-AZI-IMPORTO-LINE
007000     MOVE "RITENUTE AL NETTO DELLE DETRAZIONI"
007010         TO WS-AM-DESCRIZIONE
007020     MOVE SPACE TO WS-AM-SEGNO
007030     MOVE WS-AZI-TRATTENUTE TO WS-AM-IMPORTO
007040     WRITE CERTRPT-LINE FROM WS-AZI-IMPORTO-LINE
007050     MOVE "NETTI CORRISPOSTI NELL'ANNO" TO WS-AM-DESCRIZIONE
007060     MOVE WS-AZI-NETTO TO WS-AM-IMPORTO
007070     WRITE CERTRPT-LINE FROM WS-AZI-IMPORTO-LINE.
007080 4000-EXIT.
007090     EXIT.
007100
007110 4100-STAMPA-VOCE-AZIENDA.
007120     MOVE WS-AVD-CODICE(WS-AVD-IDX) TO WS-AV-CODICE
007130     MOVE WS-AVD-CODICE(WS-AVD-IDX) TO WS-CV-CODICE
007140     PERFORM 3210-CERCA-DESCRIZIONE THRU 3210-EXIT
007150     MOVE WS-CV-DESCRIZIONE TO WS-AV-DESCRIZIONE
007160     MOVE WS-AVD-IMPORTO(WS-AVD-IDX) TO WS-AV-IMPORTO
007170     WRITE CERTRPT-LINE FROM WS-AZI-VOCE-LINE.
007180
007190*****************************************************************
007200*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
007210*****************************************************************
007220 9000-TERMINA-RUN.
007230     IF WS-FS-PRGANNO NOT = "35"
007240         CLOSE PRGANNO-FILE
007250     END-IF
007251     IF NOT MASTER-ASSENTE
007252         CLOSE DIPMAST-FILE
007253     END-IF
007254     IF NOT STORICO-ASSENTE
007255         CLOSE DIPHIST-FILE
007256     END-IF
007280     CLOSE CERTRPT-FILE
007290
007300     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
007310 9000-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
007360*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
007370*  GIORNALIERO RUNRPT                                           *
007380*****************************************************************
007390 9100-SCRIVI-GIORNALE-RUN.
007400     OPEN EXTEND RUNJRNL-FILE
007410     IF WS-FS-RUNJRNL = "35"
007420         OPEN OUTPUT RUNJRNL-FILE
007430         CLOSE RUNJRNL-FILE
007440         OPEN EXTEND RUNJRNL-FILE
007450     END-IF
007460
007470     MOVE SPACES TO RNJ-RECORD
007480     MOVE "CERTFIS" TO RNJ-PROGRAMMA
007490     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
007500     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
007510     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
007520     ACCEPT WS-ORA-FINE-RUN FROM TIME
007530     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
007540     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
007550     MOVE SPACES TO RNJ-PERIODO
007560     MOVE WS-ANNO-RICHIESTO TO RNJ-PERIODO (1:4)
007570     MOVE WS-CONTA-PRG-LETTI TO RNJ-RECORD-LETTI
007580     MOVE WS-CONTA-CERTIFICATI TO RNJ-RECORD-SCRITTI
007590     MOVE 0 TO RNJ-RECORD-SCARTATI
007600     MOVE 0 TO RNJ-NUM-BATCH
007610     IF TABELLE-PIENE
007620         SET RNJ-ESITO-ERRORE TO TRUE
007630     ELSE
007640         SET RNJ-ESITO-OK TO TRUE
007650     END-IF
007660     WRITE RNJ-RECORD
007670     CLOSE RUNJRNL-FILE.
007680 9100-EXIT.
007690     EXIT.
