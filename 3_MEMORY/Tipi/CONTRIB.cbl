000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTRIB.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  CONTRIBUTI PREVIDENZIALI A CARICO AZIENDA E DENUNCIA *
000090*          MENSILE ALL'ENTE. SI ESEGUE DOPO PAYSLIP E PRIMA DI  *
000100*          GLEXTR. LA TABELLA DELLE ALIQUOTE DEL DATORE DI      *
000110*          LAVORO CONTRAZ (COPY CPCTRAZ) E' CARICATA UNA VOLTA  *
000120*          SOLA, COME DEDCTL IN PAYSLIP. PER OGNI CEDOLINO DI   *
000130*          NETDETT L'IMPONIBILE E' IL LORDO DEL CEDOLINO MENO   *
000140*          IL TFR LIQUIDATO AL CESSATO (LETTO SUI PROGRESSIVI   *
000150*          PRGANNO), CHE NON E' IMPONIBILE. IL FILE DENUNCIA    *
000160*          (COPY CPDENUN) PORTA TESTATA, UNA RIGA PER MATRICOLA *
000170*          E CODA DI CONTROLLO, IL CUI LORDO VIENE QUADRATO CON *
000180*          LA RIGA **TOTALE** DI NETSMRY. IL REGISTRO CTRRPT    *
000190*          MOSTRA PER MATRICOLA E PER DIPARTIMENTO IL COSTO     *
000200*          AZIENDALE (IMPONIBILE PIU' CONTRIBUTI). I CONTRIBUTI *
000210*          PER DIPARTIMENTO SONO ACCODATI A PAYSMRY CON VOCE    *
000220*          "CTR-<DIPARTIMENTO>", DA CENSIRE SUL PIANO DEI CONTI *
000230*          COAMAP PERCHE' GLEXTR LI CONTABILIZZI.               *
000240*                                                               *
000250*  STORIA DELLE MODIFICHE                                       *
000260*  DATA        AUTORE  DESCRIZIONE                              *
000270*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTRAZ-FILE ASSIGN TO "CONTRAZ"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-FS-CONTRAZ.
000390
000400     SELECT NETDETT-FILE ASSIGN TO "NETDETT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-FS-NETDETT.
000430
000440     SELECT PRGANNO-FILE ASSIGN TO "PRGANNO"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PRG-CHIAVE
000480         FILE STATUS IS WS-FS-PRGANNO.
000490
000500     SELECT NETSMRY-FILE ASSIGN TO "NETSMRY"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-FS-NETSMRY.
000530
000540     SELECT PAYSMRY-FILE ASSIGN TO "PAYSMRY"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-FS-PAYSMRY.
000570
000580     SELECT DENUNCIA-FILE ASSIGN TO "DENUNCIA"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-DENUNCIA.
000610
000620     SELECT CTRRPT-FILE ASSIGN TO "CTRRPT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-CTRRPT.
000650
000660     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FS-RUNJRNL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CONTRAZ-FILE.
000730 COPY CPCTRAZ.
000740
000750 FD  NETDETT-FILE.
000760 COPY CPNETDT.
000770
000780 FD  PRGANNO-FILE.
000790 COPY CPPRGAN.
000800
000810 FD  NETSMRY-FILE.
000820 COPY CPNETSM.
000830
000840 FD  PAYSMRY-FILE.
000850 COPY CPPAYSM.
000860
000870 FD  DENUNCIA-FILE.
000880 COPY CPDENUN.
000890
000900 FD  CTRRPT-FILE.
000910 01  CTRRPT-LINE                 PIC X(96).
000920
000930 FD  RUNJRNL-FILE.
000940 COPY CPRUNJR.
000950
000960 WORKING-STORAGE SECTION.
000970*****************************************************************
000980*  CODICI DI STATO DEI FILE                                     *
000990*****************************************************************
001000 01  WS-FILE-STATUS-AREA.
001010     05  WS-FS-CONTRAZ           PIC X(02).
001020     05  WS-FS-NETDETT           PIC X(02).
001030     05  WS-FS-PRGANNO           PIC X(02).
001040     05  WS-FS-NETSMRY           PIC X(02).
001050     05  WS-FS-PAYSMRY           PIC X(02).
001060     05  WS-FS-DENUNCIA          PIC X(02).
001070     05  WS-FS-CTRRPT            PIC X(02).
001080     05  WS-FS-RUNJRNL           PIC X(02).
001090
001100*****************************************************************
001110*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001120*****************************************************************
001130 01  WS-INDICATORI.
001140     05  WS-SW-FINE-NETDETT      PIC X(01)   VALUE "N".
001150         88  FINE-NETDETT                    VALUE "S".
001160     05  WS-SW-FINE-NETSMRY      PIC X(01)   VALUE "N".
001170         88  FINE-NETSMRY                    VALUE "S".
001180     05  WS-SW-FINE-PAYSMRY      PIC X(01)   VALUE "N".
001190         88  FINE-PAYSMRY                    VALUE "S".
001200     05  WS-SW-PRGANNO           PIC X(01)   VALUE "S".
001210         88  PRGANNO-DISPONIBILE             VALUE "S".
001220         88  PRGANNO-ASSENTE                 VALUE "N".
001230     05  WS-SW-TABELLA           PIC X(01)   VALUE "N".
001240         88  TABELLA-CARICATA                VALUE "S".
001250         88  TABELLA-ASSENTE                 VALUE "N".
001260     05  WS-SW-TOTALE-NETSM      PIC X(01)   VALUE "N".
001270         88  TOTALE-NETSM-TROVATO            VALUE "S".
001280         88  TOTALE-NETSM-ASSENTE            VALUE "N".
001290     05  WS-SW-QUADRATURA        PIC X(01)   VALUE "S".
001300         88  QUADRATURA-OK                   VALUE "S".
001310         88  QUADRATURA-KO                   VALUE "N".
001320     05  WS-SW-CDP               PIC X(01)   VALUE "N".
001330         88  CDP-TROVATO                     VALUE "S".
001340         88  CDP-NON-TROVATO                 VALUE "N".
001350     05  WS-SW-VOCI-GL           PIC X(01)   VALUE "N".
001360         88  VOCI-GL-GIA-PRESENTI            VALUE "S".
001370         88  VOCI-GL-ASSENTI                 VALUE "N".
001380
001390*****************************************************************
001400*  TABELLA DELLE ALIQUOTE A CARICO AZIENDA (DA CONTRAZ), CON IL *
001410*  TOTALE DEI CONTRIBUTI DELLA RUN PER VOCE                     *
001420*****************************************************************
001430 01  WS-TABELLA-CONTRIBUTI.
001440     05  WS-CTR-ENTRY OCCURS 1 TO 20 TIMES
001450                 DEPENDING ON WS-CTR-COUNT
001460                 INDEXED BY WS-CTR-IDX.
001470         10  WS-CTR-CODICE       PIC X(04).
001480         10  WS-CTR-DESCRIZIONE  PIC X(20).
001490         10  WS-CTR-PERCENTUALE  PIC 9(02)V9(02).
001500         10  WS-CTR-MASSIMALE    PIC 9(07)V99.
001510         10  WS-CTR-TOTALE       PIC 9(09)V99.
001520 77  WS-CTR-COUNT                PIC 9(02)   VALUE 0.
001530
001540*****************************************************************
001550*  TABELLA DEL COSTO PER DIPARTIMENTO, SCARICATA SU CTRRPT E    *
001560*  SU PAYSMRY A FINE ELABORAZIONE                               *
001570*****************************************************************
001580 01  WS-TABELLA-DIPARTIMENTI.
001590     05  WS-CDP-ENTRY OCCURS 1 TO 50 TIMES
001600                 DEPENDING ON WS-CDP-COUNT
001610                 INDEXED BY WS-CDP-IDX.
001620         10  WS-CDP-DIPARTIMENTO PIC X(15).
001630         10  WS-CDP-IMPONIBILE   PIC 9(09)V99.
001640         10  WS-CDP-CONTRIBUTI   PIC 9(09)V99.
001650         10  WS-CDP-NUM-DIP      PIC 9(05).
001660 77  WS-CDP-COUNT                PIC 9(02)   VALUE 0.
001670
001680*****************************************************************
001690*  IMPORTI DEL CEDOLINO CORRENTE, CONTATORI E TOTALI DELLA RUN  *
001700*****************************************************************
001710 77  WS-PERIODO-DENUNCIA         PIC X(06)   VALUE SPACES.
001720 77  WS-ESCLUSO-DIPENDENTE       PIC 9(07)V99 VALUE 0.
001730 77  WS-IMPONIBILE-DIPENDENTE    PIC 9(07)V99 VALUE 0.
001740 77  WS-BASE-VOCE                PIC 9(07)V99 VALUE 0.
001750 77  WS-CONTRIBUTO-VOCE          PIC 9(07)V99 VALUE 0.
001760 77  WS-CONTRIBUTI-DIPENDENTE    PIC 9(07)V99 VALUE 0.
001770 77  WS-COSTO-DIPENDENTE         PIC 9(07)V99 VALUE 0.
001780 77  WS-CONTA-LETTI              PIC 9(06)   VALUE 0.
001790 77  WS-CONTA-DENUNCIATI         PIC 9(06)   VALUE 0.
001800 77  WS-CONTA-ESCLUSI            PIC 9(06)   VALUE 0.
001810 77  WS-CONTA-VOCI-GL            PIC 9(06)   VALUE 0.
001820 77  WS-TOT-LORDO                PIC 9(11)V99 VALUE 0.
001830 77  WS-TOT-ESCLUSO              PIC 9(11)V99 VALUE 0.
001840 77  WS-TOT-IMPONIBILE           PIC 9(11)V99 VALUE 0.
001850 77  WS-TOT-CONTRIBUTI           PIC 9(11)V99 VALUE 0.
001860 77  WS-TOT-COSTO                PIC 9(11)V99 VALUE 0.
001870 77  WS-LORDO-RIEPILOGO          PIC 9(09)V99 VALUE 0.
001880 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001890 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001900 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001910
001920 01  WS-DATA-SISTEMA.
001930     05  WS-DS-ANNO              PIC 9(04).
001940     05  WS-DS-MESE              PIC 9(02).
001950     05  WS-DS-GIORNO            PIC 9(02).
001960
001970*****************************************************************
001980*  LINEE DI STAMPA - REGISTRO CONTRIBUTI A CARICO AZIENDA       *
001990*****************************************************************
002000 01  WS-RPT-INTESTAZ-1.
002010     05  FILLER                  PIC X(44)
002020         VALUE "CONTRIBUTI A CARICO AZIENDA - PERIODO PAGA ".
002030     05  WS-RI-PERIODO           PIC X(06).
002040
002050 01  WS-RPT-INTESTAZ-2.
002060     05  FILLER                  PIC X(08)   VALUE "MATRIC.".
002070     05  FILLER                  PIC X(02)   VALUE SPACES.
002080     05  FILLER                  PIC X(20)   VALUE "COGNOME".
002090     05  FILLER                  PIC X(01)   VALUE SPACES.
002100     05  FILLER                  PIC X(15)   VALUE "DIPARTIMENTO".
002110     05  FILLER                  PIC X(15)   VALUE "IMPONIBILE".
002120     05  FILLER                  PIC X(14)   VALUE "CONTRIBUTI".
002130     05  FILLER                  PIC X(13)
002135         VALUE "COSTO AZIENDA".
002140
002150 01  WS-RPT-DETT-LINE.
002160     05  WS-RD-MATRICOLA         PIC ZZZZZ9.
002170     05  FILLER                  PIC X(04)   VALUE SPACES.
002180     05  WS-RD-COGNOME           PIC X(20).
002190     05  FILLER                  PIC X(01)   VALUE SPACES.
002200     05  WS-RD-DIPARTIMENTO      PIC X(15).
002210     05  WS-RD-IMPONIBILE        PIC Z.ZZZ.ZZ9,99.
002220     05  FILLER                  PIC X(02)   VALUE SPACES.
002230     05  WS-RD-CONTRIBUTI        PIC Z.ZZZ.ZZ9,99.
002240     05  FILLER                  PIC X(02)   VALUE SPACES.
002250     05  WS-RD-COSTO             PIC Z.ZZZ.ZZ9,99.
002260
002270 01  WS-RPT-TOTALE-LINE.
002280     05  FILLER                  PIC X(30)
002290         VALUE "TOTALE MATRICOLE DENUNCIATE".
002300     05  WS-RT-CONTA             PIC ZZZZZ9.
002310     05  FILLER                  PIC X(04)   VALUE SPACES.
002320     05  WS-RT-IMPONIBILE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002330     05  FILLER                  PIC X(01)   VALUE SPACES.
002340     05  WS-RT-CONTRIBUTI        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002350     05  FILLER                  PIC X(01)   VALUE SPACES.
002360     05  WS-RT-COSTO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002370
002380 01  WS-RPT-ESCLUSI-LINE.
002390     05  FILLER                  PIC X(30)
002400         VALUE "CEDOLINI SENZA IMPONIBILE".
002410     05  WS-RE-CONTA             PIC ZZZZZ9.
002420     05  FILLER                  PIC X(20)
002430         VALUE "  TFR NON IMPONIB. ".
002440     05  WS-RE-ESCLUSO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002450
002460 01  WS-RPT-VOCI-INTESTAZ.
002470     05  FILLER                  PIC X(96)
002480         VALUE "RIEPILOGO PER VOCE CONTRIBUTIVA".
002490
002500 01  WS-RPT-VOCE-LINE.
002510     05  WS-RV-CODICE            PIC X(04).
002520     05  FILLER                  PIC X(02)   VALUE SPACES.
002530     05  WS-RV-DESCRIZIONE       PIC X(20).
002540     05  FILLER                  PIC X(02)   VALUE SPACES.
002550     05  WS-RV-PERCENTUALE       PIC Z9,99.
002560     05  FILLER                  PIC X(02)   VALUE " %".
002570     05  FILLER                  PIC X(02)   VALUE SPACES.
002580     05  WS-RV-MASSIMALE         PIC Z.ZZZ.ZZ9,99.
002590     05  FILLER                  PIC X(02)   VALUE SPACES.
002600     05  WS-RV-TOTALE            PIC ZZZ.ZZZ.ZZ9,99.
002610
002620 01  WS-RPT-DIP-INTESTAZ.
002630     05  FILLER                  PIC X(96)
002640         VALUE "COSTO DEL PERSONALE PER DIPARTIMENTO".
002650
002660 01  WS-RPT-DIP-LINE.
002670     05  WS-RP-DIPARTIMENTO      PIC X(15).
002680     05  FILLER                  PIC X(02)   VALUE SPACES.
002690     05  WS-RP-NUM-DIP           PIC ZZZZ9.
002700     05  FILLER                  PIC X(02)   VALUE SPACES.
002710     05  WS-RP-IMPONIBILE        PIC ZZZ.ZZZ.ZZ9,99.
002720     05  FILLER                  PIC X(02)   VALUE SPACES.
002730     05  WS-RP-CONTRIBUTI        PIC ZZZ.ZZZ.ZZ9,99.
002740     05  FILLER                  PIC X(02)   VALUE SPACES.
002750     05  WS-RP-COSTO             PIC ZZZ.ZZZ.ZZ9,99.
002760
002770 01  WS-RPT-QUADRA-OK-LINE.
002780     05  FILLER                  PIC X(96)
002790         VALUE "QUADRATURA CON NETSMRY: OK - FILE DENUNCIA PRONTO
002800-    " PER L'INVIO".
002810
002820 01  WS-RPT-SQUADRA-LINE.
002830     05  FILLER                  PIC X(43)
002840         VALUE "ATTENZIONE: SQUADRATURA CON NETSMRY - LORDO".
002850     05  FILLER                  PIC X(12)
002860         VALUE " RIEPILOGO  ".
002870     05  WS-RQ-LORDO-RIEP        PIC ZZZ.ZZZ.ZZ9,99.
002880     05  FILLER                  PIC X(10)
002890         VALUE "  DENUNCIA".
002900     05  WS-RQ-LORDO-DEN         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002910
002920 01  WS-RPT-NORIEP-LINE.
002930     05  FILLER                  PIC X(96)
002940         VALUE "ATTENZIONE: RIEPILOGO NETSMRY ASSENTE O SENZA RI
002950-    "GA **TOTALE**: QUADRATURA NON ESEGUITA".
002960
002970 01  WS-RPT-GL-LINE.
002980     05  FILLER                  PIC X(40)
002990         VALUE "VOCI CTR- ACCODATE A PAYSMRY PER GLEXTR".
003000     05  WS-RG-CONTA             PIC ZZZZZ9.
003010
003020 01  WS-RPT-GL-DOPPIO-LINE.
003030     05  FILLER                  PIC X(96)
003040         VALUE "VOCI CTR- DEL PERIODO GIA' PRESENTI SU PAYSMRY: N
003050-    "ON ACCODATE DI NUOVO".
003060
003070 01  WS-RPT-NOTAB-LINE.
003080     05  FILLER                  PIC X(48)
003090         VALUE "TABELLA CONTRAZ ASSENTE O VUOTA: NESSUN CONTRIBU".
003100     05  FILLER                  PIC X(48)
003110         VALUE "TO CALCOLATO, DENUNCIA NON PRODOTTA".
003120
003130 PROCEDURE DIVISION.
003140*****************************************************************
003150*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA RUN CONTRIBUTI    *
003160*****************************************************************
003170 0000-MAINLINE.
003180     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
003190     IF TABELLA-CARICATA
003200         PERFORM 2000-CALCOLA-CONTRIBUTI THRU 2000-EXIT
003210         PERFORM 3000-CHIUDI-DENUNCIA THRU 3000-EXIT
003220         PERFORM 4000-QUADRA-CON-NETSMRY THRU 4000-EXIT
003230         PERFORM 5000-ACCODA-VOCI-GL THRU 5000-EXIT
003240     END-IF
003250     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
003260     STOP RUN.
003270
003280*****************************************************************
003290*  1000-INIZIALIZZA-RUN - CARICAMENTO DELLA TABELLA ALIQUOTE,   *
003300*  APERTURA DEI FILE E TESTATA DELLA DENUNCIA. IL PERIODO PAGA  *
003310*  E' QUELLO DEL PRIMO CEDOLINO DI NETDETT.                     *
003320*****************************************************************
003330 1000-INIZIALIZZA-RUN.
003340     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003350     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
003360
003370     OPEN OUTPUT CTRRPT-FILE
003380     OPEN INPUT CONTRAZ-FILE
003390     PERFORM 1100-CARICA-TABELLA-CONTRAZ THRU 1100-EXIT
003400     IF TABELLA-ASSENTE
003410         WRITE CTRRPT-LINE FROM WS-RPT-NOTAB-LINE
003420         DISPLAY "CONTRIBUTI NON CALCOLATI: TABELLA CONTRAZ"
003430                 " ASSENTE O VUOTA"
003440         GO TO 1000-EXIT
003450     END-IF
003460
003470     OPEN INPUT NETDETT-FILE
003480     IF WS-FS-NETDETT = "35"
003490         SET FINE-NETDETT TO TRUE
003500     END-IF
003510     OPEN INPUT PRGANNO-FILE
003520     IF WS-FS-PRGANNO = "35"
003530         SET PRGANNO-ASSENTE TO TRUE
003540     END-IF
003550     OPEN OUTPUT DENUNCIA-FILE
003560
003570     PERFORM 1200-LEGGI-NETDETT THRU 1200-EXIT
003580     IF NOT FINE-NETDETT
003590         MOVE NETD-PERIODO TO WS-PERIODO-DENUNCIA
003600     END-IF
003610
003620     MOVE SPACES TO DEN-RECORD
003630     SET DEN-TESTATA TO TRUE
003640     MOVE WS-PERIODO-DENUNCIA TO DEN-HDR-PERIODO
003650     MOVE WS-DATA-SISTEMA TO DEN-HDR-DATA-CREAZ
003660     MOVE WS-CTR-COUNT TO DEN-HDR-NUM-VOCI
003670     WRITE DEN-RECORD
003680
003690     MOVE WS-PERIODO-DENUNCIA TO WS-RI-PERIODO
003700     WRITE CTRRPT-LINE FROM WS-RPT-INTESTAZ-1
003710     WRITE CTRRPT-LINE FROM WS-RPT-INTESTAZ-2.
003720 1000-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*  1100-CARICA-TABELLA-CONTRAZ - CARICA IN MEMORIA LE ALIQUOTE  *
003770*  A CARICO AZIENDA DAL FILE DI CONTROLLO CONTRAZ               *
003780*****************************************************************
003790 1100-CARICA-TABELLA-CONTRAZ.
003800     MOVE 0 TO WS-CTR-COUNT
003810     IF WS-FS-CONTRAZ NOT = "35"
003820         PERFORM 1110-LEGGI-RIGA-CONTRAZ THRU 1110-EXIT
003830             UNTIL WS-FS-CONTRAZ = "10"
003840             OR WS-CTR-COUNT = 20
003850         CLOSE CONTRAZ-FILE
003860     END-IF
003870     IF WS-CTR-COUNT > 0
003880         SET TABELLA-CARICATA TO TRUE
003890     END-IF.
003900 1100-EXIT.
003910     EXIT.
003920
003930 1110-LEGGI-RIGA-CONTRAZ.
003940     READ CONTRAZ-FILE
003950         AT END
003960             MOVE "10" TO WS-FS-CONTRAZ
003970             GO TO 1110-EXIT
003980     END-READ
003990     ADD 1 TO WS-CTR-COUNT
004000     MOVE CTR-CODICE TO WS-CTR-CODICE(WS-CTR-COUNT)
004010     MOVE CTR-DESCRIZIONE TO WS-CTR-DESCRIZIONE(WS-CTR-COUNT)
004020     MOVE CTR-PERCENTUALE TO WS-CTR-PERCENTUALE(WS-CTR-COUNT)
004030     MOVE CTR-MASSIMALE TO WS-CTR-MASSIMALE(WS-CTR-COUNT)
004040     MOVE 0 TO WS-CTR-TOTALE(WS-CTR-COUNT).
004050 1110-EXIT.
004060     EXIT.
004070
004080 1200-LEGGI-NETDETT.
004090     IF FINE-NETDETT
004100         GO TO 1200-EXIT
004110     END-IF
004120     READ NETDETT-FILE
004130         AT END
004140             SET FINE-NETDETT TO TRUE
004150             GO TO 1200-EXIT
004160     END-READ
004170     ADD 1 TO WS-CONTA-LETTI.
004180 1200-EXIT.
004190     EXIT.
004200
004210*****************************************************************
004220*  2000-CALCOLA-CONTRIBUTI - SCORRE I CEDOLINI DI NETDETT       *
004230*****************************************************************
004240 2000-CALCOLA-CONTRIBUTI.
004250     PERFORM 2100-ELABORA-CEDOLINO THRU 2100-EXIT
004260         UNTIL FINE-NETDETT.
004270 2000-EXIT.
004280     EXIT.
004290
004300 2100-ELABORA-CEDOLINO.
004310     PERFORM 2200-CONTRIBUTI-DIPENDENTE THRU 2200-EXIT
004320     PERFORM 1200-LEGGI-NETDETT THRU 1200-EXIT.
004330 2100-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370*  2200-CONTRIBUTI-DIPENDENTE - IMPONIBILE DEL CEDOLINO (LORDO  *
004380*  MENO TFR LIQUIDATO) E CONTRIBUTI PER OGNI VOCE DELLA         *
004390*  TABELLA. IL CEDOLINO FINALE DEL CESSATO CON LA SOLA          *
004400*  LIQUIDAZIONE TFR NON HA IMPONIBILE E NON VA IN DENUNCIA,     *
004410*  MA IL SUO LORDO RESTA NEL TOTALE DA QUADRARE CON NETSMRY.    *
004420*****************************************************************
004430 2200-CONTRIBUTI-DIPENDENTE.
004440     MOVE 0 TO WS-ESCLUSO-DIPENDENTE
004450     IF PRGANNO-DISPONIBILE
004460         MOVE NETD-MATRICOLA TO PRG-MATRICOLA
004470         MOVE NETD-PERIODO TO PRG-PERIODO
004480         READ PRGANNO-FILE
004490             INVALID KEY
004500                 MOVE 0 TO PRG-TFR-LIQUIDATO
004510         END-READ
004520         MOVE PRG-TFR-LIQUIDATO TO WS-ESCLUSO-DIPENDENTE
004530     END-IF
004540     IF WS-ESCLUSO-DIPENDENTE > NETD-LORDO
004550         MOVE NETD-LORDO TO WS-ESCLUSO-DIPENDENTE
004560     END-IF
004570     COMPUTE WS-IMPONIBILE-DIPENDENTE =
004580             NETD-LORDO - WS-ESCLUSO-DIPENDENTE
004590     ADD NETD-LORDO TO WS-TOT-LORDO
004600     ADD WS-ESCLUSO-DIPENDENTE TO WS-TOT-ESCLUSO
004610     IF WS-IMPONIBILE-DIPENDENTE = 0
004620         ADD 1 TO WS-CONTA-ESCLUSI
004630         GO TO 2200-EXIT
004640     END-IF
004650
004660     MOVE 0 TO WS-CONTRIBUTI-DIPENDENTE
004670     PERFORM 2210-CALCOLA-VOCE
004680         VARYING WS-CTR-IDX FROM 1 BY 1
004690         UNTIL WS-CTR-IDX > WS-CTR-COUNT
004700     COMPUTE WS-COSTO-DIPENDENTE =
004710             WS-IMPONIBILE-DIPENDENTE + WS-CONTRIBUTI-DIPENDENTE
004720
004730     MOVE SPACES TO DEN-RECORD
004740     SET DEN-DETTAGLIO TO TRUE
004750     MOVE NETD-MATRICOLA TO DEN-MATRICOLA
004760     MOVE NETD-COGNOME TO DEN-COGNOME
004770     MOVE NETD-NOME TO DEN-NOME
004780     MOVE NETD-PERIODO TO DEN-PERIODO
004790     MOVE WS-IMPONIBILE-DIPENDENTE TO DEN-IMPONIBILE
004800     MOVE WS-CONTRIBUTI-DIPENDENTE TO DEN-CONTRIBUTI
004810     WRITE DEN-RECORD
004820
004830     ADD 1 TO WS-CONTA-DENUNCIATI
004840     ADD WS-IMPONIBILE-DIPENDENTE TO WS-TOT-IMPONIBILE
004850     ADD WS-CONTRIBUTI-DIPENDENTE TO WS-TOT-CONTRIBUTI
004860     ADD WS-COSTO-DIPENDENTE TO WS-TOT-COSTO
004870     PERFORM 2300-ACCUMULA-DIPARTIMENTO THRU 2300-EXIT
004880
004890     MOVE NETD-MATRICOLA TO WS-RD-MATRICOLA
004900     MOVE NETD-COGNOME TO WS-RD-COGNOME
004910     MOVE NETD-DIPARTIMENTO TO WS-RD-DIPARTIMENTO
004920     MOVE WS-IMPONIBILE-DIPENDENTE TO WS-RD-IMPONIBILE
004930     MOVE WS-CONTRIBUTI-DIPENDENTE TO WS-RD-CONTRIBUTI
004940     MOVE WS-COSTO-DIPENDENTE TO WS-RD-COSTO
004950     WRITE CTRRPT-LINE FROM WS-RPT-DETT-LINE.
004960 2200-EXIT.
004970     EXIT.
004980
004990*    IL MASSIMALE DELLA VOCE LIMITA LA BASE SU CUI SI APPLICA
005000*    L'ALIQUOTA; A ZERO LA VOCE SI APPLICA A TUTTO L'IMPONIBILE.
005010 2210-CALCOLA-VOCE.
005020     MOVE WS-IMPONIBILE-DIPENDENTE TO WS-BASE-VOCE
005030     IF WS-CTR-MASSIMALE(WS-CTR-IDX) > 0
005040         AND WS-BASE-VOCE > WS-CTR-MASSIMALE(WS-CTR-IDX)
005050         MOVE WS-CTR-MASSIMALE(WS-CTR-IDX) TO WS-BASE-VOCE
005060     END-IF
005070     COMPUTE WS-CONTRIBUTO-VOCE ROUNDED =
005080             WS-BASE-VOCE * WS-CTR-PERCENTUALE(WS-CTR-IDX) / 100
005090     ADD WS-CONTRIBUTO-VOCE TO WS-CONTRIBUTI-DIPENDENTE
005100     ADD WS-CONTRIBUTO-VOCE TO WS-CTR-TOTALE(WS-CTR-IDX).
005110
005120*****************************************************************
005130*  2300-ACCUMULA-DIPARTIMENTO - AGGIUNGE IL CEDOLINO AL COSTO   *
005140*  DEL SUO DIPARTIMENTO                                         *
005150*****************************************************************
005160 2300-ACCUMULA-DIPARTIMENTO.
005170     SET CDP-NON-TROVATO TO TRUE
005180     IF WS-CDP-COUNT > 0
005190         PERFORM 2310-CERCA-DIPARTIMENTO
005200             VARYING WS-CDP-IDX FROM 1 BY 1
005210             UNTIL WS-CDP-IDX > WS-CDP-COUNT
005220     END-IF
005230     IF CDP-NON-TROVATO AND WS-CDP-COUNT < 50
005240         ADD 1 TO WS-CDP-COUNT
005250         MOVE NETD-DIPARTIMENTO
005260             TO WS-CDP-DIPARTIMENTO(WS-CDP-COUNT)
005270         MOVE WS-IMPONIBILE-DIPENDENTE
005280             TO WS-CDP-IMPONIBILE(WS-CDP-COUNT)
005290         MOVE WS-CONTRIBUTI-DIPENDENTE
005300             TO WS-CDP-CONTRIBUTI(WS-CDP-COUNT)
005310         MOVE 1 TO WS-CDP-NUM-DIP(WS-CDP-COUNT)
005320     END-IF.
005330 2300-EXIT.
005340     EXIT.
005350
005360 2310-CERCA-DIPARTIMENTO.
005370     IF WS-CDP-DIPARTIMENTO(WS-CDP-IDX) = NETD-DIPARTIMENTO
005380         ADD WS-IMPONIBILE-DIPENDENTE
005390             TO WS-CDP-IMPONIBILE(WS-CDP-IDX)
005400         ADD WS-CONTRIBUTI-DIPENDENTE
005410             TO WS-CDP-CONTRIBUTI(WS-CDP-IDX)
005420         ADD 1 TO WS-CDP-NUM-DIP(WS-CDP-IDX)
005430         SET CDP-TROVATO TO TRUE
005440     END-IF.
005450
005460*****************************************************************
005470*  3000-CHIUDI-DENUNCIA - CODA DI CONTROLLO DELLA DENUNCIA E    *
005480*  TOTALI DEL REGISTRO, PER VOCE E PER DIPARTIMENTO             *
005490*****************************************************************
005500 3000-CHIUDI-DENUNCIA.
005510     MOVE SPACES TO DEN-RECORD
005520     SET DEN-CODA-CONTROLLO TO TRUE
005530     MOVE WS-CONTA-DENUNCIATI TO DEN-TRL-NUM-RIGHE
005540     MOVE WS-TOT-LORDO TO DEN-TRL-TOT-LORDO
005550     MOVE WS-TOT-ESCLUSO TO DEN-TRL-TOT-ESCLUSO
005560     MOVE WS-TOT-IMPONIBILE TO DEN-TRL-TOT-IMPONIB
005570     MOVE WS-TOT-CONTRIBUTI TO DEN-TRL-TOT-CONTRIB
005580     WRITE DEN-RECORD
005590
005600     MOVE WS-CONTA-DENUNCIATI TO WS-RT-CONTA
005610     MOVE WS-TOT-IMPONIBILE TO WS-RT-IMPONIBILE
005620     MOVE WS-TOT-CONTRIBUTI TO WS-RT-CONTRIBUTI
005630     MOVE WS-TOT-COSTO TO WS-RT-COSTO
005640     WRITE CTRRPT-LINE FROM WS-RPT-TOTALE-LINE
005650     MOVE WS-CONTA-ESCLUSI TO WS-RE-CONTA
005660     MOVE WS-TOT-ESCLUSO TO WS-RE-ESCLUSO
005670     WRITE CTRRPT-LINE FROM WS-RPT-ESCLUSI-LINE
005680
005690     WRITE CTRRPT-LINE FROM WS-RPT-VOCI-INTESTAZ
005700     PERFORM 3100-STAMPA-VOCE
005710         VARYING WS-CTR-IDX FROM 1 BY 1
005720         UNTIL WS-CTR-IDX > WS-CTR-COUNT
005730     WRITE CTRRPT-LINE FROM WS-RPT-DIP-INTESTAZ
005740     IF WS-CDP-COUNT > 0
005750         PERFORM 3200-STAMPA-DIPARTIMENTO
005760             VARYING WS-CDP-IDX FROM 1 BY 1
005770             UNTIL WS-CDP-IDX > WS-CDP-COUNT
005780     END-IF.
005790 3000-EXIT.
005800     EXIT.
005810
005820 3100-STAMPA-VOCE.
005830     MOVE WS-CTR-CODICE(WS-CTR-IDX) TO WS-RV-CODICE
005840     MOVE WS-CTR-DESCRIZIONE(WS-CTR-IDX) TO WS-RV-DESCRIZIONE
005850     MOVE WS-CTR-PERCENTUALE(WS-CTR-IDX) TO WS-RV-PERCENTUALE
005860     MOVE WS-CTR-MASSIMALE(WS-CTR-IDX) TO WS-RV-MASSIMALE
005870     MOVE WS-CTR-TOTALE(WS-CTR-IDX) TO WS-RV-TOTALE
005880     WRITE CTRRPT-LINE FROM WS-RPT-VOCE-LINE.
005890
005900 3200-STAMPA-DIPARTIMENTO.
005910     MOVE WS-CDP-DIPARTIMENTO(WS-CDP-IDX) TO WS-RP-DIPARTIMENTO
005920     MOVE WS-CDP-NUM-DIP(WS-CDP-IDX) TO WS-RP-NUM-DIP
005930     MOVE WS-CDP-IMPONIBILE(WS-CDP-IDX) TO WS-RP-IMPONIBILE
005940     MOVE WS-CDP-CONTRIBUTI(WS-CDP-IDX) TO WS-RP-CONTRIBUTI
005950     COMPUTE WS-RP-COSTO = WS-CDP-IMPONIBILE(WS-CDP-IDX)
005960                         + WS-CDP-CONTRIBUTI(WS-CDP-IDX)
005970     WRITE CTRRPT-LINE FROM WS-RPT-DIP-LINE.
005980
005990*****************************************************************
006000*  4000-QUADRA-CON-NETSMRY - IL LORDO DELLA CODA DI CONTROLLO   *
006010*  DEVE TORNARE AL CENTESIMO CON NETSM-TOTALE-LORDO DELLA RIGA  *
006020*  **TOTALE** DEL RIEPILOGO NETTI (COME IN BONIFIC 4000)        *
006030*****************************************************************
006040 4000-QUADRA-CON-NETSMRY.
006050     OPEN INPUT NETSMRY-FILE
006060     IF WS-FS-NETSMRY = "35"
006070         SET FINE-NETSMRY TO TRUE
006080     ELSE
006090         PERFORM 4100-CERCA-RIGA-TOTALE THRU 4100-EXIT
006100             UNTIL FINE-NETSMRY
006110             OR TOTALE-NETSM-TROVATO
006120         CLOSE NETSMRY-FILE
006130     END-IF
006140
006150     IF TOTALE-NETSM-ASSENTE
006160         SET QUADRATURA-KO TO TRUE
006170         WRITE CTRRPT-LINE FROM WS-RPT-NORIEP-LINE
006180         GO TO 4000-EXIT
006190     END-IF
006200
006210     IF WS-TOT-LORDO = WS-LORDO-RIEPILOGO
006220         WRITE CTRRPT-LINE FROM WS-RPT-QUADRA-OK-LINE
006230     ELSE
006240         SET QUADRATURA-KO TO TRUE
006250         MOVE WS-LORDO-RIEPILOGO TO WS-RQ-LORDO-RIEP
006260         MOVE WS-TOT-LORDO TO WS-RQ-LORDO-DEN
006270         WRITE CTRRPT-LINE FROM WS-RPT-SQUADRA-LINE
006280     END-IF.
006290 4000-EXIT.
006300     EXIT.
006310
006320 4100-CERCA-RIGA-TOTALE.
006330     READ NETSMRY-FILE
006340         AT END
006350             SET FINE-NETSMRY TO TRUE
006360             GO TO 4100-EXIT
006370     END-READ
006380     IF NETSM-DIPARTIMENTO = "**TOTALE**"
006390         SET TOTALE-NETSM-TROVATO TO TRUE
006400         MOVE NETSM-TOTALE-LORDO TO WS-LORDO-RIEPILOGO
006410     END-IF.
006420 4100-EXIT.
006430     EXIT.
006440
006450*****************************************************************
006460*  5000-ACCODA-VOCI-GL - ACCODA A PAYSMRY (SCRITTO DALLA RUN    *
006470*  PAGHE RECORD-DEMO) I CONTRIBUTI DEL PERIODO PER DIPARTIMENTO *
006480*  CON VOCE "CTR-<DIPARTIMENTO>", CHE GLEXTR MAPPA SUL PIANO    *
006490*  DEI CONTI COAMAP COME LE VOCI "TFR-..." DI PAYSLIP. SE LE    *
006500*  VOCI DEL PERIODO SONO GIA' PRESENTI (RUN RIPETUTA) NON SI    *
006510*  ACCODANO UNA SECONDA VOLTA.                                  *
006520*****************************************************************
006530 5000-ACCODA-VOCI-GL.
006540     IF WS-CDP-COUNT = 0
006550         GO TO 5000-EXIT
006560     END-IF
006570     OPEN INPUT PAYSMRY-FILE
006580     IF WS-FS-PAYSMRY NOT = "35"
006590         PERFORM 5100-CERCA-VOCI-CTR THRU 5100-EXIT
006600             UNTIL FINE-PAYSMRY
006610             OR VOCI-GL-GIA-PRESENTI
006620         CLOSE PAYSMRY-FILE
006630     END-IF
006640     IF VOCI-GL-GIA-PRESENTI
006650         WRITE CTRRPT-LINE FROM WS-RPT-GL-DOPPIO-LINE
006660         GO TO 5000-EXIT
006670     END-IF
006680
006690     OPEN EXTEND PAYSMRY-FILE
006700     IF WS-FS-PAYSMRY = "35"
006710         OPEN OUTPUT PAYSMRY-FILE
006720         CLOSE PAYSMRY-FILE
006730         OPEN EXTEND PAYSMRY-FILE
006740     END-IF
006750     PERFORM 5200-SCRIVI-VOCE-CTR
006760         VARYING WS-CDP-IDX FROM 1 BY 1
006770         UNTIL WS-CDP-IDX > WS-CDP-COUNT
006780     CLOSE PAYSMRY-FILE
006790     MOVE WS-CONTA-VOCI-GL TO WS-RG-CONTA
006800     WRITE CTRRPT-LINE FROM WS-RPT-GL-LINE.
006810 5000-EXIT.
006820     EXIT.
006830
006840 5100-CERCA-VOCI-CTR.
006850     READ PAYSMRY-FILE
006860         AT END
006870             SET FINE-PAYSMRY TO TRUE
006880             GO TO 5100-EXIT
006890     END-READ
006900     IF PAYSM-DIPARTIMENTO (1:4) = "CTR-"
006910         AND PAYSM-PERIODO = WS-PERIODO-DENUNCIA
006920         SET VOCI-GL-GIA-PRESENTI TO TRUE
006930     END-IF.
006940 5100-EXIT.
006950     EXIT.
006960
006970 5200-SCRIVI-VOCE-CTR.
006980     MOVE SPACES TO PAYSM-RECORD
006990     STRING "CTR-" WS-CDP-DIPARTIMENTO(WS-CDP-IDX) (1:11)
007000         DELIMITED BY SIZE INTO PAYSM-DIPARTIMENTO
007010     MOVE WS-CDP-CONTRIBUTI(WS-CDP-IDX) TO PAYSM-TOTALE-STIPENDI
007020     MOVE WS-CDP-NUM-DIP(WS-CDP-IDX) TO PAYSM-NUM-DIPENDENTI
007030     MOVE WS-PERIODO-DENUNCIA TO PAYSM-PERIODO
007040     WRITE PAYSM-RECORD
007050     ADD 1 TO WS-CONTA-VOCI-GL.
007060
007070*****************************************************************
007080*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
007090*****************************************************************
007100 9000-TERMINA-RUN.
007110     IF TABELLA-CARICATA
007120         IF WS-FS-NETDETT NOT = "35"
007130             CLOSE NETDETT-FILE
007140         END-IF
007150         IF PRGANNO-DISPONIBILE
007160             CLOSE PRGANNO-FILE
007170         END-IF
007180         CLOSE DENUNCIA-FILE
007190     END-IF
007200     CLOSE CTRRPT-FILE
007210
007220     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
007230 9000-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
007280*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
007290*  GIORNALIERO RUNRPT. TABELLA ASSENTE O DENUNCIA NON QUADRATA  *
007300*  CON NETSMRY DANNO ESITO "ER".                                *
007310*****************************************************************
007320 9100-SCRIVI-GIORNALE-RUN.
007330     OPEN EXTEND RUNJRNL-FILE
007340     IF WS-FS-RUNJRNL = "35"
007350         OPEN OUTPUT RUNJRNL-FILE
007360         CLOSE RUNJRNL-FILE
007370         OPEN EXTEND RUNJRNL-FILE
007380     END-IF
007390
007400     MOVE SPACES TO RNJ-RECORD
007410     MOVE "CONTRIB" TO RNJ-PROGRAMMA
007420     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
007430     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
007440     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
007450     ACCEPT WS-ORA-FINE-RUN FROM TIME
007460     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
007470     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
007480     MOVE WS-PERIODO-DENUNCIA TO RNJ-PERIODO
007490     MOVE WS-CONTA-LETTI TO RNJ-RECORD-LETTI
007500     MOVE WS-CONTA-DENUNCIATI TO RNJ-RECORD-SCRITTI
007510     MOVE WS-CONTA-ESCLUSI TO RNJ-RECORD-SCARTATI
007520     MOVE 0 TO RNJ-NUM-BATCH
007530     IF TABELLA-ASSENTE OR QUADRATURA-KO
007540         SET RNJ-ESITO-ERRORE TO TRUE
007550     ELSE
007560         SET RNJ-ESITO-OK TO TRUE
007570     END-IF
007580     WRITE RNJ-RECORD
007590     CLOSE RUNJRNL-FILE.
007600 9100-EXIT.
007610     EXIT.
