000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ORDCLI.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  ORDINI CLIENTE CON IMPEGNO DI GIACENZA. ESEGUE IN    *
000090*          SEQUENZA QUATTRO FASI SUL MASTER OCLMAST (COPY       *
000091*          CPOCLMS):                                            *
000092*          0) CONFERMA PRELIEVI: LE RIGHE EMESSE SULL'ULTIMO    *
000093*             BATCH OCLPICK PASSANO DA IMPEGNATA A PRELEVATA    *
000094*             (EVASA SE COMPLETE) SOLO SE PRDBATCH MOSTRA QUEL  *
000095*             BATCH APPLICATO COME PRELIEVO; SE IL NUMERO E'    *
000096*             STATO PRESO DA UN ALTRO BATCH PRDTRAN LA RIGA     *
000097*             TORNA DA PRELEVARE E LA FASE 3 NE RIEMETTE LO     *
000098*             SCARICO CON UN NUOVO NUMERO;                      *
000100*          1) BACKORDER: LE RIGHE APERTE CON QUANTITA' NON      *
000110*             ANCORA COPERTA VENGONO IMPEGNATE SULLA MERCE CHE  *
000120*             I CARICHI HANNO RESO DISPONIBILE NEL DEPOSITO, IN *
000130*             ORDINE DI NUMERO ORDINE, E SEGNALATE SU OCLBORPT; *
000140*          2) INSERIMENTO: VALIDA IL BATCH ORDCLTRN (COPY       *
000150*             CPOCLTR; TESTATA, CODA E SEQUENZA SUL CONTROLLO   *
000160*             OCLBATCH COME LA MANUTENZIONE PRODOTTI), REGISTRA *
000170*             LE NUOVE RIGHE IMPEGNANDO LA GIACENZA DISPONIBILE *
000180*             DEL DEPOSITO (PRD-GIACENZA-DEP MENO               *
000190*             PRD-IMPEGNATO-DEP) E LASCIANDO IL RESTO IN        *
000200*             BACKORDER, E ANNULLA LE RIGHE RICHIESTE           *
000210*             LIBERANDONE L'IMPEGNO; GLI SCARTI SU OCLERRPT;    *
000220*          3) PRELIEVO: PER LE RIGHE IMPEGNATE CON CONSEGNA     *
000230*             MATURATA EMETTE SU OCLPICK UNO SCARICO PRDTRAN    *
000240*             (MOV-TIPO "I", PRDTR-MOV-IMPEGNO "C") IN UN BATCH *
000250*             CON TESTATA E CODA, NUMERATO DAL CONTROLLO        *
000260*             PRDBATCH COME I CARICHI DI RIORDCF: PRODMAST LO   *
000270*             APPLICA E SCIOGLIE L'IMPEGNO. LA RIGA RESTA       *
000280*             IMPEGNATA CON IL NUMERO DEL BATCH FINO ALLA       *
000290*             CONFERMA DELLA FASE 0. FINCHE' L'ULTIMO BATCH DI  *
000300*             PRELIEVO NON E' STATO APPLICATO (NE' SCAVALCATO)  *
000301*             LA FASE VIENE RINVIATA, PER NON SOVRASCRIVERLO.   *
000302*             ELENCO DEI PRELIEVI SU OCLPKRPT.                  *
000310*          SI ESEGUE DOPO PRODMAST, COSI' CHE I CARICHI DEL     *
000320*          GIORNO SIANO GIA' IN GIACENZA PER LA FASE 1.         *
000330*                                                               *
000340*  STORIA DELLE MODIFICHE                                       *
000350*  DATA        AUTORE  DESCRIZIONE                              *
000360*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ORDCLTRN-FILE ASSIGN TO "ORDCLTRN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-FS-ORDCLTRN.
000480
000490     SELECT OCLMAST-FILE ASSIGN TO "OCLMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OCL-CHIAVE
000530         FILE STATUS IS WS-FS-OCLMAST.
000540
000550     SELECT PRDMAST-FILE ASSIGN TO "PRDMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PRD-CODICE-PROD
000590         FILE STATUS IS WS-FS-PRDMAST.
000600
000610     SELECT OCLBATCH-FILE ASSIGN TO "OCLBATCH"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FS-OCLBATCH.
000640
000650     SELECT PRDBATCH-FILE ASSIGN TO "PRDBATCH"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FS-PRDBATCH.
000680
000690     SELECT OCLPICK-FILE ASSIGN TO "OCLPICK"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-FS-OCLPICK.
000720
000730     SELECT OCLERRPT-FILE ASSIGN TO "OCLERRPT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-FS-OCLERRPT.
000760
000770     SELECT OCLBORPT-FILE ASSIGN TO "OCLBORPT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-FS-OCLBORPT.
000800
000810     SELECT OCLPKRPT-FILE ASSIGN TO "OCLPKRPT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-FS-OCLPKRPT.
000840
000850     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-FS-RUNJRNL.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ORDCLTRN-FILE.
000920 COPY CPOCLTR.
000930
000940 FD  OCLMAST-FILE.
000950 COPY CPOCLMS.
000960
000970 FD  PRDMAST-FILE.
000980 COPY CPPRODM REPLACING ==##PRODOTTO-RECORD##== BY
000990                        ==PRD-MASTER-REC==.
001000
001010 FD  OCLBATCH-FILE.
001020 COPY CPBTCTL.
001030
001040 FD  PRDBATCH-FILE.
001041 COPY CPBTCTL REPLACING ==BTC-RECORD== BY ==PRDBATCH-REC==
001042                       ==BTC-ULTIMO-BATCH== BY
001043                       ==PRDBATCH-ULTIMO-BATCH==
001044                       ==BTC-DATA-APPLICAZIONE== BY
001045                       ==PRDBATCH-DATA-APPLICAZ==
001046                       ==BTC-ULTIMO-PRELIEVO== BY
001047                       ==PRDBATCH-ULTIMO-PRELIEVO==.
001080
001090 FD  OCLPICK-FILE.
001100 COPY CPPRDTR.
001110
001120 FD  OCLERRPT-FILE.
001130 01  OCLERRPT-LINE               PIC X(96).
001140
001150 FD  OCLBORPT-FILE.
001160 01  OCLBORPT-LINE               PIC X(96).
001170
001180 FD  OCLPKRPT-FILE.
001190 01  OCLPKRPT-LINE               PIC X(96).
001200
001210 FD  RUNJRNL-FILE.
001220 COPY CPRUNJR.
001230
001240 WORKING-STORAGE SECTION.
001250*****************************************************************
001260*  CODICI DI STATO DEI FILE                                     *
001270*****************************************************************
001280 01  WS-FILE-STATUS-AREA.
001290     05  WS-FS-ORDCLTRN          PIC X(02).
001300     05  WS-FS-OCLMAST           PIC X(02).
001310     05  WS-FS-PRDMAST           PIC X(02).
001320     05  WS-FS-OCLBATCH          PIC X(02).
001330     05  WS-FS-PRDBATCH          PIC X(02).
001340     05  WS-FS-OCLPICK           PIC X(02).
001350     05  WS-FS-OCLERRPT          PIC X(02).
001360     05  WS-FS-OCLBORPT          PIC X(02).
001370     05  WS-FS-OCLPKRPT          PIC X(02).
001380     05  WS-FS-RUNJRNL           PIC X(02).
001390
001400*****************************************************************
001410*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001420*****************************************************************
001430 01  WS-INDICATORI.
001440     05  WS-SW-FINE-ORDCLTRN     PIC X(01)   VALUE "N".
001450         88  FINE-ORDCLTRN                   VALUE "S".
001460     05  WS-SW-FINE-OCLMAST      PIC X(01)   VALUE "N".
001470         88  FINE-OCLMAST                    VALUE "S".
001480     05  WS-SW-BATCH-OCL         PIC X(01)   VALUE "S".
001490         88  BATCH-OCL-VALIDO                VALUE "S".
001500         88  BATCH-OCL-RESPINTO              VALUE "N".
001510     05  WS-SW-CODA-BATCH        PIC X(01)   VALUE "N".
001520         88  CODA-BATCH-TROVATA              VALUE "S".
001530         88  CODA-BATCH-ASSENTE              VALUE "N".
001540     05  WS-SW-RIGA              PIC X(01)   VALUE "S".
001550         88  RIGA-VALIDA                     VALUE "S".
001560         88  RIGA-NON-VALIDA                 VALUE "N".
001570     05  WS-SW-PRELIEVO          PIC X(01)   VALUE "S".
001580         88  PRELIEVO-ESEGUIBILE             VALUE "S".
001590         88  PRELIEVO-RINVIATO               VALUE "N".
001600
001610*****************************************************************
001620*  CONTROLLO BATCH, CONTATORI E CAMPI DI CALCOLO DELL'IMPEGNO   *
001630*****************************************************************
001640 77  WS-MOTIVO-SCARTO            PIC X(40)   VALUE SPACES.
001650 77  WS-MOTIVO-BATCH             PIC X(40)   VALUE SPACES.
001660 77  WS-ULTIMO-BATCH-OCL         PIC 9(06)   VALUE 0.
001670 77  WS-BATCH-NUM-CORRENTE       PIC 9(06)   VALUE 0.
001680 77  WS-BATCH-CONTA-RECORD       PIC 9(06)   VALUE 0.
001690 77  WS-BATCH-TOT-QUANTITA       PIC 9(09)   VALUE 0.
001700 77  WS-ULTIMO-BATCH-PRD         PIC 9(06)   VALUE 0.
001701 77  WS-ULTIMO-PRELIEVO-PRD      PIC 9(06)   VALUE 0.
001710 77  WS-NUM-BATCH-PRELIEVO       PIC 9(06)   VALUE 0.
001720 77  WS-CONTA-LETTE              PIC 9(06)   VALUE 0.
001730 77  WS-CONTA-ACCETTATE          PIC 9(06)   VALUE 0.
001740 77  WS-CONTA-SCARTATE           PIC 9(06)   VALUE 0.
001750 77  WS-CONTA-EVADIBILI          PIC 9(06)   VALUE 0.
001760 77  WS-CONTA-PRELIEVI           PIC 9(06)   VALUE 0.
001770 77  WS-TOT-QTA-PRELIEVI         PIC 9(09)   VALUE 0.
001771 77  WS-CONTA-CONFERMATI         PIC 9(06)   VALUE 0.
001772 77  WS-CONTA-RIEMESSI           PIC 9(06)   VALUE 0.
001773 77  WS-CONTA-IN-ATTESA          PIC 9(06)   VALUE 0.
001780 77  WS-DEP-IDX                  PIC 9(01)   VALUE 0.
001790 77  WS-QTA-DISPONIBILE          PIC S9(07)  VALUE 0.
001800 77  WS-QTA-BACKORDER            PIC S9(07)  VALUE 0.
001810 77  WS-QTA-DA-IMPEGNARE         PIC 9(05)   VALUE 0.
001820 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001830 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001840 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001850
001860 01  WS-DATA-SISTEMA.
001870     05  WS-DS-ANNO              PIC 9(04).
001880     05  WS-DS-MESE              PIC 9(02).
001890     05  WS-DS-GIORNO            PIC 9(02).
001900
001910*****************************************************************
001920*  LINEE DI STAMPA - REPORT SCARTI ORDINI CLIENTE               *
001930*****************************************************************
001940 01  WS-OCLERR-INTESTAZ-1.
001950     05  FILLER                  PIC X(28)
001960         VALUE "VALIDAZIONE ORDINI CLIENTE".
001970     05  FILLER                  PIC X(08)   VALUE "  BATCH ".
001980     05  WS-EI-NUM-BATCH         PIC ZZZZZ9.
001990
002000 01  WS-OCLERR-INTESTAZ-2.
002010     05  FILLER                  PIC X(03)   VALUE " C".
002020     05  FILLER                  PIC X(11)   VALUE "ORDINE-RIGA".
002030     05  FILLER                  PIC X(10)   VALUE "CLIENTE".
002040     05  FILLER                  PIC X(12)   VALUE "PRODOTTO".
002050     05  FILLER                  PIC X(08)   VALUE "QUANT.".
002060     05  FILLER                  PIC X(40)   VALUE "MOTIVO".
002070
002080 01  WS-OCLERR-LINE.
002090     05  FILLER                  PIC X(01)   VALUE SPACES.
002100     05  WS-OE-CODICE            PIC X(01).
002110     05  FILLER                  PIC X(01)   VALUE SPACES.
002120     05  WS-OE-NUM-ORDINE        PIC X(06).
002130     05  FILLER                  PIC X(01)   VALUE "-".
002140     05  WS-OE-NUM-RIGA          PIC X(03).
002150     05  FILLER                  PIC X(01)   VALUE SPACES.
002160     05  WS-OE-CLIENTE           PIC X(08).
002170     05  FILLER                  PIC X(02)   VALUE SPACES.
002180     05  WS-OE-CODICE-PROD       PIC X(10).
002190     05  FILLER                  PIC X(02)   VALUE SPACES.
002200     05  WS-OE-QUANTITA          PIC ZZZZ9.
002210     05  FILLER                  PIC X(03)   VALUE SPACES.
002220     05  WS-OE-MOTIVO            PIC X(40).
002230
002240 01  WS-BATCH-ERR-LINE.
002250     05  FILLER                  PIC X(16)
002260         VALUE "BATCH RESPINTO: ".
002270     05  WS-BE-MOTIVO            PIC X(40).
002280     05  FILLER                  PIC X(08)   VALUE "  BATCH ".
002290     05  WS-BE-NUM-BATCH         PIC ZZZZZ9.
002300
002310 01  WS-OCLERR-TOTALE-LINE.
002320     05  FILLER                  PIC X(14)
002330         VALUE "RIGHE LETTE ".
002340     05  WS-ET-LETTE             PIC ZZZZZ9.
002350     05  FILLER                  PIC X(14)
002360         VALUE "  ACCETTATE ".
002370     05  WS-ET-ACCETTATE         PIC ZZZZZ9.
002380     05  FILLER                  PIC X(14)
002390         VALUE "  SCARTATE ".
002400     05  WS-ET-SCARTATE          PIC ZZZZZ9.
002410
002420*****************************************************************
002430*  LINEE DI STAMPA - REPORT BACKORDER (RIGHE EVADIBILI DOPO I   *
002440*  CARICHI E NUOVI BACKORDER)                                   *
002450*****************************************************************
002460 01  WS-OCLBO-INTESTAZ-1.
002470     05  FILLER                  PIC X(44)
002480         VALUE "BACKORDER ORDINI CLIENTE - SITUAZIONE AL ".
002490     05  WS-BI-DATA              PIC 9(08).
002500
002510 01  WS-OCLBO-INTESTAZ-2.
002520     05  FILLER                  PIC X(12)   VALUE " ORDINE-RIGA".
002530     05  FILLER                  PIC X(10)   VALUE "CLIENTE".
002540     05  FILLER                  PIC X(12)   VALUE "PRODOTTO".
002550     05  FILLER                  PIC X(04)   VALUE "DEP".
002560     05  FILLER                  PIC X(08)   VALUE "ORDIN.".
002570     05  FILLER                  PIC X(08)   VALUE "IMPEGN.".
002580     05  FILLER                  PIC X(08)   VALUE "PRELEV.".
002590     05  FILLER                  PIC X(08)   VALUE "RESIDUO".
002600     05  FILLER                  PIC X(20)   VALUE "ESITO".
002610
002620 01  WS-OCLBO-DETT-LINE.
002630     05  FILLER                  PIC X(01)   VALUE SPACES.
002640     05  WS-BO-NUM-ORDINE        PIC 9(06).
002650     05  FILLER                  PIC X(01)   VALUE "-".
002660     05  WS-BO-NUM-RIGA          PIC 9(03).
002670     05  FILLER                  PIC X(01)   VALUE SPACES.
002680     05  WS-BO-CLIENTE           PIC X(08).
002690     05  FILLER                  PIC X(02)   VALUE SPACES.
002700     05  WS-BO-CODICE-PROD       PIC X(10).
002710     05  FILLER                  PIC X(02)   VALUE SPACES.
002720     05  WS-BO-DEPOSITO          PIC X(02).
002730     05  FILLER                  PIC X(02)   VALUE SPACES.
002740     05  WS-BO-ORDINATA          PIC ZZZZ9.
002750     05  FILLER                  PIC X(03)   VALUE SPACES.
002760     05  WS-BO-IMPEGNATA         PIC ZZZZ9.
002770     05  FILLER                  PIC X(03)   VALUE SPACES.
002780     05  WS-BO-PRELEVATA         PIC ZZZZ9.
002790     05  FILLER                  PIC X(03)   VALUE SPACES.
002800     05  WS-BO-RESIDUO           PIC ZZZZ9.
002810     05  FILLER                  PIC X(03)   VALUE SPACES.
002820     05  WS-BO-ESITO             PIC X(20).
002830
002840 01  WS-OCLBO-TOTALE-LINE.
002850     05  FILLER                  PIC X(36)
002860         VALUE "RIGHE IN BACKORDER ORA EVADIBILI ".
002870     05  WS-BT-EVADIBILI         PIC ZZZZZ9.
002880
002890*****************************************************************
002900*  LINEE DI STAMPA - ELENCO PRELIEVI                            *
002910*****************************************************************
002920 01  WS-OCLPK-INTESTAZ.
002930     05  FILLER                  PIC X(38)
002940         VALUE "PRELIEVI PER ORDINI CLIENTE SU OCLPICK".
002950     05  FILLER                  PIC X(08)   VALUE "  BATCH ".
002960     05  WS-PI-NUM-BATCH         PIC ZZZZZ9.
002970
002980 01  WS-OCLPK-DETT-LINE.
002990     05  FILLER                  PIC X(01)   VALUE SPACES.
003000     05  WS-PK-NUM-ORDINE        PIC 9(06).
003010     05  FILLER                  PIC X(01)   VALUE "-".
003020     05  WS-PK-NUM-RIGA          PIC 9(03).
003030     05  FILLER                  PIC X(01)   VALUE SPACES.
003040     05  WS-PK-CLIENTE           PIC X(08).
003050     05  FILLER                  PIC X(02)   VALUE SPACES.
003060     05  WS-PK-CODICE-PROD       PIC X(10).
003070     05  FILLER                  PIC X(02)   VALUE SPACES.
003080     05  WS-PK-DESCRIZIONE       PIC X(30).
003090     05  FILLER                  PIC X(02)   VALUE SPACES.
003100     05  WS-PK-DEPOSITO          PIC X(02).
003110     05  FILLER                  PIC X(02)   VALUE SPACES.
003120     05  WS-PK-QUANTITA          PIC ZZZZ9.
003130     05  FILLER                  PIC X(02)   VALUE SPACES.
003140     05  WS-PK-ESITO             PIC X(08).
003150
003160 01  WS-OCLPK-TOTALE-LINE.
003170     05  FILLER                  PIC X(30)
003180         VALUE "TOTALE SCARICHI DI PRELIEVO".
003190     05  WS-PT-CONTA             PIC ZZZZZ9.
003200     05  FILLER                  PIC X(12)
003210         VALUE "  QUANTITA' ".
003220     05  WS-PT-QUANTITA          PIC ZZZ.ZZZ.ZZ9.
003230
003240 01  WS-OCLPK-RINVIO-LINE.
003250     05  FILLER                  PIC X(27)
003260         VALUE "PRELIEVO RINVIATO: BATCH ".
003270     05  WS-PR-NUM-BATCH         PIC ZZZZZ9.
003280     05  FILLER                  PIC X(40)
003290         VALUE " SU OCLPICK NON ANCORA APPLICATO".
003300
003301 01  WS-OCLPK-CONFERMA-LINE.
003302     05  FILLER                  PIC X(31)
003303         VALUE "PRELIEVI PRECEDENTI CONFERMATI".
003304     05  WS-PC-CONFERMATI        PIC ZZZZZ9.
003305     05  FILLER                  PIC X(16)
003306         VALUE "  DA RIEMETTERE".
003307     05  WS-PC-RIEMESSI          PIC ZZZZZ9.
003308     05  FILLER                  PIC X(12)
003309         VALUE "  IN ATTESA".
003310     05  WS-PC-IN-ATTESA         PIC ZZZZZ9.
003311
003312 PROCEDURE DIVISION.
003320*****************************************************************
003330*  0000-MAINLINE - CONTROLLO PRINCIPALE DEGLI ORDINI CLIENTE    *
003340*****************************************************************
003350 0000-MAINLINE.
003360     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
003361     PERFORM 1500-CONFERMA-PRELIEVI THRU 1500-EXIT
003370     PERFORM 2000-EVADI-BACKORDER THRU 2000-EXIT
003380     PERFORM 3000-ELABORA-ORDINI THRU 3000-EXIT
003390     PERFORM 4000-GENERA-PRELIEVI THRU 4000-EXIT
003400     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
003410     STOP RUN.
003420
003430*****************************************************************
003440*  1000-INIZIALIZZA-RUN - APERTURA DEI FILE (OCLMAST CREATO     *
003450*  ALLA PRIMA ESECUZIONE) E LETTURA DEI CONTROLLI BATCH         *
003460*****************************************************************
003470 1000-INIZIALIZZA-RUN.
003480     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003490     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
003500
003510     OPEN INPUT ORDCLTRN-FILE
003520     IF WS-FS-ORDCLTRN = "35"
003530         SET FINE-ORDCLTRN TO TRUE
003540     END-IF
003550     OPEN I-O PRDMAST-FILE
003560
003570     OPEN I-O OCLMAST-FILE
003580     IF WS-FS-OCLMAST = "35"
003590         CLOSE OCLMAST-FILE
003600         OPEN OUTPUT OCLMAST-FILE
003610         CLOSE OCLMAST-FILE
003620         OPEN I-O OCLMAST-FILE
003630     END-IF
003640
003650     OPEN OUTPUT OCLERRPT-FILE
003660     OPEN OUTPUT OCLBORPT-FILE
003670     OPEN OUTPUT OCLPKRPT-FILE
003680
003690     MOVE WS-DATA-SISTEMA TO WS-BI-DATA
003700     WRITE OCLBORPT-LINE FROM WS-OCLBO-INTESTAZ-1
003710     WRITE OCLBORPT-LINE FROM WS-OCLBO-INTESTAZ-2
003720
003730     PERFORM 1100-LEGGI-CONTROLLO-BATCH THRU 1100-EXIT
003740     PERFORM 1150-LEGGI-CONTROLLO-PRD THRU 1150-EXIT.
003750 1000-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790*  1100-LEGGI-CONTROLLO-BATCH - CARICA L'ULTIMO NUMERO BATCH    *
003800*  ORDINI APPLICATO DAL FILE DI CONTROLLO OCLBATCH (ASSENTE     *
003810*  ALLA PRIMA INSTALLAZIONE: IN TAL CASO SI PARTE DA ZERO).     *
003820*****************************************************************
003830 1100-LEGGI-CONTROLLO-BATCH.
003840     MOVE 0 TO WS-ULTIMO-BATCH-OCL
003850     OPEN INPUT OCLBATCH-FILE
003860     IF WS-FS-OCLBATCH = "35"
003870         GO TO 1100-EXIT
003880     END-IF
003890     READ OCLBATCH-FILE
003900         AT END
003910             CONTINUE
003920         NOT AT END
003930             MOVE BTC-ULTIMO-BATCH TO WS-ULTIMO-BATCH-OCL
003940     END-READ
003950     CLOSE OCLBATCH-FILE.
003960 1100-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000*  1150-LEGGI-CONTROLLO-PRD - ULTIMO BATCH APPLICATO AL MASTER  *
004010*  PRODOTTI (PRDBATCH): IL BATCH DI PRELIEVO PRENDE IL          *
004020*  PROGRESSIVO SUCCESSIVO; L'ULTIMO BATCH DI PRELIEVO APPLICATO *
004030*  SERVE ALLA CONFERMA IN 1500. SE L'OCLPICK DELLA RUN          *
004040*  PRECEDENTE PORTA UN NUMERO PIU' ALTO NON E' ANCORA STATO     *
004041*  APPLICATO DA PRODMAST E IL PRELIEVO DI QUESTA RUN VIENE      *
004042*  RINVIATO.                                                    *
004050*****************************************************************
004060 1150-LEGGI-CONTROLLO-PRD.
004070     MOVE 0 TO WS-ULTIMO-BATCH-PRD
004080     OPEN INPUT PRDBATCH-FILE
004090     IF WS-FS-PRDBATCH NOT = "35"
004100         READ PRDBATCH-FILE
004110             AT END
004120                 CONTINUE
004130             NOT AT END
004140                 MOVE PRDBATCH-ULTIMO-BATCH
004150                     TO WS-ULTIMO-BATCH-PRD
004151                 IF PRDBATCH-ULTIMO-PRELIEVO IS NUMERIC
004152                     MOVE PRDBATCH-ULTIMO-PRELIEVO
004153                         TO WS-ULTIMO-PRELIEVO-PRD
004154                 END-IF
004160         END-READ
004170         CLOSE PRDBATCH-FILE
004180     END-IF
004190     COMPUTE WS-NUM-BATCH-PRELIEVO = WS-ULTIMO-BATCH-PRD + 1
004200
004210     SET PRELIEVO-ESEGUIBILE TO TRUE
004220     OPEN INPUT OCLPICK-FILE
004230     IF WS-FS-OCLPICK = "35"
004240         GO TO 1150-EXIT
004250     END-IF
004260     READ OCLPICK-FILE
004270         AT END
004280             CONTINUE
004290         NOT AT END
004300             IF PRDTR-TESTATA-BATCH
004310                 AND PRDTR-HDR-NUM-BATCH > WS-ULTIMO-BATCH-PRD
004320                 SET PRELIEVO-RINVIATO TO TRUE
004330                 MOVE PRDTR-HDR-NUM-BATCH TO WS-PR-NUM-BATCH
004340             END-IF
004350     END-READ
004360     CLOSE OCLPICK-FILE.
004370 1150-EXIT.
004371     EXIT.
004372
004373*****************************************************************
004374*  1500-CONFERMA-PRELIEVI - SCORRE LE RIGHE APERTE CON UNO      *
004375*  SCARICO DI PRELIEVO EMESSO DA UNA RUN PRECEDENTE             *
004376*  (OCL-NUM-BATCH-PRELIEVO). SE PRDBATCH NON HA ANCORA          *
004377*  RAGGIUNTO QUEL BATCH LA RIGA RESTA IN ATTESA E IL PRELIEVO DI*
004378*  QUESTA RUN VIENE RINVIATO. SE LO HA RAGGIUNTO E L'ULTIMO     *
004379*  PRELIEVO APPLICATO E' PROPRIO QUEL BATCH, LA MERCE IMPEGNATA *
004380*  PASSA A PRELEVATA (LA RIGA E' EVASA SE COMPLETA); ALTRIMENTI *
004381*  IL NUMERO E' STATO PRESO DA UN ALTRO BATCH PRDTRAN, OCLPICK  *
004382*  E' STATO RESPINTO E LA RIGA TORNA DA PRELEVARE: 4100 NE      *
004383*  RIEMETTE LO SCARICO NEL BATCH DI QUESTA RUN. L'IMPEGNO SUL   *
004384*  MASTER NON SI TOCCA: LO SCIOGLIE PRODMAST CON LO SCARICO.    *
004385*****************************************************************
004386 1500-CONFERMA-PRELIEVI.
004387     MOVE "N" TO WS-SW-FINE-OCLMAST
004388     MOVE LOW-VALUES TO OCL-CHIAVE
004389     START OCLMAST-FILE KEY IS GREATER THAN OCL-CHIAVE
004390         INVALID KEY
004391             SET FINE-OCLMAST TO TRUE
004392     END-START
004393
004394     PERFORM 1510-LEGGI-RIGA-IN-PRELIEVO THRU 1510-EXIT
004395         UNTIL FINE-OCLMAST
004396
004397     MOVE WS-CONTA-CONFERMATI TO WS-PC-CONFERMATI
004398     MOVE WS-CONTA-RIEMESSI TO WS-PC-RIEMESSI
004399     MOVE WS-CONTA-IN-ATTESA TO WS-PC-IN-ATTESA
004400     WRITE OCLPKRPT-LINE FROM WS-OCLPK-CONFERMA-LINE.
004401 1500-EXIT.
004402     EXIT.
004403
004404 1510-LEGGI-RIGA-IN-PRELIEVO.
004405     READ OCLMAST-FILE NEXT RECORD
004406         AT END
004407             SET FINE-OCLMAST TO TRUE
004408             GO TO 1510-EXIT
004409     END-READ
004410
004411     IF NOT OCL-APERTA
004412         OR NOT OCL-IN-PRELIEVO
004413         GO TO 1510-EXIT
004414     END-IF
004415
004416     IF OCL-NUM-BATCH-PRELIEVO > WS-ULTIMO-BATCH-PRD
004417         SET PRELIEVO-RINVIATO TO TRUE
004418         MOVE OCL-NUM-BATCH-PRELIEVO TO WS-PR-NUM-BATCH
004419         ADD 1 TO WS-CONTA-IN-ATTESA
004420         GO TO 1510-EXIT
004421     END-IF
004422
004423     IF OCL-NUM-BATCH-PRELIEVO = WS-ULTIMO-PRELIEVO-PRD
004424         ADD OCL-QTA-IMPEGNATA TO OCL-QTA-PRELEVATA
004425         MOVE 0 TO OCL-QTA-IMPEGNATA
004426         IF OCL-QTA-PRELEVATA NOT < OCL-QTA-ORDINATA
004427             SET OCL-EVASA TO TRUE
004428         END-IF
004429         ADD 1 TO WS-CONTA-CONFERMATI
004430     ELSE
004431         ADD 1 TO WS-CONTA-RIEMESSI
004432     END-IF
004433     MOVE 0 TO OCL-NUM-BATCH-PRELIEVO
004434     REWRITE OCL-RECORD.
004435 1510-EXIT.
004436     EXIT.
004437
004438*****************************************************************
004439*  2000-EVADI-BACKORDER - SCORRE LE RIGHE D'ORDINE IN ORDINE DI *
004440*  NUMERO E IMPEGNA, PER QUELLE APERTE CON QUANTITA' ANCORA     *
004441*  SCOPERTA, LA MERCE CHE I CARICHI HANNO RESO DISPONIBILE NEL  *
004442*  DEPOSITO. OGNI RIGA CHE RICEVE UN NUOVO IMPEGNO FINISCE SU   *
004450*  OCLBORPT: LA MERCE ARRIVATA PUO' ORA EVADERLA IN TUTTO O IN  *
004460*  PARTE.                                                       *
004470*****************************************************************
004480 2000-EVADI-BACKORDER.
004490     MOVE "N" TO WS-SW-FINE-OCLMAST
004500     MOVE LOW-VALUES TO OCL-CHIAVE
004510     START OCLMAST-FILE KEY IS GREATER THAN OCL-CHIAVE
004520         INVALID KEY
004530             SET FINE-OCLMAST TO TRUE
004540     END-START
004550
004560     PERFORM 2100-LEGGI-RIGA-BACKORDER THRU 2100-EXIT
004570         UNTIL FINE-OCLMAST
004580
004590     MOVE WS-CONTA-EVADIBILI TO WS-BT-EVADIBILI
004600     WRITE OCLBORPT-LINE FROM WS-OCLBO-TOTALE-LINE.
004610 2000-EXIT.
004620     EXIT.
004630
004640 2100-LEGGI-RIGA-BACKORDER.
004650     READ OCLMAST-FILE NEXT RECORD
004660         AT END
004670             SET FINE-OCLMAST TO TRUE
004680             GO TO 2100-EXIT
004690     END-READ
004700
004710     IF NOT OCL-APERTA
004711         OR OCL-IN-PRELIEVO
004720         GO TO 2100-EXIT
004730     END-IF
004740     COMPUTE WS-QTA-BACKORDER = OCL-QTA-ORDINATA
004750             - OCL-QTA-IMPEGNATA - OCL-QTA-PRELEVATA
004760     IF WS-QTA-BACKORDER NOT > 0
004770         GO TO 2100-EXIT
004780     END-IF
004790
004800     MOVE OCL-CODICE-PROD TO PRD-CODICE-PROD
004810     READ PRDMAST-FILE
004820         INVALID KEY
004830             GO TO 2100-EXIT
004840     END-READ
004850     IF NOT PRD-REC-ATTIVO
004860         GO TO 2100-EXIT
004870     END-IF
004880
004890     PERFORM 2500-IMPEGNA-RIGA THRU 2500-EXIT
004900     IF WS-QTA-DA-IMPEGNARE = 0
004910         GO TO 2100-EXIT
004920     END-IF
004930     REWRITE OCL-RECORD
004940
004950     ADD 1 TO WS-CONTA-EVADIBILI
004960     IF WS-QTA-BACKORDER = 0
004970         MOVE "EVADIBILE" TO WS-BO-ESITO
004980     ELSE
004990         MOVE "EVADIBILE IN PARTE" TO WS-BO-ESITO
005000     END-IF
005010     PERFORM 2600-STAMPA-BACKORDER THRU 2600-EXIT.
005020 2100-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*  2500-IMPEGNA-RIGA - CON IL PRODOTTO GIA' LETTO, IMPEGNA PER  *
005070*  LA RIGA D'ORDINE CORRENTE LA QUANTITA' SCOPERTA NEI LIMITI   *
005080*  DEL DISPONIBILE DEL DEPOSITO: GIACENZA DEL DEPOSITO MENO LA  *
005090*  MERCE GIA' IMPEGNATA. SU UN MASTER NON ANCORA RIPARTITO PER  *
005100*  DEPOSITO (GIACENZE DI DEPOSITO A ZERO, TOTALE POSITIVO) VALE *
005110*  LA CONVENZIONE "TUTTA SUL 01" DI PRODMAST. AGGIORNA          *
005120*  PRD-IMPEGNATO-DEP SUL MASTER E OCL-QTA-IMPEGNATA IN MEMORIA; *
005130*  LASCIA IN WS-QTA-BACKORDER LA QUANTITA' ANCORA SCOPERTA.     *
005140*****************************************************************
005150 2500-IMPEGNA-RIGA.
005160     MOVE 0 TO WS-QTA-DA-IMPEGNARE
005170     IF OCL-DEPOSITO = "02"
005180         MOVE 2 TO WS-DEP-IDX
005190     ELSE
005200         MOVE 1 TO WS-DEP-IDX
005210     END-IF
005220     IF PRD-IMPEGNATO-DEP(1) IS NOT NUMERIC
005230         MOVE 0 TO PRD-IMPEGNATO-DEP(1)
005240     END-IF
005250     IF PRD-IMPEGNATO-DEP(2) IS NOT NUMERIC
005260         MOVE 0 TO PRD-IMPEGNATO-DEP(2)
005270     END-IF
005280
005290     IF PRD-GIACENZA-DEP(1) = 0 AND PRD-GIACENZA-DEP(2) = 0
005300         AND PRD-QUANTITA > 0
005310         IF WS-DEP-IDX = 1
005320             COMPUTE WS-QTA-DISPONIBILE = PRD-QUANTITA
005330                 - PRD-IMPEGNATO-DEP(1) - PRD-IMPEGNATO-DEP(2)
005340         ELSE
005350             MOVE 0 TO WS-QTA-DISPONIBILE
005360         END-IF
005370     ELSE
005380         COMPUTE WS-QTA-DISPONIBILE =
005390                 PRD-GIACENZA-DEP(WS-DEP-IDX)
005400                 - PRD-IMPEGNATO-DEP(WS-DEP-IDX)
005410     END-IF
005420
005430     COMPUTE WS-QTA-BACKORDER = OCL-QTA-ORDINATA
005440             - OCL-QTA-IMPEGNATA - OCL-QTA-PRELEVATA
005450     IF WS-QTA-DISPONIBILE NOT > 0
005460         OR WS-QTA-BACKORDER NOT > 0
005470         GO TO 2500-EXIT
005480     END-IF
005490
005500     IF WS-QTA-BACKORDER > WS-QTA-DISPONIBILE
005510         MOVE WS-QTA-DISPONIBILE TO WS-QTA-DA-IMPEGNARE
005520     ELSE
005530         MOVE WS-QTA-BACKORDER TO WS-QTA-DA-IMPEGNARE
005540     END-IF
005550     ADD WS-QTA-DA-IMPEGNARE TO PRD-IMPEGNATO-DEP(WS-DEP-IDX)
005560     REWRITE PRD-MASTER-REC
005570     ADD WS-QTA-DA-IMPEGNARE TO OCL-QTA-IMPEGNATA
005580     SUBTRACT WS-QTA-DA-IMPEGNARE FROM WS-QTA-BACKORDER.
005590 2500-EXIT.
005600     EXIT.
005610
005620 2600-STAMPA-BACKORDER.
005630     MOVE OCL-NUM-ORDINE TO WS-BO-NUM-ORDINE
005640     MOVE OCL-NUM-RIGA TO WS-BO-NUM-RIGA
005650     MOVE OCL-CODICE-CLIENTE TO WS-BO-CLIENTE
005660     MOVE OCL-CODICE-PROD TO WS-BO-CODICE-PROD
005670     MOVE OCL-DEPOSITO TO WS-BO-DEPOSITO
005680     MOVE OCL-QTA-ORDINATA TO WS-BO-ORDINATA
005690     MOVE OCL-QTA-IMPEGNATA TO WS-BO-IMPEGNATA
005700     MOVE OCL-QTA-PRELEVATA TO WS-BO-PRELEVATA
005710     MOVE WS-QTA-BACKORDER TO WS-BO-RESIDUO
005720     WRITE OCLBORPT-LINE FROM WS-OCLBO-DETT-LINE.
005730 2600-EXIT.
005740     EXIT.
005750
005760*****************************************************************
005770*  3000-ELABORA-ORDINI - VERIFICA IL BATCH ORDCLTRN E, SE       *
005780*  VALIDO, REGISTRA LE NUOVE RIGHE E GLI ANNULLI SU OCLMAST     *
005790*****************************************************************
005800 3000-ELABORA-ORDINI.
005810     IF NOT FINE-ORDCLTRN
005820         PERFORM 3002-VERIFICA-BATCH-OCL THRU 3002-EXIT
005830     END-IF
005840     IF NOT FINE-ORDCLTRN AND BATCH-OCL-VALIDO
005850         MOVE WS-BATCH-NUM-CORRENTE TO WS-EI-NUM-BATCH
005860         WRITE OCLERRPT-LINE FROM WS-OCLERR-INTESTAZ-1
005870         WRITE OCLERRPT-LINE FROM WS-OCLERR-INTESTAZ-2
005880         PERFORM 3008-SALTA-TESTATA-BATCH THRU 3008-EXIT
005890         PERFORM 3010-LEGGI-TRANSAZIONE THRU 3010-EXIT
005900             UNTIL FINE-ORDCLTRN
005910         PERFORM 3009-AGGIORNA-CONTROLLO-BATCH THRU 3009-EXIT
005920         MOVE WS-CONTA-LETTE TO WS-ET-LETTE
005930         MOVE WS-CONTA-ACCETTATE TO WS-ET-ACCETTATE
005940         MOVE WS-CONTA-SCARTATE TO WS-ET-SCARTATE
005950         WRITE OCLERRPT-LINE FROM WS-OCLERR-TOTALE-LINE
005960     END-IF
005970     CLOSE ORDCLTRN-FILE.
005980 3000-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020*  3002-VERIFICA-BATCH-OCL - PRIMA PASSATA SUL FILE ORDCLTRN:   *
006030*  CONTROLLA TESTATA, SEQUENZA DEL NUMERO BATCH RISPETTO        *
006040*  ALL'ULTIMO GIA' APPLICATO (OCLBATCH), CONTEGGIO RECORD E     *
006050*  TOTALE HASH DELLE QUANTITA' DICHIARATI NELLA CODA. SE UN     *
006060*  CONTROLLO NON QUADRA L'INTERO BATCH E' RESPINTO SU OCLERRPT  *
006070*  E NESSUNA RIGA VIENE REGISTRATA. SE IL BATCH E' VALIDO IL    *
006080*  FILE VIENE RIPOSIZIONATO ALL'INIZIO PER LA REGISTRAZIONE.    *
006090*****************************************************************
006100 3002-VERIFICA-BATCH-OCL.
006110     SET BATCH-OCL-VALIDO TO TRUE
006120     SET CODA-BATCH-ASSENTE TO TRUE
006130     MOVE 0 TO WS-BATCH-NUM-CORRENTE
006140     MOVE 0 TO WS-BATCH-CONTA-RECORD
006150     MOVE 0 TO WS-BATCH-TOT-QUANTITA
006160     MOVE SPACES TO WS-MOTIVO-BATCH
006170
006180     READ ORDCLTRN-FILE
006190         AT END
006200*            FILE VUOTO: NESSUN ORDINE DA REGISTRARE
006210             SET FINE-ORDCLTRN TO TRUE
006220             GO TO 3002-EXIT
006230     END-READ
006240
006250     IF NOT OCT-TESTATA-BATCH
006260         MOVE "TESTATA BATCH ASSENTE" TO WS-MOTIVO-BATCH
006270         PERFORM 3007-RESPINGI-BATCH-OCL THRU 3007-EXIT
006280         GO TO 3002-EXIT
006290     END-IF
006300
006310     MOVE OCT-HDR-NUM-BATCH TO WS-BATCH-NUM-CORRENTE
006320
006330     IF OCT-HDR-NUM-BATCH NOT > WS-ULTIMO-BATCH-OCL
006340         MOVE "BATCH FUORI SEQUENZA O GIA' APPLICATO"
006350             TO WS-MOTIVO-BATCH
006360         PERFORM 3007-RESPINGI-BATCH-OCL THRU 3007-EXIT
006370         GO TO 3002-EXIT
006380     END-IF
006390
006400     IF WS-FS-PRDMAST NOT = "00"
006410         MOVE "MASTER PRDMAST NON DISPONIBILE"
006420             TO WS-MOTIVO-BATCH
006430         PERFORM 3007-RESPINGI-BATCH-OCL THRU 3007-EXIT
006440         GO TO 3002-EXIT
006450     END-IF
006460
006470     PERFORM 3003-CONTA-RECORD-BATCH THRU 3003-EXIT
006480         UNTIL FINE-ORDCLTRN OR CODA-BATCH-TROVATA
006490
006500     IF CODA-BATCH-ASSENTE
006510         MOVE "CODA BATCH ASSENTE (FILE TRONCATO)"
006520             TO WS-MOTIVO-BATCH
006530         PERFORM 3007-RESPINGI-BATCH-OCL THRU 3007-EXIT
006540         GO TO 3002-EXIT
006550     END-IF
006560
006570     IF OCT-TRL-NUM-RECORD NOT = WS-BATCH-CONTA-RECORD
006580         MOVE "CONTEGGIO RECORD NON QUADRA CON LA CODA"
006590             TO WS-MOTIVO-BATCH
006600         PERFORM 3007-RESPINGI-BATCH-OCL THRU 3007-EXIT
006610         GO TO 3002-EXIT
006620     END-IF
006630
006640     IF OCT-TRL-TOT-QUANTITA NOT = WS-BATCH-TOT-QUANTITA
006650         MOVE "TOTALE HASH QUANTITA' NON QUADRA"
006660             TO WS-MOTIVO-BATCH
006670         PERFORM 3007-RESPINGI-BATCH-OCL THRU 3007-EXIT
006680         GO TO 3002-EXIT
006690     END-IF
006700
006710*    BATCH VALIDO: SI RIPOSIZIONA IL FILE ALL'INIZIO PER LA
006720*    FASE DI REGISTRAZIONE DELLE RIGHE.
006730     CLOSE ORDCLTRN-FILE
006740     OPEN INPUT ORDCLTRN-FILE
006750     MOVE "N" TO WS-SW-FINE-ORDCLTRN.
006760 3002-EXIT.
006770     EXIT.
006780
006790 3003-CONTA-RECORD-BATCH.
006800     READ ORDCLTRN-FILE
006810         AT END
006820             SET FINE-ORDCLTRN TO TRUE
006830             GO TO 3003-EXIT
006840     END-READ
006850     IF OCT-CODA-BATCH
006860         SET CODA-BATCH-TROVATA TO TRUE
006870         GO TO 3003-EXIT
006880     END-IF
006890     ADD 1 TO WS-BATCH-CONTA-RECORD
006900     IF OCT-QUANTITA IS NUMERIC
006910         ADD OCT-QUANTITA TO WS-BATCH-TOT-QUANTITA
006920     END-IF.
006930 3003-EXIT.
006940     EXIT.
006950
006960 3007-RESPINGI-BATCH-OCL.
006970     SET BATCH-OCL-RESPINTO TO TRUE
006980     MOVE WS-MOTIVO-BATCH TO WS-BE-MOTIVO
006990     MOVE WS-BATCH-NUM-CORRENTE TO WS-BE-NUM-BATCH
007000     WRITE OCLERRPT-LINE FROM WS-BATCH-ERR-LINE.
007010 3007-EXIT.
007020     EXIT.
007030
007040*****************************************************************
007050*  3008-SALTA-TESTATA-BATCH - CONSUMA LA TESTATA GIA'           *
007060*  VERIFICATA IN 3002 PRIMA DI REGISTRARE LE RIGHE DATI.        *
007070*****************************************************************
007080 3008-SALTA-TESTATA-BATCH.
007090     READ ORDCLTRN-FILE
007100         AT END
007110             SET FINE-ORDCLTRN TO TRUE
007120     END-READ.
007130 3008-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170*  3009-AGGIORNA-CONTROLLO-BATCH - REGISTRA SU OCLBATCH IL      *
007180*  NUMERO DEL BATCH APPENA APPLICATO, COSI' CHE UNA SECONDA     *
007190*  ESECUZIONE SULLO STESSO FILE VENGA RIFIUTATA IN 3002 E LE    *
007200*  RIGHE NON SIANO IMPEGNATE DUE VOLTE.                         *
007210*****************************************************************
007220 3009-AGGIORNA-CONTROLLO-BATCH.
007230     OPEN OUTPUT OCLBATCH-FILE
007240     MOVE WS-BATCH-NUM-CORRENTE TO BTC-ULTIMO-BATCH
007250     MOVE WS-DATA-SISTEMA TO BTC-DATA-APPLICAZIONE
007260     WRITE BTC-RECORD
007270     CLOSE OCLBATCH-FILE.
007280 3009-EXIT.
007290     EXIT.
007300
007310 3010-LEGGI-TRANSAZIONE.
007320     READ ORDCLTRN-FILE
007330         AT END
007340             SET FINE-ORDCLTRN TO TRUE
007350             GO TO 3010-EXIT
007360     END-READ
007370
007380*    LA CODA DI CONTROLLO, GIA' VERIFICATA IN 3002, CHIUDE LA
007390*    FASE DI REGISTRAZIONE DELLE RIGHE.
007400     IF OCT-CODA-BATCH
007410         SET FINE-ORDCLTRN TO TRUE
007420         GO TO 3010-EXIT
007430     END-IF
007440
007450     ADD 1 TO WS-CONTA-LETTE
007460     EVALUATE TRUE
007470         WHEN OCT-NUOVA-RIGA
007480             PERFORM 3100-INSERISCI-RIGA THRU 3100-EXIT
007490         WHEN OCT-ANNULLO-RIGA
007500             PERFORM 3200-ANNULLA-RIGA THRU 3200-EXIT
007510         WHEN OTHER
007520             SET RIGA-NON-VALIDA TO TRUE
007530             MOVE "CODICE TRANSAZIONE NON VALIDO"
007540                 TO WS-MOTIVO-SCARTO
007550     END-EVALUATE
007560     IF RIGA-NON-VALIDA
007570         PERFORM 3300-SCRIVI-SCARTO THRU 3300-EXIT
007580     ELSE
007590         ADD 1 TO WS-CONTA-ACCETTATE
007600     END-IF.
007610 3010-EXIT.
007620     EXIT.
007630
007640*****************************************************************
007650*  3100-INSERISCI-RIGA - VALIDA LA NUOVA RIGA D'ORDINE (CHIAVE  *
007660*  NUMERICA E NON GIA' PRESENTE, CLIENTE, QUANTITA' POSITIVA,   *
007670*  DEPOSITO "01"/"02", PRODOTTO ATTIVO SU PRDMAST, DATA DI      *
007680*  CONSEGNA), LA SCRIVE SU OCLMAST E IMPEGNA SUBITO LA          *
007690*  GIACENZA DISPONIBILE DEL DEPOSITO. LA QUANTITA' NON COPERTA  *
007700*  RESTA IN BACKORDER E VIENE SEGNALATA SU OCLBORPT.            *
007710*****************************************************************
007720 3100-INSERISCI-RIGA.
007730     SET RIGA-VALIDA TO TRUE
007740     MOVE SPACES TO WS-MOTIVO-SCARTO
007750
007760     IF OCT-NUM-ORDINE IS NOT NUMERIC
007770         OR OCT-NUM-ORDINE = 0
007780         OR OCT-NUM-RIGA IS NOT NUMERIC
007790         SET RIGA-NON-VALIDA TO TRUE
007800         MOVE "NUMERO ORDINE O RIGA NON VALIDO"
007810             TO WS-MOTIVO-SCARTO
007820         GO TO 3100-EXIT
007830     END-IF
007840
007850     IF OCT-CODICE-CLIENTE = SPACES
007860         SET RIGA-NON-VALIDA TO TRUE
007870         MOVE "CODICE CLIENTE MANCANTE" TO WS-MOTIVO-SCARTO
007880         GO TO 3100-EXIT
007890     END-IF
007900
007910     IF OCT-QUANTITA IS NOT NUMERIC
007920         OR OCT-QUANTITA = 0
007930         SET RIGA-NON-VALIDA TO TRUE
007940         MOVE "QUANTITA' NON NUMERICA O A ZERO"
007950             TO WS-MOTIVO-SCARTO
007960         GO TO 3100-EXIT
007970     END-IF
007980
007990     IF OCT-DEPOSITO = SPACES OR "00"
008000         MOVE "01" TO OCT-DEPOSITO
008010     END-IF
008020     IF OCT-DEPOSITO NOT = "01" AND OCT-DEPOSITO NOT = "02"
008030         SET RIGA-NON-VALIDA TO TRUE
008040         MOVE "CODICE DEPOSITO NON VALIDO" TO WS-MOTIVO-SCARTO
008050         GO TO 3100-EXIT
008060     END-IF
008070
008080     IF OCT-DATA-CONSEGNA IS NOT NUMERIC
008090         SET RIGA-NON-VALIDA TO TRUE
008100         MOVE "DATA CONSEGNA NON VALIDA" TO WS-MOTIVO-SCARTO
008110         GO TO 3100-EXIT
008120     END-IF
008130
008140     MOVE OCT-CODICE-PROD TO PRD-CODICE-PROD
008150     READ PRDMAST-FILE
008160         INVALID KEY
008170             SET RIGA-NON-VALIDA TO TRUE
008180             MOVE "PRODOTTO NON PRESENTE SU PRDMAST"
008190                 TO WS-MOTIVO-SCARTO
008200             GO TO 3100-EXIT
008210     END-READ
008220     IF NOT PRD-REC-ATTIVO
008230         SET RIGA-NON-VALIDA TO TRUE
008240         MOVE "PRODOTTO NON ATTIVO" TO WS-MOTIVO-SCARTO
008250         GO TO 3100-EXIT
008260     END-IF
008270
008280     MOVE OCT-NUM-ORDINE TO OCL-NUM-ORDINE
008290     MOVE OCT-NUM-RIGA TO OCL-NUM-RIGA
008300     READ OCLMAST-FILE
008310         INVALID KEY
008320             CONTINUE
008330         NOT INVALID KEY
008340             SET RIGA-NON-VALIDA TO TRUE
008350             MOVE "RIGA D'ORDINE GIA' PRESENTE"
008360                 TO WS-MOTIVO-SCARTO
008370             GO TO 3100-EXIT
008380     END-READ
008390
008400     MOVE SPACES TO OCL-RECORD
008410     MOVE OCT-NUM-ORDINE TO OCL-NUM-ORDINE
008420     MOVE OCT-NUM-RIGA TO OCL-NUM-RIGA
008430     MOVE OCT-CODICE-CLIENTE TO OCL-CODICE-CLIENTE
008440     MOVE OCT-CODICE-PROD TO OCL-CODICE-PROD
008450     MOVE OCT-DEPOSITO TO OCL-DEPOSITO
008460     MOVE OCT-QUANTITA TO OCL-QTA-ORDINATA
008470     MOVE 0 TO OCL-QTA-IMPEGNATA
008480     MOVE 0 TO OCL-QTA-PRELEVATA
008490     MOVE WS-DATA-SISTEMA TO OCL-DATA-ORDINE
008500*    CONSEGNA A ZERO: SI PRELEVA ALLA PRIMA RUN UTILE.
008510     IF OCT-DATA-CONSEGNA = 0
008520         MOVE WS-DATA-SISTEMA TO OCL-DATA-CONSEGNA
008530     ELSE
008540         MOVE OCT-DATA-CONSEGNA TO OCL-DATA-CONSEGNA
008550     END-IF
008560     MOVE 0 TO OCL-DATA-PRELIEVO
008561     MOVE 0 TO OCL-NUM-BATCH-PRELIEVO
008570     MOVE WS-BATCH-NUM-CORRENTE TO OCL-NUM-BATCH
008580     SET OCL-APERTA TO TRUE
008590
008600     PERFORM 2500-IMPEGNA-RIGA THRU 2500-EXIT
008610     WRITE OCL-RECORD
008620
008630     IF WS-QTA-BACKORDER > 0
008640         MOVE "NUOVO BACKORDER" TO WS-BO-ESITO
008650         PERFORM 2600-STAMPA-BACKORDER THRU 2600-EXIT
008660     END-IF.
008670 3100-EXIT.
008680     EXIT.
008690
008700*****************************************************************
008710*  3200-ANNULLA-RIGA - LA RIGA D'ORDINE DEVE ESISTERE APERTA:   *
008720*  LA MERCE ANCORA IMPEGNATA TORNA DISPONIBILE SUL DEPOSITO E   *
008730*  LA RIGA PASSA AD ANNULLATA. LA QUANTITA' GIA' PRELEVATA      *
008740*  RESTA SCARICATA (E' GIA' SUL BATCH DI PRELIEVO). UNA RIGA IL *
008741*  CUI SCARICO NON E' ANCORA CONFERMATO (1500) NON SI ANNULLA:  *
008742*  L'IMPEGNO LO SCIOGLIERA' PRODMAST APPLICANDO LO SCARICO.     *
008750*****************************************************************
008760 3200-ANNULLA-RIGA.
008770     SET RIGA-VALIDA TO TRUE
008780     MOVE SPACES TO WS-MOTIVO-SCARTO
008790
008800     IF OCT-NUM-ORDINE IS NOT NUMERIC
008810         OR OCT-NUM-RIGA IS NOT NUMERIC
008820         SET RIGA-NON-VALIDA TO TRUE
008830         MOVE "NUMERO ORDINE O RIGA NON VALIDO"
008840             TO WS-MOTIVO-SCARTO
008850         GO TO 3200-EXIT
008860     END-IF
008870
008880     MOVE OCT-NUM-ORDINE TO OCL-NUM-ORDINE
008890     MOVE OCT-NUM-RIGA TO OCL-NUM-RIGA
008900     READ OCLMAST-FILE
008910         INVALID KEY
008920             SET RIGA-NON-VALIDA TO TRUE
008930             MOVE "RIGA D'ORDINE INESISTENTE"
008940                 TO WS-MOTIVO-SCARTO
008950             GO TO 3200-EXIT
008960     END-READ
008970     IF NOT OCL-APERTA
008980         SET RIGA-NON-VALIDA TO TRUE
008990         MOVE "RIGA D'ORDINE NON APERTA" TO WS-MOTIVO-SCARTO
008991         GO TO 3200-EXIT
008992     END-IF
008993     IF OCL-IN-PRELIEVO
008994         SET RIGA-NON-VALIDA TO TRUE
008995         MOVE "RIGA CON PRELIEVO IN ATTESA DI PRODMAST"
008996             TO WS-MOTIVO-SCARTO
009000         GO TO 3200-EXIT
009010     END-IF
009020
009030     IF OCL-QTA-IMPEGNATA > 0
009040         PERFORM 3250-LIBERA-IMPEGNO THRU 3250-EXIT
009050     END-IF
009060     MOVE 0 TO OCL-QTA-IMPEGNATA
009070     SET OCL-ANNULLATA TO TRUE
009080     MOVE WS-BATCH-NUM-CORRENTE TO OCL-NUM-BATCH
009090     REWRITE OCL-RECORD.
009100 3200-EXIT.
009110     EXIT.
009120
009130 3250-LIBERA-IMPEGNO.
009140     MOVE OCL-CODICE-PROD TO PRD-CODICE-PROD
009150     READ PRDMAST-FILE
009160         INVALID KEY
009170             GO TO 3250-EXIT
009180     END-READ
009190     IF OCL-DEPOSITO = "02"
009200         MOVE 2 TO WS-DEP-IDX
009210     ELSE
009220         MOVE 1 TO WS-DEP-IDX
009230     END-IF
009240     IF PRD-IMPEGNATO-DEP(WS-DEP-IDX) IS NOT NUMERIC
009250         OR OCL-QTA-IMPEGNATA NOT < PRD-IMPEGNATO-DEP(WS-DEP-IDX)
009260         MOVE 0 TO PRD-IMPEGNATO-DEP(WS-DEP-IDX)
009270     ELSE
009280         SUBTRACT OCL-QTA-IMPEGNATA
009290             FROM PRD-IMPEGNATO-DEP(WS-DEP-IDX)
009300     END-IF
009310     REWRITE PRD-MASTER-REC.
009320 3250-EXIT.
009330     EXIT.
009340
009350 3300-SCRIVI-SCARTO.
009360     MOVE OCT-CODICE TO WS-OE-CODICE
009370     MOVE OCT-NUM-ORDINE TO WS-OE-NUM-ORDINE
009380     MOVE OCT-NUM-RIGA TO WS-OE-NUM-RIGA
009390     MOVE OCT-CODICE-CLIENTE TO WS-OE-CLIENTE
009400     MOVE OCT-CODICE-PROD TO WS-OE-CODICE-PROD
009410     IF OCT-QUANTITA IS NUMERIC
009420         MOVE OCT-QUANTITA TO WS-OE-QUANTITA
009430     ELSE
009440         MOVE 0 TO WS-OE-QUANTITA
009450     END-IF
009460     MOVE WS-MOTIVO-SCARTO TO WS-OE-MOTIVO
009470     WRITE OCLERRPT-LINE FROM WS-OCLERR-LINE
009480     ADD 1 TO WS-CONTA-SCARTATE.
009490 3300-EXIT.
009500     EXIT.
009510
009520*****************************************************************
009530*  4000-GENERA-PRELIEVI - PER OGNI RIGA APERTA CON MERCE        *
009540*  IMPEGNATA E CONSEGNA MATURATA EMETTE SU OCLPICK LO SCARICO   *
009550*  DI PRELIEVO, IN UN BATCH PRDTRAN CON TESTATA E CODA (VUOTO   *
009560*  SE NON C'E' NULLA DA PRELEVARE, COME I CARICHI DI RIORDCF).  *
009570*  LA RIGA REGISTRA IL NUMERO DEL BATCH E LA MERCE RESTA        *
009580*  IMPEGNATA, SULLA RIGA E SUL MASTER, FINCHE' PRODMAST NON     *
009590*  APPLICA LO SCARICO: LA PASSA A PRELEVATA LA CONFERMA 1500    *
009591*  DELLA RUN SUCCESSIVA.                                        *
009600*****************************************************************
009610 4000-GENERA-PRELIEVI.
009620     IF PRELIEVO-RINVIATO
009630         WRITE OCLPKRPT-LINE FROM WS-OCLPK-RINVIO-LINE
009640         GO TO 4000-EXIT
009650     END-IF
009660
009670     OPEN OUTPUT OCLPICK-FILE
009680     MOVE WS-NUM-BATCH-PRELIEVO TO WS-PI-NUM-BATCH
009690     WRITE OCLPKRPT-LINE FROM WS-OCLPK-INTESTAZ
009700
009710     MOVE SPACES TO PRDTR-RECORD
009720     SET PRDTR-TESTATA-BATCH TO TRUE
009730     MOVE "ORDCLIENTI" TO PRDTR-HDR-ORIGINE
009740     MOVE WS-DATA-SISTEMA TO PRDTR-HDR-DATA-CREAZ
009750     MOVE WS-NUM-BATCH-PRELIEVO TO PRDTR-HDR-NUM-BATCH
009760     WRITE PRDTR-RECORD
009770
009780     MOVE "N" TO WS-SW-FINE-OCLMAST
009790     MOVE LOW-VALUES TO OCL-CHIAVE
009800     START OCLMAST-FILE KEY IS GREATER THAN OCL-CHIAVE
009810         INVALID KEY
009820             SET FINE-OCLMAST TO TRUE
009830     END-START
009840     PERFORM 4100-LEGGI-RIGA-PRELIEVO THRU 4100-EXIT
009850         UNTIL FINE-OCLMAST
009860
009870     MOVE SPACES TO PRDTR-RECORD
009880     SET PRDTR-CODA-BATCH TO TRUE
009890     MOVE WS-CONTA-PRELIEVI TO PRDTR-TRL-NUM-RECORD
009900     MOVE WS-TOT-QTA-PRELIEVI TO PRDTR-TRL-TOT-QUANTITA
009910     WRITE PRDTR-RECORD
009920     CLOSE OCLPICK-FILE
009930
009940     MOVE WS-CONTA-PRELIEVI TO WS-PT-CONTA
009950     MOVE WS-TOT-QTA-PRELIEVI TO WS-PT-QUANTITA
009960     WRITE OCLPKRPT-LINE FROM WS-OCLPK-TOTALE-LINE.
009970 4000-EXIT.
009980     EXIT.
009990
010000 4100-LEGGI-RIGA-PRELIEVO.
010010     READ OCLMAST-FILE NEXT RECORD
010020         AT END
010030             SET FINE-OCLMAST TO TRUE
010040             GO TO 4100-EXIT
010050     END-READ
010060
010070     IF NOT OCL-APERTA
010071         OR OCL-IN-PRELIEVO
010080         OR OCL-QTA-IMPEGNATA = 0
010090         OR OCL-DATA-CONSEGNA > WS-DATA-SISTEMA
010100         GO TO 4100-EXIT
010110     END-IF
010120
010130     MOVE OCL-CODICE-PROD TO PRD-CODICE-PROD
010140     READ PRDMAST-FILE
010150         INVALID KEY
010160             MOVE SPACES TO PRD-DESCRIZIONE
010170     END-READ
010180
010190     MOVE SPACES TO PRDTR-RECORD
010200     SET PRDTR-MOVIMENTO TO TRUE
010210     MOVE OCL-CODICE-PROD TO PRDTR-CODICE-PROD
010220     MOVE PRD-DESCRIZIONE TO PRDTR-DESCRIZIONE
010230     MOVE 0 TO PRDTR-PREZZO
010240     MOVE 0 TO PRDTR-QUANTITA
010250     MOVE 0 TO PRDTR-PUNTO-RIORDINO
010260     SET PRDTR-MOV-SCARICO TO TRUE
010270     MOVE OCL-QTA-IMPEGNATA TO PRDTR-MOV-QUANTITA
010280     MOVE 0 TO PRDTR-MOV-COSTO-UNIT
010290     MOVE OCL-DEPOSITO TO PRDTR-MOV-DEPOSITO
010300     MOVE SPACES TO PRDTR-MOV-DEP-DEST
010310     SET PRDTR-MOV-DA-IMPEGNO TO TRUE
010320     WRITE PRDTR-RECORD
010330
010340     ADD 1 TO WS-CONTA-PRELIEVI
010350     ADD OCL-QTA-IMPEGNATA TO WS-TOT-QTA-PRELIEVI
010360
010370     MOVE OCL-NUM-ORDINE TO WS-PK-NUM-ORDINE
010380     MOVE OCL-NUM-RIGA TO WS-PK-NUM-RIGA
010390     MOVE OCL-CODICE-CLIENTE TO WS-PK-CLIENTE
010400     MOVE OCL-CODICE-PROD TO WS-PK-CODICE-PROD
010410     MOVE PRD-DESCRIZIONE TO WS-PK-DESCRIZIONE
010420     MOVE OCL-DEPOSITO TO WS-PK-DEPOSITO
010430     MOVE OCL-QTA-IMPEGNATA TO WS-PK-QUANTITA
010440
010450     MOVE WS-NUM-BATCH-PRELIEVO TO OCL-NUM-BATCH-PRELIEVO
010470     MOVE WS-DATA-SISTEMA TO OCL-DATA-PRELIEVO
010480     IF OCL-QTA-IMPEGNATA + OCL-QTA-PRELEVATA
010490         NOT < OCL-QTA-ORDINATA
010500         MOVE "EVASA" TO WS-PK-ESITO
010510     ELSE
010520         MOVE "PARZIALE" TO WS-PK-ESITO
010530     END-IF
010540     REWRITE OCL-RECORD
010550     WRITE OCLPKRPT-LINE FROM WS-OCLPK-DETT-LINE.
010560 4100-EXIT.
010570     EXIT.
010580
010590*****************************************************************
010600*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
010610*****************************************************************
010620 9000-TERMINA-RUN.
010630     CLOSE PRDMAST-FILE
010640     CLOSE OCLMAST-FILE
010650     CLOSE OCLERRPT-FILE
010660     CLOSE OCLBORPT-FILE
010670     CLOSE OCLPKRPT-FILE
010680
010690     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
010700 9000-EXIT.
010710     EXIT.
010720
010730*****************************************************************
010740*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
010750*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
010760*  GIORNALIERO RUNRPT                                           *
010770*****************************************************************
010780 9100-SCRIVI-GIORNALE-RUN.
010790     OPEN EXTEND RUNJRNL-FILE
010800     IF WS-FS-RUNJRNL = "35"
010810         OPEN OUTPUT RUNJRNL-FILE
010820         CLOSE RUNJRNL-FILE
010830         OPEN EXTEND RUNJRNL-FILE
010840     END-IF
010850
010860     MOVE SPACES TO RNJ-RECORD
010870     MOVE "ORDCLI" TO RNJ-PROGRAMMA
010880     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
010890     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
010900     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
010910     ACCEPT WS-ORA-FINE-RUN FROM TIME
010920     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
010930     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
010940     MOVE SPACES TO RNJ-PERIODO
010950     MOVE WS-CONTA-LETTE TO RNJ-RECORD-LETTI
010960     MOVE WS-CONTA-ACCETTATE TO RNJ-RECORD-SCRITTI
010970     MOVE WS-CONTA-SCARTATE TO RNJ-RECORD-SCARTATI
010980     MOVE WS-BATCH-NUM-CORRENTE TO RNJ-NUM-BATCH
010990     IF BATCH-OCL-RESPINTO
011000         SET RNJ-ESITO-ERRORE TO TRUE
011010     ELSE
011020         SET RNJ-ESITO-OK TO TRUE
011030     END-IF
011040     WRITE RNJ-RECORD
011050     CLOSE RUNJRNL-FILE.
011060 9100-EXIT.
011070     EXIT.
