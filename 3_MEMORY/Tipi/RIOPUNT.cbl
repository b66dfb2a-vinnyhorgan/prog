000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RIOPUNT.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  RICALCOLO MENSILE DEL PUNTO DI RIORDINO E            *
000090*          CLASSIFICAZIONE ABC. LEGGE GLI SCARICHI ("I") DEL    *
000100*          GIORNALE MVJRNL DEGLI ULTIMI N MESI CHIUSI (IL MESE  *
000110*          IN CORSO NON ENTRA) E RICAVA PER OGNI CODICE ATTIVO  *
000120*          DI PRDMAST IL CONSUMO MEDIO MENSILE E QUELLO DEL     *
000130*          MESE DI PICCO. CON I GIORNI DI APPROVVIGIONAMENTO    *
000140*          FOR-LEAD-TIME-GG DEL FORNITORE ABITUALE (PRDFORN,    *
000150*          FORMAST) PROPONE IL NUOVO PUNTO DI RIORDINO:         *
000160*            CONSUMO MEDIO NEL LEAD TIME                        *
000170*            + SCORTA DI SICUREZZA = (PICCO - MEDIO) NEL LEAD   *
000180*              TIME, CIOE' LA DOMANDA IN PIU' DI UN MESE DI     *
000190*              PICCO DURANTE L'ATTESA DELLA MERCE.              *
000200*          ASSEGNA A OGNI CODICE LA CLASSE ABC SUL VALORE DEI   *
000210*          CONSUMI AL COSTO MEDIO (PRD-COSTO-MEDIO, O PREZZO SE *
000220*          NON RIVALORIZZATO): IN ORDINE DI VALORE DECRESCENTE, *
000230*          CLASSE A FINO ALL'80% DEL VALORE CUMULATO, B FINO AL *
000240*          95%, C IL RESTO. STAMPA SU RIOPRPT PUNTO ATTUALE E   *
000250*          PUNTO PROPOSTO E SCRIVE IL FILE RIOPPRO (COPY        *
000260*          CPRIOPN) DA SOTTOPORRE AL COMPRATORE: IL MASTER NON  *
000270*          VIENE TOCCATO, LO AGGIORNA RIOPAGG SULLE RIGHE       *
000280*          APPROVATE. SCHEDA PARAMETRO RIOPPARM: COL. 1-2 MESI  *
000290*          DI OSSERVAZIONE (DEFAULT 6, MASSIMO 12), COL. 3-5    *
000300*          SOGLIA % CLASSE A (DEFAULT 80), COL. 6-8 SOGLIA %    *
000310*          CLASSE B (DEFAULT 95), COL. 9-11 GIORNI DI           *
000320*          APPROVVIGIONAMENTO PER I CODICI SENZA FORNITORE O    *
000330*          LEAD TIME (DEFAULT 30). RUN MENSILE, A INIZIO MESE.  *
000340*                                                               *
000350*  STORIA DELLE MODIFICHE                                       *
000360*  DATA        AUTORE  DESCRIZIONE                              *
000370*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MVJRNL-FILE ASSIGN TO "MVJRNL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-FS-MVJRNL.
000490
000500     SELECT PRDMAST-FILE ASSIGN TO "PRDMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PRD-CODICE-PROD
000540         FILE STATUS IS WS-FS-PRDMAST.
000550
000560     SELECT PRDFORN-FILE ASSIGN TO "PRDFORN"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FS-PRDFORN.
000590
000600     SELECT FORMAST-FILE ASSIGN TO "FORMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS FOR-CODICE-FORN
000640         FILE STATUS IS WS-FS-FORMAST.
000650
000660     SELECT RIOPPARM-FILE ASSIGN TO "RIOPPARM"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-FS-RIOPPARM.
000690
000700     SELECT RIOPPRO-FILE ASSIGN TO "RIOPPRO"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-FS-RIOPPRO.
000730
000740     SELECT RIOPRPT-FILE ASSIGN TO "RIOPRPT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-FS-RIOPRPT.
000770
000780     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-FS-RUNJRNL.
000810
000820     SELECT RPNSORT-SD ASSIGN TO "RPNSORT.WRK".
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  MVJRNL-FILE.
000870 COPY CPMVJRN.
000880
000890 FD  PRDMAST-FILE.
000900 COPY CPPRODM REPLACING ==##PRODOTTO-RECORD##== BY
000910                        ==PRD-MASTER-REC==.
000920
000930 FD  PRDFORN-FILE.
000940 COPY CPPRDFO.
000950
000960 FD  FORMAST-FILE.
000970 COPY CPFORNI.
000980
000990 FD  RIOPPARM-FILE.
001000 01  RIOPPARM-CARD               PIC X(80).
001010
001020 FD  RIOPPRO-FILE.
001030 COPY CPRIOPN.
001040
001050 FD  RIOPRPT-FILE.
001060 01  RIOPRPT-LINE                PIC X(96).
001070
001080 FD  RUNJRNL-FILE.
001090 COPY CPRUNJR.
001100
001110 SD  RPNSORT-SD.
001120 01  SRP-RECORD.
001130     05  SRP-VALORE-CONSUMO      PIC 9(09)V99.
001140     05  SRP-CODICE-PROD         PIC X(10).
001150     05  SRP-DESCRIZIONE         PIC X(30).
001160     05  SRP-CONSUMO-TOTALE      PIC 9(07).
001170     05  SRP-CONSUMO-MEDIO       PIC 9(07).
001180     05  SRP-CONSUMO-PICCO       PIC 9(07).
001190     05  SRP-LEAD-TIME-GG        PIC 9(03).
001200     05  SRP-SCORTA-SICUREZZA    PIC 9(05).
001210     05  SRP-PUNTO-ATTUALE       PIC 9(05).
001220     05  SRP-PUNTO-PROPOSTO      PIC 9(05).
001230     05  SRP-NOTA                PIC X(12).
001240
001250 WORKING-STORAGE SECTION.
001260*****************************************************************
001270*  CODICI DI STATO DEI FILE                                     *
001280*****************************************************************
001290 01  WS-FILE-STATUS-AREA.
001300     05  WS-FS-MVJRNL            PIC X(02).
001310     05  WS-FS-PRDMAST           PIC X(02).
001320     05  WS-FS-PRDFORN           PIC X(02).
001330     05  WS-FS-FORMAST           PIC X(02).
001340     05  WS-FS-RIOPPARM          PIC X(02).
001350     05  WS-FS-RIOPPRO           PIC X(02).
001360     05  WS-FS-RIOPRPT           PIC X(02).
001370     05  WS-FS-RUNJRNL           PIC X(02).
001380
001390*****************************************************************
001400*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001410*****************************************************************
001420 01  WS-INDICATORI.
001430     05  WS-SW-FINE-MVJRNL       PIC X(01)   VALUE "N".
001440         88  FINE-MVJRNL                     VALUE "S".
001450     05  WS-SW-FINE-PRDMAST      PIC X(01)   VALUE "N".
001460         88  FINE-PRDMAST                    VALUE "S".
001470     05  WS-SW-FINE-PRDFORN      PIC X(01)   VALUE "N".
001480         88  FINE-PRDFORN                    VALUE "S".
001490     05  WS-SW-FINE-SORT         PIC X(01)   VALUE "N".
001500         88  FINE-SORT-RPN                   VALUE "S".
001501     05  WS-SW-FORNITORI-ASSENTI PIC X(01)   VALUE "N".
001520         88  FORNITORI-ASSENTI               VALUE "S".
001530     05  WS-SW-CODICE-TROVATO    PIC X(01)   VALUE "N".
001540         88  CODICE-TROVATO                  VALUE "S".
001550         88  CODICE-NUOVO                    VALUE "N".
001560     05  WS-SW-FORN-TROVATO      PIC X(01)   VALUE "N".
001570         88  FORNITORE-TROVATO               VALUE "S".
001580         88  FORNITORE-NON-TROVATO           VALUE "N".
001590     05  WS-SW-TAB-CONSUMI       PIC X(01)   VALUE "N".
001600         88  TABELLA-CONSUMI-PIENA           VALUE "S".
001610
001620*****************************************************************
001630*  TABELLA ASSOCIAZIONE PRODOTTO-FORNITORE (DA PRDFORN)         *
001640*****************************************************************
001650 01  WS-TABELLA-PRDFORN.
001660     05  WS-PFO-ENTRY OCCURS 1 TO 500 TIMES
001670                 DEPENDING ON WS-PFO-COUNT
001680                 INDEXED BY WS-PFO-IDX.
001690         10  WS-PFO-CODICE-PROD  PIC X(10).
001700         10  WS-PFO-CODICE-FORN  PIC X(06).
001710 77  WS-PFO-COUNT                PIC 9(03)   VALUE 0.
001720
001730*****************************************************************
001740*  CONSUMI MENSILI PER CODICE NEL PERIODO DI OSSERVAZIONE,      *
001750*  RICAVATI DA UNA SOLA PASSATA SUL GIORNALE MVJRNL (MESE 1 =   *
001760*  IL PIU' LONTANO)                                             *
001770*****************************************************************
001780 01  WS-TABELLA-CONSUMI.
001790     05  WS-CNS-ENTRY OCCURS 1 TO 500 TIMES
001800                 DEPENDING ON WS-CNS-COUNT
001810                 INDEXED BY WS-CNS-IDX.
001820         10  WS-CNS-CODICE-PROD  PIC X(10).
001830         10  WS-CNS-QTA-MESE     PIC 9(07) OCCURS 12 TIMES.
001840 77  WS-CNS-COUNT                PIC 9(03)   VALUE 0.
001850 77  WS-CNS-TROVATO              PIC 9(03)   VALUE 0.
001860
001870*****************************************************************
001880*  PARAMETRI DI CALCOLO E VARIABILI DI SUPPORTO                 *
001890*****************************************************************
001900 77  WS-MESI-OSSERVAZIONE        PIC 9(02)   VALUE 6.
001910 77  WS-PERC-CLASSE-A            PIC 9(03)   VALUE 80.
001920 77  WS-PERC-CLASSE-B            PIC 9(03)   VALUE 95.
001930 77  WS-LEAD-TIME-DEFAULT        PIC 9(03)   VALUE 30.
001940 77  WS-PERIODO-CORRENTE         PIC 9(06)   VALUE 0.
001950 77  WS-PERIODO-INIZIO           PIC 9(06)   VALUE 0.
001960 77  WS-PERIODO-MOVIMENTO        PIC 9(06)   VALUE 0.
001970 77  WS-MESE-IDX                 PIC 9(02)   VALUE 0.
001980 77  WS-AZZ-IDX                  PIC 9(02)   VALUE 0.
001990 77  WS-DATA-MOVIMENTO-N         PIC 9(08)   VALUE 0.
002000 77  WS-CODICE-RICERCA           PIC X(10)   VALUE SPACES.
002010 77  WS-FORNITORE-RICERCA        PIC X(06)   VALUE SPACES.
002020 77  WS-CONSUMO-TOTALE           PIC 9(07)   VALUE 0.
002030 77  WS-CONSUMO-MEDIO            PIC 9(07)   VALUE 0.
002040 77  WS-CONSUMO-PICCO            PIC 9(07)   VALUE 0.
002050 77  WS-LEAD-TIME-GG             PIC 9(03)   VALUE 0.
002060 77  WS-SCORTA-SICUREZZA         PIC 9(05)   VALUE 0.
002070 77  WS-PUNTO-PROPOSTO           PIC 9(05)   VALUE 0.
002080 77  WS-VARIAZIONE-PUNTO         PIC S9(05)  VALUE 0.
002090 77  WS-COSTO-VALORIZZAZIONE     PIC 9(04)V99 VALUE 0.
002100 77  WS-VALORE-CONSUMO           PIC 9(09)V99 VALUE 0.
002110 77  WS-TOT-VALORE-CONSUMI       PIC 9(11)V99 VALUE 0.
002120 77  WS-VALORE-CUMULATO          PIC 9(11)V99 VALUE 0.
002130 77  WS-PERC-CUMULATA            PIC 9(03)V99 VALUE 0.
002140 77  WS-CONTA-ESAMINATI          PIC 9(06)   VALUE 0.
002150 77  WS-CONTA-PROPOSTE           PIC 9(06)   VALUE 0.
002160 77  WS-CONTA-VARIATI            PIC 9(06)   VALUE 0.
002170 77  WS-CONTA-NON-CLASSIF        PIC 9(05)   VALUE 0.
002180 77  WS-CONTA-SCARICHI           PIC 9(07)   VALUE 0.
002190 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
002200 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
002210 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
002220
002230 01  WS-DATA-SISTEMA.
002240     05  WS-DS-ANNO              PIC 9(04).
002250     05  WS-DS-MESE              PIC 9(02).
002260     05  WS-DS-GIORNO            PIC 9(02).
002270
002280*****************************************************************
002290*  PRIMO E ULTIMO MESE DEL PERIODO DI OSSERVAZIONE (AAAAMM),    *
002300*  RICAVATI DAI NUMERI PROGRESSIVI DI PERIODO (ANNO * 12 +      *
002310*  MESE - 1) PER L'INTESTAZIONE DEL REPORT                      *
002320*****************************************************************
002330 01  WS-MESE-DAL.
002340     05  WS-MD-ANNO              PIC 9(04).
002350     05  WS-MD-MESE              PIC 9(02).
002360 01  WS-MESE-AL.
002370     05  WS-MA-ANNO              PIC 9(04).
002380     05  WS-MA-MESE              PIC 9(02).
002390 77  WS-PERIODO-APPOGGIO         PIC 9(06)   VALUE 0.
002400
002410*****************************************************************
002420*  TOTALI PER CLASSE ABC (1 = A, 2 = B, 3 = C)                  *
002430*****************************************************************
002440 01  WS-TOTALI-CLASSE.
002450     05  WS-TCL-ENTRY OCCURS 3 TIMES.
002460         10  WS-TCL-CODICI       PIC 9(06).
002470         10  WS-TCL-VALORE       PIC 9(11)V99.
002480 77  WS-CLASSE-IDX               PIC 9(01)   VALUE 0.
002490
002500*****************************************************************
002510*  LINEE DI STAMPA - REPORT RICALCOLO PUNTO DI RIORDINO         *
002520*****************************************************************
002530 01  WS-RPN-INTESTAZ-1.
002540     05  FILLER                  PIC X(44)
002550         VALUE "RICALCOLO PUNTO DI RIORDINO E CLASSI ABC DEL".
002560     05  FILLER                  PIC X(01)   VALUE SPACES.
002570     05  WS-RI-DATA              PIC 9(08).
002580     05  FILLER                  PIC X(13)
002590         VALUE " - CONSUMI DI".
002600     05  WS-RI-MESI              PIC ZZ9.
002610     05  FILLER                  PIC X(09)   VALUE " MESI DAL".
002620     05  FILLER                  PIC X(01)   VALUE SPACES.
002630     05  WS-RI-MESE-DAL          PIC 9(06).
002640     05  FILLER                  PIC X(04)   VALUE " AL ".
002650     05  WS-RI-MESE-AL           PIC 9(06).
002660
002670 01  WS-RPN-INTESTAZ-2.
002680     05  FILLER                  PIC X(12)   VALUE "CODICE".
002690     05  FILLER                  PIC X(03)   VALUE "CL".
002700     05  FILLER                  PIC X(08)   VALUE "  MEDIA".
002710     05  FILLER                  PIC X(08)   VALUE "  PICCO".
002720     05  FILLER                  PIC X(04)   VALUE "  LT".
002730     05  FILLER                  PIC X(06)   VALUE " SCOR.".
002740     05  FILLER                  PIC X(06)   VALUE "  ATT.".
002750     05  FILLER                  PIC X(06)   VALUE " NUOVO".
002760     05  FILLER                  PIC X(07)   VALUE "   VAR.".
002770     05  FILLER                  PIC X(15)
002780         VALUE "  VALORE CONS.".
002790     05  FILLER                  PIC X(12)   VALUE "NOTE".
002800
002810 01  WS-RPN-DETT-LINE.
002820     05  WS-RD-CODICE-PROD       PIC X(10).
002830     05  FILLER                  PIC X(02)   VALUE SPACES.
002840     05  WS-RD-CLASSE            PIC X(01).
002850     05  FILLER                  PIC X(02)   VALUE SPACES.
002860     05  WS-RD-MEDIA             PIC ZZZZZZ9.
002870     05  FILLER                  PIC X(01)   VALUE SPACES.
002880     05  WS-RD-PICCO             PIC ZZZZZZ9.
002890     05  FILLER                  PIC X(01)   VALUE SPACES.
002900     05  WS-RD-LEAD-TIME         PIC ZZ9.
002910     05  FILLER                  PIC X(01)   VALUE SPACES.
002920     05  WS-RD-SCORTA            PIC ZZZZ9.
002930     05  FILLER                  PIC X(01)   VALUE SPACES.
002940     05  WS-RD-PUNTO-ATTUALE     PIC ZZZZ9.
002950     05  FILLER                  PIC X(01)   VALUE SPACES.
002960     05  WS-RD-PUNTO-NUOVO       PIC ZZZZ9.
002970     05  FILLER                  PIC X(01)   VALUE SPACES.
002980     05  WS-RD-VARIAZIONE        PIC -ZZZZ9.
002990     05  FILLER                  PIC X(01)   VALUE SPACES.
003000     05  WS-RD-VALORE            PIC ZZZ.ZZZ.ZZ9,99.
003010     05  FILLER                  PIC X(01)   VALUE SPACES.
003020     05  WS-RD-NOTA              PIC X(12).
003030
003040 01  WS-RPN-CLASSE-LINE.
003050     05  FILLER                  PIC X(07)   VALUE "CLASSE ".
003060     05  WS-RC-CLASSE            PIC X(01).
003070     05  FILLER                  PIC X(09)   VALUE "  CODICI ".
003080     05  WS-RC-CODICI            PIC ZZZZZ9.
003090     05  FILLER                  PIC X(18)
003100         VALUE "  VALORE CONSUMI  ".
003110     05  WS-RC-VALORE            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003120
003130*****************************************************************
003140*  AVVISO DI TABELLA CONSUMI PIENA: I CODICI NON CENSITI NON    *
003150*  RICEVONO PROPOSTA NE' CLASSE (VEDERE 3100) E L'ESITO SUL     *
003160*  GIORNALE RUN PASSA A "ER" (VEDERE 9100)                      *
003170*****************************************************************
003180 01  WS-AVVISO-TAB-LINE.
003190     05  FILLER                  PIC X(96)
003200         VALUE "ATTENZIONE: TABELLA CONSUMI PIENA: CODICI NON CE
003210-    "NSITI ESCLUSI DAL RICALCOLO".
003220
003230 01  WS-RPN-NONCL-LINE.
003240     05  FILLER                  PIC X(30)
003250         VALUE "CODICI ESCLUSI (TAB. PIENA)".
003260     05  WS-RT-NON-CLASSIF       PIC ZZZZZ9.
003270
003280 01  WS-RPN-SCARICHI-LINE.
003290     05  FILLER                  PIC X(30)
003300         VALUE "SCARICHI DEL PERIODO LETTI".
003310     05  WS-RT-SCARICHI          PIC Z.ZZZ.ZZ9.
003320
003330 01  WS-RPN-CONTA-LINE.
003340     05  FILLER                  PIC X(30)
003350         VALUE "PROPOSTE SCRITTE SU RIOPPRO".
003360     05  WS-RT-PROPOSTE          PIC ZZZZZ9.
003370
003380 01  WS-RPN-VARIATI-LINE.
003390     05  FILLER                  PIC X(30)
003400         VALUE "DI CUI CON PUNTO VARIATO".
003410     05  WS-RT-VARIATI           PIC ZZZZZ9.
003420
003430 PROCEDURE DIVISION.
003440*****************************************************************
003450*  0000-MAINLINE - CONTROLLO PRINCIPALE DEL RICALCOLO           *
003460*****************************************************************
003470 0000-MAINLINE.
003480     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
003490     PERFORM 2000-CARICA-CONSUMI THRU 2000-EXIT
003500
003510     SORT RPNSORT-SD
003520         ON DESCENDING KEY SRP-VALORE-CONSUMO
003530         ON ASCENDING KEY SRP-CODICE-PROD
003540         INPUT PROCEDURE IS 3000-CALCOLA-PROPOSTE
003550             THRU 3000-EXIT
003560         OUTPUT PROCEDURE IS 4000-CLASSIFICA-E-SCRIVI
003570             THRU 4000-EXIT
003580
003590     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
003600     STOP RUN.
003610
003620*****************************************************************
003630*  1000-INIZIALIZZA-RUN - APERTURA FILE, PARAMETRI, PERIODO DI  *
003640*  OSSERVAZIONE, CARICO ASSOCIAZIONI PRODOTTO-FORNITORE E       *
003650*  INTESTAZIONE DEL REPORT                                      *
003660*****************************************************************
003670 1000-INIZIALIZZA-RUN.
003680     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003690     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
003700
003710     OPEN INPUT MVJRNL-FILE
003720     IF WS-FS-MVJRNL = "35"
003730         SET FINE-MVJRNL TO TRUE
003740     END-IF
003750
003760     OPEN INPUT PRDMAST-FILE
003770     IF WS-FS-PRDMAST = "35"
003780         SET FINE-PRDMAST TO TRUE
003790     END-IF
003800
003810     OPEN INPUT FORMAST-FILE
003820     IF WS-FS-FORMAST = "35"
003830         SET FORNITORI-ASSENTI TO TRUE
003840     END-IF
003850
003860     PERFORM 1100-LEGGI-PARAMETRI THRU 1100-EXIT
003870     PERFORM 1200-CARICA-PRDFORN THRU 1200-EXIT
003880
003890*    PERIODO DI OSSERVAZIONE: GLI N MESI CHIUSI CHE PRECEDONO
003900*    IL MESE DI ELABORAZIONE, IN NUMERI PROGRESSIVI DI PERIODO.
003910     COMPUTE WS-PERIODO-CORRENTE =
003920             WS-DS-ANNO * 12 + WS-DS-MESE - 1
003930     COMPUTE WS-PERIODO-INIZIO =
003940             WS-PERIODO-CORRENTE - WS-MESI-OSSERVAZIONE
003950     DIVIDE WS-PERIODO-INIZIO BY 12
003960         GIVING WS-MD-ANNO REMAINDER WS-MD-MESE
003970     ADD 1 TO WS-MD-MESE
003980     COMPUTE WS-PERIODO-APPOGGIO = WS-PERIODO-CORRENTE - 1
003990     DIVIDE WS-PERIODO-APPOGGIO BY 12
004000         GIVING WS-MA-ANNO REMAINDER WS-MA-MESE
004010     ADD 1 TO WS-MA-MESE
004020
004030     PERFORM 1300-AZZERA-TOTALE-CLASSE
004040         VARYING WS-CLASSE-IDX FROM 1 BY 1
004050         UNTIL WS-CLASSE-IDX > 3
004060
004070     OPEN OUTPUT RIOPPRO-FILE
004080     OPEN OUTPUT RIOPRPT-FILE
004090     MOVE WS-DATA-SISTEMA TO WS-RI-DATA
004100     MOVE WS-MESI-OSSERVAZIONE TO WS-RI-MESI
004110     MOVE WS-MESE-DAL TO WS-RI-MESE-DAL
004120     MOVE WS-MESE-AL TO WS-RI-MESE-AL
004130     WRITE RIOPRPT-LINE FROM WS-RPN-INTESTAZ-1
004140     WRITE RIOPRPT-LINE FROM WS-RPN-INTESTAZ-2.
004150 1000-EXIT.
004160     EXIT.
004170
004180*****************************************************************
004190*  1100-LEGGI-PARAMETRI - LEGGE LA SCHEDA RIOPPARM (MESI DI     *
004200*  OSSERVAZIONE, SOGLIE DELLE CLASSI A E B, LEAD TIME DI        *
004210*  DEFAULT); SENZA SCHEDA O CON CAMPI NON NUMERICI O FUORI      *
004220*  LIMITE RESTANO I VALORI DI DEFAULT 6 / 80 / 95 / 30          *
004230*****************************************************************
004240 1100-LEGGI-PARAMETRI.
004250     OPEN INPUT RIOPPARM-FILE
004260     IF WS-FS-RIOPPARM = "35"
004270         GO TO 1100-EXIT
004280     END-IF
004290     READ RIOPPARM-FILE
004300         AT END
004310             CONTINUE
004320         NOT AT END
004330             IF RIOPPARM-CARD (1:2) IS NUMERIC
004340                 AND RIOPPARM-CARD (1:2) > "00"
004350                 AND RIOPPARM-CARD (1:2) NOT > "12"
004360                 MOVE RIOPPARM-CARD (1:2)
004370                     TO WS-MESI-OSSERVAZIONE
004380             END-IF
004390             IF RIOPPARM-CARD (3:3) IS NUMERIC
004400                 AND RIOPPARM-CARD (3:3) > "000"
004410                 AND RIOPPARM-CARD (3:3) < "100"
004420                 MOVE RIOPPARM-CARD (3:3) TO WS-PERC-CLASSE-A
004430             END-IF
004440             IF RIOPPARM-CARD (6:3) IS NUMERIC
004450                 AND RIOPPARM-CARD (6:3) > "000"
004460                 AND RIOPPARM-CARD (6:3) NOT > "100"
004470                 MOVE RIOPPARM-CARD (6:3) TO WS-PERC-CLASSE-B
004480             END-IF
004490             IF RIOPPARM-CARD (9:3) IS NUMERIC
004500                 AND RIOPPARM-CARD (9:3) > "000"
004510                 MOVE RIOPPARM-CARD (9:3)
004520                     TO WS-LEAD-TIME-DEFAULT
004530             END-IF
004540     END-READ
004550     CLOSE RIOPPARM-FILE
004560
004570*    UNA SOGLIA B SOTTO LA SOGLIA A SVUOTEREBBE LA CLASSE B:
004580*    LE DUE SOGLIE SI ALLINEANO.
004590     IF WS-PERC-CLASSE-B < WS-PERC-CLASSE-A
004600         MOVE WS-PERC-CLASSE-A TO WS-PERC-CLASSE-B
004610     END-IF.
004620 1100-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660*  1200-CARICA-PRDFORN - CARICA IN TABELLA L'ASSOCIAZIONE       *
004670*  FORNITORE ABITUALE PER CODICE PRODOTTO                       *
004680*****************************************************************
004690 1200-CARICA-PRDFORN.
004700     MOVE 0 TO WS-PFO-COUNT
004710     OPEN INPUT PRDFORN-FILE
004720     IF WS-FS-PRDFORN = "35"
004730         SET FINE-PRDFORN TO TRUE
004740         GO TO 1200-EXIT
004750     END-IF
004760     PERFORM 1210-LEGGI-RIGA-PRDFORN THRU 1210-EXIT
004770         UNTIL FINE-PRDFORN
004780         OR WS-PFO-COUNT = 500
004790     CLOSE PRDFORN-FILE.
004800 1200-EXIT.
004810     EXIT.
004820
004830 1210-LEGGI-RIGA-PRDFORN.
004840     READ PRDFORN-FILE
004850         AT END
004860             SET FINE-PRDFORN TO TRUE
004870             GO TO 1210-EXIT
004880     END-READ
004890     ADD 1 TO WS-PFO-COUNT
004900     MOVE PFO-CODICE-PROD TO WS-PFO-CODICE-PROD(WS-PFO-COUNT)
004910     MOVE PFO-CODICE-FORN TO WS-PFO-CODICE-FORN(WS-PFO-COUNT).
004920 1210-EXIT.
004930     EXIT.
004940
004950 1300-AZZERA-TOTALE-CLASSE.
004960     MOVE 0 TO WS-TCL-CODICI(WS-CLASSE-IDX)
004970     MOVE 0 TO WS-TCL-VALORE(WS-CLASSE-IDX).
004980
004990*****************************************************************
005000*  2000-CARICA-CONSUMI - UNA PASSATA SUL GIORNALE: OGNI SCARICO *
005010*  "I" DEL PERIODO DI OSSERVAZIONE SI SOMMA AL CONSUMO DEL SUO  *
005020*  MESE PER CODICE. CARICHI, TRASFERIMENTI E RETTIFICHE NON     *
005030*  SONO CONSUMI E NON ENTRANO                                   *
005040*****************************************************************
005050 2000-CARICA-CONSUMI.
005060     PERFORM 2100-LEGGI-MOVIMENTO THRU 2100-EXIT
005070         UNTIL FINE-MVJRNL
005080     IF WS-FS-MVJRNL NOT = "35"
005090         CLOSE MVJRNL-FILE
005100     END-IF.
005110 2000-EXIT.
005120     EXIT.
005130
005140 2100-LEGGI-MOVIMENTO.
005150     READ MVJRNL-FILE
005160         AT END
005170             SET FINE-MVJRNL TO TRUE
005180             GO TO 2100-EXIT
005190     END-READ
005200
005210     IF NOT MVJ-SCARICO
005220         GO TO 2100-EXIT
005230     END-IF
005240     MOVE MVJ-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO-N
005250     IF WS-DATA-MOVIMENTO-N IS NOT NUMERIC
005260         OR MVJ-QUANTITA IS NOT NUMERIC
005270         GO TO 2100-EXIT
005280     END-IF
005290
005300     COMPUTE WS-PERIODO-MOVIMENTO =
005310             MVJ-ANNO * 12 + MVJ-MESE - 1
005320     IF WS-PERIODO-MOVIMENTO < WS-PERIODO-INIZIO
005330         OR WS-PERIODO-MOVIMENTO NOT < WS-PERIODO-CORRENTE
005340         GO TO 2100-EXIT
005350     END-IF
005360     COMPUTE WS-MESE-IDX =
005370             WS-PERIODO-MOVIMENTO - WS-PERIODO-INIZIO + 1
005380     ADD 1 TO WS-CONTA-SCARICHI
005390
005400     MOVE MVJ-CODICE-PROD TO WS-CODICE-RICERCA
005410     PERFORM 2200-CERCA-CODICE THRU 2200-EXIT
005420     IF CODICE-TROVATO
005430         ADD MVJ-QUANTITA
005440             TO WS-CNS-QTA-MESE(WS-CNS-TROVATO, WS-MESE-IDX)
005450         GO TO 2100-EXIT
005460     END-IF
005470
005480     IF WS-CNS-COUNT < 500
005490         ADD 1 TO WS-CNS-COUNT
005500         MOVE MVJ-CODICE-PROD
005510             TO WS-CNS-CODICE-PROD(WS-CNS-COUNT)
005520         PERFORM 2300-AZZERA-MESE
005530             VARYING WS-AZZ-IDX FROM 1 BY 1
005540             UNTIL WS-AZZ-IDX > 12
005550         MOVE MVJ-QUANTITA
005560             TO WS-CNS-QTA-MESE(WS-CNS-COUNT, WS-MESE-IDX)
005570     ELSE
005580*        CODICE NON CENSIBILE: SENZA I SUOI CONSUMI AVREBBE UN
005590*        PUNTO A ZERO E CLASSE C; IL RICALCOLO LO ESCLUDE E LA
005600*        RUN CHIUDE IN ERRORE.
005610         IF NOT TABELLA-CONSUMI-PIENA
005620             SET TABELLA-CONSUMI-PIENA TO TRUE
005630             WRITE RIOPRPT-LINE FROM WS-AVVISO-TAB-LINE
005640         END-IF
005650     END-IF.
005660 2100-EXIT.
005670     EXIT.
005680
005690 2200-CERCA-CODICE.
005700     SET CODICE-NUOVO TO TRUE
005710     MOVE 0 TO WS-CNS-TROVATO
005720     IF WS-CNS-COUNT > 0
005730         PERFORM 2210-VERIFICA-RIGA-CONSUMI
005740             VARYING WS-CNS-IDX FROM 1 BY 1
005750             UNTIL WS-CNS-IDX > WS-CNS-COUNT
005760             OR CODICE-TROVATO
005770     END-IF.
005780 2200-EXIT.
005790     EXIT.
005800
005810 2210-VERIFICA-RIGA-CONSUMI.
005820     IF WS-CNS-CODICE-PROD(WS-CNS-IDX) = WS-CODICE-RICERCA
005830         SET CODICE-TROVATO TO TRUE
005840         SET WS-CNS-TROVATO TO WS-CNS-IDX
005850     END-IF.
005860
005870 2300-AZZERA-MESE.
005880     MOVE 0 TO WS-CNS-QTA-MESE(WS-CNS-COUNT, WS-AZZ-IDX).
005890
005900*****************************************************************
005910*  3000-CALCOLA-PROPOSTE - PROCEDURA DI INPUT DEL SORT: SCORRE  *
005920*  I CODICI ATTIVI DEL MASTER, NE CALCOLA CONSUMI, LEAD TIME,   *
005930*  SCORTA DI SICUREZZA, PUNTO PROPOSTO E VALORE DEI CONSUMI     *
005940*  E LI CONSEGNA AL SORT PER VALORE DECRESCENTE                 *
005950*****************************************************************
005960 3000-CALCOLA-PROPOSTE.
005970     IF FINE-PRDMAST
005980         GO TO 3000-EXIT
005990     END-IF
006000
006010     MOVE LOW-VALUES TO PRD-CODICE-PROD
006020     START PRDMAST-FILE KEY IS GREATER THAN PRD-CODICE-PROD
006030         INVALID KEY
006040             SET FINE-PRDMAST TO TRUE
006050     END-START
006060
006070     PERFORM 3100-LEGGI-PROSSIMO-PRD THRU 3100-EXIT
006080         UNTIL FINE-PRDMAST.
006090 3000-EXIT.
006100     EXIT.
006110
006120 3100-LEGGI-PROSSIMO-PRD.
006130     READ PRDMAST-FILE NEXT RECORD
006140         AT END
006150             SET FINE-PRDMAST TO TRUE
006160             GO TO 3100-EXIT
006170     END-READ
006180
006190     IF NOT PRD-REC-ATTIVO
006200         GO TO 3100-EXIT
006210     END-IF
006220     ADD 1 TO WS-CONTA-ESAMINATI
006230
006240     MOVE 0 TO WS-CONSUMO-TOTALE
006250     MOVE 0 TO WS-CONSUMO-PICCO
006260     MOVE SPACES TO SRP-NOTA
006270     MOVE PRD-CODICE-PROD TO WS-CODICE-RICERCA
006280     PERFORM 2200-CERCA-CODICE THRU 2200-EXIT
006290*    CON LA TABELLA CONSUMI PIENA UN CODICE NON CENSITO NON E'
006300*    DISTINGUIBILE DA UN CODICE SENZA SCARICHI: SI ESCLUDE
006310*    DAL RICALCOLO ANZICHE' AZZERARNE IL PUNTO A TORTO.
006320     IF CODICE-NUOVO AND TABELLA-CONSUMI-PIENA
006330         ADD 1 TO WS-CONTA-NON-CLASSIF
006340         GO TO 3100-EXIT
006350     END-IF
006360     IF CODICE-TROVATO
006370         PERFORM 3200-SOMMA-MESE
006380             VARYING WS-MESE-IDX FROM 1 BY 1
006390             UNTIL WS-MESE-IDX > WS-MESI-OSSERVAZIONE
006400     ELSE
006410         MOVE "NO CONSUMI" TO SRP-NOTA
006420     END-IF
006430     COMPUTE WS-CONSUMO-MEDIO ROUNDED =
006440             WS-CONSUMO-TOTALE / WS-MESI-OSSERVAZIONE
006450
006460     PERFORM 3300-CERCA-LEAD-TIME THRU 3300-EXIT
006470     PERFORM 3400-CALCOLA-PUNTO THRU 3400-EXIT
006480
006490     IF PRD-COSTO-MEDIO IS NUMERIC AND PRD-COSTO-MEDIO > 0
006500         MOVE PRD-COSTO-MEDIO TO WS-COSTO-VALORIZZAZIONE
006510     ELSE
006520         MOVE PRD-PREZZO TO WS-COSTO-VALORIZZAZIONE
006530     END-IF
006540     COMPUTE WS-VALORE-CONSUMO ROUNDED =
006550             WS-COSTO-VALORIZZAZIONE * WS-CONSUMO-TOTALE
006560     ADD WS-VALORE-CONSUMO TO WS-TOT-VALORE-CONSUMI
006570
006580     MOVE WS-VALORE-CONSUMO TO SRP-VALORE-CONSUMO
006590     MOVE PRD-CODICE-PROD TO SRP-CODICE-PROD
006600     MOVE PRD-DESCRIZIONE TO SRP-DESCRIZIONE
006610     MOVE WS-CONSUMO-TOTALE TO SRP-CONSUMO-TOTALE
006620     MOVE WS-CONSUMO-MEDIO TO SRP-CONSUMO-MEDIO
006630     MOVE WS-CONSUMO-PICCO TO SRP-CONSUMO-PICCO
006640     MOVE WS-LEAD-TIME-GG TO SRP-LEAD-TIME-GG
006650     MOVE WS-SCORTA-SICUREZZA TO SRP-SCORTA-SICUREZZA
006660     MOVE PRD-PUNTO-RIORDINO TO SRP-PUNTO-ATTUALE
006670     MOVE WS-PUNTO-PROPOSTO TO SRP-PUNTO-PROPOSTO
006680     RELEASE SRP-RECORD.
006690 3100-EXIT.
006700     EXIT.
006710
006720 3200-SOMMA-MESE.
006730     ADD WS-CNS-QTA-MESE(WS-CNS-TROVATO, WS-MESE-IDX)
006740         TO WS-CONSUMO-TOTALE
006750     IF WS-CNS-QTA-MESE(WS-CNS-TROVATO, WS-MESE-IDX)
006760         > WS-CONSUMO-PICCO
006770         MOVE WS-CNS-QTA-MESE(WS-CNS-TROVATO, WS-MESE-IDX)
006780             TO WS-CONSUMO-PICCO
006790     END-IF.
006800
006810*****************************************************************
006820*  3300-CERCA-LEAD-TIME - GIORNI DI APPROVVIGIONAMENTO DEL      *
006830*  FORNITORE ABITUALE (PRDFORN, FORMAST); SENZA FORNITORE, CON  *
006840*  FORNITORE NON CENSITO O CON LEAD TIME A ZERO VALE IL DEFAULT *
006850*  DELLA SCHEDA PARAMETRO, SEGNALATO IN NOTA                    *
006860*****************************************************************
006870 3300-CERCA-LEAD-TIME.
006880     MOVE WS-LEAD-TIME-DEFAULT TO WS-LEAD-TIME-GG
006890     SET FORNITORE-NON-TROVATO TO TRUE
006900     MOVE SPACES TO WS-FORNITORE-RICERCA
006910     IF WS-PFO-COUNT > 0
006920         PERFORM 3310-VERIFICA-RIGA-PRDFORN
006930             VARYING WS-PFO-IDX FROM 1 BY 1
006940             UNTIL WS-PFO-IDX > WS-PFO-COUNT
006950             OR FORNITORE-TROVATO
006960     END-IF
006970     IF FORNITORE-TROVATO AND NOT FORNITORI-ASSENTI
006980         MOVE WS-FORNITORE-RICERCA TO FOR-CODICE-FORN
006990         READ FORMAST-FILE
007000             INVALID KEY
007010                 MOVE 0 TO FOR-LEAD-TIME-GG
007020         END-READ
007030         IF FOR-LEAD-TIME-GG IS NUMERIC
007040             AND FOR-LEAD-TIME-GG > 0
007050             MOVE FOR-LEAD-TIME-GG TO WS-LEAD-TIME-GG
007060             GO TO 3300-EXIT
007070         END-IF
007080     END-IF
007090
007100     IF SRP-NOTA = SPACES
007110         MOVE "LT DEFAULT" TO SRP-NOTA
007120     END-IF.
007130 3300-EXIT.
007140     EXIT.
007150
007160 3310-VERIFICA-RIGA-PRDFORN.
007170     IF WS-PFO-CODICE-PROD(WS-PFO-IDX) = PRD-CODICE-PROD
007180         MOVE WS-PFO-CODICE-FORN(WS-PFO-IDX)
007190             TO WS-FORNITORE-RICERCA
007200         SET FORNITORE-TROVATO TO TRUE
007210     END-IF.
007220
007230*****************************************************************
007240*  3400-CALCOLA-PUNTO - PUNTO PROPOSTO = CONSUMO MEDIO NEL LEAD *
007250*  TIME + SCORTA DI SICUREZZA, CON IL MESE A 30 GIORNI. LA      *
007260*  SCORTA COPRE LO SCARTO TRA MESE DI PICCO E MESE MEDIO PER    *
007270*  LA DURATA DEL LEAD TIME: UN CODICE A CONSUMO REGOLARE HA     *
007280*  SCORTA BASSA, UNO A CONSUMO IRREGOLARE SCORTA ALTA. OLTRE LA *
007290*  CAPIENZA DEL CAMPO IL PUNTO SI FERMA A 99999                 *
007300*****************************************************************
007310 3400-CALCOLA-PUNTO.
007320     COMPUTE WS-SCORTA-SICUREZZA ROUNDED =
007330             (WS-CONSUMO-PICCO - WS-CONSUMO-MEDIO)
007340             * WS-LEAD-TIME-GG / 30
007350         ON SIZE ERROR
007360             MOVE 99999 TO WS-SCORTA-SICUREZZA
007370     END-COMPUTE
007380     COMPUTE WS-PUNTO-PROPOSTO ROUNDED =
007390             WS-CONSUMO-MEDIO * WS-LEAD-TIME-GG / 30
007400             + WS-SCORTA-SICUREZZA
007410         ON SIZE ERROR
007420             MOVE 99999 TO WS-PUNTO-PROPOSTO
007430     END-COMPUTE.
007440 3400-EXIT.
007450     EXIT.
007460
007470*****************************************************************
007480*  4000-CLASSIFICA-E-SCRIVI - PROCEDURA DI OUTPUT DEL SORT: I   *
007490*  CODICI ARRIVANO PER VALORE DEI CONSUMI DECRESCENTE; LA       *
007500*  CLASSE DIPENDE DALLA QUOTA DI VALORE CUMULATA PRIMA DEL      *
007510*  CODICE, COSI' IL CODICE CHE SUPERA LA SOGLIA RESTA NELLA     *
007520*  CLASSE PIU' ALTA. SCRIVE PROPOSTA E RIGA DI REPORT           *
007530*****************************************************************
007540 4000-CLASSIFICA-E-SCRIVI.
007550     MOVE 0 TO WS-VALORE-CUMULATO
007560     PERFORM 4100-LEGGI-ORDINATO THRU 4100-EXIT
007570         UNTIL FINE-SORT-RPN.
007580 4000-EXIT.
007590     EXIT.
007600
007610 4100-LEGGI-ORDINATO.
007620     RETURN RPNSORT-SD
007630         AT END
007640             SET FINE-SORT-RPN TO TRUE
007650             GO TO 4100-EXIT
007660     END-RETURN
007670
007680     MOVE SPACES TO RPN-RECORD
007690     IF SRP-VALORE-CONSUMO = 0 OR WS-TOT-VALORE-CONSUMI = 0
007700         SET RPN-CLASSE-C TO TRUE
007710         MOVE 3 TO WS-CLASSE-IDX
007720     ELSE
007730         COMPUTE WS-PERC-CUMULATA =
007740                 WS-VALORE-CUMULATO * 100
007750                 / WS-TOT-VALORE-CONSUMI
007760         EVALUATE TRUE
007770             WHEN WS-PERC-CUMULATA < WS-PERC-CLASSE-A
007780                 SET RPN-CLASSE-A TO TRUE
007790                 MOVE 1 TO WS-CLASSE-IDX
007800             WHEN WS-PERC-CUMULATA < WS-PERC-CLASSE-B
007810                 SET RPN-CLASSE-B TO TRUE
007820                 MOVE 2 TO WS-CLASSE-IDX
007830             WHEN OTHER
007840                 SET RPN-CLASSE-C TO TRUE
007850                 MOVE 3 TO WS-CLASSE-IDX
007860         END-EVALUATE
007870     END-IF
007880     ADD SRP-VALORE-CONSUMO TO WS-VALORE-CUMULATO
007890     ADD 1 TO WS-TCL-CODICI(WS-CLASSE-IDX)
007900     ADD SRP-VALORE-CONSUMO TO WS-TCL-VALORE(WS-CLASSE-IDX)
007910
007920     MOVE SRP-CODICE-PROD TO RPN-CODICE-PROD
007930     MOVE SRP-DESCRIZIONE TO RPN-DESCRIZIONE
007940     MOVE WS-DATA-SISTEMA TO RPN-DATA-CALCOLO
007950     MOVE WS-MESI-OSSERVAZIONE TO RPN-MESI-OSSERVATI
007960     MOVE SRP-CONSUMO-TOTALE TO RPN-CONSUMO-TOTALE
007970     MOVE SRP-CONSUMO-MEDIO TO RPN-CONSUMO-MEDIO
007980     MOVE SRP-CONSUMO-PICCO TO RPN-CONSUMO-PICCO
007990     MOVE SRP-LEAD-TIME-GG TO RPN-LEAD-TIME-GG
008000     MOVE SRP-SCORTA-SICUREZZA TO RPN-SCORTA-SICUREZZA
008010     MOVE SRP-PUNTO-ATTUALE TO RPN-PUNTO-ATTUALE
008020     MOVE SRP-PUNTO-PROPOSTO TO RPN-PUNTO-PROPOSTO
008030     MOVE 0 TO RPN-PUNTO-APPROVATO
008040     MOVE SRP-VALORE-CONSUMO TO RPN-VALORE-CONSUMO
008050     SET RPN-PROPOSTA TO TRUE
008060     WRITE RPN-RECORD
008070     ADD 1 TO WS-CONTA-PROPOSTE
008080
008090     COMPUTE WS-VARIAZIONE-PUNTO =
008100             SRP-PUNTO-PROPOSTO - SRP-PUNTO-ATTUALE
008110     IF WS-VARIAZIONE-PUNTO NOT = 0
008120         ADD 1 TO WS-CONTA-VARIATI
008130     END-IF
008140
008150     MOVE SRP-CODICE-PROD TO WS-RD-CODICE-PROD
008160     MOVE RPN-CLASSE-ABC TO WS-RD-CLASSE
008170     MOVE SRP-CONSUMO-MEDIO TO WS-RD-MEDIA
008180     MOVE SRP-CONSUMO-PICCO TO WS-RD-PICCO
008190     MOVE SRP-LEAD-TIME-GG TO WS-RD-LEAD-TIME
008200     MOVE SRP-SCORTA-SICUREZZA TO WS-RD-SCORTA
008210     MOVE SRP-PUNTO-ATTUALE TO WS-RD-PUNTO-ATTUALE
008220     MOVE SRP-PUNTO-PROPOSTO TO WS-RD-PUNTO-NUOVO
008230     MOVE WS-VARIAZIONE-PUNTO TO WS-RD-VARIAZIONE
008240     MOVE SRP-VALORE-CONSUMO TO WS-RD-VALORE
008250     MOVE SRP-NOTA TO WS-RD-NOTA
008260     WRITE RIOPRPT-LINE FROM WS-RPN-DETT-LINE.
008270 4100-EXIT.
008280     EXIT.
008290
008300*****************************************************************
008310*  9000-TERMINA-RUN - TOTALI PER CLASSE, TOTALI DI CONTROLLO E  *
008320*  CHIUSURA FILE                                                *
008330*****************************************************************
008340 9000-TERMINA-RUN.
008350     MOVE "A" TO WS-RC-CLASSE
008360     MOVE 1 TO WS-CLASSE-IDX
008370     PERFORM 9050-STAMPA-TOTALE-CLASSE THRU 9050-EXIT
008380     MOVE "B" TO WS-RC-CLASSE
008390     MOVE 2 TO WS-CLASSE-IDX
008400     PERFORM 9050-STAMPA-TOTALE-CLASSE THRU 9050-EXIT
008410     MOVE "C" TO WS-RC-CLASSE
008420     MOVE 3 TO WS-CLASSE-IDX
008430     PERFORM 9050-STAMPA-TOTALE-CLASSE THRU 9050-EXIT
008440
008450     MOVE WS-CONTA-SCARICHI TO WS-RT-SCARICHI
008460     WRITE RIOPRPT-LINE FROM WS-RPN-SCARICHI-LINE
008470     MOVE WS-CONTA-PROPOSTE TO WS-RT-PROPOSTE
008480     WRITE RIOPRPT-LINE FROM WS-RPN-CONTA-LINE
008490     MOVE WS-CONTA-VARIATI TO WS-RT-VARIATI
008500     WRITE RIOPRPT-LINE FROM WS-RPN-VARIATI-LINE
008510     IF TABELLA-CONSUMI-PIENA
008520         MOVE WS-CONTA-NON-CLASSIF TO WS-RT-NON-CLASSIF
008530         WRITE RIOPRPT-LINE FROM WS-RPN-NONCL-LINE
008540     END-IF
008550
008560     CLOSE RIOPPRO-FILE
008570     CLOSE RIOPRPT-FILE
008580     IF WS-FS-PRDMAST NOT = "35"
008590         CLOSE PRDMAST-FILE
008600     END-IF
008610     IF NOT FORNITORI-ASSENTI
008620         CLOSE FORMAST-FILE
008630     END-IF
008640
008650     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
008660 9000-EXIT.
008670     EXIT.
008680
008690 9050-STAMPA-TOTALE-CLASSE.
008700     MOVE WS-TCL-CODICI(WS-CLASSE-IDX) TO WS-RC-CODICI
008710     MOVE WS-TCL-VALORE(WS-CLASSE-IDX) TO WS-RC-VALORE
008720     WRITE RIOPRPT-LINE FROM WS-RPN-CLASSE-LINE.
008730 9050-EXIT.
008740     EXIT.
008750
008760*****************************************************************
008770*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
008780*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
008790*  GIORNALIERO RUNRPT                                           *
008800*****************************************************************
008810 9100-SCRIVI-GIORNALE-RUN.
008820     OPEN EXTEND RUNJRNL-FILE
008830     IF WS-FS-RUNJRNL = "35"
008840         OPEN OUTPUT RUNJRNL-FILE
008850         CLOSE RUNJRNL-FILE
008860         OPEN EXTEND RUNJRNL-FILE
008870     END-IF
008880
008890     MOVE SPACES TO RNJ-RECORD
008900     MOVE "RIOPUNT" TO RNJ-PROGRAMMA
008910     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
008920     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
008930     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
008940     ACCEPT WS-ORA-FINE-RUN FROM TIME
008950     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
008960     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
008970     MOVE WS-MESE-AL TO RNJ-PERIODO
008980     MOVE WS-CONTA-ESAMINATI TO RNJ-RECORD-LETTI
008990     MOVE WS-CONTA-PROPOSTE TO RNJ-RECORD-SCRITTI
009000     MOVE WS-CONTA-NON-CLASSIF TO RNJ-RECORD-SCARTATI
009010     MOVE 0 TO RNJ-NUM-BATCH
009020     IF TABELLA-CONSUMI-PIENA
009030         SET RNJ-ESITO-ERRORE TO TRUE
009040     ELSE
009050         SET RNJ-ESITO-OK TO TRUE
009060     END-IF
009070     WRITE RNJ-RECORD
009080     CLOSE RUNJRNL-FILE.
009090 9100-EXIT.
009100     EXIT.
