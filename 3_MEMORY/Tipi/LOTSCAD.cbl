000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOTSCAD.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  LOTTI IN SCADENZA. SCORRE IL MASTER LOTTI LOTMAST    *
000090*          (COPY CPLOTMS) E STAMPA SU LOTSRPT I LOTTI CON       *
000100*          GIACENZA CHE SCADONO ENTRO N GIORNI DALLA DATA DI    *
000110*          ELABORAZIONE, COMPRESI QUELLI GIA' SCADUTI E ANCORA  *
000120*          A MAGAZZINO: CODICE, DEPOSITO, LOTTO, SCADENZA,      *
000130*          GIORNI MANCANTI, GIACENZA E VALORE AL COSTO MEDIO    *
000140*          (PRD-COSTO-MEDIO, O PREZZO SE NON RIVALORIZZATO).    *
000150*          I LOTTI SENZA SCADENZA NON ENTRANO IN LISTA. SCHEDA  *
000160*          PARAMETRO LOTPARM: COL. 1-3 GIORNI DI ORIZZONTE      *
000170*          (DEFAULT 30). I GIORNI SONO CONTATI SUL CALENDARIO   *
000180*          (ANNI BISESTILI COMPRESI, VEDERE 5000). RUN          *
000190*          SETTIMANALE, DOPO PRODMAST.                          *
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
000320     SELECT LOTMAST-FILE ASSIGN TO "LOTMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LOT-CHIAVE
000360         FILE STATUS IS WS-FS-LOTMAST.
000370
000380     SELECT PRDMAST-FILE ASSIGN TO "PRDMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PRD-CODICE-PROD
000420         FILE STATUS IS WS-FS-PRDMAST.
000430
000440     SELECT LOTPARM-FILE ASSIGN TO "LOTPARM"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-LOTPARM.
000470
000480     SELECT LOTSRPT-FILE ASSIGN TO "LOTSRPT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-LOTSRPT.
000510
000520     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-FS-RUNJRNL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  LOTMAST-FILE.
000590 COPY CPLOTMS.
000600
000610 FD  PRDMAST-FILE.
000620 COPY CPPRODM REPLACING ==##PRODOTTO-RECORD##== BY
000630                        ==PRD-MASTER-REC==.
000640
000650 FD  LOTPARM-FILE.
000660 01  LOTPARM-CARD                PIC X(80).
000670
000680 FD  LOTSRPT-FILE.
000690 01  LOTSRPT-LINE                PIC X(96).
000700
000710 FD  RUNJRNL-FILE.
000720 COPY CPRUNJR.
000730
000740 WORKING-STORAGE SECTION.
000750*****************************************************************
000760*  CODICI DI STATO DEI FILE                                     *
000770*****************************************************************
000780 01  WS-FILE-STATUS-AREA.
000790     05  WS-FS-LOTMAST           PIC X(02).
000800     05  WS-FS-PRDMAST           PIC X(02).
000810     05  WS-FS-LOTPARM           PIC X(02).
000820     05  WS-FS-LOTSRPT           PIC X(02).
000830     05  WS-FS-RUNJRNL           PIC X(02).
000840
000850*****************************************************************
000860*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
000870*****************************************************************
000880 01  WS-INDICATORI.
000890     05  WS-SW-FINE-LOTMAST      PIC X(01)   VALUE "N".
000900         88  FINE-LOTMAST                    VALUE "S".
000910     05  WS-SW-MASTER-ASSENTE    PIC X(01)   VALUE "N".
000920         88  MASTER-ASSENTE                  VALUE "S".
000930     05  WS-SW-PRODOTTO          PIC X(01)   VALUE "N".
000940         88  PRODOTTO-TROVATO                VALUE "S".
000950         88  PRODOTTO-ASSENTE                VALUE "N".
000960
000970*****************************************************************
000980*  PARAMETRI, CONTATORI E TOTALI                                *
000990*****************************************************************
001000 77  WS-GIORNI-ORIZZONTE         PIC 9(03)   VALUE 30.
001010 77  WS-GIORNI-OGGI              PIC 9(07)   VALUE 0.
001020 77  WS-GIORNI-SCADENZA          PIC 9(07)   VALUE 0.
001030 77  WS-GIORNI-MANCANTI          PIC S9(07)  VALUE 0.
001040 77  WS-GIORNI-ED                PIC Z(06)9.
001050 77  WS-CODICE-LETTO             PIC X(10)   VALUE SPACES.
001060 77  WS-COSTO-VALORIZZAZIONE     PIC 9(04)V99 VALUE 0.
001070 77  WS-VALORE-LOTTO             PIC 9(09)V99 VALUE 0.
001080 77  WS-CONTA-LETTI              PIC 9(06)   VALUE 0.
001090 77  WS-CONTA-SEGNALATI          PIC 9(06)   VALUE 0.
001100 77  WS-CONTA-SCADUTI            PIC 9(06)   VALUE 0.
001110 77  WS-CONTA-SENZA-MASTER       PIC 9(06)   VALUE 0.
001120 77  WS-TOT-QUANTITA             PIC 9(09)   VALUE 0.
001130 77  WS-TOT-VALORE               PIC 9(11)V99 VALUE 0.
001140 77  WS-TOT-VALORE-SCADUTO       PIC 9(11)V99 VALUE 0.
001150 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001160 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001170 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001180
001190 01  WS-DATA-SISTEMA.
001200     05  WS-DS-ANNO              PIC 9(04).
001210     05  WS-DS-MESE              PIC 9(02).
001220     05  WS-DS-GIORNO            PIC 9(02).
001230
001240*****************************************************************
001250*  CONTEGGIO DEI GIORNI DI CALENDARIO (VEDERE 5000): DATA DA    *
001260*  CONVERTIRE, GIORNI PRIMA DELL'INIZIO DI OGNI MESE IN UN      *
001270*  ANNO NON BISESTILE E CAMPI DI APPOGGIO                       *
001280*****************************************************************
001290 01  WS-DATA-CALCOLO.
001300     05  WS-DC-ANNO              PIC 9(04).
001310     05  WS-DC-MESE              PIC 9(02).
001320     05  WS-DC-GIORNO            PIC 9(02).
001330 01  WS-GIORNI-MESI-VALORI       PIC X(36)   VALUE
001340     "000031059090120151181212243273304334".
001350 01  WS-GIORNI-MESI REDEFINES WS-GIORNI-MESI-VALORI.
001360     05  WS-GIORNI-PRIMA-MESE    PIC 9(03) OCCURS 12 TIMES.
001370 77  WS-GIORNI-CALCOLO           PIC 9(07)   VALUE 0.
001380 77  WS-ANNI-PRECEDENTI          PIC 9(04)   VALUE 0.
001390 77  WS-QUOZ-4                   PIC 9(04)   VALUE 0.
001400 77  WS-QUOZ-100                 PIC 9(04)   VALUE 0.
001410 77  WS-QUOZ-400                 PIC 9(04)   VALUE 0.
001420 77  WS-RESTO-4                  PIC 9(04)   VALUE 0.
001430 77  WS-RESTO-100                PIC 9(04)   VALUE 0.
001440 77  WS-RESTO-400                PIC 9(04)   VALUE 0.
001450
001460*****************************************************************
001470*  LINEE DI STAMPA - REPORT LOTTI IN SCADENZA                   *
001480*****************************************************************
001490 01  WS-LTS-INTESTAZ-1.
001500     05  FILLER                  PIC X(32)
001510         VALUE "LOTTI IN SCADENZA ENTRO ".
001520     05  WS-LI-GIORNI            PIC ZZ9.
001530     05  FILLER                  PIC X(19)
001540         VALUE " GIORNI - DATA RIF.".
001550     05  FILLER                  PIC X(01)   VALUE SPACES.
001560     05  WS-LI-DATA              PIC 9(08).
001570
001580 01  WS-LTS-INTESTAZ-2.
001590     05  FILLER                  PIC X(12)   VALUE "CODICE".
001595     05  FILLER                  PIC X(04)   VALUE "DP".
001600     05  FILLER                  PIC X(12)   VALUE "LOTTO".
001610     05  FILLER                  PIC X(10)   VALUE "SCADENZA".
001620     05  FILLER                  PIC X(08)   VALUE " GIORNI".
001630     05  FILLER                  PIC X(06)   VALUE " GIAC.".
001640     05  FILLER                  PIC X(08)   VALUE "  COSTO".
001650     05  FILLER                  PIC X(15)   VALUE "     VALORE".
001660     05  FILLER                  PIC X(20)   VALUE "DESCRIZIONE".
001670
001680 01  WS-LTS-DETT-LINE.
001690     05  WS-LD-CODICE-PROD       PIC X(10).
001700     05  FILLER                  PIC X(02)   VALUE SPACES.
001710     05  WS-LD-DEPOSITO          PIC X(02).
001720     05  FILLER                  PIC X(02)   VALUE SPACES.
001730     05  WS-LD-LOTTO             PIC X(10).
001740     05  FILLER                  PIC X(02)   VALUE SPACES.
001750     05  WS-LD-SCADENZA          PIC 9(08).
001760     05  FILLER                  PIC X(02)   VALUE SPACES.
001770     05  WS-LD-GIORNI            PIC X(07).
001780     05  FILLER                  PIC X(01)   VALUE SPACES.
001790     05  WS-LD-GIACENZA          PIC ZZZZ9.
001800     05  FILLER                  PIC X(01)   VALUE SPACES.
001810     05  WS-LD-COSTO             PIC ZZZ9,99.
001820     05  FILLER                  PIC X(01)   VALUE SPACES.
001830     05  WS-LD-VALORE            PIC ZZZ.ZZZ.ZZ9,99.
001840     05  FILLER                  PIC X(01)   VALUE SPACES.
001850     05  WS-LD-DESCRIZIONE       PIC X(20).
001860
001870 01  WS-LTS-CONTA-LINE.
001880     05  FILLER                  PIC X(30)
001890         VALUE "LOTTI SEGNALATI".
001900     05  WS-LT-CONTA             PIC ZZZZZ9.
001910
001920 01  WS-LTS-SCADUTI-LINE.
001930     05  FILLER                  PIC X(30)
001940         VALUE "DI CUI GIA' SCADUTI".
001950     05  WS-LT-SCADUTI           PIC ZZZZZ9.
001960
001970 01  WS-LTS-QUANTITA-LINE.
001980     05  FILLER                  PIC X(30)
001990         VALUE "QUANTITA' IN SCADENZA".
002000     05  WS-LT-QUANTITA          PIC ZZZ.ZZZ.ZZ9.
002010
002020 01  WS-LTS-VALORE-LINE.
002030     05  FILLER                  PIC X(30)
002040         VALUE "VALORE IN SCADENZA".
002050     05  WS-LT-VALORE            PIC ZZZ.ZZZ.ZZ9,99.
002060
002070 01  WS-LTS-VALSCAD-LINE.
002080     05  FILLER                  PIC X(30)
002090         VALUE "DI CUI VALORE GIA' SCADUTO".
002100     05  WS-LT-VALSCAD           PIC ZZZ.ZZZ.ZZ9,99.
002110
002120 01  WS-LTS-NOMAST-LINE.
002130     05  FILLER                  PIC X(30)
002140         VALUE "LOTTI SENZA CODICE SU PRDMAST".
002150     05  WS-LT-NOMAST            PIC ZZZZZ9.
002160
002170 PROCEDURE DIVISION.
002180*****************************************************************
002190*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA STAMPA            *
002200*****************************************************************
002210 0000-MAINLINE.
002220     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002230     PERFORM 3000-ESAMINA-LOTTI THRU 3000-EXIT
002240     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
002250     STOP RUN.
002260
002270*****************************************************************
002280*  1000-INIZIALIZZA-RUN - APERTURA FILE, LETTURA DELLA SCHEDA   *
002290*  PARAMETRO, GIORNO DI CALENDARIO DELLA DATA DI ELABORAZIONE   *
002300*  E INTESTAZIONE DEL REPORT                                    *
002310*****************************************************************
002320 1000-INIZIALIZZA-RUN.
002330     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002340     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
002350
002360     OPEN INPUT LOTMAST-FILE
002370     IF WS-FS-LOTMAST = "35"
002380         SET FINE-LOTMAST TO TRUE
002390     END-IF
002400
002410     OPEN INPUT PRDMAST-FILE
002420     IF WS-FS-PRDMAST = "35"
002430         SET MASTER-ASSENTE TO TRUE
002440     END-IF
002450
002460     PERFORM 1100-LEGGI-PARAMETRI THRU 1100-EXIT
002470
002480     MOVE WS-DATA-SISTEMA TO WS-DATA-CALCOLO
002490     PERFORM 5000-CALCOLA-GIORNI THRU 5000-EXIT
002500     MOVE WS-GIORNI-CALCOLO TO WS-GIORNI-OGGI
002510
002520     OPEN OUTPUT LOTSRPT-FILE
002530     MOVE WS-GIORNI-ORIZZONTE TO WS-LI-GIORNI
002540     MOVE WS-DATA-SISTEMA TO WS-LI-DATA
002550     WRITE LOTSRPT-LINE FROM WS-LTS-INTESTAZ-1
002560     WRITE LOTSRPT-LINE FROM WS-LTS-INTESTAZ-2.
002570 1000-EXIT.
002580     EXIT.
002590
002600*****************************************************************
002610*  1100-LEGGI-PARAMETRI - LEGGE LA SCHEDA LOTPARM (GIORNI DI    *
002620*  ORIZZONTE); SENZA SCHEDA O CON CAMPO NON NUMERICO RESTA IL   *
002630*  DEFAULT DI 30 GIORNI                                         *
002640*****************************************************************
002650 1100-LEGGI-PARAMETRI.
002660     OPEN INPUT LOTPARM-FILE
002670     IF WS-FS-LOTPARM = "35"
002680         GO TO 1100-EXIT
002690     END-IF
002700     READ LOTPARM-FILE
002710         AT END
002720             CONTINUE
002730         NOT AT END
002740             IF LOTPARM-CARD (1:3) IS NUMERIC
002750                 MOVE LOTPARM-CARD (1:3) TO WS-GIORNI-ORIZZONTE
002760             END-IF
002770     END-READ
002780     CLOSE LOTPARM-FILE.
002790 1100-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830*  3000-ESAMINA-LOTTI - SCORRE TUTTO LOTMAST IN ORDINE DI       *
002840*  CHIAVE (CODICE, DEPOSITO, SCADENZA)                          *
002850*****************************************************************
002860 3000-ESAMINA-LOTTI.
002870     IF FINE-LOTMAST
002880         GO TO 3000-EXIT
002890     END-IF
002900
002910     MOVE LOW-VALUES TO LOT-CHIAVE
002920     START LOTMAST-FILE KEY IS GREATER THAN LOT-CHIAVE
002930         INVALID KEY
002940             SET FINE-LOTMAST TO TRUE
002950     END-START
002960
002970     PERFORM 3100-LEGGI-PROSSIMO-LOTTO THRU 3100-EXIT
002980         UNTIL FINE-LOTMAST.
002990 3000-EXIT.
003000     EXIT.
003010
003020 3100-LEGGI-PROSSIMO-LOTTO.
003030     READ LOTMAST-FILE NEXT RECORD
003040         AT END
003050             SET FINE-LOTMAST TO TRUE
003060             GO TO 3100-EXIT
003070     END-READ
003080     ADD 1 TO WS-CONTA-LETTI
003090
003100     IF LOT-GIACENZA = 0
003110         GO TO 3100-EXIT
003120     END-IF
003130     IF LOT-SENZA-SCADENZA
003140         GO TO 3100-EXIT
003150     END-IF
003160     IF LOT-DATA-SCADENZA IS NOT NUMERIC
003170         GO TO 3100-EXIT
003180     END-IF
003190
003200     MOVE LOT-DATA-SCADENZA TO WS-DATA-CALCOLO
003210     IF WS-DC-MESE < 1 OR WS-DC-MESE > 12
003220         GO TO 3100-EXIT
003230     END-IF
003240     PERFORM 5000-CALCOLA-GIORNI THRU 5000-EXIT
003250     MOVE WS-GIORNI-CALCOLO TO WS-GIORNI-SCADENZA
003260     COMPUTE WS-GIORNI-MANCANTI =
003270             WS-GIORNI-SCADENZA - WS-GIORNI-OGGI
003280     IF WS-GIORNI-MANCANTI > WS-GIORNI-ORIZZONTE
003290         GO TO 3100-EXIT
003300     END-IF
003310
003320     PERFORM 3200-LEGGI-PRODOTTO THRU 3200-EXIT
003330     PERFORM 3400-STAMPA-RIGA-LOTTO THRU 3400-EXIT.
003340 3100-EXIT.
003350     EXIT.
003360
003370*****************************************************************
003380*  3200-LEGGI-PRODOTTO - DESCRIZIONE E COSTO DAL MASTER         *
003390*  PRODOTTI, RILETTO SOLO AL CAMBIO DI CODICE                   *
003400*****************************************************************
003410 3200-LEGGI-PRODOTTO.
003420     IF LOT-CODICE-PROD = WS-CODICE-LETTO
003430         GO TO 3200-EXIT
003440     END-IF
003450     MOVE LOT-CODICE-PROD TO WS-CODICE-LETTO
003460     SET PRODOTTO-ASSENTE TO TRUE
003470     IF MASTER-ASSENTE
003480         GO TO 3200-EXIT
003490     END-IF
003500     MOVE LOT-CODICE-PROD TO PRD-CODICE-PROD
003510     READ PRDMAST-FILE
003520         INVALID KEY
003530             GO TO 3200-EXIT
003540     END-READ
003550     SET PRODOTTO-TROVATO TO TRUE.
003560 3200-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600*  3400-STAMPA-RIGA-LOTTO - RIGA DEL REPORT: GIORNI ALLA        *
003610*  SCADENZA (O "SCADUTO") E VALORE AL COSTO MEDIO; UN LOTTO     *
003620*  DI UN CODICE NON PIU' SU PRDMAST ESCE A VALORE ZERO          *
003630*****************************************************************
003640 3400-STAMPA-RIGA-LOTTO.
003650     IF PRODOTTO-TROVATO
003660         IF PRD-COSTO-MEDIO IS NUMERIC AND PRD-COSTO-MEDIO > 0
003670             MOVE PRD-COSTO-MEDIO TO WS-COSTO-VALORIZZAZIONE
003680         ELSE
003690             MOVE PRD-PREZZO TO WS-COSTO-VALORIZZAZIONE
003700         END-IF
003710         MOVE PRD-DESCRIZIONE TO WS-LD-DESCRIZIONE
003720     ELSE
003730         MOVE 0 TO WS-COSTO-VALORIZZAZIONE
003740         MOVE "*** CODICE ASSENTE" TO WS-LD-DESCRIZIONE
003750         ADD 1 TO WS-CONTA-SENZA-MASTER
003760     END-IF
003770     COMPUTE WS-VALORE-LOTTO ROUNDED =
003780             WS-COSTO-VALORIZZAZIONE * LOT-GIACENZA
003790
003800     MOVE LOT-CODICE-PROD TO WS-LD-CODICE-PROD
003810     MOVE LOT-DEPOSITO TO WS-LD-DEPOSITO
003820     MOVE LOT-NUMERO TO WS-LD-LOTTO
003830     MOVE LOT-DATA-SCADENZA TO WS-LD-SCADENZA
003840     MOVE LOT-GIACENZA TO WS-LD-GIACENZA
003850     MOVE WS-COSTO-VALORIZZAZIONE TO WS-LD-COSTO
003860     MOVE WS-VALORE-LOTTO TO WS-LD-VALORE
003870     IF WS-GIORNI-MANCANTI < 0
003880         MOVE "SCADUTO" TO WS-LD-GIORNI
003890         ADD 1 TO WS-CONTA-SCADUTI
003900         ADD WS-VALORE-LOTTO TO WS-TOT-VALORE-SCADUTO
003910     ELSE
003920         MOVE WS-GIORNI-MANCANTI TO WS-GIORNI-ED
003930         MOVE WS-GIORNI-ED TO WS-LD-GIORNI
003940     END-IF
003950
003960     WRITE LOTSRPT-LINE FROM WS-LTS-DETT-LINE
003970
003980     ADD 1 TO WS-CONTA-SEGNALATI
003990     ADD LOT-GIACENZA TO WS-TOT-QUANTITA
004000     ADD WS-VALORE-LOTTO TO WS-TOT-VALORE.
004010 3400-EXIT.
004020     EXIT.
004030
004040*****************************************************************
004050*  5000-CALCOLA-GIORNI - NUMERO PROGRESSIVO DEL GIORNO DI       *
004060*  CALENDARIO DI WS-DATA-CALCOLO (AAAAMMGG) DALL'INIZIO         *
004070*  DELL'ERA: GIORNI DEGLI ANNI PRECEDENTI CON I BISESTILI       *
004080*  (OGNI 4 ANNI, NON I SECOLARI SALVO OGNI 400), GIORNI DEI     *
004090*  MESI PRECEDENTI E IL GIORNO DEL MESE. LA DIFFERENZA TRA DUE  *
004100*  DATE E' IL NUMERO ESATTO DI GIORNI TRA L'UNA E L'ALTRA       *
004110*****************************************************************
004120 5000-CALCOLA-GIORNI.
004130     COMPUTE WS-ANNI-PRECEDENTI = WS-DC-ANNO - 1
004140     DIVIDE WS-ANNI-PRECEDENTI BY 4 GIVING WS-QUOZ-4
004150     DIVIDE WS-ANNI-PRECEDENTI BY 100 GIVING WS-QUOZ-100
004160     DIVIDE WS-ANNI-PRECEDENTI BY 400 GIVING WS-QUOZ-400
004170     COMPUTE WS-GIORNI-CALCOLO =
004180             WS-ANNI-PRECEDENTI * 365
004190             + WS-QUOZ-4 - WS-QUOZ-100 + WS-QUOZ-400
004200             + WS-GIORNI-PRIMA-MESE(WS-DC-MESE)
004210             + WS-DC-GIORNO
004220     IF WS-DC-MESE < 3
004230         GO TO 5000-EXIT
004240     END-IF
004250     DIVIDE WS-DC-ANNO BY 4 GIVING WS-QUOZ-4
004260         REMAINDER WS-RESTO-4
004270     DIVIDE WS-DC-ANNO BY 100 GIVING WS-QUOZ-100
004280         REMAINDER WS-RESTO-100
004290     DIVIDE WS-DC-ANNO BY 400 GIVING WS-QUOZ-400
004300         REMAINDER WS-RESTO-400
004310     IF WS-RESTO-4 = 0
004320         AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
004330         ADD 1 TO WS-GIORNI-CALCOLO
004340     END-IF.
004350 5000-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390*  9000-TERMINA-RUN - TOTALI DI CONTROLLO E CHIUSURA FILE       *
004400*****************************************************************
004410 9000-TERMINA-RUN.
004420     MOVE WS-CONTA-SEGNALATI TO WS-LT-CONTA
004430     WRITE LOTSRPT-LINE FROM WS-LTS-CONTA-LINE
004440     MOVE WS-CONTA-SCADUTI TO WS-LT-SCADUTI
004450     WRITE LOTSRPT-LINE FROM WS-LTS-SCADUTI-LINE
004460     MOVE WS-TOT-QUANTITA TO WS-LT-QUANTITA
004470     WRITE LOTSRPT-LINE FROM WS-LTS-QUANTITA-LINE
004480     MOVE WS-TOT-VALORE TO WS-LT-VALORE
004490     WRITE LOTSRPT-LINE FROM WS-LTS-VALORE-LINE
004500     MOVE WS-TOT-VALORE-SCADUTO TO WS-LT-VALSCAD
004510     WRITE LOTSRPT-LINE FROM WS-LTS-VALSCAD-LINE
004520     IF WS-CONTA-SENZA-MASTER > 0
004530         MOVE WS-CONTA-SENZA-MASTER TO WS-LT-NOMAST
004540         WRITE LOTSRPT-LINE FROM WS-LTS-NOMAST-LINE
004550     END-IF
004560
004570     CLOSE LOTSRPT-FILE
004580     IF WS-FS-LOTMAST NOT = "35"
004590         CLOSE LOTMAST-FILE
004600     END-IF
004610     IF NOT MASTER-ASSENTE
004620         CLOSE PRDMAST-FILE
004630     END-IF
004640
004650     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
004660 9000-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
004710*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
004720*  GIORNALIERO RUNRPT                                           *
004730*****************************************************************
004740 9100-SCRIVI-GIORNALE-RUN.
004750     OPEN EXTEND RUNJRNL-FILE
004760     IF WS-FS-RUNJRNL = "35"
004770         OPEN OUTPUT RUNJRNL-FILE
004780         CLOSE RUNJRNL-FILE
004790         OPEN EXTEND RUNJRNL-FILE
004800     END-IF
004810
004820     MOVE SPACES TO RNJ-RECORD
004830     MOVE "LOTSCAD" TO RNJ-PROGRAMMA
004840     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
004850     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
004860     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
004870     ACCEPT WS-ORA-FINE-RUN FROM TIME
004880     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
004890     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
004900     MOVE SPACES TO RNJ-PERIODO
004910     MOVE WS-CONTA-LETTI TO RNJ-RECORD-LETTI
004920     MOVE WS-CONTA-SEGNALATI TO RNJ-RECORD-SCRITTI
004930     MOVE WS-CONTA-SENZA-MASTER TO RNJ-RECORD-SCARTATI
004940     MOVE 0 TO RNJ-NUM-BATCH
004950     IF WS-CONTA-SENZA-MASTER > 0
004960         SET RNJ-ESITO-ERRORE TO TRUE
004970     ELSE
004980         SET RNJ-ESITO-OK TO TRUE
004990     END-IF
005000     WRITE RNJ-RECORD
005010     CLOSE RUNJRNL-FILE.
005020 9100-EXIT.
005030     EXIT.
