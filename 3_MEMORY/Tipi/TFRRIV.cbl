000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TFRRIV.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  RIVALUTAZIONE ANNUALE DEL FONDO TFR. LA SCHEDA       *
000090*          TFRPARM PORTA L'ANNO (AAAA IN COLONNE 1-4) E IL      *
000100*          TASSO DI RIVALUTAZIONE DI LEGGE IN PERCENTUALE       *
000110*          (99V9999 IN COLONNE 5-10). PER OGNI FONDO ATTIVO DI  *
000120*          TFRMAST (COPY CPTFRMA) CON ANNO CORRENTE PARI A      *
000130*          QUELLO DELLA SCHEDA LA RIVALUTAZIONE E' CALCOLATA    *
000140*          SUL FONDO DI INIZIO ANNO E IL FONDO E' RICALCOLATO.  *
000150*          LA RIVALUTAZIONE SOSTITUISCE QUELLA GIA' REGISTRATA: *
000160*          LA RUN SI PUO' RIPETERE SENZA EFFETTI                *
000170*          DOPPI. SI ESEGUE A DICEMBRE, DOPO PAYSLIP E TREDIC E *
000180*          PRIMA DEL PRIMO CEDOLINO DELL'ANNO NUOVO, CHE PORTA  *
000190*          IL FONDO RIVALUTATO A INIZIO ANNO. STAMPA IL         *
000200*          REGISTRO TFRRPT. SENZA SCHEDA VALIDA NON AGGIORNA.   *
000210*                                                               *
000220*  STORIA DELLE MODIFICHE                                       *
000230*  DATA        AUTORE  DESCRIZIONE                              *
000240*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     DECIMAL-POINT IS COMMA.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TFRMAST-FILE ASSIGN TO "TFRMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS TFR-MATRICOLA
000370         FILE STATUS IS WS-FS-TFRMAST.
000380
000390     SELECT TFRPARM-FILE ASSIGN TO "TFRPARM"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-FS-TFRPARM.
000420
000430     SELECT TFRRPT-FILE ASSIGN TO "TFRRPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FS-TFRRPT.
000460
000470     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-RUNJRNL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  TFRMAST-FILE.
000540 COPY CPTFRMA.
000550
000560 FD  TFRPARM-FILE.
000570 01  TFRPARM-CARD                PIC X(80).
000580
000590 FD  TFRRPT-FILE.
000600 01  TFRRPT-LINE                 PIC X(96).
000610
000620 FD  RUNJRNL-FILE.
000630 COPY CPRUNJR.
000640
000650 WORKING-STORAGE SECTION.
000660*****************************************************************
000670*  CODICI DI STATO DEI FILE                                     *
000680*****************************************************************
000690 01  WS-FILE-STATUS-AREA.
000700     05  WS-FS-TFRMAST           PIC X(02).
000710     05  WS-FS-TFRPARM           PIC X(02).
000720     05  WS-FS-TFRRPT            PIC X(02).
000730     05  WS-FS-RUNJRNL           PIC X(02).
000740
000750*****************************************************************
000760*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
000770*****************************************************************
000780 01  WS-INDICATORI.
000790     05  WS-SW-FINE-TFRMAST      PIC X(01)   VALUE "N".
000800         88  FINE-TFRMAST                    VALUE "S".
000810     05  WS-SW-SCHEDA            PIC X(01)   VALUE "N".
000820         88  SCHEDA-VALIDA                   VALUE "S".
000830         88  SCHEDA-ASSENTE                  VALUE "N".
000840
000850*****************************************************************
000860*  PARAMETRI DELLA RUN, CONTATORI E TOTALI                      *
000870*****************************************************************
000880 77  WS-ANNO-RIVALUTAZ           PIC 9(04)   VALUE 0.
000890 77  WS-TASSO-SCHEDA             PIC 9(06)   VALUE 0.
000900 77  WS-TASSO-TFR                PIC 9(02)V9(04) VALUE 0.
000910 77  WS-TFR-IDX                  PIC 9(02)   VALUE 0.
000920 77  WS-CONTA-LETTI              PIC 9(06)   VALUE 0.
000930 77  WS-CONTA-RIVALUTATI         PIC 9(06)   VALUE 0.
000940 77  WS-CONTA-ESCLUSI            PIC 9(06)   VALUE 0.
000950 77  WS-TOT-FONDO-INIZIO         PIC 9(11)V99 VALUE 0.
000960 77  WS-TOT-RIVALUTAZIONE        PIC 9(11)V99 VALUE 0.
000970 77  WS-TOT-FONDO                PIC 9(11)V99 VALUE 0.
000980 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
000990 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001000 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001010
001020 01  WS-DATA-SISTEMA.
001030     05  WS-DS-ANNO              PIC 9(04).
001040     05  WS-DS-MESE              PIC 9(02).
001050     05  WS-DS-GIORNO            PIC 9(02).
001060
001070*****************************************************************
001080*  LINEE DI STAMPA - REGISTRO RIVALUTAZIONE TFR                 *
001090*****************************************************************
001100 01  WS-RPT-INTESTAZ-1.
001110     05  FILLER                  PIC X(33)
001120         VALUE "RIVALUTAZIONE FONDO TFR - ANNO ".
001130     05  WS-RI-ANNO              PIC 9(04).
001140     05  FILLER                  PIC X(10)   VALUE "  TASSO ".
001150     05  WS-RI-TASSO             PIC Z9,9999.
001160     05  FILLER                  PIC X(02)   VALUE " %".
001170
001180 01  WS-RPT-INTESTAZ-2.
001190     05  FILLER                  PIC X(08)   VALUE "MATRIC.".
001200     05  FILLER                  PIC X(02)   VALUE SPACES.
001210     05  FILLER                  PIC X(20)   VALUE "COGNOME".
001220     05  FILLER                  PIC X(01)   VALUE SPACES.
001230     05  FILLER                  PIC X(15)   VALUE "DIPARTIMENTO".
001240     05  FILLER                  PIC X(17)   VALUE "FONDO INIZIO".
001250     05  FILLER                  PIC X(14)   VALUE "RIVALUTAZ.".
001260     05  FILLER                  PIC X(14)   VALUE "FONDO".
001270
001280 01  WS-RPT-DETT-LINE.
001290     05  WS-RD-MATRICOLA         PIC ZZZZZ9.
001300     05  FILLER                  PIC X(04)   VALUE SPACES.
001310     05  WS-RD-COGNOME           PIC X(20).
001320     05  FILLER                  PIC X(01)   VALUE SPACES.
001330     05  WS-RD-DIPARTIMENTO      PIC X(15).
001340     05  WS-RD-FONDO-INIZIO      PIC ZZZ.ZZZ.ZZ9,99.
001350     05  FILLER                  PIC X(02)   VALUE SPACES.
001360     05  WS-RD-RIVALUTAZIONE     PIC ZZZZ.ZZ9,99.
001370     05  FILLER                  PIC X(02)   VALUE SPACES.
001380     05  WS-RD-FONDO             PIC ZZZ.ZZZ.ZZ9,99.
001390
001400 01  WS-RPT-TOTALE-LINE.
001410     05  FILLER                  PIC X(30)
001420         VALUE "TOTALE FONDI RIVALUTATI".
001430     05  WS-RT-CONTA             PIC ZZZZZ9.
001440     05  FILLER                  PIC X(06)   VALUE SPACES.
001450     05  WS-RT-FONDO-INIZIO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001460     05  FILLER                  PIC X(01)   VALUE SPACES.
001470     05  WS-RT-RIVALUTAZIONE     PIC ZZZ.ZZZ.ZZ9,99.
001480     05  FILLER                  PIC X(01)   VALUE SPACES.
001490     05  WS-RT-FONDO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001500
001510 01  WS-RPT-ESCLUSI-LINE.
001520     05  FILLER                  PIC X(30)
001530         VALUE "FONDI ESCLUSI (LIQUIDATI/ANNO)".
001540     05  WS-RE-CONTA             PIC ZZZZZ9.
001550
001560 01  WS-RPT-NOSCHEDA-LINE.
001570     05  FILLER                  PIC X(48)
001580         VALUE "SCHEDA TFRPARM ASSENTE O NON VALIDA: NESSUN ".
001590     05  FILLER                  PIC X(48)
001600         VALUE "FONDO RIVALUTATO".
001610
001620 PROCEDURE DIVISION.
001630*****************************************************************
001640*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA RIVALUTAZIONE     *
001650*****************************************************************
001660 0000-MAINLINE.
001670     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
001680     IF SCHEDA-VALIDA
001690         PERFORM 2000-RIVALUTA-FONDI THRU 2000-EXIT
001700         PERFORM 3000-STAMPA-TOTALI THRU 3000-EXIT
001710     END-IF
001720     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
001730     STOP RUN.
001740
001750*****************************************************************
001760*  1000-INIZIALIZZA-RUN - LETTURA DELLA SCHEDA PARAMETRO E      *
001770*  APERTURA DEI FILE                                            *
001780*****************************************************************
001790 1000-INIZIALIZZA-RUN.
001800     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
001810     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
001820
001830     OPEN OUTPUT TFRRPT-FILE
001840     PERFORM 1100-LEGGI-PARAMETRO THRU 1100-EXIT
001850     IF SCHEDA-ASSENTE
001860         WRITE TFRRPT-LINE FROM WS-RPT-NOSCHEDA-LINE
001870         DISPLAY "RIVALUTAZIONE TFR NON ESEGUITA: SCHEDA TFRPARM"
001880                 " ASSENTE O NON VALIDA"
001890         GO TO 1000-EXIT
001900     END-IF
001910
001920     OPEN I-O TFRMAST-FILE
001930     IF WS-FS-TFRMAST = "35"
001940         SET FINE-TFRMAST TO TRUE
001950     END-IF
001960
001970     MOVE WS-ANNO-RIVALUTAZ TO WS-RI-ANNO
001980     MOVE WS-TASSO-TFR TO WS-RI-TASSO
001990     WRITE TFRRPT-LINE FROM WS-RPT-INTESTAZ-1
002000     WRITE TFRRPT-LINE FROM WS-RPT-INTESTAZ-2.
002010 1000-EXIT.
002020     EXIT.
002030
002040*****************************************************************
002050*  1100-LEGGI-PARAMETRO - SCHEDA TFRPARM: ANNO E TASSO DEVONO   *
002060*  ESSERE ENTRAMBI NUMERICI, ALTRIMENTI LA RUN NON AGGIORNA.    *
002070*****************************************************************
002080 1100-LEGGI-PARAMETRO.
002090     SET SCHEDA-ASSENTE TO TRUE
002100     OPEN INPUT TFRPARM-FILE
002110     IF WS-FS-TFRPARM = "35"
002120         GO TO 1100-EXIT
002130     END-IF
002140     READ TFRPARM-FILE
002150         AT END
002160             CONTINUE
002170         NOT AT END
002180             IF TFRPARM-CARD (1:4) IS NUMERIC
002190                 AND TFRPARM-CARD (5:6) IS NUMERIC
002200                 MOVE TFRPARM-CARD (1:4) TO WS-ANNO-RIVALUTAZ
002210                 MOVE TFRPARM-CARD (5:6) TO WS-TASSO-SCHEDA
002220                 COMPUTE WS-TASSO-TFR = WS-TASSO-SCHEDA / 10000
002230                 SET SCHEDA-VALIDA TO TRUE
002240             END-IF
002250     END-READ
002260     CLOSE TFRPARM-FILE.
002270 1100-EXIT.
002280     EXIT.
002290
002300*****************************************************************
002310*  2000-RIVALUTA-FONDI - SCORRE TFRMAST IN ORDINE DI MATRICOLA  *
002320*****************************************************************
002330 2000-RIVALUTA-FONDI.
002340     IF FINE-TFRMAST
002350         GO TO 2000-EXIT
002360     END-IF
002370     MOVE 0 TO TFR-MATRICOLA
002380     START TFRMAST-FILE KEY IS NOT LESS THAN TFR-MATRICOLA
002390         INVALID KEY
002400             SET FINE-TFRMAST TO TRUE
002410     END-START
002420     PERFORM 2100-RIVALUTA-FONDO THRU 2100-EXIT
002430         UNTIL FINE-TFRMAST.
002440 2000-EXIT.
002450     EXIT.
002460
002470*****************************************************************
002480*  2100-RIVALUTA-FONDO - RIVALUTAZIONE DEL FONDO DI INIZIO ANNO *
002490*  AL TASSO DELLA SCHEDA. I FONDI GIA' LIQUIDATI (IL CEDOLINO   *
002500*  FINALE HA GIA' PAGATO IL RATEO DI RIVALUTAZIONE) E QUELLI DI *
002510*  UN ANNO DIVERSO DA QUELLO DELLA SCHEDA SONO ESCLUSI.         *
002520*****************************************************************
002530 2100-RIVALUTA-FONDO.
002540     READ TFRMAST-FILE NEXT RECORD
002550         AT END
002560             SET FINE-TFRMAST TO TRUE
002570             GO TO 2100-EXIT
002580     END-READ
002590     ADD 1 TO WS-CONTA-LETTI
002600     IF NOT TFR-REC-ATTIVO
002610         OR TFR-ANNO-CORRENTE NOT = WS-ANNO-RIVALUTAZ
002620         ADD 1 TO WS-CONTA-ESCLUSI
002630         GO TO 2100-EXIT
002640     END-IF
002650
002660     COMPUTE TFR-RIVALUTAZIONE ROUNDED =
002670             TFR-FONDO-INIZIO-ANNO * WS-TASSO-TFR / 100
002680     MOVE WS-TASSO-TFR TO TFR-TASSO-RIVALUTAZ
002690     MOVE TFR-FONDO-INIZIO-ANNO TO TFR-FONDO
002700     ADD TFR-RIVALUTAZIONE TO TFR-FONDO
002710     PERFORM 2110-SOMMA-QUOTA-TFR
002720         VARYING WS-TFR-IDX FROM 1 BY 1
002730         UNTIL WS-TFR-IDX > 13
002740     MOVE WS-DATA-SISTEMA TO TFR-DATA-AGGIORNAMENTO
002750     REWRITE TFR-RECORD
002760
002770     ADD 1 TO WS-CONTA-RIVALUTATI
002780     ADD TFR-FONDO-INIZIO-ANNO TO WS-TOT-FONDO-INIZIO
002790     ADD TFR-RIVALUTAZIONE TO WS-TOT-RIVALUTAZIONE
002800     ADD TFR-FONDO TO WS-TOT-FONDO
002810
002820     MOVE TFR-MATRICOLA TO WS-RD-MATRICOLA
002830     MOVE TFR-COGNOME TO WS-RD-COGNOME
002840     MOVE TFR-DIPARTIMENTO TO WS-RD-DIPARTIMENTO
002850     MOVE TFR-FONDO-INIZIO-ANNO TO WS-RD-FONDO-INIZIO
002860     MOVE TFR-RIVALUTAZIONE TO WS-RD-RIVALUTAZIONE
002870     MOVE TFR-FONDO TO WS-RD-FONDO
002880     WRITE TFRRPT-LINE FROM WS-RPT-DETT-LINE.
002890 2100-EXIT.
002900     EXIT.
002910
002920 2110-SOMMA-QUOTA-TFR.
002930     ADD TFR-QUOTA-MESE(WS-TFR-IDX) TO TFR-FONDO.
002940
002950*****************************************************************
002960*  3000-STAMPA-TOTALI - TOTALI DEL REGISTRO                     *
002970*****************************************************************
002980 3000-STAMPA-TOTALI.
002990     MOVE WS-CONTA-RIVALUTATI TO WS-RT-CONTA
003000     MOVE WS-TOT-FONDO-INIZIO TO WS-RT-FONDO-INIZIO
003010     MOVE WS-TOT-RIVALUTAZIONE TO WS-RT-RIVALUTAZIONE
003020     MOVE WS-TOT-FONDO TO WS-RT-FONDO
003030     WRITE TFRRPT-LINE FROM WS-RPT-TOTALE-LINE
003040     MOVE WS-CONTA-ESCLUSI TO WS-RE-CONTA
003050     WRITE TFRRPT-LINE FROM WS-RPT-ESCLUSI-LINE.
003060 3000-EXIT.
003070     EXIT.
003080
003090*****************************************************************
003100*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
003110*****************************************************************
003120 9000-TERMINA-RUN.
003130     IF SCHEDA-VALIDA AND WS-FS-TFRMAST NOT = "35"
003140         CLOSE TFRMAST-FILE
003150     END-IF
003160     CLOSE TFRRPT-FILE
003170
003180     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
003190 9000-EXIT.
003200     EXIT.
003210
003220*****************************************************************
003230*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
003240*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
003250*  GIORNALIERO RUNRPT                                           *
003260*****************************************************************
003270 9100-SCRIVI-GIORNALE-RUN.
003280     OPEN EXTEND RUNJRNL-FILE
003290     IF WS-FS-RUNJRNL = "35"
003300         OPEN OUTPUT RUNJRNL-FILE
003310         CLOSE RUNJRNL-FILE
003320         OPEN EXTEND RUNJRNL-FILE
003330     END-IF
003340
003350     MOVE SPACES TO RNJ-RECORD
003360     MOVE "TFRRIV" TO RNJ-PROGRAMMA
003370     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
003380     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
003390     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
003400     ACCEPT WS-ORA-FINE-RUN FROM TIME
003410     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
003420     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
003430     MOVE SPACES TO RNJ-PERIODO
003440     MOVE WS-ANNO-RIVALUTAZ TO RNJ-PERIODO (1:4)
003450     MOVE WS-CONTA-LETTI TO RNJ-RECORD-LETTI
003460     MOVE WS-CONTA-RIVALUTATI TO RNJ-RECORD-SCRITTI
003470     MOVE WS-CONTA-ESCLUSI TO RNJ-RECORD-SCARTATI
003480     MOVE 0 TO RNJ-NUM-BATCH
003490     IF SCHEDA-ASSENTE
003500         SET RNJ-ESITO-ERRORE TO TRUE
003510     ELSE
003520         SET RNJ-ESITO-OK TO TRUE
003530     END-IF
003540     WRITE RNJ-RECORD
003550     CLOSE RUNJRNL-FILE.
003560 9100-EXIT.
003570     EXIT.
