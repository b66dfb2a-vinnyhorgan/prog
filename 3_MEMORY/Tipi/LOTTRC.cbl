000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOTTRC.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  RINTRACCIABILITA' DI UN LOTTO. DATO UN NUMERO DI     *
000090*          LOTTO (SCHEDA TRCPARM: COL. 1-10 CODICE PRODOTTO, A  *
000100*          SPAZI PER TUTTI I CODICI; COL. 11-20 NUMERO DI       *
000110*          LOTTO, OBBLIGATORIO) STAMPA SU TRCRPT:               *
000120*          - TUTTE LE RIGHE DEL GIORNALE MVJRNL CHE PORTANO IL  *
000130*            LOTTO: CARICHI CON ORDINE DI ACQUISTO, SCARICHI E  *
000140*            TRASFERIMENTI TRA DEPOSITI, CON DATA E ORA;        *
000150*          - LA SITUAZIONE ATTUALE DEL LOTTO SU LOTMAST (COPY   *
000160*            CPLOTMS) PER CODICE E DEPOSITO: SCADENZA,          *
000170*            QUANTITA' ENTRATA E RESIDUA;                       *
000180*          - PER OGNI CODICE E DEPOSITO IL CONFRONTO TRA IL     *
000190*            SALDO RICAVATO DAL GIORNALE E IL RESIDUO           *
000200*            EFFETTIVO: LA DIFFERENZA SONO LE RETTIFICHE DI     *
000210*            INVENTARIO (INVFIS), CHE NON PORTANO IL NUMERO DI  *
000220*            LOTTO SUL GIORNALE.                                *
000240*          INTERROGAZIONE A RICHIESTA (RICHIAMI, RECLAMI).      *
000250*                                                               *
000260*  STORIA DELLE MODIFICHE                                       *
000270*  DATA        AUTORE  DESCRIZIONE                              *
000280*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MVJRNL-FILE ASSIGN TO "MVJRNL"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-FS-MVJRNL.
000400
000410     SELECT LOTMAST-FILE ASSIGN TO "LOTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LOT-CHIAVE
000450         FILE STATUS IS WS-FS-LOTMAST.
000460
000470     SELECT TRCPARM-FILE ASSIGN TO "TRCPARM"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FS-TRCPARM.
000500
000510     SELECT TRCRPT-FILE ASSIGN TO "TRCRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FS-TRCRPT.
000540
000550     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FS-RUNJRNL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MVJRNL-FILE.
000620 COPY CPMVJRN.
000630
000640 FD  LOTMAST-FILE.
000650 COPY CPLOTMS.
000660
000670 FD  TRCPARM-FILE.
000680 01  TRCPARM-CARD                PIC X(80).
000690
000700 FD  TRCRPT-FILE.
000710 01  TRCRPT-LINE                 PIC X(96).
000720
000730 FD  RUNJRNL-FILE.
000740 COPY CPRUNJR.
000750
000760 WORKING-STORAGE SECTION.
000770*****************************************************************
000780*  CODICI DI STATO DEI FILE                                     *
000790*****************************************************************
000800 01  WS-FILE-STATUS-AREA.
000810     05  WS-FS-MVJRNL            PIC X(02).
000820     05  WS-FS-LOTMAST           PIC X(02).
000830     05  WS-FS-TRCPARM           PIC X(02).
000840     05  WS-FS-TRCRPT            PIC X(02).
000850     05  WS-FS-RUNJRNL           PIC X(02).
000860
000870*****************************************************************
000880*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
000890*****************************************************************
000900 01  WS-INDICATORI.
000910     05  WS-SW-FINE-MVJRNL       PIC X(01)   VALUE "N".
000920         88  FINE-MVJRNL                     VALUE "S".
000930     05  WS-SW-FINE-LOTMAST      PIC X(01)   VALUE "N".
000940         88  FINE-LOTMAST                    VALUE "S".
000950     05  WS-SW-PARAMETRI         PIC X(01)   VALUE "N".
000960         88  PARAMETRI-VALIDI                VALUE "S".
000970     05  WS-SW-RIGA-TROVATA      PIC X(01)   VALUE "N".
000980         88  RIGA-TROVATA                    VALUE "S".
000990         88  RIGA-NUOVA                      VALUE "N".
001000     05  WS-SW-TAB-SALDI         PIC X(01)   VALUE "N".
001010         88  TABELLA-SALDI-PIENA             VALUE "S".
001020
001030*****************************************************************
001040*  PARAMETRI DELL'INTERROGAZIONE                                *
001050*****************************************************************
001060 01  WS-PARAMETRI.
001070     05  WS-PAR-CODICE-PROD      PIC X(10)   VALUE SPACES.
001080     05  WS-PAR-LOTTO            PIC X(10)   VALUE SPACES.
001090
001100*****************************************************************
001110*  SALDI DEL LOTTO PER CODICE E DEPOSITO: ENTRATE E USCITE      *
001120*  RICAVATE DAL GIORNALE, RESIDUO EFFETTIVO SU LOTMAST          *
001130*****************************************************************
001140 01  WS-TABELLA-SALDI.
001150     05  WS-SAL-ENTRY OCCURS 1 TO 200 TIMES
001160                 DEPENDING ON WS-SAL-COUNT
001170                 INDEXED BY WS-SAL-IDX.
001180         10  WS-SAL-CODICE-PROD  PIC X(10).
001190         10  WS-SAL-DEPOSITO     PIC X(02).
001200         10  WS-SAL-ENTRATE      PIC 9(07).
001210         10  WS-SAL-USCITE       PIC 9(07).
001220         10  WS-SAL-RESIDUO      PIC 9(07).
001230 77  WS-SAL-COUNT                PIC 9(03)   VALUE 0.
001240 77  WS-SAL-TROVATA              PIC 9(03)   VALUE 0.
001250
001260*****************************************************************
001270*  CONTATORI E CAMPI DI APPOGGIO                                *
001280*****************************************************************
001290 77  WS-CHIAVE-CODICE            PIC X(10)   VALUE SPACES.
001300 77  WS-CHIAVE-DEPOSITO          PIC X(02)   VALUE SPACES.
001310 77  WS-SALDO-GIORNALE           PIC S9(07)  VALUE 0.
001320 77  WS-DIFF-NON-TRACCIATA       PIC S9(07)  VALUE 0.
001330 77  WS-CONTA-LETTI              PIC 9(07)   VALUE 0.
001340 77  WS-CONTA-RIGHE-JRN          PIC 9(06)   VALUE 0.
001350 77  WS-CONTA-RIGHE-LOT          PIC 9(06)   VALUE 0.
001360 77  WS-CONTA-DIFFERENZE         PIC 9(06)   VALUE 0.
001370 77  WS-TOT-ENTRATE              PIC 9(09)   VALUE 0.
001380 77  WS-TOT-USCITE               PIC 9(09)   VALUE 0.
001390 77  WS-TOT-RESIDUO              PIC 9(09)   VALUE 0.
001400 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001410 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001420 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001430
001440 01  WS-DATA-SISTEMA.
001450     05  WS-DS-ANNO              PIC 9(04).
001460     05  WS-DS-MESE              PIC 9(02).
001470     05  WS-DS-GIORNO            PIC 9(02).
001480
001490*****************************************************************
001500*  LINEE DI STAMPA - REPORT RINTRACCIABILITA' LOTTO             *
001510*****************************************************************
001520 01  WS-TRC-INTESTAZ-1.
001530     05  FILLER                  PIC X(26)
001540         VALUE "RINTRACCIABILITA' LOTTO ".
001550     05  WS-TI-LOTTO             PIC X(10).
001560     05  FILLER                  PIC X(10)   VALUE " - CODICE ".
001570     05  WS-TI-CODICE            PIC X(10).
001580     05  FILLER                  PIC X(10)   VALUE " - AL ".
001590     05  WS-TI-DATA              PIC 9(08).
001600
001610 01  WS-TRC-SEZIONE-JRN.
001620     05  FILLER                  PIC X(60)
001630         VALUE "MOVIMENTI DEL LOTTO SUL GIORNALE MVJRNL".
001640
001650 01  WS-TRC-INTESTAZ-JRN.
001660     05  FILLER                  PIC X(10)   VALUE "DATA".
001670     05  FILLER                  PIC X(08)   VALUE "ORA".
001680     05  FILLER                  PIC X(12)   VALUE "CODICE".
001690     05  FILLER                  PIC X(14)   VALUE "MOVIMENTO".
001700     05  FILLER                  PIC X(04)   VALUE "DEP".
001710     05  FILLER                  PIC X(08)   VALUE "   QTA".
001720     05  FILLER                  PIC X(14)
001730         VALUE "DEP.PRIMA/DOPO".
001740     05  FILLER                  PIC X(08)   VALUE " ORDINE".
001750
001760 01  WS-TRC-JRN-LINE.
001770     05  WS-TJ-DATA              PIC 9(08).
001780     05  FILLER                  PIC X(02)   VALUE SPACES.
001790     05  WS-TJ-ORA               PIC 9(06).
001800     05  FILLER                  PIC X(02)   VALUE SPACES.
001810     05  WS-TJ-CODICE-PROD       PIC X(10).
001820     05  FILLER                  PIC X(02)   VALUE SPACES.
001830     05  WS-TJ-MOVIMENTO         PIC X(13).
001840     05  FILLER                  PIC X(01)   VALUE SPACES.
001850     05  WS-TJ-DEPOSITO          PIC X(02).
001860     05  FILLER                  PIC X(02)   VALUE SPACES.
001870     05  WS-TJ-QUANTITA          PIC ZZZZ9.
001880     05  FILLER                  PIC X(03)   VALUE SPACES.
001890     05  WS-TJ-DEP-PRIMA         PIC ZZZZ9.
001900     05  FILLER                  PIC X(01)   VALUE "/".
001910     05  WS-TJ-DEP-DOPO          PIC ZZZZ9.
001920     05  FILLER                  PIC X(03)   VALUE SPACES.
001930     05  WS-TJ-ORDINE            PIC X(06).
001940
001950 01  WS-TRC-SEZIONE-LOT.
001960     05  FILLER                  PIC X(60)
001970         VALUE "SITUAZIONE ATTUALE DEL LOTTO SU LOTMAST".
001980
001990 01  WS-TRC-INTESTAZ-LOT.
002000     05  FILLER                  PIC X(12)   VALUE "CODICE".
002010     05  FILLER                  PIC X(04)   VALUE "DEP".
002020     05  FILLER                  PIC X(10)   VALUE "SCADENZA".
002030     05  FILLER                  PIC X(10)   VALUE "  ENTRATA".
002040     05  FILLER                  PIC X(08)   VALUE " RESIDUO".
002050     05  FILLER                  PIC X(12)   VALUE "  1.CARICO".
002060     05  FILLER                  PIC X(10)   VALUE "  ULT.MOV.".
002070
002080 01  WS-TRC-LOT-LINE.
002090     05  WS-TL-CODICE-PROD       PIC X(10).
002100     05  FILLER                  PIC X(02)   VALUE SPACES.
002110     05  WS-TL-DEPOSITO          PIC X(02).
002120     05  FILLER                  PIC X(02)   VALUE SPACES.
002130     05  WS-TL-SCADENZA          PIC X(08).
002140     05  FILLER                  PIC X(02)   VALUE SPACES.
002150     05  WS-TL-ENTRATA           PIC ZZZZZZ9.
002160     05  FILLER                  PIC X(03)   VALUE SPACES.
002170     05  WS-TL-RESIDUO           PIC ZZZZ9.
002180     05  FILLER                  PIC X(04)   VALUE SPACES.
002190     05  WS-TL-PRIMO-CARICO      PIC 9(08).
002200     05  FILLER                  PIC X(02)   VALUE SPACES.
002210     05  WS-TL-ULTIMO-MOV        PIC 9(08).
002220
002230 01  WS-TRC-SEZIONE-SAL.
002240     05  FILLER                  PIC X(60)
002250         VALUE "CONFRONTO TRA GIORNALE E RESIDUO EFFETTIVO".
002260
002270 01  WS-TRC-INTESTAZ-SAL.
002280     05  FILLER                  PIC X(12)   VALUE "CODICE".
002290     05  FILLER                  PIC X(04)   VALUE "DEP".
002300     05  FILLER                  PIC X(10)   VALUE "  ENTRATE".
002310     05  FILLER                  PIC X(10)   VALUE "   USCITE".
002320     05  FILLER                  PIC X(10)   VALUE "    SALDO".
002330     05  FILLER                  PIC X(10)   VALUE "  RESIDUO".
002340     05  FILLER                  PIC X(12)   VALUE " NON TRACC.".
002350
002360 01  WS-TRC-SAL-LINE.
002370     05  WS-TS-CODICE-PROD       PIC X(10).
002380     05  FILLER                  PIC X(02)   VALUE SPACES.
002390     05  WS-TS-DEPOSITO          PIC X(02).
002400     05  FILLER                  PIC X(02)   VALUE SPACES.
002410     05  WS-TS-ENTRATE           PIC Z(06)9.
002420     05  FILLER                  PIC X(03)   VALUE SPACES.
002430     05  WS-TS-USCITE            PIC Z(06)9.
002440     05  FILLER                  PIC X(02)   VALUE SPACES.
002450     05  WS-TS-SALDO             PIC -(07)9.
002460     05  FILLER                  PIC X(02)   VALUE SPACES.
002470     05  WS-TS-RESIDUO           PIC Z(06)9.
002480     05  FILLER                  PIC X(02)   VALUE SPACES.
002490     05  WS-TS-DIFFERENZA        PIC -(07)9.
002500
002510 01  WS-TRC-VUOTO-LINE.
002520     05  FILLER                  PIC X(60)
002530         VALUE "  NESSUNA RIGA PER IL LOTTO RICHIESTO".
002540
002550*****************************************************************
002560*  AVVISI: SCHEDA PARAMETRO MANCANTE O SENZA LOTTO, TABELLA     *
002570*  DEI SALDI PIENA (I CONFRONTI OLTRE I 200 CODICE/DEPOSITO     *
002580*  NON SONO STAMPATI E L'ESITO SUL GIORNALE RUN E' "ER")        *
002590*****************************************************************
002600 01  WS-AVVISO-PARM-LINE.
002610     05  FILLER                  PIC X(96)
002620         VALUE "ATTENZIONE: SCHEDA TRCPARM SENZA NUMERO DI LOTTO".
002630
002640 01  WS-AVVISO-TAB-LINE.
002650     05  FILLER                  PIC X(96)
002660         VALUE "ATTENZIONE: TABELLA SALDI PIENA".
002670
002680 01  WS-TRC-TOT-JRN-LINE.
002690     05  FILLER                  PIC X(30)
002700         VALUE "RIGHE DI GIORNALE DEL LOTTO".
002710     05  WS-TT-RIGHE-JRN         PIC ZZZZZ9.
002720
002730 01  WS-TRC-TOT-ENT-LINE.
002740     05  FILLER                  PIC X(30)
002750         VALUE "QUANTITA' ENTRATA (GIORNALE)".
002760     05  WS-TT-ENTRATE           PIC ZZZ.ZZZ.ZZ9.
002770
002780 01  WS-TRC-TOT-USC-LINE.
002790     05  FILLER                  PIC X(30)
002800         VALUE "QUANTITA' USCITA (GIORNALE)".
002810     05  WS-TT-USCITE            PIC ZZZ.ZZZ.ZZ9.
002820
002830 01  WS-TRC-TOT-RES-LINE.
002840     05  FILLER                  PIC X(30)
002850         VALUE "RESIDUO ATTUALE (LOTMAST)".
002860     05  WS-TT-RESIDUO           PIC ZZZ.ZZZ.ZZ9.
002870
002880 01  WS-TRC-TOT-DIF-LINE.
002890     05  FILLER                  PIC X(30)
002900         VALUE "CODICI/DEPOSITI CON DIFFERENZE".
002910     05  WS-TT-DIFFERENZE        PIC ZZZZZ9.
002920
002930 PROCEDURE DIVISION.
002940*****************************************************************
002950*  0000-MAINLINE - CONTROLLO PRINCIPALE DELL'INTERROGAZIONE     *
002960*****************************************************************
002970 0000-MAINLINE.
002980     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002990     IF PARAMETRI-VALIDI
003000         PERFORM 2000-ESAMINA-GIORNALE THRU 2000-EXIT
003010         PERFORM 3000-ESAMINA-LOTMAST THRU 3000-EXIT
003020         PERFORM 4000-STAMPA-CONFRONTO THRU 4000-EXIT
003030     END-IF
003040     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
003050     STOP RUN.
003060
003070*****************************************************************
003080*  1000-INIZIALIZZA-RUN - LETTURA DELLA SCHEDA PARAMETRO,       *
003090*  APERTURA FILE E INTESTAZIONE DEL REPORT                      *
003100*****************************************************************
003110 1000-INIZIALIZZA-RUN.
003120     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003130     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
003140
003150     PERFORM 1100-LEGGI-PARAMETRI THRU 1100-EXIT
003160
003170     OPEN OUTPUT TRCRPT-FILE
003180     MOVE WS-PAR-LOTTO TO WS-TI-LOTTO
003190     IF WS-PAR-CODICE-PROD = SPACES
003200         MOVE "(TUTTI)" TO WS-TI-CODICE
003210     ELSE
003220         MOVE WS-PAR-CODICE-PROD TO WS-TI-CODICE
003230     END-IF
003240     MOVE WS-DATA-SISTEMA TO WS-TI-DATA
003250     WRITE TRCRPT-LINE FROM WS-TRC-INTESTAZ-1
003260     IF NOT PARAMETRI-VALIDI
003270         WRITE TRCRPT-LINE FROM WS-AVVISO-PARM-LINE
003280         GO TO 1000-EXIT
003290     END-IF
003300
003310     OPEN INPUT MVJRNL-FILE
003320     IF WS-FS-MVJRNL = "35"
003330         SET FINE-MVJRNL TO TRUE
003340     END-IF
003350
003360     OPEN INPUT LOTMAST-FILE
003370     IF WS-FS-LOTMAST = "35"
003380         SET FINE-LOTMAST TO TRUE
003390     END-IF.
003400 1000-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*  1100-LEGGI-PARAMETRI - SCHEDA TRCPARM: CODICE (FACOLTATIVO)  *
003450*  E NUMERO DI LOTTO (OBBLIGATORIO). IL LOTTO A SPAZI E' LA     *
003460*  MERCE SENZA LOTTO E NON SI PUO' RINTRACCIARE                 *
003470*****************************************************************
003480 1100-LEGGI-PARAMETRI.
003490     OPEN INPUT TRCPARM-FILE
003500     IF WS-FS-TRCPARM = "35"
003510         GO TO 1100-EXIT
003520     END-IF
003530     READ TRCPARM-FILE
003540         AT END
003550             CONTINUE
003560         NOT AT END
003570             MOVE TRCPARM-CARD (1:10) TO WS-PAR-CODICE-PROD
003580             MOVE TRCPARM-CARD (11:10) TO WS-PAR-LOTTO
003590     END-READ
003600     CLOSE TRCPARM-FILE
003610     IF WS-PAR-LOTTO NOT = SPACES
003620         SET PARAMETRI-VALIDI TO TRUE
003630     END-IF.
003640 1100-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680*  2000-ESAMINA-GIORNALE - UNA PASSATA SU MVJRNL: OGNI RIGA     *
003690*  DEL LOTTO (E DEL CODICE, SE RICHIESTO) VIENE STAMPATA E      *
003700*  ACCUMULATA TRA LE ENTRATE O LE USCITE DEL SUO DEPOSITO       *
003710*****************************************************************
003720 2000-ESAMINA-GIORNALE.
003730     WRITE TRCRPT-LINE FROM WS-TRC-SEZIONE-JRN
003740     WRITE TRCRPT-LINE FROM WS-TRC-INTESTAZ-JRN
003750     PERFORM 2100-LEGGI-MOVIMENTO THRU 2100-EXIT
003760         UNTIL FINE-MVJRNL
003770     IF WS-CONTA-RIGHE-JRN = 0
003780         WRITE TRCRPT-LINE FROM WS-TRC-VUOTO-LINE
003790     END-IF
003800     IF WS-FS-MVJRNL NOT = "35"
003810         CLOSE MVJRNL-FILE
003820     END-IF.
003830 2000-EXIT.
003840     EXIT.
003850
003860 2100-LEGGI-MOVIMENTO.
003870     READ MVJRNL-FILE
003880         AT END
003890             SET FINE-MVJRNL TO TRUE
003900             GO TO 2100-EXIT
003910     END-READ
003920     ADD 1 TO WS-CONTA-LETTI
003930
003940     IF MVJ-NUM-LOTTO NOT = WS-PAR-LOTTO
003950         GO TO 2100-EXIT
003960     END-IF
003970     IF WS-PAR-CODICE-PROD NOT = SPACES
003980         AND MVJ-CODICE-PROD NOT = WS-PAR-CODICE-PROD
003990         GO TO 2100-EXIT
004000     END-IF
004010
004020     PERFORM 2200-STAMPA-MOVIMENTO THRU 2200-EXIT
004030
004040     MOVE MVJ-CODICE-PROD TO WS-CHIAVE-CODICE
004050     MOVE MVJ-DEPOSITO TO WS-CHIAVE-DEPOSITO
004060     PERFORM 5000-CERCA-SALDO THRU 5000-EXIT
004070     IF WS-SAL-TROVATA = 0
004080         GO TO 2100-EXIT
004090     END-IF
004100
004110*    UN TRASFERIMENTO E' UN'USCITA SUL DEPOSITO DI ORIGINE
004120*    (GIACENZA DI DEPOSITO IN CALO) E UN'ENTRATA SU QUELLO DI
004130*    DESTINAZIONE.
004140     EVALUATE TRUE
004150         WHEN MVJ-CARICO
004160             ADD MVJ-QUANTITA TO WS-SAL-ENTRATE(WS-SAL-TROVATA)
004170         WHEN MVJ-SCARICO
004180             ADD MVJ-QUANTITA TO WS-SAL-USCITE(WS-SAL-TROVATA)
004190         WHEN MVJ-TRASFERIMENTO
004200             AND MVJ-GIAC-DEP-DOPO < MVJ-GIAC-DEP-PRIMA
004210             ADD MVJ-QUANTITA TO WS-SAL-USCITE(WS-SAL-TROVATA)
004220         WHEN MVJ-TRASFERIMENTO
004230             ADD MVJ-QUANTITA TO WS-SAL-ENTRATE(WS-SAL-TROVATA)
004240         WHEN OTHER
004250             CONTINUE
004260     END-EVALUATE.
004270 2100-EXIT.
004280     EXIT.
004290
004300 2200-STAMPA-MOVIMENTO.
004310     MOVE MVJ-DATA-MOVIMENTO TO WS-TJ-DATA
004320     MOVE MVJ-ORA-MOVIMENTO TO WS-TJ-ORA
004330     MOVE MVJ-CODICE-PROD TO WS-TJ-CODICE-PROD
004340     EVALUATE TRUE
004350         WHEN MVJ-CARICO
004360             MOVE "CARICO" TO WS-TJ-MOVIMENTO
004370         WHEN MVJ-SCARICO
004380             MOVE "SCARICO" TO WS-TJ-MOVIMENTO
004390         WHEN MVJ-TRASFERIMENTO
004400             MOVE "TRASFERIMENTO" TO WS-TJ-MOVIMENTO
004410         WHEN MVJ-RETTIFICA
004420             MOVE "RETTIFICA" TO WS-TJ-MOVIMENTO
004430         WHEN OTHER
004440             MOVE MVJ-TIPO-MOV TO WS-TJ-MOVIMENTO
004450     END-EVALUATE
004460     MOVE MVJ-DEPOSITO TO WS-TJ-DEPOSITO
004470     MOVE MVJ-QUANTITA TO WS-TJ-QUANTITA
004480     MOVE MVJ-GIAC-DEP-PRIMA TO WS-TJ-DEP-PRIMA
004490     MOVE MVJ-GIAC-DEP-DOPO TO WS-TJ-DEP-DOPO
004500     MOVE SPACES TO WS-TJ-ORDINE
004510     IF MVJ-CARICO AND MVJ-NUM-ORDINE IS NUMERIC
004520         AND MVJ-NUM-ORDINE > 0
004530         MOVE MVJ-NUM-ORDINE TO WS-TJ-ORDINE
004540     END-IF
004550     WRITE TRCRPT-LINE FROM WS-TRC-JRN-LINE
004560     ADD 1 TO WS-CONTA-RIGHE-JRN.
004570 2200-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*  3000-ESAMINA-LOTMAST - RIGHE ATTUALI DEL LOTTO SU LOTMAST:   *
004620*  CON IL CODICE RICHIESTO SI LEGGONO SOLO I SUOI LOTTI, SENZA  *
004630*  CODICE SI SCORRE TUTTO IL FILE                               *
004640*****************************************************************
004650 3000-ESAMINA-LOTMAST.
004660     WRITE TRCRPT-LINE FROM WS-TRC-SEZIONE-LOT
004670     WRITE TRCRPT-LINE FROM WS-TRC-INTESTAZ-LOT
004680     IF NOT FINE-LOTMAST
004690         MOVE LOW-VALUES TO LOT-CHIAVE
004700         IF WS-PAR-CODICE-PROD NOT = SPACES
004710             MOVE WS-PAR-CODICE-PROD TO LOT-CODICE-PROD
004720         END-IF
004730         START LOTMAST-FILE KEY IS GREATER THAN LOT-CHIAVE
004740             INVALID KEY
004750                 SET FINE-LOTMAST TO TRUE
004760         END-START
004770     END-IF
004780
004790     PERFORM 3100-LEGGI-LOTTO THRU 3100-EXIT
004800         UNTIL FINE-LOTMAST
004810     IF WS-CONTA-RIGHE-LOT = 0
004820         WRITE TRCRPT-LINE FROM WS-TRC-VUOTO-LINE
004830     END-IF.
004840 3000-EXIT.
004850     EXIT.
004860
004870 3100-LEGGI-LOTTO.
004880     READ LOTMAST-FILE NEXT RECORD
004890         AT END
004900             SET FINE-LOTMAST TO TRUE
004910             GO TO 3100-EXIT
004920     END-READ
004930     IF WS-PAR-CODICE-PROD NOT = SPACES
004940         AND LOT-CODICE-PROD NOT = WS-PAR-CODICE-PROD
004950         SET FINE-LOTMAST TO TRUE
004960         GO TO 3100-EXIT
004970     END-IF
004980     IF LOT-NUMERO NOT = WS-PAR-LOTTO
004990         GO TO 3100-EXIT
005000     END-IF
005010
005020     MOVE LOT-CODICE-PROD TO WS-TL-CODICE-PROD
005030     MOVE LOT-DEPOSITO TO WS-TL-DEPOSITO
005040     IF LOT-SENZA-SCADENZA
005050         MOVE "NESSUNA" TO WS-TL-SCADENZA
005060     ELSE
005070         MOVE LOT-DATA-SCADENZA TO WS-TL-SCADENZA
005080     END-IF
005090     MOVE LOT-QTA-ENTRATA TO WS-TL-ENTRATA
005100     MOVE LOT-GIACENZA TO WS-TL-RESIDUO
005110     MOVE LOT-DATA-PRIMO-CARICO TO WS-TL-PRIMO-CARICO
005120     MOVE LOT-DATA-ULTIMO-MOV TO WS-TL-ULTIMO-MOV
005130     WRITE TRCRPT-LINE FROM WS-TRC-LOT-LINE
005140     ADD 1 TO WS-CONTA-RIGHE-LOT
005150
005160     MOVE LOT-CODICE-PROD TO WS-CHIAVE-CODICE
005170     MOVE LOT-DEPOSITO TO WS-CHIAVE-DEPOSITO
005180     PERFORM 5000-CERCA-SALDO THRU 5000-EXIT
005190     IF WS-SAL-TROVATA > 0
005200         ADD LOT-GIACENZA TO WS-SAL-RESIDUO(WS-SAL-TROVATA)
005210     END-IF.
005220 3100-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*  4000-STAMPA-CONFRONTO - PER OGNI CODICE E DEPOSITO: SALDO    *
005270*  DEL GIORNALE (ENTRATE - USCITE) CONTRO RESIDUO SU LOTMAST.   *
005280*  LA DIFFERENZA E' LA QUANTITA' NON TRACCIATA SUL GIORNALE     *
005290*  (RETTIFICHE DI INVENTARIO INVFIS, SENZA NUMERO DI LOTTO)     *
005300*****************************************************************
005310 4000-STAMPA-CONFRONTO.
005320     WRITE TRCRPT-LINE FROM WS-TRC-SEZIONE-SAL
005330     WRITE TRCRPT-LINE FROM WS-TRC-INTESTAZ-SAL
005340     IF TABELLA-SALDI-PIENA
005350         WRITE TRCRPT-LINE FROM WS-AVVISO-TAB-LINE
005360     END-IF
005370     IF WS-SAL-COUNT > 0
005380         PERFORM 4100-STAMPA-SALDO
005390             VARYING WS-SAL-IDX FROM 1 BY 1
005400             UNTIL WS-SAL-IDX > WS-SAL-COUNT
005410     END-IF.
005420 4000-EXIT.
005430     EXIT.
005440
005450 4100-STAMPA-SALDO.
005460     COMPUTE WS-SALDO-GIORNALE =
005470             WS-SAL-ENTRATE(WS-SAL-IDX)
005480             - WS-SAL-USCITE(WS-SAL-IDX)
005490     COMPUTE WS-DIFF-NON-TRACCIATA =
005500             WS-SAL-RESIDUO(WS-SAL-IDX) - WS-SALDO-GIORNALE
005510     MOVE WS-SAL-CODICE-PROD(WS-SAL-IDX) TO WS-TS-CODICE-PROD
005520     MOVE WS-SAL-DEPOSITO(WS-SAL-IDX) TO WS-TS-DEPOSITO
005530     MOVE WS-SAL-ENTRATE(WS-SAL-IDX) TO WS-TS-ENTRATE
005540     MOVE WS-SAL-USCITE(WS-SAL-IDX) TO WS-TS-USCITE
005550     MOVE WS-SALDO-GIORNALE TO WS-TS-SALDO
005560     MOVE WS-SAL-RESIDUO(WS-SAL-IDX) TO WS-TS-RESIDUO
005570     MOVE WS-DIFF-NON-TRACCIATA TO WS-TS-DIFFERENZA
005580     WRITE TRCRPT-LINE FROM WS-TRC-SAL-LINE
005590     IF WS-DIFF-NON-TRACCIATA NOT = 0
005600         ADD 1 TO WS-CONTA-DIFFERENZE
005610     END-IF
005620     ADD WS-SAL-ENTRATE(WS-SAL-IDX) TO WS-TOT-ENTRATE
005630     ADD WS-SAL-USCITE(WS-SAL-IDX) TO WS-TOT-USCITE
005640     ADD WS-SAL-RESIDUO(WS-SAL-IDX) TO WS-TOT-RESIDUO.
005650
005660*****************************************************************
005670*  5000-CERCA-SALDO - RIGA DI TABELLA DI WS-CHIAVE-CODICE E     *
005680*  WS-CHIAVE-DEPOSITO, AGGIUNTA SE NUOVA; WS-SAL-TROVATA A      *
005690*  ZERO SE LA TABELLA E' PIENA                                  *
005700*****************************************************************
005710 5000-CERCA-SALDO.
005720     MOVE 0 TO WS-SAL-TROVATA
005730     SET RIGA-NUOVA TO TRUE
005740     IF WS-SAL-COUNT > 0
005750         PERFORM 5100-VERIFICA-SALDO
005760             VARYING WS-SAL-IDX FROM 1 BY 1
005770             UNTIL WS-SAL-IDX > WS-SAL-COUNT
005780                OR RIGA-TROVATA
005790     END-IF
005800     IF RIGA-TROVATA
005810         GO TO 5000-EXIT
005820     END-IF
005830     IF WS-SAL-COUNT NOT < 200
005840         SET TABELLA-SALDI-PIENA TO TRUE
005850         GO TO 5000-EXIT
005860     END-IF
005870     ADD 1 TO WS-SAL-COUNT
005880     MOVE WS-SAL-COUNT TO WS-SAL-TROVATA
005890     MOVE WS-CHIAVE-CODICE TO WS-SAL-CODICE-PROD(WS-SAL-COUNT)
005900     MOVE WS-CHIAVE-DEPOSITO TO WS-SAL-DEPOSITO(WS-SAL-COUNT)
005910     MOVE 0 TO WS-SAL-ENTRATE(WS-SAL-COUNT)
005920     MOVE 0 TO WS-SAL-USCITE(WS-SAL-COUNT)
005930     MOVE 0 TO WS-SAL-RESIDUO(WS-SAL-COUNT).
005940 5000-EXIT.
005950     EXIT.
005960
005970 5100-VERIFICA-SALDO.
005980     IF WS-SAL-CODICE-PROD(WS-SAL-IDX) = WS-CHIAVE-CODICE
005990         AND WS-SAL-DEPOSITO(WS-SAL-IDX) = WS-CHIAVE-DEPOSITO
006000         SET RIGA-TROVATA TO TRUE
006010         SET WS-SAL-TROVATA TO WS-SAL-IDX
006020     END-IF.
006030
006040*****************************************************************
006050*  9000-TERMINA-RUN - TOTALI DI CONTROLLO E CHIUSURA FILE       *
006060*****************************************************************
006070 9000-TERMINA-RUN.
006080     IF PARAMETRI-VALIDI
006090         MOVE WS-CONTA-RIGHE-JRN TO WS-TT-RIGHE-JRN
006100         WRITE TRCRPT-LINE FROM WS-TRC-TOT-JRN-LINE
006110         MOVE WS-TOT-ENTRATE TO WS-TT-ENTRATE
006120         WRITE TRCRPT-LINE FROM WS-TRC-TOT-ENT-LINE
006130         MOVE WS-TOT-USCITE TO WS-TT-USCITE
006140         WRITE TRCRPT-LINE FROM WS-TRC-TOT-USC-LINE
006150         MOVE WS-TOT-RESIDUO TO WS-TT-RESIDUO
006160         WRITE TRCRPT-LINE FROM WS-TRC-TOT-RES-LINE
006170         MOVE WS-CONTA-DIFFERENZE TO WS-TT-DIFFERENZE
006180         WRITE TRCRPT-LINE FROM WS-TRC-TOT-DIF-LINE
006190         IF WS-FS-LOTMAST NOT = "35"
006200             CLOSE LOTMAST-FILE
006210         END-IF
006220     END-IF
006230     CLOSE TRCRPT-FILE
006240
006250     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
006260 9000-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
006310*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
006320*  GIORNALIERO RUNRPT                                           *
006330*****************************************************************
006340 9100-SCRIVI-GIORNALE-RUN.
006350     OPEN EXTEND RUNJRNL-FILE
006360     IF WS-FS-RUNJRNL = "35"
006370         OPEN OUTPUT RUNJRNL-FILE
006380         CLOSE RUNJRNL-FILE
006390         OPEN EXTEND RUNJRNL-FILE
006400     END-IF
006410
006420     MOVE SPACES TO RNJ-RECORD
006430     MOVE "LOTTRC" TO RNJ-PROGRAMMA
006440     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
006450     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
006460     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
006470     ACCEPT WS-ORA-FINE-RUN FROM TIME
006480     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
006490     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
006500     MOVE SPACES TO RNJ-PERIODO
006510     MOVE WS-CONTA-LETTI TO RNJ-RECORD-LETTI
006520     COMPUTE RNJ-RECORD-SCRITTI =
006530             WS-CONTA-RIGHE-JRN + WS-CONTA-RIGHE-LOT
006540     MOVE 0 TO RNJ-RECORD-SCARTATI
006550     MOVE 0 TO RNJ-NUM-BATCH
006560     IF PARAMETRI-VALIDI AND NOT TABELLA-SALDI-PIENA
006570         SET RNJ-ESITO-OK TO TRUE
006580     ELSE
006590         SET RNJ-ESITO-ERRORE TO TRUE
006600     END-IF
006610     WRITE RNJ-RECORD
006620     CLOSE RUNJRNL-FILE.
006630 9100-EXIT.
006640     EXIT.
