000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MAGVAL.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  VALORIZZAZIONE DI MAGAZZINO A UNA FINE MESE CHIUSA,  *
000090*          DALLA FOTOGRAFIA MAGFOTO SCRITTA DA MAGCHIU E NON    *
000100*          DAL MASTER: IL RISULTATO NON CAMBIA CON I MOVIMENTI  *
000110*          REGISTRATI DOPO LA CHIUSURA. STAMPA SU MAGVRPT IL    *
000120*          DETTAGLIO PER CODICE (GIACENZE PER DEPOSITO, COSTO E *
000130*          VALORE) CON I TOTALI PER LINEA DI PRODOTTO, E IL     *
000140*          PROSPETTO DELLA VARIAZIONE PER LINEA: VALORE         *
000150*          INIZIALE, CARICHI, SCARICHI, RETTIFICHE INVFIS,      *
000160*          RIVALUTAZIONE (COME RIVRPT) E VALORE FINALE.         *
000170*          SCHEDA PARAMETRO MAGVPARM: COL. 1-6 MESE (AAAAMM,    *
000180*          DEFAULT L'ULTIMO MESE CHIUSO SU MAGCAL); CON "A" IN  *
000190*          COL. 8 IL PROSPETTO E' ANNUALE SULL'ESERCIZIO AAAA   *
000195*          DELLE COL. 1-4, ANCHE SENZA IL MESE                  *
000200*          (DICEMBRE DEVE ESSERE CHIUSO): VARIAZIONI SOMMATE    *
000210*          SUI MESI CHIUSI DELL'ANNO E RIMANENZE INIZIALI E     *
000220*          FINALI PER IL BILANCIO.                              *
000230*                                                               *
000240*  STORIA DELLE MODIFICHE                                       *
000250*  DATA        AUTORE  DESCRIZIONE                              *
000260*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT MAGVPARM-FILE ASSIGN TO "MAGVPARM"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-FS-MAGVPARM.
000380
000390     SELECT MAGCAL-FILE ASSIGN TO "MAGCAL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PERC-PERIODO
000430         FILE STATUS IS WS-FS-MAGCAL.
000440
000450     SELECT MAGFOTO-FILE ASSIGN TO "MAGFOTO"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MFT-CHIAVE
000490         FILE STATUS IS WS-FS-MAGFOTO.
000500
000510     SELECT MAGVRPT-FILE ASSIGN TO "MAGVRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FS-MAGVRPT.
000540
000550     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-FS-RUNJRNL.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  MAGVPARM-FILE.
000620 01  MAGVPARM-CARD               PIC X(80).
000630
000640 FD  MAGCAL-FILE.
000650 COPY CPPERCL.
000660
000670 FD  MAGFOTO-FILE.
000680 COPY CPMAGFT.
000690
000700 FD  MAGVRPT-FILE.
000710 01  MAGVRPT-LINE                PIC X(96).
000720
000730 FD  RUNJRNL-FILE.
000740 COPY CPRUNJR.
000750
000760 WORKING-STORAGE SECTION.
000770*****************************************************************
000780*  CODICI DI STATO DEI FILE                                     *
000790*****************************************************************
000800 01  WS-FILE-STATUS-AREA.
000810     05  WS-FS-MAGVPARM          PIC X(02).
000820     05  WS-FS-MAGCAL            PIC X(02).
000830     05  WS-FS-MAGFOTO           PIC X(02).
000840     05  WS-FS-MAGVRPT           PIC X(02).
000850     05  WS-FS-RUNJRNL           PIC X(02).
000860
000870*****************************************************************
000880*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
000890*****************************************************************
000900 01  WS-INDICATORI.
000910     05  WS-SW-FINE-MAGCAL       PIC X(01)   VALUE "N".
000920         88  FINE-MAGCAL                     VALUE "S".
000930     05  WS-SW-FINE-MAGFOTO      PIC X(01)   VALUE "N".
000940         88  FINE-MAGFOTO                    VALUE "S".
000950     05  WS-SW-TIPO-PROSPETTO    PIC X(01)   VALUE "M".
000960         88  PROSPETTO-MENSILE               VALUE "M".
000970         88  PROSPETTO-ANNUALE               VALUE "A".
000980     05  WS-SW-ESITO             PIC X(01)   VALUE "S".
000990         88  PROSPETTO-ELABORABILE           VALUE "S".
001000         88  PROSPETTO-IN-ERRORE             VALUE "E".
001010     05  WS-SW-TABELLA           PIC X(01)   VALUE "N".
001020         88  TABELLA-LINEE-PIENA             VALUE "S".
001030
001040*****************************************************************
001050*  PERIODI DEL PROSPETTO: DAL MESE INIZIALE AL MESE FINALE      *
001060*  (UGUALI NEL PROSPETTO MENSILE), PRIMO MESE TROVATO SU        *
001070*  MAGFOTO E MESE DELLA RIGA IN ESAME                           *
001080*****************************************************************
001090 01  WS-PERIODO-FINALE.
001100     05  WS-PFI-ANNO             PIC 9(04).
001110     05  WS-PFI-MESE             PIC 9(02).
001120 01  WS-PERIODO-INIZIALE.
001130     05  WS-PIN-ANNO             PIC 9(04).
001140     05  WS-PIN-MESE             PIC 9(02).
001150 77  WS-PRIMO-PERIODO            PIC 9(06)   VALUE 0.
001160 77  WS-PERIODO-CORRENTE         PIC 9(06)   VALUE 0.
001170 77  WS-MESI-TROVATI             PIC 9(02)   VALUE 0.
001180 77  WS-ULTIMO-MESE-CHIUSO       PIC 9(06)   VALUE 0.
001190 77  WS-DATA-FINE-PERIODO        PIC 9(08)   VALUE 0.
001200 77  WS-DATA-CHIUSURA-MESE       PIC 9(08)   VALUE 0.
001210 77  WS-DATA-STAMPA              PIC 9(08)   VALUE 0.
001220 77  WS-MOTIVO-ESITO             PIC X(60)   VALUE SPACES.
001230
001240*****************************************************************
001250*  TABELLA DELLE LINEE DI PRODOTTO NELL'ORDINE IN CUI COMPAIONO *
001260*  SU MAGFOTO (QUELLO DEI CODICI): VALORE INIZIALE DAL PRIMO    *
001270*  MESE, MOVIMENTI SOMMATI SU TUTTI I MESI, VALORE FINALE       *
001280*  DALL'ULTIMO MESE                                             *
001290*****************************************************************
001300 01  WS-TABELLA-LINEE.
001310     05  WS-LIN-ENTRY OCCURS 1 TO 200 TIMES
001320                 DEPENDING ON WS-LIN-COUNT
001330                 INDEXED BY WS-LIN-IDX.
001340         10  WS-LIN-LINEA-PROD   PIC X(04).
001350         10  WS-LIN-VAL-INIZIALE PIC S9(11)V99.
001360         10  WS-LIN-VAL-CARICHI  PIC S9(11)V99.
001370         10  WS-LIN-VAL-SCARICHI PIC S9(11)V99.
001380         10  WS-LIN-VAL-RETTIF   PIC S9(11)V99.
001390         10  WS-LIN-VAL-RIVALUT  PIC S9(11)V99.
001400         10  WS-LIN-VAL-FINALE   PIC S9(11)V99.
001410 77  WS-LIN-COUNT                PIC 9(03)   VALUE 0.
001420 77  WS-LIN-TROVATA              PIC 9(03)   VALUE 0.
001430
001440*****************************************************************
001450*  ROTTURA PER LINEA NEL DETTAGLIO E TOTALI GENERALI            *
001460*****************************************************************
001470 77  WS-LINEA-DETTAGLIO          PIC X(04)   VALUE SPACES.
001480 77  WS-SUB-QUANTITA             PIC 9(09)   VALUE 0.
001490 77  WS-SUB-VALORE               PIC 9(11)V99 VALUE 0.
001510 77  WS-TOT-VAL-INIZIALE         PIC S9(11)V99 VALUE 0.
001520 77  WS-TOT-VAL-CARICHI          PIC S9(11)V99 VALUE 0.
001530 77  WS-TOT-VAL-SCARICHI         PIC S9(11)V99 VALUE 0.
001540 77  WS-TOT-VAL-RETTIF           PIC S9(11)V99 VALUE 0.
001550 77  WS-TOT-VAL-RIVALUT          PIC S9(11)V99 VALUE 0.
001560 77  WS-TOT-VAL-FINALE           PIC S9(11)V99 VALUE 0.
001570 77  WS-SQUADRATURA              PIC S9(11)V99 VALUE 0.
001580 77  WS-CONTA-LETTI              PIC 9(07)   VALUE 0.
001590 77  WS-CONTA-STAMPATI           PIC 9(06)   VALUE 0.
001600 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001610 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001620 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001630
001640 01  WS-DATA-SISTEMA.
001650     05  WS-DS-ANNO              PIC 9(04).
001660     05  WS-DS-MESE              PIC 9(02).
001670     05  WS-DS-GIORNO            PIC 9(02).
001680
001690*****************************************************************
001700*  LINEE DI STAMPA - VALORIZZAZIONE A FINE MESE                 *
001710*****************************************************************
001720 01  WS-MVR-INTESTAZ-M.
001730     05  FILLER                  PIC X(36)
001740         VALUE "VALORIZZAZIONE DI MAGAZZINO AL ".
001750     05  WS-MIM-DATA             PIC 9999/99/99.
001760     05  FILLER                  PIC X(20)
001770         VALUE "  (MESE CHIUSO IL ".
001780     05  WS-MIM-CHIUSURA         PIC 9999/99/99.
001790     05  FILLER                  PIC X(01)   VALUE ")".
001800
001810 01  WS-MVR-INTESTAZ-A.
001820     05  FILLER                  PIC X(44)
001830         VALUE "RIMANENZE DI MAGAZZINO - ESERCIZIO ".
001840     05  WS-MIA-ANNO             PIC 9(04).
001850     05  FILLER                  PIC X(18)
001860         VALUE "  - ELABORATO IL ".
001870     05  WS-MIA-DATA             PIC 9999/99/99.
001880
001890 01  WS-MVR-TITOLI-DETT.
001900     05  FILLER                  PIC X(47)
001910         VALUE "CODICE     DESCRIZIONE".
001920     05  FILLER                  PIC X(49)
001930         VALUE "DEP.01 DEP.02 QUANT.    COSTO         VALORE".
001940
001950 01  WS-MVR-DETTAGLIO.
001960     05  WS-MD-CODICE-PROD       PIC X(10).
001970     05  FILLER                  PIC X(01)   VALUE SPACES.
001980     05  WS-MD-DESCRIZIONE       PIC X(30).
001990     05  FILLER                  PIC X(06)   VALUE SPACES.
002000     05  WS-MD-DEPOSITO-1        PIC ZZZZZ9.
002010     05  FILLER                  PIC X(01)   VALUE SPACES.
002020     05  WS-MD-DEPOSITO-2        PIC ZZZZZ9.
002030     05  FILLER                  PIC X(01)   VALUE SPACES.
002040     05  WS-MD-QUANTITA          PIC ZZZZZ9.
002050     05  FILLER                  PIC X(01)   VALUE SPACES.
002060     05  WS-MD-COSTO             PIC Z.ZZ9,99.
002070     05  FILLER                  PIC X(01)   VALUE SPACES.
002080     05  WS-MD-VALORE            PIC ZZZ.ZZZ.ZZ9,99.
002090
002100 01  WS-MVR-SUBTOTALE.
002110     05  FILLER                  PIC X(13)
002120         VALUE "TOTALE LINEA ".
002130     05  WS-MS-LINEA-PROD        PIC X(04).
002140     05  FILLER                  PIC X(47)   VALUE SPACES.
002150     05  WS-MS-QUANTITA          PIC ZZZZZZZZ9.
002160     05  FILLER                  PIC X(01)   VALUE SPACES.
002170     05  WS-MS-VALORE            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002180
002190 01  WS-MVR-TITOLI-LINEE.
002200     05  FILLER                  PIC X(36)
002210         VALUE "LINEA   VAL.INIZIALE        CARICHI".
002220     05  FILLER                  PIC X(30)
002230         VALUE "       SCARICHI     RETTIFICHE".
002240     05  FILLER                  PIC X(30)
002250         VALUE "  RIVALUTAZIONE   VAL.FINALE".
002260
002270 01  WS-MVR-RIGA-LINEA.
002280     05  WS-ML-LINEA-PROD        PIC X(04).
002290     05  FILLER                  PIC X(02)   VALUE SPACES.
002300     05  WS-ML-VAL-INIZIALE      PIC -ZZZZZZZZZ9,99.
002310     05  FILLER                  PIC X(01)   VALUE SPACES.
002320     05  WS-ML-VAL-CARICHI       PIC -ZZZZZZZZZ9,99.
002330     05  FILLER                  PIC X(01)   VALUE SPACES.
002340     05  WS-ML-VAL-SCARICHI      PIC -ZZZZZZZZZ9,99.
002350     05  FILLER                  PIC X(01)   VALUE SPACES.
002360     05  WS-ML-VAL-RETTIF        PIC -ZZZZZZZZZ9,99.
002370     05  FILLER                  PIC X(01)   VALUE SPACES.
002380     05  WS-ML-VAL-RIVALUT       PIC -ZZZZZZZZZ9,99.
002390     05  FILLER                  PIC X(01)   VALUE SPACES.
002400     05  WS-ML-VAL-FINALE        PIC -ZZZZZZZZZ9,99.
002410
002420 01  WS-MVR-VALORE-LINE.
002430     05  WS-MV-DESCRIZIONE       PIC X(40).
002440     05  WS-MV-VALORE            PIC --.---.---.--9,99.
002450
002460 01  WS-MVR-AVVISO-LINE.
002470     05  FILLER                  PIC X(09)   VALUE "AVVISO: ".
002480     05  WS-MA-TESTO             PIC X(60).
002490     05  WS-MA-PERIODO           PIC 9(06).
002500
002510 PROCEDURE DIVISION.
002520*****************************************************************
002530*  0000-MAINLINE - CONTROLLO PRINCIPALE DEL PROSPETTO           *
002540*****************************************************************
002550 0000-MAINLINE.
002560     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
002570
002580     IF PROSPETTO-ELABORABILE
002590         PERFORM 2000-LEGGI-FOTOGRAFIA THRU 2000-EXIT
002600             UNTIL FINE-MAGFOTO
002610         PERFORM 3000-STAMPA-PROSPETTO THRU 3000-EXIT
002620     END-IF
002630
002640     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
002650     STOP RUN.
002660
002670*****************************************************************
002680*  1000-INIZIALIZZA-RUN - PARAMETRI, CONTROLLO DEL MESE SU      *
002690*  MAGCAL E POSIZIONAMENTO SU MAGFOTO                           *
002700*****************************************************************
002710 1000-INIZIALIZZA-RUN.
002720     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002730     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
002740
002750     OPEN OUTPUT MAGVRPT-FILE
002760
002770     OPEN INPUT MAGCAL-FILE
002780     IF WS-FS-MAGCAL = "35"
002790         SET PROSPETTO-IN-ERRORE TO TRUE
002800         MOVE "NESSUN MESE DI MAGAZZINO CHIUSO (MAGCAL ASSENTE)"
002810             TO WS-MOTIVO-ESITO
002820         GO TO 1000-EXIT
002830     END-IF
002840     PERFORM 1200-LEGGI-CALENDARIO THRU 1200-EXIT
002850         UNTIL FINE-MAGCAL
002860
002870     PERFORM 1100-LEGGI-PARAMETRI THRU 1100-EXIT
002880     PERFORM 1300-CONTROLLA-PERIODO THRU 1300-EXIT
002890     CLOSE MAGCAL-FILE
002900     IF NOT PROSPETTO-ELABORABILE
002910         GO TO 1000-EXIT
002920     END-IF
002930
002940     IF PROSPETTO-ANNUALE
002950         MOVE WS-PFI-ANNO TO WS-MIA-ANNO
002960         MOVE WS-DATA-SISTEMA TO WS-DATA-STAMPA
002970         MOVE WS-DATA-STAMPA TO WS-MIA-DATA
002980         WRITE MAGVRPT-LINE FROM WS-MVR-INTESTAZ-A
002990     ELSE
003000         MOVE WS-DATA-FINE-PERIODO TO WS-MIM-DATA
003010         MOVE WS-DATA-CHIUSURA-MESE TO WS-MIM-CHIUSURA
003020         WRITE MAGVRPT-LINE FROM WS-MVR-INTESTAZ-M
003030     END-IF
003040     WRITE MAGVRPT-LINE FROM WS-MVR-TITOLI-DETT
003050
003060     OPEN INPUT MAGFOTO-FILE
003070     IF WS-FS-MAGFOTO = "35"
003080         SET PROSPETTO-IN-ERRORE TO TRUE
003090         MOVE "FOTOGRAFIA MAGFOTO ASSENTE" TO WS-MOTIVO-ESITO
003100         GO TO 1000-EXIT
003110     END-IF
003120     MOVE WS-PERIODO-INIZIALE TO MFT-PERIODO
003130     MOVE LOW-VALUES TO MFT-CODICE-PROD
003140     START MAGFOTO-FILE KEY IS NOT LESS THAN MFT-CHIAVE
003150         INVALID KEY
003160             SET FINE-MAGFOTO TO TRUE
003170     END-START.
003180 1000-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220*  1100-LEGGI-PARAMETRI - SCHEDA MAGVPARM: MESE IN COL. 1-6     *
003230*  (SENZA SCHEDA: L'ULTIMO MESE CHIUSO), "A" IN COL. 8 PER IL   *
003240*  PROSPETTO ANNUALE SULL'ESERCIZIO DELLE COL. 1-4 (BASTA       *
003241*  L'ANNO: IL MESE NON SERVE, IL PROSPETTO ARRIVA A DICEMBRE)   *
003250*****************************************************************
003260 1100-LEGGI-PARAMETRI.
003270     MOVE WS-ULTIMO-MESE-CHIUSO TO WS-PERIODO-FINALE
003280
003290     OPEN INPUT MAGVPARM-FILE
003300     IF WS-FS-MAGVPARM = "35"
003310         GO TO 1100-EXIT
003320     END-IF
003330     READ MAGVPARM-FILE
003340         AT END
003350             CONTINUE
003360         NOT AT END
003370             IF MAGVPARM-CARD (8:1) = "A"
003380                 SET PROSPETTO-ANNUALE TO TRUE
003390             END-IF
003400             IF MAGVPARM-CARD (1:6) IS NUMERIC
003410                 MOVE MAGVPARM-CARD (1:6) TO WS-PERIODO-FINALE
003411             ELSE
003412                 IF PROSPETTO-ANNUALE
003413                     AND MAGVPARM-CARD (1:4) IS NUMERIC
003414                     MOVE MAGVPARM-CARD (1:4) TO WS-PFI-ANNO
003415                 END-IF
003420             END-IF
003430     END-READ
003440     CLOSE MAGVPARM-FILE.
003450 1100-EXIT.
003460     EXIT.
003470
003480 1200-LEGGI-CALENDARIO.
003490     READ MAGCAL-FILE NEXT RECORD
003500         AT END
003510             SET FINE-MAGCAL TO TRUE
003520             GO TO 1200-EXIT
003530     END-READ
003540     IF PERC-PERIODO-CHIUSO
003550         AND PERC-PERIODO > WS-ULTIMO-MESE-CHIUSO
003560         MOVE PERC-PERIODO TO WS-ULTIMO-MESE-CHIUSO
003570     END-IF.
003580 1200-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620*  1300-CONTROLLA-PERIODO - IL PROSPETTO ESCE SOLO A UNA FINE   *
003630*  MESE CHIUSA: NEL PROSPETTO ANNUALE DICEMBRE DELL'ESERCIZIO,  *
003640*  CON I MESI DA GENNAIO                                        *
003650*****************************************************************
003660 1300-CONTROLLA-PERIODO.
003670     IF PROSPETTO-ANNUALE
003680         MOVE 12 TO WS-PFI-MESE
003690         MOVE WS-PFI-ANNO TO WS-PIN-ANNO
003700         MOVE 01 TO WS-PIN-MESE
003710     ELSE
003720         MOVE WS-PERIODO-FINALE TO WS-PERIODO-INIZIALE
003730     END-IF
003740
003750     MOVE WS-PERIODO-FINALE TO PERC-PERIODO
003760     READ MAGCAL-FILE
003770         INVALID KEY
003780             MOVE SPACES TO PERC-STATO
003790     END-READ
003800     IF NOT PERC-PERIODO-CHIUSO
003810         SET PROSPETTO-IN-ERRORE TO TRUE
003820         MOVE "MESE DI MAGAZZINO NON CHIUSO SU MAGCAL"
003830             TO WS-MOTIVO-ESITO
003840         GO TO 1300-EXIT
003850     END-IF
003860     MOVE PERC-DATA-FINE TO WS-DATA-FINE-PERIODO
003870     MOVE PERC-DATA-CHIUSURA TO WS-DATA-CHIUSURA-MESE.
003880 1300-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920*  2000-LEGGI-FOTOGRAFIA - UNA RIGA MAGFOTO DEL PERIODO. LE     *
003930*  RIGHE ESCONO PER MESE E, NEL MESE, PER CODICE (QUINDI PER    *
003940*  LINEA). IL DETTAGLIO SI STAMPA PER L'ULTIMO MESE             *
003950*****************************************************************
003960 2000-LEGGI-FOTOGRAFIA.
003970     READ MAGFOTO-FILE NEXT RECORD
003980         AT END
003990             SET FINE-MAGFOTO TO TRUE
004000             GO TO 2000-EXIT
004010     END-READ
004020     IF MFT-PERIODO > WS-PERIODO-FINALE
004030         SET FINE-MAGFOTO TO TRUE
004040         GO TO 2000-EXIT
004050     END-IF
004060     ADD 1 TO WS-CONTA-LETTI
004070
004080     IF MFT-PERIODO NOT = WS-PERIODO-CORRENTE
004090         MOVE MFT-PERIODO TO WS-PERIODO-CORRENTE
004100         ADD 1 TO WS-MESI-TROVATI
004110         IF WS-PRIMO-PERIODO = 0
004120             MOVE MFT-PERIODO TO WS-PRIMO-PERIODO
004130         END-IF
004140     END-IF
004150
004160     PERFORM 2100-CERCA-LINEA THRU 2100-EXIT
004170     IF WS-LIN-TROVATA = 0
004180         GO TO 2000-EXIT
004190     END-IF
004200     SET WS-LIN-IDX TO WS-LIN-TROVATA
004210
004220     IF MFT-PERIODO = WS-PRIMO-PERIODO
004230         ADD MFT-VALORE-INIZIALE
004240             TO WS-LIN-VAL-INIZIALE(WS-LIN-IDX)
004250     END-IF
004260     ADD MFT-VAL-CARICHI TO WS-LIN-VAL-CARICHI(WS-LIN-IDX)
004270     ADD MFT-VAL-SCARICHI TO WS-LIN-VAL-SCARICHI(WS-LIN-IDX)
004280     ADD MFT-VAL-RETTIFICHE TO WS-LIN-VAL-RETTIF(WS-LIN-IDX)
004290     ADD MFT-VAL-RIVALUTAZIONE
004300         TO WS-LIN-VAL-RIVALUT(WS-LIN-IDX)
004310
004320     IF MFT-PERIODO = WS-PERIODO-FINALE
004330         ADD MFT-VALORE TO WS-LIN-VAL-FINALE(WS-LIN-IDX)
004340         PERFORM 2200-STAMPA-DETTAGLIO THRU 2200-EXIT
004350     END-IF.
004360 2000-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*  2100-CERCA-LINEA - POSIZIONE DELLA LINEA NELLA TABELLA,      *
004410*  AGGIUNTA IN CODA SE NUOVA. A TABELLA PIENA LA RIGA NON       *
004420*  ENTRA NEL PROSPETTO E LA RUN CHIUDE IN ERRORE                *
004430*****************************************************************
004440 2100-CERCA-LINEA.
004450     MOVE 0 TO WS-LIN-TROVATA
004460     IF WS-LIN-COUNT > 0
004470         PERFORM 2110-VERIFICA-LINEA
004480             VARYING WS-LIN-IDX FROM 1 BY 1
004490             UNTIL WS-LIN-IDX > WS-LIN-COUNT
004500             OR WS-LIN-TROVATA > 0
004510     END-IF
004520     IF WS-LIN-TROVATA > 0
004530         GO TO 2100-EXIT
004540     END-IF
004550
004560     IF WS-LIN-COUNT NOT < 200
004570         IF NOT TABELLA-LINEE-PIENA
004580             SET TABELLA-LINEE-PIENA TO TRUE
004590             MOVE "TABELLA LINEE PIENA: PROSPETTO INCOMPLETO DAL"
004600                 TO WS-MA-TESTO
004610             MOVE MFT-PERIODO TO WS-MA-PERIODO
004620             WRITE MAGVRPT-LINE FROM WS-MVR-AVVISO-LINE
004630         END-IF
004640         GO TO 2100-EXIT
004650     END-IF
004660
004670     ADD 1 TO WS-LIN-COUNT
004680     SET WS-LIN-IDX TO WS-LIN-COUNT
004690     MOVE MFT-LINEA-PROD TO WS-LIN-LINEA-PROD(WS-LIN-IDX)
004700     MOVE 0 TO WS-LIN-VAL-INIZIALE(WS-LIN-IDX)
004710     MOVE 0 TO WS-LIN-VAL-CARICHI(WS-LIN-IDX)
004720     MOVE 0 TO WS-LIN-VAL-SCARICHI(WS-LIN-IDX)
004730     MOVE 0 TO WS-LIN-VAL-RETTIF(WS-LIN-IDX)
004740     MOVE 0 TO WS-LIN-VAL-RIVALUT(WS-LIN-IDX)
004750     MOVE 0 TO WS-LIN-VAL-FINALE(WS-LIN-IDX)
004760     MOVE WS-LIN-COUNT TO WS-LIN-TROVATA.
004770 2100-EXIT.
004780     EXIT.
004790
004800 2110-VERIFICA-LINEA.
004810     IF WS-LIN-LINEA-PROD(WS-LIN-IDX) = MFT-LINEA-PROD
004820         SET WS-LIN-TROVATA TO WS-LIN-IDX
004830     END-IF.
004840
004850*****************************************************************
004860*  2200-STAMPA-DETTAGLIO - RIGA DEL CODICE A FINE PERIODO, CON  *
004870*  IL TOTALE DELLA LINEA AL CAMBIO DI LINEA                     *
004880*****************************************************************
004890 2200-STAMPA-DETTAGLIO.
004900     IF MFT-LINEA-PROD NOT = WS-LINEA-DETTAGLIO
004910         IF WS-CONTA-STAMPATI > 0
004920             PERFORM 2250-STAMPA-SUBTOTALE THRU 2250-EXIT
004930         END-IF
004940         MOVE MFT-LINEA-PROD TO WS-LINEA-DETTAGLIO
004950     END-IF
004960
004970     MOVE MFT-CODICE-PROD TO WS-MD-CODICE-PROD
004980     MOVE MFT-DESCRIZIONE TO WS-MD-DESCRIZIONE
004990     MOVE MFT-QTA-DEPOSITO(1) TO WS-MD-DEPOSITO-1
005000     MOVE MFT-QTA-DEPOSITO(2) TO WS-MD-DEPOSITO-2
005010     MOVE MFT-QUANTITA TO WS-MD-QUANTITA
005020     MOVE MFT-COSTO-MEDIO TO WS-MD-COSTO
005030     MOVE MFT-VALORE TO WS-MD-VALORE
005040     WRITE MAGVRPT-LINE FROM WS-MVR-DETTAGLIO
005050     ADD 1 TO WS-CONTA-STAMPATI
005060     ADD MFT-QUANTITA TO WS-SUB-QUANTITA
005070     ADD MFT-VALORE TO WS-SUB-VALORE.
005090 2200-EXIT.
005100     EXIT.
005110
005120 2250-STAMPA-SUBTOTALE.
005130     MOVE WS-LINEA-DETTAGLIO TO WS-MS-LINEA-PROD
005140     MOVE WS-SUB-QUANTITA TO WS-MS-QUANTITA
005150     MOVE WS-SUB-VALORE TO WS-MS-VALORE
005160     WRITE MAGVRPT-LINE FROM WS-MVR-SUBTOTALE
005170     MOVE 0 TO WS-SUB-QUANTITA
005180     MOVE 0 TO WS-SUB-VALORE.
005190 2250-EXIT.
005200     EXIT.
005210
005220*****************************************************************
005230*  3000-STAMPA-PROSPETTO - PROSPETTO DELLA VARIAZIONE PER LINEA *
005240*  E TOTALI. NEL PROSPETTO ANNUALE IL VALORE INIZIALE E' QUELLO *
005250*  DEL PRIMO MESE CHIUSO DELL'ESERCIZIO (SEGNALATO SE NON E'    *
005260*  GENNAIO) E LE RIMANENZE VANNO AL BILANCIO. UNA SQUADRATURA   *
005270*  TRA VALORE INIZIALE PIU' VARIAZIONI E VALORE FINALE NASCE DA *
005280*  CODICI ELIMINATI DA PRDMAST NEL PERIODO E VIENE SEGNALATA    *
005290*****************************************************************
005300 3000-STAMPA-PROSPETTO.
005310     IF WS-CONTA-STAMPATI > 0
005320         PERFORM 2250-STAMPA-SUBTOTALE THRU 2250-EXIT
005330     END-IF
005340
005350     WRITE MAGVRPT-LINE FROM WS-MVR-TITOLI-LINEE
005360     IF WS-LIN-COUNT > 0
005370         PERFORM 3100-STAMPA-LINEA
005380             VARYING WS-LIN-IDX FROM 1 BY 1
005390             UNTIL WS-LIN-IDX > WS-LIN-COUNT
005400     END-IF
005410
005420     MOVE "TOT." TO WS-ML-LINEA-PROD
005430     MOVE WS-TOT-VAL-INIZIALE TO WS-ML-VAL-INIZIALE
005440     MOVE WS-TOT-VAL-CARICHI TO WS-ML-VAL-CARICHI
005450     MOVE WS-TOT-VAL-SCARICHI TO WS-ML-VAL-SCARICHI
005460     MOVE WS-TOT-VAL-RETTIF TO WS-ML-VAL-RETTIF
005470     MOVE WS-TOT-VAL-RIVALUT TO WS-ML-VAL-RIVALUT
005480     MOVE WS-TOT-VAL-FINALE TO WS-ML-VAL-FINALE
005490     WRITE MAGVRPT-LINE FROM WS-MVR-RIGA-LINEA
005500
005510     IF PROSPETTO-ANNUALE
005520         MOVE "RIMANENZE INIZIALI DI MAGAZZINO"
005530             TO WS-MV-DESCRIZIONE
005540         MOVE WS-TOT-VAL-INIZIALE TO WS-MV-VALORE
005550         WRITE MAGVRPT-LINE FROM WS-MVR-VALORE-LINE
005560         MOVE "RIMANENZE FINALI DI MAGAZZINO"
005570             TO WS-MV-DESCRIZIONE
005580         MOVE WS-TOT-VAL-FINALE TO WS-MV-VALORE
005590         WRITE MAGVRPT-LINE FROM WS-MVR-VALORE-LINE
005600         IF WS-MESI-TROVATI < 12
005610             MOVE "ESERCIZIO PARZIALE: VALORE INIZIALE DAL MESE"
005620                 TO WS-MA-TESTO
005630             MOVE WS-PRIMO-PERIODO TO WS-MA-PERIODO
005640             WRITE MAGVRPT-LINE FROM WS-MVR-AVVISO-LINE
005650         END-IF
005660     END-IF
005670
005680     MOVE "VARIAZIONE DEL PERIODO" TO WS-MV-DESCRIZIONE
005690     COMPUTE WS-MV-VALORE =
005700             WS-TOT-VAL-FINALE - WS-TOT-VAL-INIZIALE
005710     WRITE MAGVRPT-LINE FROM WS-MVR-VALORE-LINE
005720
005730     COMPUTE WS-SQUADRATURA = WS-TOT-VAL-FINALE
005740             - WS-TOT-VAL-INIZIALE - WS-TOT-VAL-CARICHI
005750             + WS-TOT-VAL-SCARICHI - WS-TOT-VAL-RETTIF
005760             - WS-TOT-VAL-RIVALUT
005770     IF WS-SQUADRATURA NOT = 0
005780         MOVE "DIFFERENZA DA CODICI ELIMINATI"
005790             TO WS-MV-DESCRIZIONE
005800         MOVE WS-SQUADRATURA TO WS-MV-VALORE
005810         WRITE MAGVRPT-LINE FROM WS-MVR-VALORE-LINE
005820     END-IF.
005830 3000-EXIT.
005840     EXIT.
005850
005860 3100-STAMPA-LINEA.
005870     MOVE WS-LIN-LINEA-PROD(WS-LIN-IDX) TO WS-ML-LINEA-PROD
005880     MOVE WS-LIN-VAL-INIZIALE(WS-LIN-IDX) TO WS-ML-VAL-INIZIALE
005890     MOVE WS-LIN-VAL-CARICHI(WS-LIN-IDX) TO WS-ML-VAL-CARICHI
005900     MOVE WS-LIN-VAL-SCARICHI(WS-LIN-IDX) TO WS-ML-VAL-SCARICHI
005910     MOVE WS-LIN-VAL-RETTIF(WS-LIN-IDX) TO WS-ML-VAL-RETTIF
005920     MOVE WS-LIN-VAL-RIVALUT(WS-LIN-IDX) TO WS-ML-VAL-RIVALUT
005930     MOVE WS-LIN-VAL-FINALE(WS-LIN-IDX) TO WS-ML-VAL-FINALE
005940     WRITE MAGVRPT-LINE FROM WS-MVR-RIGA-LINEA
005950     ADD WS-LIN-VAL-INIZIALE(WS-LIN-IDX) TO WS-TOT-VAL-INIZIALE
005960     ADD WS-LIN-VAL-CARICHI(WS-LIN-IDX) TO WS-TOT-VAL-CARICHI
005970     ADD WS-LIN-VAL-SCARICHI(WS-LIN-IDX) TO WS-TOT-VAL-SCARICHI
005980     ADD WS-LIN-VAL-RETTIF(WS-LIN-IDX) TO WS-TOT-VAL-RETTIF
005990     ADD WS-LIN-VAL-RIVALUT(WS-LIN-IDX) TO WS-TOT-VAL-RIVALUT
006000     ADD WS-LIN-VAL-FINALE(WS-LIN-IDX) TO WS-TOT-VAL-FINALE.
006010
006020*****************************************************************
006030*  9000-TERMINA-RUN - ESITO E CHIUSURA FILE                     *
006040*****************************************************************
006050 9000-TERMINA-RUN.
006060     IF PROSPETTO-IN-ERRORE
006070         MOVE WS-MOTIVO-ESITO TO WS-MA-TESTO
006080         MOVE WS-PERIODO-FINALE TO WS-MA-PERIODO
006090         WRITE MAGVRPT-LINE FROM WS-MVR-AVVISO-LINE
006100     ELSE
006110         CLOSE MAGFOTO-FILE
006120     END-IF
006130     IF TABELLA-LINEE-PIENA
006140         SET PROSPETTO-IN-ERRORE TO TRUE
006150     END-IF
006160     CLOSE MAGVRPT-FILE
006170
006180     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
006190 9000-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
006240*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
006250*  GIORNALIERO RUNRPT                                           *
006260*****************************************************************
006270 9100-SCRIVI-GIORNALE-RUN.
006280     OPEN EXTEND RUNJRNL-FILE
006290     IF WS-FS-RUNJRNL = "35"
006300         OPEN OUTPUT RUNJRNL-FILE
006310         CLOSE RUNJRNL-FILE
006320         OPEN EXTEND RUNJRNL-FILE
006330     END-IF
006340
006350     MOVE SPACES TO RNJ-RECORD
006360     MOVE "MAGVAL" TO RNJ-PROGRAMMA
006370     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
006380     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
006390     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
006400     ACCEPT WS-ORA-FINE-RUN FROM TIME
006410     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
006420     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
006430     MOVE WS-PERIODO-FINALE TO RNJ-PERIODO
006440     MOVE WS-CONTA-LETTI TO RNJ-RECORD-LETTI
006450     MOVE WS-CONTA-STAMPATI TO RNJ-RECORD-SCRITTI
006460     MOVE 0 TO RNJ-RECORD-SCARTATI
006470     MOVE 0 TO RNJ-NUM-BATCH
006480     IF PROSPETTO-IN-ERRORE
006490         SET RNJ-ESITO-ERRORE TO TRUE
006500     ELSE
006510         SET RNJ-ESITO-OK TO TRUE
006520     END-IF
006530     WRITE RNJ-RECORD
006540     CLOSE RUNJRNL-FILE.
006550 9100-EXIT.
006560     EXIT.
