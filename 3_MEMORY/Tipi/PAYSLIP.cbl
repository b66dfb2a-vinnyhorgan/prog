000630*                      INOLTRE SOLO SE DEL PERIODO PAGA         *
000640*                      CORRENTE, PER NON RIPAGARLI AD OGNI RUN  *
000650*                      SE IL FILE RESTA MONTATO (VEDERE 1180).  *
000651*  2026-10-15  RDM     OGNI CEDOLINO AGGIORNA ORA I PROGRESSIVI *
000652*                      ANNUI DELLA MATRICOLA SUL FILE PRGANNO   *
000653*                      (COPY CPPRGAN): UNA RIGA PER PERIODO CON *
000654*                      LORDO, ARRETRATI, TRATTENUTE PER VOCE,   *
000655*                      DETRAZIONI E NETTO, RISCRITTA E NON      *
000656*                      SOMMATA SE IL PERIODO VIENE RIELABORATO. *
000657*                      ALIMENTA LA CERTIFICAZIONE FISCALE DI    *
000658*                      FINE ANNO CERTFIS (VEDERE 2260).         *
000659*  2026-10-15  RDM     ACCANTONAMENTO MENSILE DEL TFR SUL FONDO *
000660*                      PER MATRICOLA TFRMAST (COPY CPTFRMA):    *
000661*                      QUOTA = RETRIBUZIONE DEL PERIODO / 13,5, *
000662*                      SOSTITUITA E NON SOMMATA SE IL PERIODO   *
000663*                      E' RIELABORATO (VEDERE 2270). PER IL     *
000664*                      DIPENDENTE CESSATO DA 1560 (RECORD-DEMO) *
000665*                      IL FONDO VIENE LIQUIDATO SU UN CEDOLINO  *
000666*                      FINALE E SU NETDETT, QUINDI PAGATO DA    *
000667*                      BONIFIC (VEDERE 2400). QUOTE DEL PERIODO *
000668*                      E FONDO COMPLESSIVO SONO ACCODATI A      *
000669*                      PAYSMRY CON VOCI "TFR-ACCANTON." E       *
000670*                      "TFR-FONDO", DA CENSIRE SU COAMAP PER    *
000671*                      L'ESTRATTO GLEXTR (VEDERE 3200).         *
000672*  2026-10-15  RDM     IL LORDO DEL CEDOLINO SI CALCOLA ORA     *
000673*                      DALLE PRESENZE DEL MESE VALIDATE DA      *
000674*                      PRESVAL (FILE PRESMESE, COPY CPPRSMS):   *
000675*                      PERMESSO NON RETRIBUITO IN DETRAZIONE A  *
000676*                      1/26 DELLO STIPENDIO AL GIORNO,          *
000677*                      STRAORDINARIO A 1/173 ALL'ORA MAGGIORATO *
000678*                      DEL 25%, FERIE E MALATTIA ESPOSTE SENZA  *
000679*                      IMPORTO. OGNI CAUSALE HA LA SUA RIGA SUL *
000680*                      CEDOLINO E LE TRATTENUTE SI CALCOLANO    *
000681*                      SULLA RETRIBUZIONE DEL PERIODO. IL SALDO *
000682*                      FERIE PER MATRICOLA (FILE FERSALDO, COPY *
000683*                      CPFERSA) MATURA 2,17 GIORNI AL MESE: LE  *
000684*                      FERIE OLTRE IL SALDO NON SONO PAGATE E   *
000685*                      FINISCONO SUL REPORT ECCEZIONI PRSEXRPT  *
000686*                      (VEDERE 2240/2245).                      *
000687*  2026-10-15  RDM     RETRIBUZIONE DEL PERIODO, IMPONIBILE DI  *
000688*                      FASCIA E TETTO DELLO SCAGLIONE PASSANO A *
000689*                      9(07)V99: CON LO STRAORDINARIO LA        *
000690*                      RETRIBUZIONE PUO' SUPERARE 99.999,99.    *
000691*  2026-10-15  RDM     LE VOCI TFR DEL PERIODO NON SI ACCODANO  *
000692*                      A PAYSMRY SE GIA' PRESENTI (RUN          *
000693*                      RIPETUTA): GLEXTR LE CONTABILIZZEREBBE   *
000694*                      DUE VOLTE. AVVISO SU CEDRPT.             *
000695*****************************************************************
000696 ENVIRONMENT DIVISION.
000697 CONFIGURATION SECTION.
000698 SPECIAL-NAMES.
000700     DECIMAL-POINT IS COMMA.
000710
000720 INPUT-OUTPUT SECTION.
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-FS-ARRFILE.
001070
001071     SELECT PRGANNO-FILE ASSIGN TO "PRGANNO"
001072         ORGANIZATION IS INDEXED
001073         ACCESS MODE IS DYNAMIC
001074         RECORD KEY IS PRG-CHIAVE
001075         FILE STATUS IS WS-FS-PRGANNO.
001076
001077     SELECT TFRMAST-FILE ASSIGN TO "TFRMAST"
001078         ORGANIZATION IS INDEXED
001079         ACCESS MODE IS DYNAMIC
001080         RECORD KEY IS TFR-MATRICOLA
001081         FILE STATUS IS WS-FS-TFRMAST.
001082
001083     SELECT TFRPARM-FILE ASSIGN TO "TFRPARM"
001084         ORGANIZATION IS SEQUENTIAL
001085         FILE STATUS IS WS-FS-TFRPARM.
001086
001087     SELECT PAYSMRY-FILE ASSIGN TO "PAYSMRY"
001088         ORGANIZATION IS SEQUENTIAL
001089         FILE STATUS IS WS-FS-PAYSMRY.
001090
001091     SELECT PRESMESE-FILE ASSIGN TO "PRESMESE"
001092         ORGANIZATION IS INDEXED
001093         ACCESS MODE IS DYNAMIC
001094         RECORD KEY IS PRS-CHIAVE
001095         FILE STATUS IS WS-FS-PRESMESE.
001096
001097     SELECT FERSALDO-FILE ASSIGN TO "FERSALDO"
001098         ORGANIZATION IS INDEXED
001099         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS FER-MATRICOLA
001101         FILE STATUS IS WS-FS-FERSALDO.
001102
001103     SELECT PRSEXRPT-FILE ASSIGN TO "PRSEXRPT"
001104         ORGANIZATION IS SEQUENTIAL
001105         FILE STATUS IS WS-FS-PRSEXRPT.
001106
001107 DATA DIVISION.
001108 FILE SECTION.
001109 FD  DIPMAST-FILE.
001110 COPY CPDIPEN REPLACING ==##DIPENDENTE-RECORD##== BY
001120                        ==DIP-MASTER-REC==.
001130
001320 FD  ARRFILE-FILE.
001330 COPY CPARRTR.
001340
001341 FD  PRGANNO-FILE.
001342 COPY CPPRGAN.
001343
001344 FD  TFRMAST-FILE.
001345 COPY CPTFRMA.
001346
001347 FD  TFRPARM-FILE.
001348 01  TFRPARM-CARD                PIC X(80).
001349
001350 FD  PAYSMRY-FILE.
001351 COPY CPPAYSM.
001352
001353 FD  PRESMESE-FILE.
001354 COPY CPPRSMS.
001355
001356 FD  FERSALDO-FILE.
001357 COPY CPFERSA.
001358
001359 FD  PRSEXRPT-FILE.
001360 01  PRSEXRPT-LINE               PIC X(96).
001361
001362 WORKING-STORAGE SECTION.
001363*****************************************************************
001370*  CODICI DI STATO DEI FILE                                     *
001380*****************************************************************
001390 01  WS-FILE-STATUS-AREA.
001450     05  WS-FS-NETDETT           PIC X(02).
001460     05  WS-FS-RUNJRNL           PIC X(02).
001470     05  WS-FS-ARRFILE           PIC X(02).
001471     05  WS-FS-PRGANNO           PIC X(02).
001472     05  WS-FS-TFRMAST           PIC X(02).
001473     05  WS-FS-TFRPARM           PIC X(02).
001474     05  WS-FS-PAYSMRY           PIC X(02).
001475     05  WS-FS-PRESMESE          PIC X(02).
001476     05  WS-FS-FERSALDO          PIC X(02).
001477     05  WS-FS-PRSEXRPT          PIC X(02).
001480
001490*****************************************************************
001500*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001610         88  FINE-ARRFILE                    VALUE "S".
001620     05  WS-SW-TABELLE-PIENE     PIC X(01)   VALUE "N".
001630         88  TABELLE-PIENE                   VALUE "S".
001631     05  WS-SW-VOCE-TROVATA      PIC X(01)   VALUE "N".
001632         88  VOCE-PROGR-TROVATA              VALUE "S".
001633         88  VOCE-PROGR-NUOVA                VALUE "N".
001634     05  WS-SW-FONDO-TFR         PIC X(01)   VALUE "S".
001635         88  FONDO-TFR-ESISTENTE             VALUE "S".
001636         88  FONDO-TFR-NUOVO                 VALUE "N".
001637     05  WS-SW-FINE-TFRMAST      PIC X(01)   VALUE "N".
001638         88  FINE-TFRMAST                    VALUE "S".
001639     05  WS-SW-PRESMESE          PIC X(01)   VALUE "S".
001640         88  PRESMESE-DISPONIBILE            VALUE "S".
001641         88  PRESMESE-ASSENTE                VALUE "N".
001642     05  WS-SW-SALDO-FERIE       PIC X(01)   VALUE "S".
001643         88  SALDO-FERIE-ESISTENTE           VALUE "S".
001644         88  SALDO-FERIE-NUOVO               VALUE "N".
001645     05  WS-SW-FINE-PAYSMRY      PIC X(01)   VALUE "N".
001646         88  FINE-PAYSMRY                    VALUE "S".
001647     05  WS-SW-VOCI-TFR          PIC X(01)   VALUE "N".
001648         88  VOCI-TFR-GIA-PRESENTI           VALUE "S".
001649
001650*****************************************************************
001660*  TABELLA DELLE VOCI DI TRATTENUTA (DA DEDCTL). SE IL FILE E'  *
001670*  ASSENTE O VUOTO NESSUNA TRATTENUTA VIENE APPLICATA E IL      *
002260*  CONTATORI E VARIABILI DI SUPPORTO AL CALCOLO DEL NETTO       *
002270*****************************************************************
002280 77  WS-IMPORTO-TRATTENUTA       PIC 9(05)V99 VALUE 0.
002281 77  WS-IMPONIBILE-FASCIA        PIC 9(07)V99 VALUE 0.
002282 77  WS-LIMITE-SUPERIORE         PIC 9(07)V99 VALUE 0.
002310 77  WS-DETRAZIONE-DIPENDENTE    PIC 9(05)V99 VALUE 0.
002320 77  WS-DETRAZIONE-APPLICATA     PIC 9(05)V99 VALUE 0.
002330 77  WS-ARRETRATO-DIPENDENTE     PIC 9(07)V99 VALUE 0.
002410 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
002420 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
002430 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
002431 77  WS-PRG-IDX                  PIC 9(02)   VALUE 0.
002432
002433*****************************************************************
002434*  ACCANTONAMENTO E LIQUIDAZIONE DEL TFR. LA RETRIBUZIONE DEL   *
002435*  PERIODO E' LA BASE DELLA QUOTA; IL TASSO DI RIVALUTAZIONE    *
002436*  (SCHEDA TFRPARM, COLONNE 5-10, PERCENTUALE CON 4 DECIMALI)   *
002437*  SERVE SOLO AL RATEO DI RIVALUTAZIONE DELL'ANNO IN CORSO SUL  *
002438*  FONDO LIQUIDATO A UN CESSATO                                 *
002439*****************************************************************
002440 77  WS-RETRIBUZIONE-PERIODO     PIC 9(07)V99 VALUE 0.
002441 77  WS-TFR-LIQUIDATO            PIC 9(07)V99 VALUE 0.
002442 77  WS-QUOTA-TFR                PIC 9(07)V99 VALUE 0.
002443 77  WS-TASSO-SCHEDA             PIC 9(06)   VALUE 0.
002444 77  WS-TASSO-TFR                PIC 9(02)V9(04) VALUE 0.
002445 77  WS-MESI-RIVALUTAZ           PIC 9(02)   VALUE 0.
002446 77  WS-TFR-IDX                  PIC 9(02)   VALUE 0.
002447 77  WS-TOT-ACCANTONATO-TFR      PIC 9(09)V99 VALUE 0.
002448 77  WS-CONTA-ACCANTONAMENTI     PIC 9(05)   VALUE 0.
002449 77  WS-TOT-FONDO-TFR            PIC 9(09)V99 VALUE 0.
002450 77  WS-CONTA-FONDI-TFR          PIC 9(05)   VALUE 0.
002451
002452*****************************************************************
002453*  PRESENZE DEL MESE (DA PRESMESE) E SALDO FERIE. LA PAGA       *
002454*  GIORNALIERA E' 1/26 DELLO STIPENDIO MENSILE, QUELLA ORARIA   *
002455*  1/173; LO STRAORDINARIO E' MAGGIORATO DEL 25%; OGNI MESE     *
002456*  MATURANO 2,17 GIORNI DI FERIE (26 GIORNI L'ANNO)             *
002457*****************************************************************
002458 77  WS-GG-RETRIBUITI-MESE       PIC 9(02)   VALUE 26.
002459 77  WS-ORE-RETRIBUITE-MESE      PIC 9(03)   VALUE 173.
002460 77  WS-MAGGIORAZ-STRAORD        PIC 9V99    VALUE 1,25.
002461 77  WS-FERIE-MATURATE-MESE      PIC 9V99    VALUE 2,17.
002462 77  WS-GG-FERIE                 PIC 9(03)V99 VALUE 0.
002463 77  WS-GG-MALATTIA              PIC 9(03)V99 VALUE 0.
002464 77  WS-GG-PERMESSO              PIC 9(03)V99 VALUE 0.
002465 77  WS-ORE-STRAORD              PIC 9(03)V99 VALUE 0.
002466 77  WS-FERIE-GODUTE             PIC 9(03)V99 VALUE 0.
002467 77  WS-FERIE-ECCEDENTI          PIC 9(03)V99 VALUE 0.
002468 77  WS-IMPORTO-PERMESSO         PIC 9(07)V99 VALUE 0.
002469 77  WS-IMPORTO-FERIE-ECC        PIC 9(07)V99 VALUE 0.
002470 77  WS-IMPORTO-STRAORD          PIC 9(07)V99 VALUE 0.
002471 77  WS-RETRIBUZIONE-CALCOLO     PIC S9(07)V99 VALUE 0.
002472 77  WS-FER-IDX                  PIC 9(02)   VALUE 0.
002473 77  WS-CONTA-ECCEZIONI-FERIE    PIC 9(05)   VALUE 0.
002474
002475 01  WS-DATA-CESSAZIONE.
002476     05  WS-DC-ANNO              PIC 9(04).
002477     05  WS-DC-MESE              PIC 9(02).
002478     05  WS-DC-GIORNO            PIC 9(02).
002479
002480*****************************************************************
002481*  DATA DI SISTEMA (STAMPATA IN TESTA AD OGNI CEDOLINO)         *
002482*****************************************************************
002483 01  WS-DATA-SISTEMA.
002490     05  WS-DS-ANNO              PIC 9(04).
002500     05  WS-DS-MESE              PIC 9(02).
002510     05  WS-DS-GIORNO            PIC 9(02).
003220         VALUE "ATTENZIONE: TABELLA ARRETRATI PIENA: RIGHE ARRFI
003230-    "LE OLTRE LA CAPIENZA NON APPLICATE".
003240
003241 01  WS-AVVISO-PRG-LINE.
003242     05  FILLER                  PIC X(96)
003243         VALUE "ATTENZIONE: PIU' DI 20 VOCI DI TRATTENUTA: DETTAGL
003244-    "IO PER VOCE SUI PROGRESSIVI PRGANNO INCOMPLETO".
003245
003246 01  WS-AVVISO-TFR-DOPPIO-LINE.
003247     05  FILLER                  PIC X(96)
003248         VALUE "ATTENZIONE: VOCI TFR DEL PERIODO GIA' PRESENTI SU
003249-    " PAYSMRY: NON ACCODATE DI NUOVO".
003250
003251 01  WS-CED-ARRETR-LINE.
003260     05  FILLER                  PIC X(30)
003270         VALUE "  ARRETRATI RETRIBUTIVI".
003280     05  FILLER                  PIC X(24)   VALUE SPACES.
003410     05  FILLER                  PIC X(24)   VALUE SPACES.
003420     05  WS-CN-NETTO             PIC ZZZZ.ZZ9,99.
003430
003431 01  WS-CED-QUOTA-TFR-LINE.
003432     05  FILLER                  PIC X(30)
003433         VALUE "  QUOTA TFR DEL MESE".
003434     05  FILLER                  PIC X(24)   VALUE SPACES.
003435     05  WS-CQT-IMPORTO          PIC ZZZZ.ZZ9,99.
003436
003437 01  WS-CED-FONDO-TFR-LINE.
003438     05  FILLER                  PIC X(30)
003439         VALUE "  FONDO TFR MATURATO".
003440     05  FILLER                  PIC X(21)   VALUE SPACES.
003441     05  WS-CFT-IMPORTO          PIC ZZZ.ZZZ.ZZ9,99.
003442
003443 01  WS-CED-CESSAZ-LINE.
003444     05  FILLER                  PIC X(42)
003445         VALUE "  CEDOLINO FINALE - RAPPORTO CESSATO IL ".
003446     05  WS-CCZ-GIORNO           PIC 9(02).
003447     05  FILLER                  PIC X(01)   VALUE "/".
003448     05  WS-CCZ-MESE             PIC 9(02).
003449     05  FILLER                  PIC X(01)   VALUE "/".
003450     05  WS-CCZ-ANNO             PIC 9(04).
003451
003452 01  WS-CED-LIQ-TFR-LINE.
003453     05  FILLER                  PIC X(30)
003454         VALUE "  LIQUIDAZIONE TFR".
003455     05  FILLER                  PIC X(24)   VALUE SPACES.
003456     05  WS-CLT-IMPORTO          PIC ZZZZ.ZZ9,99.
003457
003458*****************************************************************
003459*  LINEE DI STAMPA - PRESENZE SUL CEDOLINO E REPORT ECCEZIONI   *
003460*****************************************************************
003461 01  WS-CED-PRESENZA-LINE.
003462     05  FILLER                  PIC X(02)   VALUE SPACES.
003463     05  WS-CP-DESCRIZIONE       PIC X(26).
003464     05  WS-CP-QUANTITA          PIC ZZ9,99.
003465     05  FILLER                  PIC X(01)   VALUE SPACES.
003466     05  WS-CP-UNITA             PIC X(03).
003467     05  FILLER                  PIC X(17)   VALUE SPACES.
003468     05  WS-CP-SEGNO             PIC X(01).
003469     05  WS-CP-IMPORTO           PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
003470
003471 01  WS-CED-RETRIB-LINE.
003472     05  FILLER                  PIC X(30)
003473         VALUE "  RETRIBUZIONE DEL PERIODO".
003474     05  FILLER                  PIC X(24)   VALUE SPACES.
003475     05  WS-CRP-IMPORTO          PIC ZZZZ.ZZ9,99.
003476
003477 01  WS-PRSEX-INTESTAZ-1.
003478     05  FILLER                  PIC X(48)
003479         VALUE "ECCEZIONI PRESENZE - FERIE OLTRE IL SALDO - PER.".
003480     05  FILLER                  PIC X(01)   VALUE SPACES.
003481     05  WS-PXI-PERIODO          PIC X(06).
003482
003483 01  WS-PRSEX-INTESTAZ-2.
003484     05  FILLER                  PIC X(09)   VALUE " MATRIC.".
003485     05  FILLER                  PIC X(21)   VALUE "COGNOME".
003486     05  FILLER                  PIC X(23)   VALUE "NOME".
003487     05  FILLER                  PIC X(09)   VALUE "RICHIESTE".
003488     05  FILLER                  PIC X(09)   VALUE "SALDO".
003489     05  FILLER                  PIC X(09)   VALUE "ECCEDENTI".
003490     05  FILLER                  PIC X(12)   VALUE "NON PAGATE".
003491
003492 01  WS-PRSEX-DETT-LINE.
003493     05  FILLER                  PIC X(01)   VALUE SPACES.
003494     05  WS-PX-MATRICOLA         PIC 9(06).
003495     05  FILLER                  PIC X(02)   VALUE SPACES.
003496     05  WS-PX-COGNOME           PIC X(20).
003497     05  FILLER                  PIC X(01)   VALUE SPACES.
003498     05  WS-PX-NOME              PIC X(20).
003499     05  FILLER                  PIC X(03)   VALUE SPACES.
003500     05  WS-PX-RICHIESTE         PIC ZZ9,99.
003501     05  FILLER                  PIC X(03)   VALUE SPACES.
003502     05  WS-PX-SALDO             PIC ZZ9,99.
003503     05  FILLER                  PIC X(03)   VALUE SPACES.
003504     05  WS-PX-ECCEDENTI         PIC ZZ9,99.
003505     05  FILLER                  PIC X(03)   VALUE SPACES.
003506     05  WS-PX-IMPORTO           PIC ZZ.ZZ9,99.
003507
003508 01  WS-PRSEX-TOTALE-LINE.
003509     05  FILLER                  PIC X(30)
003510         VALUE "ECCEZIONI FERIE DEL PERIODO".
003511     05  WS-PXT-CONTA            PIC ZZZZ9.
003512
003513 PROCEDURE DIVISION.
003514*****************************************************************
003515*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA RUN CEDOLINI      *
003516*****************************************************************
003517 0000-MAINLINE.
003518     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
003519     PERFORM 2000-PRODUCI-CEDOLINI THRU 2000-EXIT
003520     PERFORM 3000-SCRIVI-RIEPILOGO-NETTI THRU 3000-EXIT
003521     PERFORM 3200-SCRIVI-RIEPILOGO-TFR THRU 3200-EXIT
003522     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
003530     STOP RUN.
003540
003550*****************************************************************
003780     OPEN OUTPUT CEDRPT-FILE
003790     OPEN OUTPUT NETSMRY-FILE
003800     OPEN OUTPUT NETDETT-FILE
003801     OPEN I-O PRGANNO-FILE
003802     IF WS-FS-PRGANNO = "35"
003803         CLOSE PRGANNO-FILE
003804         OPEN OUTPUT PRGANNO-FILE
003805         CLOSE PRGANNO-FILE
003806         OPEN I-O PRGANNO-FILE
003807     END-IF
003808     OPEN I-O TFRMAST-FILE
003809     IF WS-FS-TFRMAST = "35"
003810         CLOSE TFRMAST-FILE
003811         OPEN OUTPUT TFRMAST-FILE
003812         CLOSE TFRMAST-FILE
003813         OPEN I-O TFRMAST-FILE
003814     END-IF
003815*    SENZA PRESMESE (NESSUN BATCH PRESENZE VALIDATO) OGNI
003816*    DIPENDENTE E' PAGATO PER IL MESE INTERO COME IN PASSATO.
003817     OPEN INPUT PRESMESE-FILE
003818     IF WS-FS-PRESMESE = "35"
003819         SET PRESMESE-ASSENTE TO TRUE
003820     END-IF
003821     OPEN I-O FERSALDO-FILE
003822     IF WS-FS-FERSALDO = "35"
003823         CLOSE FERSALDO-FILE
003824         OPEN OUTPUT FERSALDO-FILE
003825         CLOSE FERSALDO-FILE
003826         OPEN I-O FERSALDO-FILE
003827     END-IF
003828     OPEN OUTPUT PRSEXRPT-FILE
003829     MOVE WS-PERIODO-CORRENTE TO WS-PXI-PERIODO
003830     WRITE PRSEXRPT-LINE FROM WS-PRSEX-INTESTAZ-1
003831     WRITE PRSEXRPT-LINE FROM WS-PRSEX-INTESTAZ-2
003832
003833     PERFORM 1100-CARICA-TRATTENUTE THRU 1100-EXIT
003834     PERFORM 1150-CARICA-DETRAZIONI THRU 1150-EXIT
003835     PERFORM 1170-CARICA-ARRETRATI THRU 1170-EXIT
003836     PERFORM 1190-LEGGI-PARAMETRO-TFR THRU 1190-EXIT.
003850 1000-EXIT.
003860     EXIT.
003870
004880     EXIT.
004890
004900*****************************************************************
004901*  1190-LEGGI-PARAMETRO-TFR - TASSO DI RIVALUTAZIONE DEL TFR    *
004902*  DALLA SCHEDA TFRPARM (AAAA IN COLONNE 1-4, TASSO PERCENTUALE *
004903*  99V9999 IN COLONNE 5-10, LA STESSA SCHEDA DELLA RUN ANNUALE  *
004904*  TFRRIV). SENZA SCHEDA IL TASSO RESTA A ZERO E IL FONDO DI UN *
004905*  CESSATO SI LIQUIDA SENZA RATEO DI RIVALUTAZIONE.             *
004906*****************************************************************
004907 1190-LEGGI-PARAMETRO-TFR.
004908     MOVE 0 TO WS-TASSO-TFR
004909     OPEN INPUT TFRPARM-FILE
004910     IF WS-FS-TFRPARM = "35"
004911         GO TO 1190-EXIT
004912     END-IF
004913     READ TFRPARM-FILE
004914         AT END
004915             CONTINUE
004916         NOT AT END
004917             IF TFRPARM-CARD (5:6) IS NUMERIC
004918                 MOVE TFRPARM-CARD (5:6) TO WS-TASSO-SCHEDA
004919                 COMPUTE WS-TASSO-TFR = WS-TASSO-SCHEDA / 10000
004920             END-IF
004921     END-READ
004922     CLOSE TFRPARM-FILE.
004923 1190-EXIT.
004924     EXIT.
004925
004926*****************************************************************
004927*  2000-PRODUCI-CEDOLINI - SCORRE I DIPENDENTI ATTIVI DEL       *
004928*  MASTER IN ORDINE DI MATRICOLA E STAMPA UN CEDOLINO CIASCUNO  *
004930*****************************************************************
004940 2000-PRODUCI-CEDOLINI.
004950     IF FINE-DIPMAST
005170     IF DIP-REC-ATTIVO
005180         PERFORM 2200-STAMPA-CEDOLINO THRU 2200-EXIT
005190         PERFORM 2300-ACCUMULA-NETTI THRU 2300-EXIT
005191     END-IF
005192     IF DIP-REC-CESSATO
005193         PERFORM 2400-LIQUIDA-TFR THRU 2400-EXIT
005200     END-IF.
005210 2100-EXIT.
005220     EXIT.
005270*****************************************************************
005280 2200-STAMPA-CEDOLINO.
005290     MOVE 0 TO WS-TRATTENUTE-DIPENDENTE
005291     MOVE DIP-STIPENDIO TO WS-RETRIBUZIONE-PERIODO
005292     MOVE 0 TO WS-TFR-LIQUIDATO
005293     MOVE SPACES TO PRG-RECORD
005294     MOVE 0 TO PRG-NUM-VOCI
005300
005310     WRITE CEDRPT-LINE FROM WS-CED-SEPARATORE
005320     MOVE WS-DS-GIORNO TO WS-CI-GIORNO
005420
005430     MOVE DIP-STIPENDIO TO WS-CL-LORDO
005440     WRITE CEDRPT-LINE FROM WS-CED-LORDO-LINE
005441     PERFORM 2240-APPLICA-PRESENZE THRU 2240-EXIT
005450
005460*    GLI ARRETRATI CALCOLATI DA ARRCLC SI SOMMANO AL LORDO E AL
005470*    NETTO A PAGARE MA NON ENTRANO NELL'IMPONIBILE DELLE
005480*    TRATTENUTE CORRENTI (TASSAZIONE SEPARATA).
005490     PERFORM 2205-CERCA-ARRETRATO THRU 2205-EXIT
005500     COMPUTE WS-LORDO-DIPENDENTE =
005501             WS-RETRIBUZIONE-PERIODO + WS-ARRETRATO-DIPENDENTE
005520     IF WS-ARRETRATO-DIPENDENTE > 0
005530         MOVE WS-ARRETRATO-DIPENDENTE TO WS-CAR-IMPORTO
005540         WRITE CEDRPT-LINE FROM WS-CED-ARRETR-LINE
005690             WS-LORDO-DIPENDENTE - WS-TRATTENUTE-DIPENDENTE
005700     MOVE WS-NETTO-DIPENDENTE TO WS-CN-NETTO
005710     WRITE CEDRPT-LINE FROM WS-CED-NETTO-LINE
005711     PERFORM 2270-ACCANTONA-TFR THRU 2270-EXIT
005720
005730     ADD WS-LORDO-DIPENDENTE TO WS-TOT-GEN-LORDO
005740     ADD WS-TRATTENUTE-DIPENDENTE TO WS-TOT-GEN-TRATTENUTE
005750     ADD WS-NETTO-DIPENDENTE TO WS-TOT-GEN-NETTO
005760     ADD 1 TO WS-CONTATORE-CEDOLINI
005770
005771     PERFORM 2250-SCRIVI-NETTO-DETTAGLIO THRU 2250-EXIT
005772     PERFORM 2260-AGGIORNA-PROGRESSIVI THRU 2260-EXIT.
005790 2200-EXIT.
005800     EXIT.
005810
006070     IF WS-DED-SCAGLIONE(WS-DED-IDX)
006080         PERFORM 2215-CALCOLA-FASCIA THRU 2215-EXIT
006090     ELSE
006091         MOVE WS-RETRIBUZIONE-PERIODO TO WS-IMPONIBILE-FASCIA
006110         COMPUTE WS-IMPORTO-TRATTENUTA ROUNDED =
006111                 WS-RETRIBUZIONE-PERIODO
006130                 * WS-DED-PERCENTUALE(WS-DED-IDX) / 100
006140     END-IF
006150     IF WS-IMPONIBILE-FASCIA > 0
006210             TO WS-CT-PERCENTUALE
006220         MOVE WS-IMPORTO-TRATTENUTA TO WS-CT-IMPORTO
006230         WRITE CEDRPT-LINE FROM WS-CED-TRATT-LINE
006231         PERFORM 2212-ACCUMULA-VOCE-PROGR THRU 2212-EXIT
006232     END-IF.
006233
006234*****************************************************************
006235*  2212-ACCUMULA-VOCE-PROGR - SOMMA LA RIGA DI TRATTENUTA       *
006236*  APPENA STAMPATA NEL DETTAGLIO PER DED-CODICE DEI             *
006237*  PROGRESSIVI: LE FASCE DI UNA STESSA VOCE A SCAGLIONI         *
006238*  CONFLUISCONO IN UNA SOLA RIGA. OLTRE LE 20 VOCI IL DETTAGLIO *
006239*  NON SI REGISTRA (IL TOTALE TRATTENUTE RESTA GIUSTO) E        *
006240*  L'ESITO SUL GIORNALE RUN PASSA A "ER".                       *
006241*****************************************************************
006242 2212-ACCUMULA-VOCE-PROGR.
006243     SET VOCE-PROGR-NUOVA TO TRUE
006244     IF PRG-NUM-VOCI > 0
006245         PERFORM 2213-CERCA-VOCE-PROGR
006246             VARYING WS-PRG-IDX FROM 1 BY 1
006247             UNTIL WS-PRG-IDX > PRG-NUM-VOCI
006248     END-IF
006249     IF VOCE-PROGR-TROVATA
006250         GO TO 2212-EXIT
006251     END-IF
006252     IF PRG-NUM-VOCI = 20
006253         IF NOT TABELLE-PIENE
006254             WRITE CEDRPT-LINE FROM WS-AVVISO-PRG-LINE
006255         END-IF
006256         SET TABELLE-PIENE TO TRUE
006257         GO TO 2212-EXIT
006258     END-IF
006259     ADD 1 TO PRG-NUM-VOCI
006260     MOVE WS-DED-CODICE(WS-DED-IDX)
006261         TO PRG-VOC-CODICE(PRG-NUM-VOCI)
006262     MOVE WS-IMPORTO-TRATTENUTA
006263         TO PRG-VOC-IMPORTO(PRG-NUM-VOCI).
006264 2212-EXIT.
006265     EXIT.
006266
006267 2213-CERCA-VOCE-PROGR.
006268     IF PRG-VOC-CODICE(WS-PRG-IDX) = WS-DED-CODICE(WS-DED-IDX)
006269         ADD WS-IMPORTO-TRATTENUTA
006270             TO PRG-VOC-IMPORTO(WS-PRG-IDX)
006271         SET VOCE-PROGR-TROVATA TO TRUE
006272     END-IF.
006273
006274*****************************************************************
006275*  2215-CALCOLA-FASCIA - IMPONIBILE E IMPORTO DELLA FASCIA      *
006280*  CORRENTE: LA QUOTA DI LORDO TRA I DUE LIMITI DELLO SCAGLIONE *
006290*  (LIMITE SUPERIORE A ZERO = FASCIA SENZA TETTO)               *
006300*****************************************************************
006320     MOVE 0 TO WS-IMPONIBILE-FASCIA
006330     MOVE 0 TO WS-IMPORTO-TRATTENUTA
006340     IF WS-DED-LIMITE-A(WS-DED-IDX) = 0
006341         MOVE 9999999,99 TO WS-LIMITE-SUPERIORE
006360     ELSE
006370         MOVE WS-DED-LIMITE-A(WS-DED-IDX) TO WS-LIMITE-SUPERIORE
006380     END-IF
006381     IF WS-RETRIBUZIONE-PERIODO
006382         NOT > WS-DED-LIMITE-DA(WS-DED-IDX)
006400         GO TO 2215-EXIT
006410     END-IF
006411     IF WS-RETRIBUZIONE-PERIODO < WS-LIMITE-SUPERIORE
006430         COMPUTE WS-IMPONIBILE-FASCIA =
006431                 WS-RETRIBUZIONE-PERIODO
006432                 - WS-DED-LIMITE-DA(WS-DED-IDX)
006450     ELSE
006460         COMPUTE WS-IMPONIBILE-FASCIA =
006470                 WS-LIMITE-SUPERIORE
006910     END-IF.
006920
006930*****************************************************************
006931*  2240-APPLICA-PRESENZE - RETRIBUZIONE DEL PERIODO DALLE       *
006932*  PRESENZE DEL MESE SU PRESMESE: LO STIPENDIO MENSILE MENO I   *
006933*  GIORNI DI PERMESSO NON RETRIBUITO E DI FERIE NON SPETTANTI   *
006934*  (PAGA GIORNALIERA = STIPENDIO / 26), PIU' LE ORE DI          *
006935*  STRAORDINARIO (PAGA ORARIA = STIPENDIO / 173, MAGGIORATA DEL *
006936*  25%). FERIE GODUTE E MALATTIA SONO RETRIBUITE E COMPAIONO    *
006937*  SENZA IMPORTO. MAI SOTTO ZERO. OGNI CAUSALE PRESENTE STAMPA  *
006938*  LA SUA RIGA; SE LA RETRIBUZIONE DIFFERISCE DALLO STIPENDIO   *
006939*  SEGUE LA RIGA DELLA RETRIBUZIONE DEL PERIODO.                *
006940*****************************************************************
006941 2240-APPLICA-PRESENZE.
006942     MOVE 0 TO WS-GG-FERIE
006943     MOVE 0 TO WS-GG-MALATTIA
006944     MOVE 0 TO WS-GG-PERMESSO
006945     MOVE 0 TO WS-ORE-STRAORD
006946     MOVE 0 TO WS-IMPORTO-PERMESSO
006947     MOVE 0 TO WS-IMPORTO-FERIE-ECC
006948     MOVE 0 TO WS-IMPORTO-STRAORD
006949     IF PRESMESE-DISPONIBILE
006950         MOVE DIP-MATRICOLA TO PRS-MATRICOLA
006951         MOVE WS-PERIODO-CORRENTE TO PRS-PERIODO
006952         READ PRESMESE-FILE
006953             INVALID KEY
006954                 CONTINUE
006955             NOT INVALID KEY
006956                 MOVE PRS-GG-FERIE TO WS-GG-FERIE
006957                 MOVE PRS-GG-MALATTIA TO WS-GG-MALATTIA
006958                 MOVE PRS-GG-PERMESSO TO WS-GG-PERMESSO
006959                 MOVE PRS-ORE-STRAORD TO WS-ORE-STRAORD
006960         END-READ
006961     END-IF
006962
006963     PERFORM 2245-AGGIORNA-FERIE THRU 2245-EXIT
006964
006965     COMPUTE WS-IMPORTO-PERMESSO ROUNDED =
006966             DIP-STIPENDIO * WS-GG-PERMESSO
006967             / WS-GG-RETRIBUITI-MESE
006968     COMPUTE WS-IMPORTO-FERIE-ECC ROUNDED =
006969             DIP-STIPENDIO * WS-FERIE-ECCEDENTI
006970             / WS-GG-RETRIBUITI-MESE
006971     COMPUTE WS-IMPORTO-STRAORD ROUNDED =
006972             DIP-STIPENDIO * WS-ORE-STRAORD * WS-MAGGIORAZ-STRAORD
006973             / WS-ORE-RETRIBUITE-MESE
006974     COMPUTE WS-RETRIBUZIONE-CALCOLO =
006975             DIP-STIPENDIO - WS-IMPORTO-PERMESSO
006976             - WS-IMPORTO-FERIE-ECC + WS-IMPORTO-STRAORD
006977     IF WS-RETRIBUZIONE-CALCOLO < 0
006978         MOVE 0 TO WS-RETRIBUZIONE-CALCOLO
006979     END-IF
006980     MOVE WS-RETRIBUZIONE-CALCOLO TO WS-RETRIBUZIONE-PERIODO
006981
006982     IF WS-FERIE-GODUTE > 0
006983         MOVE "FERIE GODUTE" TO WS-CP-DESCRIZIONE
006984         MOVE WS-FERIE-GODUTE TO WS-CP-QUANTITA
006985         MOVE "GG" TO WS-CP-UNITA
006986         MOVE SPACE TO WS-CP-SEGNO
006987         MOVE 0 TO WS-CP-IMPORTO
006988         WRITE CEDRPT-LINE FROM WS-CED-PRESENZA-LINE
006989     END-IF
006990     IF WS-FERIE-ECCEDENTI > 0
006991         MOVE "FERIE OLTRE IL SALDO" TO WS-CP-DESCRIZIONE
006992         MOVE WS-FERIE-ECCEDENTI TO WS-CP-QUANTITA
006993         MOVE "GG" TO WS-CP-UNITA
006994         MOVE "-" TO WS-CP-SEGNO
006995         MOVE WS-IMPORTO-FERIE-ECC TO WS-CP-IMPORTO
006996         WRITE CEDRPT-LINE FROM WS-CED-PRESENZA-LINE
006997     END-IF
006998     IF WS-GG-MALATTIA > 0
006999         MOVE "MALATTIA" TO WS-CP-DESCRIZIONE
007000         MOVE WS-GG-MALATTIA TO WS-CP-QUANTITA
007001         MOVE "GG" TO WS-CP-UNITA
007002         MOVE SPACE TO WS-CP-SEGNO
007003         MOVE 0 TO WS-CP-IMPORTO
007004         WRITE CEDRPT-LINE FROM WS-CED-PRESENZA-LINE
007005     END-IF
007006     IF WS-GG-PERMESSO > 0
007007         MOVE "PERMESSO NON RETRIBUITO" TO WS-CP-DESCRIZIONE
007008         MOVE WS-GG-PERMESSO TO WS-CP-QUANTITA
007009         MOVE "GG" TO WS-CP-UNITA
007010         MOVE "-" TO WS-CP-SEGNO
007011         MOVE WS-IMPORTO-PERMESSO TO WS-CP-IMPORTO
007012         WRITE CEDRPT-LINE FROM WS-CED-PRESENZA-LINE
007013     END-IF
007014     IF WS-ORE-STRAORD > 0
007015         MOVE "STRAORDINARIO (+25%)" TO WS-CP-DESCRIZIONE
007016         MOVE WS-ORE-STRAORD TO WS-CP-QUANTITA
007017         MOVE "ORE" TO WS-CP-UNITA
007018         MOVE "+" TO WS-CP-SEGNO
007019         MOVE WS-IMPORTO-STRAORD TO WS-CP-IMPORTO
007020         WRITE CEDRPT-LINE FROM WS-CED-PRESENZA-LINE
007021     END-IF
007022     IF WS-RETRIBUZIONE-PERIODO NOT = DIP-STIPENDIO
007023         MOVE WS-RETRIBUZIONE-PERIODO TO WS-CRP-IMPORTO
007024         WRITE CEDRPT-LINE FROM WS-CED-RETRIB-LINE
007025     END-IF.
007026 2240-EXIT.
007027     EXIT.
007028
007029*****************************************************************
007030*  2245-AGGIORNA-FERIE - SALDO FERIE DELLA MATRICOLA SU         *
007031*  FERSALDO: MATURA LA QUOTA DEL MESE E REGISTRA COME GODUTE LE *
007032*  FERIE DEL MESE FINO AL SALDO DISPONIBILE. L'ECCEDENZA NON E' *
007033*  REGISTRATA, VIENE SEGNALATA SU PRSEXRPT E DETRATTA DALLA     *
007034*  RETRIBUZIONE IN 2240. MATURATO E GODUTO OCCUPANO LA          *
007035*  POSIZIONE DEL MESE: UNA RIELABORAZIONE LI SOSTITUISCE. IL    *
007036*  PRIMO PERIODO DI UN ANNO NUOVO RIPORTA IL SALDO A INIZIO     *
007037*  ANNO.                                                        *
007038*****************************************************************
007039 2245-AGGIORNA-FERIE.
007040     MOVE 0 TO WS-FERIE-GODUTE
007041     MOVE 0 TO WS-FERIE-ECCEDENTI
007042     SET SALDO-FERIE-ESISTENTE TO TRUE
007043     MOVE DIP-MATRICOLA TO FER-MATRICOLA
007044     READ FERSALDO-FILE
007045         INVALID KEY
007046             SET SALDO-FERIE-NUOVO TO TRUE
007047             PERFORM 2246-APRI-SALDO-FERIE THRU 2246-EXIT
007048     END-READ
007049*    RIELABORAZIONE DI UN PERIODO DI UN ANNO GIA' CHIUSO SUL
007050*    SALDO: LE FERIE DEL MESE SI ESPONGONO COME GODUTE SENZA
007051*    TOCCARE IL SALDO DELL'ANNO IN CORSO.
007052     IF WS-PC-ANNO < FER-ANNO-CORRENTE
007053         MOVE WS-GG-FERIE TO WS-FERIE-GODUTE
007054         GO TO 2245-EXIT
007055     END-IF
007056     IF WS-PC-ANNO > FER-ANNO-CORRENTE
007057         PERFORM 2247-CHIUDI-ANNO-FERIE THRU 2247-EXIT
007058     END-IF
007059
007060     MOVE WS-FERIE-MATURATE-MESE TO FER-MATURATO-MESE(WS-PC-MESE)
007061     MOVE 0 TO FER-GODUTO-MESE(WS-PC-MESE)
007062     PERFORM 2248-RICALCOLA-SALDO-FERIE THRU 2248-EXIT
007063     IF WS-GG-FERIE > FER-SALDO
007064         MOVE FER-SALDO TO WS-FERIE-GODUTE
007065         COMPUTE WS-FERIE-ECCEDENTI = WS-GG-FERIE - FER-SALDO
007066     ELSE
007067         MOVE WS-GG-FERIE TO WS-FERIE-GODUTE
007068     END-IF
007069     MOVE WS-FERIE-GODUTE TO FER-GODUTO-MESE(WS-PC-MESE)
007070     SUBTRACT WS-FERIE-GODUTE FROM FER-SALDO
007071     MOVE WS-DATA-SISTEMA TO FER-DATA-AGGIORNAMENTO
007072     IF SALDO-FERIE-NUOVO
007073         WRITE FER-RECORD
007074     ELSE
007075         REWRITE FER-RECORD
007076     END-IF
007077
007078     IF WS-FERIE-ECCEDENTI > 0
007079         MOVE DIP-MATRICOLA TO WS-PX-MATRICOLA
007080         MOVE DIP-COGNOME TO WS-PX-COGNOME
007081         MOVE DIP-NOME TO WS-PX-NOME
007082         MOVE WS-GG-FERIE TO WS-PX-RICHIESTE
007083         MOVE WS-FERIE-GODUTE TO WS-PX-SALDO
007084         MOVE WS-FERIE-ECCEDENTI TO WS-PX-ECCEDENTI
007085         COMPUTE WS-PX-IMPORTO ROUNDED =
007086                 DIP-STIPENDIO * WS-FERIE-ECCEDENTI
007087                 / WS-GG-RETRIBUITI-MESE
007088         WRITE PRSEXRPT-LINE FROM WS-PRSEX-DETT-LINE
007089         ADD 1 TO WS-CONTA-ECCEZIONI-FERIE
007090     END-IF.
007091 2245-EXIT.
007092     EXIT.
007093
007094 2246-APRI-SALDO-FERIE.
007095     MOVE SPACES TO FER-RECORD
007096     MOVE DIP-MATRICOLA TO FER-MATRICOLA
007097     MOVE WS-PC-ANNO TO FER-ANNO-CORRENTE
007098     MOVE 0 TO FER-SALDO-INIZIO-ANNO
007099     MOVE 0 TO FER-SALDO
007100     PERFORM 2249-AZZERA-MESE-FERIE
007101         VARYING WS-FER-IDX FROM 1 BY 1
007102         UNTIL WS-FER-IDX > 12.
007103 2246-EXIT.
007104     EXIT.
007105
007106 2247-CHIUDI-ANNO-FERIE.
007107     MOVE FER-SALDO TO FER-SALDO-INIZIO-ANNO
007108     MOVE WS-PC-ANNO TO FER-ANNO-CORRENTE
007109     PERFORM 2249-AZZERA-MESE-FERIE
007110         VARYING WS-FER-IDX FROM 1 BY 1
007111         UNTIL WS-FER-IDX > 12.
007112 2247-EXIT.
007113     EXIT.
007114
007115*    IL SALDO SI RICALCOLA SOMMANDO PRIMA TUTTO IL MATURATO E
007116*    SOTTRAENDO POI IL GODUTO, CHE NON SUPERA MAI IL MATURATO.
007117 2248-RICALCOLA-SALDO-FERIE.
007118     MOVE FER-SALDO-INIZIO-ANNO TO FER-SALDO
007119     PERFORM 2251-SOMMA-MATURATO-FERIE
007120         VARYING WS-FER-IDX FROM 1 BY 1
007121         UNTIL WS-FER-IDX > 12
007122     PERFORM 2252-TOGLI-GODUTO-FERIE
007123         VARYING WS-FER-IDX FROM 1 BY 1
007124         UNTIL WS-FER-IDX > 12.
007125 2248-EXIT.
007126     EXIT.
007127
007128 2249-AZZERA-MESE-FERIE.
007129     MOVE 0 TO FER-MATURATO-MESE(WS-FER-IDX)
007130     MOVE 0 TO FER-GODUTO-MESE(WS-FER-IDX).
007131
007132 2251-SOMMA-MATURATO-FERIE.
007133     ADD FER-MATURATO-MESE(WS-FER-IDX) TO FER-SALDO.
007134
007135 2252-TOGLI-GODUTO-FERIE.
007136     SUBTRACT FER-GODUTO-MESE(WS-FER-IDX) FROM FER-SALDO.
007137
007138*****************************************************************
007139*  2250-SCRIVI-NETTO-DETTAGLIO - RIGA DI NETTO PER MATRICOLA    *
007140*  SU NETDETT, ALIMENTAZIONE DELLA RUN DEI BONIFICI (BONIFIC)   *
007141*****************************************************************
007142 2250-SCRIVI-NETTO-DETTAGLIO.
007143     MOVE DIP-MATRICOLA TO NETD-MATRICOLA
007144     MOVE DIP-COGNOME TO NETD-COGNOME
007145     MOVE DIP-NOME TO NETD-NOME
007146     MOVE DIP-DIPARTIMENTO TO NETD-DIPARTIMENTO
007147     MOVE WS-LORDO-DIPENDENTE TO NETD-LORDO
007148     MOVE WS-TRATTENUTE-DIPENDENTE TO NETD-TRATTENUTE
007149     MOVE WS-NETTO-DIPENDENTE TO NETD-NETTO
007150     MOVE WS-PERIODO-CORRENTE TO NETD-PERIODO
007151     WRITE NETD-RECORD.
007152 2250-EXIT.
007153     EXIT.
007154
007155*****************************************************************
007156*  2260-AGGIORNA-PROGRESSIVI - RIGA DEL PERIODO PAGA CORRENTE   *
007157*  SUL FILE DEI PROGRESSIVI ANNUI PRGANNO. SE LA RIGA ESISTE    *
007158*  GIA' (PERIODO RIELABORATO CON SCHEDA "FORZA" SU PAYPARM)     *
007159*  VIENE RISCRITTA PER INTERO: IL PERIODO NON SI CONTA MAI DUE  *
007160*  VOLTE.                                                       *
007161*****************************************************************
007162 2260-AGGIORNA-PROGRESSIVI.
007163     MOVE DIP-MATRICOLA TO PRG-MATRICOLA
007164     MOVE WS-PERIODO-CORRENTE TO PRG-PERIODO
007165     MOVE DIP-COGNOME TO PRG-COGNOME
007166     MOVE DIP-NOME TO PRG-NOME
007167     MOVE DIP-DIPARTIMENTO TO PRG-DIPARTIMENTO
007168     MOVE WS-RETRIBUZIONE-PERIODO TO PRG-LORDO
007169     MOVE WS-ARRETRATO-DIPENDENTE TO PRG-ARRETRATI
007170     MOVE WS-TRATTENUTE-DIPENDENTE TO PRG-TRATTENUTE
007171     MOVE WS-DETRAZIONE-APPLICATA TO PRG-DETRAZIONI
007172     MOVE WS-NETTO-DIPENDENTE TO PRG-NETTO
007173     MOVE WS-DATA-SISTEMA TO PRG-DATA-ELABORAZIONE
007174     MOVE WS-TFR-LIQUIDATO TO PRG-TFR-LIQUIDATO
007175     WRITE PRG-RECORD
007176         INVALID KEY
007177             REWRITE PRG-RECORD
007178     END-WRITE.
007179 2260-EXIT.
007180     EXIT.
007181
007182*****************************************************************
007183*  2270-ACCANTONA-TFR - QUOTA TFR DEL PERIODO SUL FONDO DELLA   *
007184*  MATRICOLA (RETRIBUZIONE DEL PERIODO, ARRETRATI COMPRESI,     *
007185*  DIVISA PER 13,5). LA QUOTA OCCUPA LA POSIZIONE DEL MESE:     *
007186*  UNA RIELABORAZIONE LA SOSTITUISCE. IL PRIMO PERIODO DI UN    *
007187*  ANNO NUOVO CHIUDE PRIMA L'ANNO PRECEDENTE (VEDERE 2285).     *
007188*****************************************************************
007189 2270-ACCANTONA-TFR.
007190     COMPUTE WS-QUOTA-TFR ROUNDED =
007191             (WS-RETRIBUZIONE-PERIODO + WS-ARRETRATO-DIPENDENTE)
007192             / 13,5
007193     SET FONDO-TFR-ESISTENTE TO TRUE
007194     MOVE DIP-MATRICOLA TO TFR-MATRICOLA
007195     READ TFRMAST-FILE
007196         INVALID KEY
007197             SET FONDO-TFR-NUOVO TO TRUE
007198     END-READ
007199*    UN FONDO GIA' LIQUIDATO SU MATRICOLA DI NUOVO ATTIVA
007200*    (RIASSUNZIONE) RIPARTE DA ZERO SULLA STESSA RIGA.
007201     IF FONDO-TFR-NUOVO OR TFR-REC-LIQUIDATO
007202         PERFORM 2280-APRI-FONDO-TFR THRU 2280-EXIT
007203     END-IF
007204     IF WS-PC-ANNO < TFR-ANNO-CORRENTE
007205         GO TO 2270-EXIT
007206     END-IF
007207     IF WS-PC-ANNO > TFR-ANNO-CORRENTE
007208         PERFORM 2285-CHIUDI-ANNO-TFR THRU 2285-EXIT
007209     END-IF
007210
007211     MOVE WS-QUOTA-TFR TO TFR-QUOTA-MESE(WS-PC-MESE)
007212     PERFORM 2290-RICALCOLA-FONDO-TFR THRU 2290-EXIT
007213     MOVE DIP-COGNOME TO TFR-COGNOME
007214     MOVE DIP-NOME TO TFR-NOME
007215     MOVE DIP-DIPARTIMENTO TO TFR-DIPARTIMENTO
007216     MOVE WS-DATA-SISTEMA TO TFR-DATA-AGGIORNAMENTO
007217     IF FONDO-TFR-NUOVO
007218         WRITE TFR-RECORD
007219     ELSE
007220         REWRITE TFR-RECORD
007221     END-IF
007222     ADD WS-QUOTA-TFR TO WS-TOT-ACCANTONATO-TFR
007223     ADD 1 TO WS-CONTA-ACCANTONAMENTI
007224
007225     MOVE WS-QUOTA-TFR TO WS-CQT-IMPORTO
007226     WRITE CEDRPT-LINE FROM WS-CED-QUOTA-TFR-LINE
007227     MOVE TFR-FONDO TO WS-CFT-IMPORTO
007228     WRITE CEDRPT-LINE FROM WS-CED-FONDO-TFR-LINE.
007229 2270-EXIT.
007230     EXIT.
007231
007232 2280-APRI-FONDO-TFR.
007233     MOVE SPACES TO TFR-RECORD
007234     MOVE DIP-MATRICOLA TO TFR-MATRICOLA
007235     SET TFR-REC-ATTIVO TO TRUE
007236     MOVE WS-PC-ANNO TO TFR-ANNO-CORRENTE
007237     MOVE 0 TO TFR-FONDO-INIZIO-ANNO
007238     MOVE 0 TO TFR-RIVALUTAZIONE
007239     MOVE 0 TO TFR-TASSO-RIVALUTAZ
007240     MOVE 0 TO TFR-FONDO
007241     MOVE 0 TO TFR-DATA-LIQUIDAZIONE
007242     MOVE 0 TO TFR-IMPORTO-LIQUIDATO
007243     PERFORM 2286-AZZERA-QUOTA-TFR
007244         VARYING WS-TFR-IDX FROM 1 BY 1
007245         UNTIL WS-TFR-IDX > 13.
007246 2280-EXIT.
007247     EXIT.
007248
007249*****************************************************************
007250*  2285-CHIUDI-ANNO-TFR - IL FONDO MATURATO (QUOTE E            *
007251*  RIVALUTAZIONE COMPRESE) DIVENTA IL FONDO DI INIZIO DEL NUOVO *
007252*  ANNO, SU CUI LA RUN TFRRIV CALCOLERA' LA RIVALUTAZIONE       *
007253*****************************************************************
007254 2285-CHIUDI-ANNO-TFR.
007255     MOVE TFR-FONDO TO TFR-FONDO-INIZIO-ANNO
007256     MOVE WS-PC-ANNO TO TFR-ANNO-CORRENTE
007257     MOVE 0 TO TFR-RIVALUTAZIONE
007258     MOVE 0 TO TFR-TASSO-RIVALUTAZ
007259     PERFORM 2286-AZZERA-QUOTA-TFR
007260         VARYING WS-TFR-IDX FROM 1 BY 1
007261         UNTIL WS-TFR-IDX > 13.
007262 2285-EXIT.
007263     EXIT.
007264
007265 2286-AZZERA-QUOTA-TFR.
007266     MOVE 0 TO TFR-QUOTA-MESE(WS-TFR-IDX).
007267
007268 2290-RICALCOLA-FONDO-TFR.
007269     MOVE TFR-FONDO-INIZIO-ANNO TO TFR-FONDO
007270     ADD TFR-RIVALUTAZIONE TO TFR-FONDO
007271     PERFORM 2291-SOMMA-QUOTA-TFR
007272         VARYING WS-TFR-IDX FROM 1 BY 1
007273         UNTIL WS-TFR-IDX > 13.
007274 2290-EXIT.
007275     EXIT.
007276
007277 2291-SOMMA-QUOTA-TFR.
007278     ADD TFR-QUOTA-MESE(WS-TFR-IDX) TO TFR-FONDO.
007279
007280*****************************************************************
007281*  2300-ACCUMULA-NETTI - AGGIUNGE IL CEDOLINO APPENA STAMPATO   *
007282*  AL TOTALE DEL SUO DIPARTIMENTO NELLA TABELLA DEI NETTI       *
007283*****************************************************************
007284 2300-ACCUMULA-NETTI.
007285     SET NET-NON-TROVATO TO TRUE
007286     IF WS-NET-COUNT > 0
007287         PERFORM 2310-CERCA-RIGA-NETTI
007288             VARYING WS-NET-IDX FROM 1 BY 1
007289             UNTIL WS-NET-IDX > WS-NET-COUNT
007290     END-IF
007291     IF NET-NON-TROVATO AND WS-NET-COUNT < 50
007292         ADD 1 TO WS-NET-COUNT
007293         MOVE DIP-DIPARTIMENTO
007294             TO WS-NET-DIPARTIMENTO(WS-NET-COUNT)
007295         MOVE WS-LORDO-DIPENDENTE
007296             TO WS-NET-LORDO(WS-NET-COUNT)
007297         MOVE WS-TRATTENUTE-DIPENDENTE
007298             TO WS-NET-TRATTENUTE(WS-NET-COUNT)
007299         MOVE WS-NETTO-DIPENDENTE
007300             TO WS-NET-NETTO(WS-NET-COUNT)
007310         MOVE 1 TO WS-NET-NUM-DIP(WS-NET-COUNT)
007320     END-IF.
007440     END-IF.
007450
007460*****************************************************************
007461*  2400-LIQUIDA-TFR - DIPENDENTE CESSATO CON FONDO TFR ANCORA   *
007462*  ESSERE: IL FONDO VIENE LIQUIDATO E PAGATO CON UN CEDOLINO    *
007463*  FINALE, UNA RIGA NETDETT (QUINDI UN BONIFICO) E IL RIEPILOGO *
007464*  NETSMRY. SE IL PERIODO DELLA LIQUIDAZIONE VIENE RIELABORATO  *
007465*  IL CEDOLINO FINALE SI RIPRODUCE CON LO STESSO IMPORTO, SENZA *
007466*  RICALCOLARLO; NEI PERIODI SUCCESSIVI IL CESSATO NON HA PIU'  *
007467*  CEDOLINO.                                                    *
007468*****************************************************************
007469 2400-LIQUIDA-TFR.
007470     MOVE DIP-MATRICOLA TO TFR-MATRICOLA
007471     READ TFRMAST-FILE
007472         INVALID KEY
007473             GO TO 2400-EXIT
007474     END-READ
007475     IF TFR-REC-LIQUIDATO
007476         IF TFR-PERIODO-LIQUIDAZ NOT = WS-PERIODO-CORRENTE
007477             GO TO 2400-EXIT
007478         END-IF
007479         MOVE TFR-IMPORTO-LIQUIDATO TO WS-TFR-LIQUIDATO
007480     ELSE
007481         PERFORM 2410-CALCOLA-LIQUIDAZIONE THRU 2410-EXIT
007482     END-IF
007483     IF WS-TFR-LIQUIDATO = 0
007484         GO TO 2400-EXIT
007485     END-IF
007486     PERFORM 2420-STAMPA-CEDOLINO-FINALE THRU 2420-EXIT.
007487 2400-EXIT.
007488     EXIT.
007489
007490*****************************************************************
007491*  2410-CALCOLA-LIQUIDAZIONE - FONDO DA LIQUIDARE: SE LA        *
007492*  RIVALUTAZIONE DELL'ANNO NON E' ANCORA STATA APPLICATA DA     *
007493*  TFRRIV SI AGGIUNGE IL RATEO PER I MESI INTERI TRASCORSI FINO *
007494*  ALLA CESSAZIONE (ANNO INTERO SE CESSATO IN UN ANNO           *
007495*  SUCCESSIVO), AL TASSO DELLA SCHEDA TFRPARM. LA RIGA PASSA A  *
007496*  LIQUIDATA CON PERIODO E IMPORTO DEL CEDOLINO FINALE.         *
007497*****************************************************************
007498 2410-CALCOLA-LIQUIDAZIONE.
007499     MOVE DIP-DATA-CESSAZIONE TO WS-DATA-CESSAZIONE
007500     IF TFR-TASSO-RIVALUTAZ = 0 AND WS-TASSO-TFR > 0
007501         MOVE 0 TO WS-MESI-RIVALUTAZ
007502         IF WS-DC-ANNO = TFR-ANNO-CORRENTE
007503             COMPUTE WS-MESI-RIVALUTAZ = WS-DC-MESE - 1
007504         END-IF
007505         IF WS-DC-ANNO > TFR-ANNO-CORRENTE
007506             MOVE 12 TO WS-MESI-RIVALUTAZ
007507         END-IF
007508         COMPUTE TFR-RIVALUTAZIONE ROUNDED =
007509                 TFR-FONDO-INIZIO-ANNO * WS-TASSO-TFR / 100
007510                 * WS-MESI-RIVALUTAZ / 12
007511         MOVE WS-TASSO-TFR TO TFR-TASSO-RIVALUTAZ
007512     END-IF
007513     PERFORM 2290-RICALCOLA-FONDO-TFR THRU 2290-EXIT
007514
007515     MOVE TFR-FONDO TO WS-TFR-LIQUIDATO
007516     SET TFR-REC-LIQUIDATO TO TRUE
007517     MOVE WS-DATA-SISTEMA TO TFR-DATA-LIQUIDAZIONE
007518     MOVE WS-PERIODO-CORRENTE TO TFR-PERIODO-LIQUIDAZ
007519     MOVE WS-TFR-LIQUIDATO TO TFR-IMPORTO-LIQUIDATO
007520     MOVE WS-DATA-SISTEMA TO TFR-DATA-AGGIORNAMENTO
007521     REWRITE TFR-RECORD.
007522 2410-EXIT.
007523     EXIT.
007524
007525*****************************************************************
007526*  2420-STAMPA-CEDOLINO-FINALE - CEDOLINO DEL CESSATO CON LA    *
007527*  SOLA LIQUIDAZIONE TFR: A TASSAZIONE SEPARATA COME GLI        *
007528*  ARRETRATI, QUINDI SENZA TRATTENUTE CORRENTI. ALIMENTA        *
007529*  NETDETT, PROGRESSIVI E RIEPILOGO NETTI COME OGNI CEDOLINO.   *
007530*****************************************************************
007531 2420-STAMPA-CEDOLINO-FINALE.
007532     MOVE 0 TO WS-RETRIBUZIONE-PERIODO
007533     MOVE 0 TO WS-ARRETRATO-DIPENDENTE
007534     MOVE 0 TO WS-TRATTENUTE-DIPENDENTE
007535     MOVE 0 TO WS-DETRAZIONE-APPLICATA
007536     MOVE WS-TFR-LIQUIDATO TO WS-LORDO-DIPENDENTE
007537     MOVE WS-TFR-LIQUIDATO TO WS-NETTO-DIPENDENTE
007538     MOVE SPACES TO PRG-RECORD
007539     MOVE 0 TO PRG-NUM-VOCI
007540     MOVE DIP-DATA-CESSAZIONE TO WS-DATA-CESSAZIONE
007541
007542     WRITE CEDRPT-LINE FROM WS-CED-SEPARATORE
007543     MOVE WS-DS-GIORNO TO WS-CI-GIORNO
007544     MOVE WS-DS-MESE TO WS-CI-MESE
007545     MOVE WS-DS-ANNO TO WS-CI-ANNO
007546     WRITE CEDRPT-LINE FROM WS-CED-INTESTAZ-1
007547     MOVE DIP-MATRICOLA TO WS-CA-MATRICOLA
007548     MOVE DIP-COGNOME TO WS-CA-COGNOME
007549     MOVE DIP-NOME TO WS-CA-NOME
007550     MOVE DIP-DIPARTIMENTO TO WS-CA-DIPARTIMENTO
007551     WRITE CEDRPT-LINE FROM WS-CED-ANAGRAFICA
007552     MOVE WS-DC-GIORNO TO WS-CCZ-GIORNO
007553     MOVE WS-DC-MESE TO WS-CCZ-MESE
007554     MOVE WS-DC-ANNO TO WS-CCZ-ANNO
007555     WRITE CEDRPT-LINE FROM WS-CED-CESSAZ-LINE
007556     MOVE WS-TFR-LIQUIDATO TO WS-CLT-IMPORTO
007557     WRITE CEDRPT-LINE FROM WS-CED-LIQ-TFR-LINE
007558     MOVE WS-TRATTENUTE-DIPENDENTE TO WS-CTT-IMPORTO
007559     WRITE CEDRPT-LINE FROM WS-CED-TOTTRATT-LINE
007560     MOVE WS-NETTO-DIPENDENTE TO WS-CN-NETTO
007561     WRITE CEDRPT-LINE FROM WS-CED-NETTO-LINE
007562
007563     ADD WS-LORDO-DIPENDENTE TO WS-TOT-GEN-LORDO
007564     ADD WS-NETTO-DIPENDENTE TO WS-TOT-GEN-NETTO
007565     ADD 1 TO WS-CONTATORE-CEDOLINI
007566
007567     PERFORM 2250-SCRIVI-NETTO-DETTAGLIO THRU 2250-EXIT
007568     PERFORM 2260-AGGIORNA-PROGRESSIVI THRU 2260-EXIT
007569     PERFORM 2300-ACCUMULA-NETTI THRU 2300-EXIT.
007570 2420-EXIT.
007571     EXIT.
007572
007573*****************************************************************
007574*  3000-SCRIVI-RIEPILOGO-NETTI - SCARICA LA TABELLA DEI NETTI   *
007575*  PER DIPARTIMENTO SU NETSMRY, CON RIGA FINALE **TOTALE**      *
007576*****************************************************************
007577 3000-SCRIVI-RIEPILOGO-NETTI.
007578     IF WS-NET-COUNT > 0
007579         PERFORM 3100-SCRIVI-RIGA-NETTI
007580             VARYING WS-NET-IDX FROM 1 BY 1
007581             UNTIL WS-NET-IDX > WS-NET-COUNT
007582     END-IF
007583
007584     MOVE "**TOTALE**" TO NETSM-DIPARTIMENTO
007585     MOVE WS-TOT-GEN-LORDO TO NETSM-TOTALE-LORDO
007590     MOVE WS-TOT-GEN-TRATTENUTE TO NETSM-TOTALE-TRATTENUTE
007600     MOVE WS-TOT-GEN-NETTO TO NETSM-TOTALE-NETTO
007610     MOVE WS-CONTATORE-CEDOLINI TO NETSM-NUM-DIPENDENTI
007710     MOVE WS-NET-NETTO(WS-NET-IDX) TO NETSM-TOTALE-NETTO
007720     MOVE WS-NET-NUM-DIP(WS-NET-IDX) TO NETSM-NUM-DIPENDENTI
007730     WRITE NETSM-RECORD.
007731
007732*****************************************************************
007733*  3200-SCRIVI-RIEPILOGO-TFR - ACCODA A PAYSMRY (SCRITTO DALLA  *
007734*  RUN PAGHE RECORD-DEMO) LE QUOTE TFR ACCANTONATE NELLA RUN E  *
007735*  IL FONDO COMPLESSIVO IN ESSERE SU TFRMAST, CON VOCI PROPRIE  *
007736*  "TFR-ACCANTON." E "TFR-FONDO" CHE GLEXTR MAPPA SUL PIANO DEI *
007737*  CONTI COAMAP COME LE VOCI "13-..." DELLA TREDICESIMA. SE LE  *
007738*  VOCI DEL PERIODO SONO GIA' PRESENTI (RUN RIPETUTA) NON SI    *
007739*  ACCODANO UNA SECONDA VOLTA                                   *
007740*****************************************************************
007741 3200-SCRIVI-RIEPILOGO-TFR.
007742     OPEN INPUT PAYSMRY-FILE
007743     IF WS-FS-PAYSMRY NOT = "35"
007744         PERFORM 3220-CERCA-VOCI-TFR THRU 3220-EXIT
007745             UNTIL FINE-PAYSMRY
007746             OR VOCI-TFR-GIA-PRESENTI
007747         CLOSE PAYSMRY-FILE
007748     END-IF
007749     IF VOCI-TFR-GIA-PRESENTI
007750         WRITE CEDRPT-LINE FROM WS-AVVISO-TFR-DOPPIO-LINE
007751         GO TO 3200-EXIT
007752     END-IF
007753
007758     MOVE 0 TO WS-TOT-FONDO-TFR
007759     MOVE 0 TO WS-CONTA-FONDI-TFR
007760     MOVE 0 TO TFR-MATRICOLA
007761     START TFRMAST-FILE KEY IS NOT LESS THAN TFR-MATRICOLA
007762         INVALID KEY
007763             SET FINE-TFRMAST TO TRUE
007764     END-START
007765     PERFORM 3210-SOMMA-FONDO-TFR THRU 3210-EXIT
007766         UNTIL FINE-TFRMAST
007767
007768     OPEN EXTEND PAYSMRY-FILE
007769     IF WS-FS-PAYSMRY = "35"
007770         OPEN OUTPUT PAYSMRY-FILE
007771         CLOSE PAYSMRY-FILE
007772         OPEN EXTEND PAYSMRY-FILE
007773     END-IF
007774     MOVE "TFR-ACCANTON." TO PAYSM-DIPARTIMENTO
007775     MOVE WS-TOT-ACCANTONATO-TFR TO PAYSM-TOTALE-STIPENDI
007776     MOVE WS-CONTA-ACCANTONAMENTI TO PAYSM-NUM-DIPENDENTI
007777     MOVE WS-PERIODO-CORRENTE TO PAYSM-PERIODO
007778     WRITE PAYSM-RECORD
007779     MOVE "TFR-FONDO" TO PAYSM-DIPARTIMENTO
007780     MOVE WS-TOT-FONDO-TFR TO PAYSM-TOTALE-STIPENDI
007781     MOVE WS-CONTA-FONDI-TFR TO PAYSM-NUM-DIPENDENTI
007782     MOVE WS-PERIODO-CORRENTE TO PAYSM-PERIODO
007783     WRITE PAYSM-RECORD
007784     CLOSE PAYSMRY-FILE.
007785 3200-EXIT.
007786     EXIT.
007787
007788 3210-SOMMA-FONDO-TFR.
007789     READ TFRMAST-FILE NEXT RECORD
007790         AT END
007791             SET FINE-TFRMAST TO TRUE
007792             GO TO 3210-EXIT
007793     END-READ
007794     IF TFR-REC-ATTIVO
007795         ADD TFR-FONDO TO WS-TOT-FONDO-TFR
007796         ADD 1 TO WS-CONTA-FONDI-TFR
007797     END-IF.
007798 3210-EXIT.
007799     EXIT.
007800
007801 3220-CERCA-VOCI-TFR.
007802     READ PAYSMRY-FILE
007803         AT END
007804             SET FINE-PAYSMRY TO TRUE
007805             GO TO 3220-EXIT
007806     END-READ
007807     IF (PAYSM-DIPARTIMENTO = "TFR-ACCANTON."
007808         OR PAYSM-DIPARTIMENTO = "TFR-FONDO")
007809         AND PAYSM-PERIODO = WS-PERIODO-CORRENTE
007810         SET VOCI-TFR-GIA-PRESENTI TO TRUE
007811     END-IF.
007812 3220-EXIT.
007813     EXIT.
007814
007815*****************************************************************
007816*  9000-TERMINA-RUN - CHIUDE I FILE ANCORA APERTI               *
007817*****************************************************************
007818 9000-TERMINA-RUN.
007819     CLOSE DIPMAST-FILE
007820     CLOSE CEDRPT-FILE
007821     CLOSE NETSMRY-FILE
007822     CLOSE NETDETT-FILE
007823     CLOSE PRGANNO-FILE
007824     CLOSE TFRMAST-FILE
007825     IF PRESMESE-DISPONIBILE
007826         CLOSE PRESMESE-FILE
007827     END-IF
007828     CLOSE FERSALDO-FILE
007829     MOVE WS-CONTA-ECCEZIONI-FERIE TO WS-PXT-CONTA
007830     WRITE PRSEXRPT-LINE FROM WS-PRSEX-TOTALE-LINE
007831     CLOSE PRSEXRPT-FILE
007832
007840     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
007850 9000-EXIT.
007860     EXIT.
008090     MOVE WS-PERIODO-CORRENTE TO RNJ-PERIODO
008100     MOVE WS-CONTATORE-CEDOLINI TO RNJ-RECORD-LETTI
008110     MOVE WS-CONTATORE-CEDOLINI TO RNJ-RECORD-SCRITTI
008111     MOVE WS-CONTA-ECCEZIONI-FERIE TO RNJ-RECORD-SCARTATI
008130     MOVE 0 TO RNJ-NUM-BATCH
008140     IF TABELLE-PIENE
008150         SET RNJ-ESITO-ERRORE TO TRUE
