000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONSVID.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  CONSULTAZIONE A VIDEO, IN SOLA LETTURA, DEGLI        *
000090*          ARCHIVI DEL PERSONALE E DEL MAGAZZINO, PER LE        *
000100*          DOMANDE CHE NON POSSONO ASPETTARE SALSTMT O STKJRN   *
000110*          DELLA NOTTE.                                         *
000120*          VIDEATA DIPENDENTE (CHIAVE DIP-MATRICOLA):           *
000130*          ANAGRAFICO DIPMAST, O LO STORICO DIPHIST PER LE      *
000140*          MATRICOLE GIA' ARCHIVIATE DA DIPARCH, STORIA DEGLI   *
000150*          AUMENTI DA SALAUDIT, COORDINATE BANCARIE IBANMAST E  *
000160*          ULTIMO NETTO DI NETDETT. OGNI INTERROGAZIONE DI UNA  *
000170*          MATRICOLA VIENE REGISTRATA SU ACCLOG (COPY CPACCLG)  *
000180*          PER LA TUTELA DELLA RISERVATEZZA: SE IL REGISTRO NON *
000190*          SI PUO' SCRIVERE I DATI NON VENGONO MOSTRATI.        *
000200*          VIDEATA PRODOTTO (CHIAVE PRD-CODICE-PROD):           *
000210*          ANAGRAFICO PRDMAST CON GIACENZE E IMPEGNI PER        *
000220*          DEPOSITO, MOVIMENTI MVJRNL DAL PIU' RECENTE A PAGINE *
000230*          DI OTTO RIGHE E RIGHE APERTE DEGLI ORDINI DI         *
000240*          ACQUISTO ORDAPRT.                                    *
000250*          TUTTI GLI ARCHIVI SONO APERTI IN INPUT: IL PROGRAMMA *
000260*          NON AGGIORNA NULLA, SCRIVE SOLO IL REGISTRO ACCESSI. *
000270*          NON E' UNA RUN DELLA CATENA E NON SCRIVE SU RUNJRNL. *
000280*                                                               *
000290*  STORIA DELLE MODIFICHE                                       *
000300*  DATA        AUTORE  DESCRIZIONE                              *
000310*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DIPMAST-FILE ASSIGN TO "DIPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS DIP-MATRICOLA
000440         FILE STATUS IS WS-FS-DIPMAST.
000450
000460     SELECT DIPHIST-FILE ASSIGN TO "DIPHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS DST-MATRICOLA
000500         FILE STATUS IS WS-FS-DIPHIST.
000510
000520     SELECT IBANMAST-FILE ASSIGN TO "IBANMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS CBN-MATRICOLA
000560         FILE STATUS IS WS-FS-IBANMAST.
000570
000580     SELECT SALAUDIT-FILE ASSIGN TO "SALAUDIT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FS-SALAUDIT.
000610
000620     SELECT NETDETT-FILE ASSIGN TO "NETDETT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FS-NETDETT.
000650
000660     SELECT PRDMAST-FILE ASSIGN TO "PRDMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PRD-CODICE-PROD
000700         FILE STATUS IS WS-FS-PRDMAST.
000710
000720     SELECT MVJRNL-FILE ASSIGN TO "MVJRNL"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-FS-MVJRNL.
000750
000760     SELECT ORDAPRT-FILE ASSIGN TO "ORDAPRT"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-FS-ORDAPRT.
000790
000800     SELECT ACCLOG-FILE ASSIGN TO "ACCLOG"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-FS-ACCLOG.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  DIPMAST-FILE.
000870 COPY CPDIPEN REPLACING ==##DIPENDENTE-RECORD##== BY
000880                        ==DIP-MASTER-REC==.
000890
000900 FD  DIPHIST-FILE.
000910 COPY CPDIPST.
000920
000930 FD  IBANMAST-FILE.
000940 COPY CPCOBAN.
000950
000960 FD  SALAUDIT-FILE.
000970 COPY CPSALAU.
000980
000990 FD  NETDETT-FILE.
001000 COPY CPNETDT.
001010
001020 FD  PRDMAST-FILE.
001030 COPY CPPRODM REPLACING ==##PRODOTTO-RECORD##== BY
001040                        ==PRD-MASTER-REC==.
001050
001060 FD  MVJRNL-FILE.
001070 COPY CPMVJRN.
001080
001090 FD  ORDAPRT-FILE.
001100 COPY CPORDAP.
001110
001120 FD  ACCLOG-FILE.
001130 COPY CPACCLG.
001140
001150 WORKING-STORAGE SECTION.
001160*****************************************************************
001170*  CODICI DI STATO DEI FILE                                     *
001180*****************************************************************
001190 01  WS-FILE-STATUS-AREA.
001200     05  WS-FS-DIPMAST           PIC X(02).
001210     05  WS-FS-DIPHIST           PIC X(02).
001220     05  WS-FS-IBANMAST          PIC X(02).
001230     05  WS-FS-SALAUDIT          PIC X(02).
001240     05  WS-FS-NETDETT           PIC X(02).
001250     05  WS-FS-PRDMAST           PIC X(02).
001260     05  WS-FS-MVJRNL            PIC X(02).
001270     05  WS-FS-ORDAPRT           PIC X(02).
001280     05  WS-FS-ACCLOG            PIC X(02).
001290
001300*****************************************************************
001310*  INDICATORI DI FINE FILE, ARCHIVI ASSENTI E SWITCH DI         *
001320*  SESSIONE                                                     *
001330*****************************************************************
001340 01  WS-INDICATORI.
001350     05  WS-SW-FINE-SESSIONE     PIC X(01)   VALUE "N".
001360         88  FINE-SESSIONE                   VALUE "S".
001370     05  WS-SW-RITORNO-MENU      PIC X(01)   VALUE "N".
001380         88  RITORNO-MENU                    VALUE "S".
001390         88  RESTA-IN-VIDEATA                VALUE "N".
001400     05  WS-SW-FINE-SALAUDIT     PIC X(01)   VALUE "N".
001410         88  FINE-SALAUDIT                   VALUE "S".
001420     05  WS-SW-FINE-NETDETT      PIC X(01)   VALUE "N".
001430         88  FINE-NETDETT                    VALUE "S".
001440     05  WS-SW-FINE-MVJRNL       PIC X(01)   VALUE "N".
001450         88  FINE-MVJRNL                     VALUE "S".
001460     05  WS-SW-FINE-ORDAPRT      PIC X(01)   VALUE "N".
001470         88  FINE-ORDAPRT                    VALUE "S".
001480     05  WS-SW-DIPMAST           PIC X(01)   VALUE "N".
001490         88  DIPMAST-ASSENTE                 VALUE "S".
001500     05  WS-SW-DIPHIST           PIC X(01)   VALUE "N".
001510         88  DIPHIST-ASSENTE                 VALUE "S".
001520     05  WS-SW-IBANMAST          PIC X(01)   VALUE "N".
001530         88  IBANMAST-ASSENTE                VALUE "S".
001540     05  WS-SW-PRDMAST           PIC X(01)   VALUE "N".
001550         88  PRDMAST-ASSENTE                 VALUE "S".
001560     05  WS-SW-ESITO-RICERCA     PIC X(01)   VALUE "N".
001570         88  TROVATA-SU-ANAGRAFICO           VALUE "M".
001580         88  TROVATA-SU-STORICO              VALUE "S".
001590         88  MATRICOLA-NON-TROVATA           VALUE "N".
001600     05  WS-SW-ACCESSO           PIC X(01)   VALUE "N".
001610         88  ACCESSO-REGISTRATO              VALUE "S".
001620         88  ACCESSO-NON-REGISTRATO          VALUE "N".
001630
001640*****************************************************************
001650*  CAMPI DI INPUT DELLE VIDEATE E MESSAGGIO DI RIGA 24          *
001660*****************************************************************
001670 01  WS-INPUT-VIDEO.
001680     05  WS-OPERATORE            PIC X(08)   VALUE SPACES.
001690     05  WS-SCELTA               PIC X(01)   VALUE SPACES.
001700     05  WS-CD-MATRICOLA         PIC 9(06)   VALUE 0.
001710     05  WS-CP-CODICE            PIC X(10)   VALUE SPACES.
001720     05  WS-CP-COMANDO           PIC X(01)   VALUE SPACES.
001730 77  WS-MESSAGGIO                PIC X(79)   VALUE SPACES.
001740 77  WS-MINUSCOLE                PIC X(26)
001750         VALUE "abcdefghijklmnopqrstuvwxyz".
001760 77  WS-MAIUSCOLE                PIC X(26)
001770         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001780
001790*****************************************************************
001800*  DATI MOSTRATI NELLA VIDEATA DIPENDENTE                       *
001810*****************************************************************
001820 01  WS-VIDEO-DIPENDENTE.
001830     05  WS-VD-FONTE             PIC X(28).
001840     05  WS-VD-COGNOME           PIC X(20).
001850     05  WS-VD-NOME              PIC X(20).
001860     05  WS-VD-NASCITA           PIC X(10).
001870     05  WS-VD-DIPARTIMENTO      PIC X(15).
001880     05  WS-VD-STIPENDIO         PIC ZZ.ZZ9,99.
001890     05  WS-VD-ANNI-SERVIZIO     PIC Z9.
001900     05  WS-VD-STATO             PIC X(10).
001910     05  WS-VD-ASSUNZIONE        PIC 9999/99/99 BLANK WHEN ZERO.
001920     05  WS-VD-CESSAZIONE        PIC 9999/99/99 BLANK WHEN ZERO.
001930     05  WS-VD-ARCHIVIAZIONE     PIC 9999/99/99 BLANK WHEN ZERO.
001940     05  WS-VD-IBAN              PIC X(27).
001950     05  WS-VD-STATO-IBAN        PIC X(22).
001960     05  WS-VD-INTESTATARIO      PIC X(30).
001970     05  WS-VD-BLOCCO            PIC X(30).
001980     05  WS-VD-NET-PERIODO       PIC X(06).
001990     05  WS-VD-LORDO             PIC Z.ZZZ.ZZ9,99.
002000     05  WS-VD-TRATTENUTE        PIC Z.ZZZ.ZZ9,99.
002010     05  WS-VD-NETTO             PIC Z.ZZZ.ZZ9,99.
002020     05  WS-VD-NUM-AUMENTI       PIC ZZZ9.
002030     05  WS-VD-ULTIMO-AUMENTO    PIC 9999/99/99 BLANK WHEN ZERO.
002040     05  WS-VD-RIGA-AUMENTO      PIC X(70) OCCURS 6 TIMES.
002050 77  WS-VD-DATA-OGGI             PIC 9999/99/99.
002060 77  WS-DATA-APPOGGIO            PIC 9(08)   VALUE 0.
002070
002080*****************************************************************
002090*  STORIA DEGLI AUMENTI: LE ULTIME SEI RIGHE SALAUDIT DELLA     *
002100*  MATRICOLA IN ORDINE DI REGISTRAZIONE (LA PIU' VECCHIA ESCE   *
002110*  QUANDO LA TABELLA E' PIENA), MOSTRATE DALLA PIU' RECENTE     *
002120*****************************************************************
002130 01  WS-TABELLA-AUMENTI.
002140     05  WS-AUM-RIGA             PIC X(70) OCCURS 6 TIMES.
002150 77  WS-AUM-COUNT                PIC 9(01)   VALUE 0.
002160 77  WS-AUM-TOTALI               PIC 9(04)   VALUE 0.
002170 77  WS-AUM-IDX                  PIC 9(01)   VALUE 0.
002180 77  WS-AUM-DATA-ULTIMO          PIC 9(08)   VALUE 0.
002190
002200 01  WS-RIGA-AUMENTO.
002210     05  WS-RA-DATA              PIC 9999/99/99.
002220     05  FILLER                  PIC X(02)   VALUE SPACES.
002230     05  WS-RA-PERIODO           PIC X(06).
002240     05  FILLER                  PIC X(07)   VALUE SPACES.
002250     05  WS-RA-STIPENDIO-PREC    PIC ZZ.ZZ9,99.
002260     05  FILLER                  PIC X(02)   VALUE SPACES.
002270     05  WS-RA-STIPENDIO-NUOVO   PIC ZZ.ZZ9,99.
002280     05  FILLER                  PIC X(02)   VALUE SPACES.
002290     05  WS-RA-IMPORTO           PIC ZZ.ZZ9,99.
002300     05  FILLER                  PIC X(04)   VALUE SPACES.
002310     05  WS-RA-PERCENTUALE       PIC Z9,99.
002320     05  FILLER                  PIC X(01)   VALUE "%".
002330
002340*****************************************************************
002350*  ULTIMO NETTO: LA RIGA NETDETT DELLA MATRICOLA CON IL PERIODO *
002360*  PAGA PIU' RECENTE (A PARITA' DI PERIODO L'ULTIMA DEL FILE)   *
002370*****************************************************************
002380 77  WS-NET-PERIODO              PIC X(06)   VALUE SPACES.
002390
002400*****************************************************************
002410*  DATI MOSTRATI NELLA VIDEATA PRODOTTO                         *
002420*****************************************************************
002430 01  WS-VIDEO-PRODOTTO.
002440     05  WS-VP-DESCRIZIONE       PIC X(30).
002450     05  WS-VP-LINEA-PROD        PIC X(04).
002460     05  WS-VP-STATO             PIC X(01).
002470     05  WS-VP-CLASSE-ABC        PIC X(01).
002480     05  WS-VP-COSTO-MEDIO       PIC Z.ZZ9,99.
002490     05  WS-VP-PREZZO            PIC Z.ZZ9,99.
002500     05  WS-VP-PUNTO-RIORDINO    PIC ZZZZ9.
002510     05  WS-VP-QUANTITA          PIC ZZZZ9.
002520     05  WS-VP-GIACENZA-DEP      PIC ZZZZ9 OCCURS 2 TIMES.
002530     05  WS-VP-IMPEGNATO-DEP     PIC ZZZZ9 OCCURS 2 TIMES.
002540     05  WS-VP-NUM-MOVIMENTI     PIC ZZZZZZ9.
002550     05  WS-VP-PAGINA            PIC ZZZZ9.
002560     05  WS-VP-PAGINE            PIC ZZZZ9.
002570     05  WS-VP-RIGA-MOVIMENTO    PIC X(78) OCCURS 8 TIMES.
002580     05  WS-VP-NUM-ORDINI        PIC ZZZ9.
002590     05  WS-VP-QTA-IN-ARRIVO     PIC ZZZZZZ9.
002600     05  WS-VP-RIGA-ORDINE       PIC X(78) OCCURS 2 TIMES.
002610
002620*****************************************************************
002630*  PAGINAZIONE DEL GIORNALE MVJRNL: LE RIGHE DEL CODICE SONO    *
002640*  NUMERATE NELL'ORDINE DI REGISTRAZIONE (1 = LA PIU' VECCHIA); *
002650*  LA PAGINA 1 MOSTRA LE OTTO PIU' RECENTI. OGNI PAGINA RILEGGE *
002660*  IL GIORNALE, COSI' NON C'E' LIMITE AL NUMERO DI MOVIMENTI    *
002670*****************************************************************
002680 77  WS-CODICE-CORRENTE          PIC X(10)   VALUE SPACES.
002690 77  WS-MOV-TOTALI               PIC 9(07)   VALUE 0.
002700 77  WS-MOV-ORDINALE             PIC 9(07)   VALUE 0.
002710 77  WS-MOV-ALTO                 PIC 9(07)   VALUE 0.
002720 77  WS-MOV-BASSO                PIC 9(07)   VALUE 0.
002730 77  WS-MOV-RIGA                 PIC 9(02)   VALUE 0.
002740 77  WS-PAGINA                   PIC 9(05)   VALUE 0.
002750 77  WS-PAGINE                   PIC 9(05)   VALUE 0.
002760 77  WS-ORD-COUNT                PIC 9(04)   VALUE 0.
002770 77  WS-ORD-QTA-IN-ARRIVO        PIC 9(07)   VALUE 0.
002780 77  WS-ORD-RESIDUO              PIC 9(05)   VALUE 0.
002790 77  WS-IMPEGNATO                PIC 9(05)   VALUE 0.
002800
002810 01  WS-RIGA-MOVIMENTO.
002820     05  WS-RMV-DATA             PIC 9999/99/99.
002830     05  FILLER                  PIC X(01)   VALUE SPACES.
002840     05  WS-RMV-ORA              PIC 9(06).
002850     05  FILLER                  PIC X(01)   VALUE SPACES.
002860     05  WS-RMV-TIPO             PIC X(10).
002870     05  FILLER                  PIC X(01)   VALUE SPACES.
002880     05  WS-RMV-DEPOSITO         PIC X(02).
002890     05  FILLER                  PIC X(01)   VALUE SPACES.
002900     05  WS-RMV-QUANTITA         PIC ZZZZ9.
002910     05  FILLER                  PIC X(01)   VALUE SPACES.
002920     05  WS-RMV-GIACENZA-DOPO    PIC ZZZZ9.
002930     05  FILLER                  PIC X(01)   VALUE SPACES.
002940     05  WS-RMV-GIAC-DEP-DOPO    PIC ZZZZ9.
002950     05  FILLER                  PIC X(01)   VALUE SPACES.
002960     05  WS-RMV-COSTO-UNIT       PIC Z.ZZ9,99 BLANK WHEN ZERO.
002970     05  FILLER                  PIC X(01)   VALUE SPACES.
002980     05  WS-RMV-NUM-LOTTO        PIC X(10).
002990     05  FILLER                  PIC X(01)   VALUE SPACES.
003000     05  WS-RMV-NUM-ORDINE       PIC ZZZZZZ.
003010
003020 01  WS-RIGA-ORDINE.
003030     05  WS-ROR-NUMERO-ORDINE    PIC 9(06).
003040     05  FILLER                  PIC X(02)   VALUE SPACES.
003050     05  WS-ROR-CODICE-FORN      PIC X(06).
003060     05  FILLER                  PIC X(01)   VALUE SPACES.
003070     05  WS-ROR-QTA-ORDINATA     PIC ZZZZZ9.
003080     05  FILLER                  PIC X(01)   VALUE SPACES.
003090     05  WS-ROR-QTA-RICEVUTA     PIC ZZZZZ9.
003100     05  FILLER                  PIC X(02)   VALUE SPACES.
003110     05  WS-ROR-DATA-PREVISTA    PIC 9999/99/99.
003120     05  FILLER                  PIC X(02)   VALUE SPACES.
003130     05  WS-ROR-DATA-ORDINE      PIC 9999/99/99.
003140
003150 01  WS-DATA-SISTEMA.
003160     05  WS-DS-ANNO              PIC 9(04).
003170     05  WS-DS-MESE              PIC 9(02).
003180     05  WS-DS-GIORNO            PIC 9(02).
003190 01  WS-ORA-SISTEMA.
003200     05  WS-OS-HHMMSS            PIC 9(06).
003210     05  WS-OS-CENTESIMI         PIC 9(02).
003220
003230*****************************************************************
003240*  VIDEATE                                                      *
003250*****************************************************************
003260 SCREEN SECTION.
003270 01  SCR-MENU.
003280     05  BLANK SCREEN.
003290     05  LINE 1 COLUMN 1
003300         VALUE "CONSVID - CONSULTAZIONE ARCHIVI (SOLA LETTURA)".
003310     05  LINE 1 COLUMN 60 VALUE "DATA".
003320     05  LINE 1 COLUMN 66 PIC X(10) FROM WS-VD-DATA-OGGI.
003330     05  LINE 4 COLUMN 5 VALUE "CODICE OPERATORE:".
003340     05  LINE 4 COLUMN 24 PIC X(08) USING WS-OPERATORE.
003350     05  LINE 6 COLUMN 5
003360         VALUE "1 - DIPENDENTE (DIPMAST/DIPHIST, SALAUDIT,".
003370     05  LINE 6 COLUMN 48 VALUE "IBANMAST, NETDETT)".
003380     05  LINE 7 COLUMN 5
003390         VALUE "2 - PRODOTTO (PRDMAST, MVJRNL, ORDAPRT)".
003400     05  LINE 8 COLUMN 5 VALUE "X - FINE".
003410     05  LINE 10 COLUMN 5 VALUE "SCELTA:".
003420     05  LINE 10 COLUMN 13 PIC X(01) USING WS-SCELTA.
003430     05  LINE 12 COLUMN 5
003440         VALUE "LE INTERROGAZIONI SUI DIPENDENTI SONO REGISTRATE".
003450     05  LINE 12 COLUMN 54 VALUE "CON IL CODICE OPERATORE".
003460     05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGGIO.
003470
003480 01  SCR-DIPENDENTE.
003490     05  BLANK SCREEN.
003500     05  LINE 1 COLUMN 1
003510         VALUE "CONSVID - INTERROGAZIONE DIPENDENTE".
003520     05  LINE 1 COLUMN 60 VALUE "DATA".
003530     05  LINE 1 COLUMN 66 PIC X(10) FROM WS-VD-DATA-OGGI.
003540     05  LINE 3 COLUMN 1 VALUE "MATRICOLA ....:".
003550     05  LINE 3 COLUMN 17 PIC 9(06) USING WS-CD-MATRICOLA.
003560     05  LINE 3 COLUMN 24 VALUE "(000000 = MENU)".
003570     05  LINE 3 COLUMN 41 PIC X(28) FROM WS-VD-FONTE.
003580     05  LINE 5 COLUMN 1 VALUE "COGNOME E NOME:".
003590     05  LINE 5 COLUMN 17 PIC X(20) FROM WS-VD-COGNOME.
003600     05  LINE 5 COLUMN 38 PIC X(20) FROM WS-VD-NOME.
003610     05  LINE 6 COLUMN 1 VALUE "NATO IL ......:".
003620     05  LINE 6 COLUMN 17 PIC X(10) FROM WS-VD-NASCITA.
003630     05  LINE 6 COLUMN 30 VALUE "DIPARTIMENTO:".
003640     05  LINE 6 COLUMN 44 PIC X(15) FROM WS-VD-DIPARTIMENTO.
003650     05  LINE 7 COLUMN 1 VALUE "STIPENDIO ....:".
003660     05  LINE 7 COLUMN 17 PIC X(09) FROM WS-VD-STIPENDIO.
003670     05  LINE 7 COLUMN 30 VALUE "ANNI SERVIZIO:".
003680     05  LINE 7 COLUMN 45 PIC X(02) FROM WS-VD-ANNI-SERVIZIO.
003690     05  LINE 7 COLUMN 50 VALUE "STATO:".
003700     05  LINE 7 COLUMN 57 PIC X(10) FROM WS-VD-STATO.
003710     05  LINE 8 COLUMN 1 VALUE "ASSUNTO IL ...:".
003720     05  LINE 8 COLUMN 17 PIC X(10) FROM WS-VD-ASSUNZIONE.
003730     05  LINE 8 COLUMN 30 VALUE "CESSATO IL:".
003740     05  LINE 8 COLUMN 42 PIC X(10) FROM WS-VD-CESSAZIONE.
003750     05  LINE 8 COLUMN 55 VALUE "ARCHIV. IL:".
003760     05  LINE 8 COLUMN 67 PIC X(10) FROM WS-VD-ARCHIVIAZIONE.
003770     05  LINE 10 COLUMN 1 VALUE "IBAN .........:".
003780     05  LINE 10 COLUMN 17 PIC X(27) FROM WS-VD-IBAN.
003790     05  LINE 10 COLUMN 46 PIC X(22) FROM WS-VD-STATO-IBAN.
003800     05  LINE 11 COLUMN 1 VALUE "INTESTATARIO .:".
003810     05  LINE 11 COLUMN 17 PIC X(30) FROM WS-VD-INTESTATARIO.
003820     05  LINE 11 COLUMN 48 PIC X(30) FROM WS-VD-BLOCCO.
003830     05  LINE 13 COLUMN 1 VALUE "ULTIMO NETTO .:".
003840     05  LINE 13 COLUMN 17 VALUE "PERIODO".
003850     05  LINE 13 COLUMN 25 PIC X(06) FROM WS-VD-NET-PERIODO.
003860     05  LINE 13 COLUMN 33 VALUE "LORDO".
003870     05  LINE 13 COLUMN 39 PIC X(12) FROM WS-VD-LORDO.
003880     05  LINE 13 COLUMN 53 VALUE "TRATT.".
003890     05  LINE 13 COLUMN 60 PIC X(12) FROM WS-VD-TRATTENUTE.
003900     05  LINE 14 COLUMN 33 VALUE "NETTO".
003910     05  LINE 14 COLUMN 39 PIC X(12) FROM WS-VD-NETTO.
003920     05  LINE 16 COLUMN 1 VALUE "AUMENTI ......:".
003930     05  LINE 16 COLUMN 17 PIC X(04) FROM WS-VD-NUM-AUMENTI.
003940     05  LINE 16 COLUMN 23 VALUE "ULTIMO AUMENTO IL".
003950     05  LINE 16 COLUMN 41 PIC X(10) FROM WS-VD-ULTIMO-AUMENTO.
003960     05  LINE 17 COLUMN 3
003970         VALUE "DATA        PERIODO     STIP.PREC. STIP.NUOVO".
003980     05  LINE 17 COLUMN 50 VALUE "AUMENTO    PERC.".
003990     05  LINE 18 COLUMN 3 PIC X(70)
004000         FROM WS-VD-RIGA-AUMENTO(1).
004010     05  LINE 19 COLUMN 3 PIC X(70)
004020         FROM WS-VD-RIGA-AUMENTO(2).
004030     05  LINE 20 COLUMN 3 PIC X(70)
004040         FROM WS-VD-RIGA-AUMENTO(3).
004050     05  LINE 21 COLUMN 3 PIC X(70)
004060         FROM WS-VD-RIGA-AUMENTO(4).
004070     05  LINE 22 COLUMN 3 PIC X(70)
004080         FROM WS-VD-RIGA-AUMENTO(5).
004090     05  LINE 23 COLUMN 3 PIC X(70)
004100         FROM WS-VD-RIGA-AUMENTO(6).
004110     05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGGIO.
004120
004130 01  SCR-PRODOTTO.
004140     05  BLANK SCREEN.
004150     05  LINE 1 COLUMN 1
004160         VALUE "CONSVID - INTERROGAZIONE PRODOTTO".
004170     05  LINE 1 COLUMN 60 VALUE "DATA".
004180     05  LINE 1 COLUMN 66 PIC X(10) FROM WS-VD-DATA-OGGI.
004190     05  LINE 3 COLUMN 1 VALUE "CODICE ......:".
004200     05  LINE 3 COLUMN 16 PIC X(10) USING WS-CP-CODICE.
004210     05  LINE 3 COLUMN 28 VALUE "COMANDO:".
004220     05  LINE 3 COLUMN 37 PIC X(01) USING WS-CP-COMANDO.
004230     05  LINE 3 COLUMN 39
004240         VALUE "(A=PIU' VECCHI I=PIU' RECENTI M=MENU)".
004250     05  LINE 5 COLUMN 1 VALUE "DESCRIZIONE .:".
004260     05  LINE 5 COLUMN 16 PIC X(30) FROM WS-VP-DESCRIZIONE.
004270     05  LINE 5 COLUMN 48 VALUE "LINEA:".
004280     05  LINE 5 COLUMN 55 PIC X(04) FROM WS-VP-LINEA-PROD.
004290     05  LINE 5 COLUMN 61 VALUE "STATO:".
004300     05  LINE 5 COLUMN 68 PIC X(01) FROM WS-VP-STATO.
004310     05  LINE 5 COLUMN 71 VALUE "ABC:".
004320     05  LINE 5 COLUMN 76 PIC X(01) FROM WS-VP-CLASSE-ABC.
004330     05  LINE 6 COLUMN 1 VALUE "COSTO MEDIO .:".
004340     05  LINE 6 COLUMN 16 PIC X(08) FROM WS-VP-COSTO-MEDIO.
004350     05  LINE 6 COLUMN 28 VALUE "PREZZO:".
004360     05  LINE 6 COLUMN 36 PIC X(08) FROM WS-VP-PREZZO.
004370     05  LINE 6 COLUMN 48 VALUE "PUNTO RIORDINO:".
004380     05  LINE 6 COLUMN 64 PIC X(05) FROM WS-VP-PUNTO-RIORDINO.
004390     05  LINE 7 COLUMN 1 VALUE "GIACENZA ....:".
004400     05  LINE 7 COLUMN 16 PIC X(05) FROM WS-VP-QUANTITA.
004410     05  LINE 7 COLUMN 24 VALUE "DEP.01:".
004420     05  LINE 7 COLUMN 32 PIC X(05) FROM WS-VP-GIACENZA-DEP(1).
004430     05  LINE 7 COLUMN 38 VALUE "IMP.".
004440     05  LINE 7 COLUMN 43 PIC X(05) FROM WS-VP-IMPEGNATO-DEP(1).
004450     05  LINE 7 COLUMN 51 VALUE "DEP.02:".
004460     05  LINE 7 COLUMN 59 PIC X(05) FROM WS-VP-GIACENZA-DEP(2).
004470     05  LINE 7 COLUMN 65 VALUE "IMP.".
004480     05  LINE 7 COLUMN 70 PIC X(05) FROM WS-VP-IMPEGNATO-DEP(2).
004490     05  LINE 9 COLUMN 1 VALUE "MOVIMENTI ...:".
004500     05  LINE 9 COLUMN 16 PIC X(07) FROM WS-VP-NUM-MOVIMENTI.
004510     05  LINE 9 COLUMN 25 VALUE "PAGINA".
004520     05  LINE 9 COLUMN 32 PIC X(05) FROM WS-VP-PAGINA.
004530     05  LINE 9 COLUMN 38 VALUE "DI".
004540     05  LINE 9 COLUMN 41 PIC X(05) FROM WS-VP-PAGINE.
004550     05  LINE 10 COLUMN 2
004560         VALUE "DATA       ORA    TIPO       DP QUANT GIAC. DEP.".
004570     05  LINE 10 COLUMN 55 VALUE "COSTO LOTTO      ORDINE".
004580     05  LINE 11 COLUMN 2 PIC X(78)
004590         FROM WS-VP-RIGA-MOVIMENTO(1).
004600     05  LINE 12 COLUMN 2 PIC X(78)
004610         FROM WS-VP-RIGA-MOVIMENTO(2).
004620     05  LINE 13 COLUMN 2 PIC X(78)
004630         FROM WS-VP-RIGA-MOVIMENTO(3).
004640     05  LINE 14 COLUMN 2 PIC X(78)
004650         FROM WS-VP-RIGA-MOVIMENTO(4).
004660     05  LINE 15 COLUMN 2 PIC X(78)
004670         FROM WS-VP-RIGA-MOVIMENTO(5).
004680     05  LINE 16 COLUMN 2 PIC X(78)
004690         FROM WS-VP-RIGA-MOVIMENTO(6).
004700     05  LINE 17 COLUMN 2 PIC X(78)
004710         FROM WS-VP-RIGA-MOVIMENTO(7).
004720     05  LINE 18 COLUMN 2 PIC X(78)
004730         FROM WS-VP-RIGA-MOVIMENTO(8).
004740     05  LINE 20 COLUMN 1 VALUE "ORDINI APERTI:".
004750     05  LINE 20 COLUMN 16 PIC X(04) FROM WS-VP-NUM-ORDINI.
004760     05  LINE 20 COLUMN 22 VALUE "QTA IN ARRIVO:".
004770     05  LINE 20 COLUMN 37 PIC X(07) FROM WS-VP-QTA-IN-ARRIVO.
004780     05  LINE 21 COLUMN 2
004790         VALUE "ORDINE  FORN.  ORDIN. RICEV.  PREVISTA".
004800     05  LINE 21 COLUMN 44 VALUE "EMESSO IL".
004810     05  LINE 22 COLUMN 2 PIC X(78) FROM WS-VP-RIGA-ORDINE(1).
004820     05  LINE 23 COLUMN 2 PIC X(78) FROM WS-VP-RIGA-ORDINE(2).
004830     05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGGIO.
004840
004850 PROCEDURE DIVISION.
004860*****************************************************************
004870*  0000-MAINLINE - CONTROLLO PRINCIPALE DELLA SESSIONE          *
004880*****************************************************************
004890 0000-MAINLINE.
004900     PERFORM 1000-INIZIALIZZA THRU 1000-EXIT
004910     PERFORM 2000-MENU THRU 2000-EXIT
004920         UNTIL FINE-SESSIONE
004930     PERFORM 9000-TERMINA THRU 9000-EXIT
004940     STOP RUN.
004950
004960*****************************************************************
004970*  1000-INIZIALIZZA - APERTURA IN INPUT DEGLI ARCHIVI           *
004980*  INDICIZZATI; UN ARCHIVIO ASSENTE VIENE SEGNALATO IN VIDEATA  *
004990*  E NON LETTO                                                  *
005000*****************************************************************
005010 1000-INIZIALIZZA.
005020     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
005030     MOVE WS-DATA-SISTEMA TO WS-DATA-APPOGGIO
005040     MOVE WS-DATA-APPOGGIO TO WS-VD-DATA-OGGI
005050
005060     OPEN INPUT DIPMAST-FILE
005070     IF WS-FS-DIPMAST = "35"
005080         SET DIPMAST-ASSENTE TO TRUE
005090     END-IF
005100     OPEN INPUT DIPHIST-FILE
005110     IF WS-FS-DIPHIST = "35"
005120         SET DIPHIST-ASSENTE TO TRUE
005130     END-IF
005140     OPEN INPUT IBANMAST-FILE
005150     IF WS-FS-IBANMAST = "35"
005160         SET IBANMAST-ASSENTE TO TRUE
005170     END-IF
005180     OPEN INPUT PRDMAST-FILE
005190     IF WS-FS-PRDMAST = "35"
005200         SET PRDMAST-ASSENTE TO TRUE
005210     END-IF.
005220 1000-EXIT.
005230     EXIT.
005240
005250*****************************************************************
005260*  2000-MENU - CODICE OPERATORE E SCELTA DELLA VIDEATA. SENZA   *
005270*  CODICE OPERATORE NON SI ENTRA NELLE INTERROGAZIONI: SERVE    *
005280*  AL REGISTRO ACCESSI                                          *
005290*****************************************************************
005300 2000-MENU.
005310     DISPLAY SCR-MENU
005320     ACCEPT SCR-MENU
005330     MOVE SPACES TO WS-MESSAGGIO
005340     INSPECT WS-SCELTA CONVERTING WS-MINUSCOLE TO WS-MAIUSCOLE
005350     INSPECT WS-OPERATORE CONVERTING WS-MINUSCOLE
005360         TO WS-MAIUSCOLE
005370
005380     IF WS-SCELTA = "X"
005390         SET FINE-SESSIONE TO TRUE
005400         GO TO 2000-EXIT
005410     END-IF
005420     IF WS-OPERATORE = SPACES
005430         MOVE "INDICARE IL CODICE OPERATORE" TO WS-MESSAGGIO
005440         GO TO 2000-EXIT
005450     END-IF
005460
005470     SET RESTA-IN-VIDEATA TO TRUE
005480     EVALUATE WS-SCELTA
005490         WHEN "1"
005500             MOVE 0 TO WS-CD-MATRICOLA
005510             MOVE SPACES TO WS-VIDEO-DIPENDENTE
005520             PERFORM 3000-VIDEATA-DIPENDENTE THRU 3000-EXIT
005530                 UNTIL RITORNO-MENU
005540         WHEN "2"
005550             MOVE SPACES TO WS-CP-CODICE
005560             MOVE SPACES TO WS-CODICE-CORRENTE
005570             MOVE SPACES TO WS-VIDEO-PRODOTTO
005580             PERFORM 5000-VIDEATA-PRODOTTO THRU 5000-EXIT
005590                 UNTIL RITORNO-MENU
005600         WHEN OTHER
005610             MOVE "SCELTA NON VALIDA: 1, 2 O X" TO WS-MESSAGGIO
005620     END-EVALUATE
005630     MOVE SPACES TO WS-SCELTA.
005640 2000-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*  3000-VIDEATA-DIPENDENTE - UNA INTERROGAZIONE PER MATRICOLA;  *
005690*  MATRICOLA A ZERO TORNA AL MENU                               *
005700*****************************************************************
005710 3000-VIDEATA-DIPENDENTE.
005720     DISPLAY SCR-DIPENDENTE
005730     ACCEPT SCR-DIPENDENTE
005740     MOVE SPACES TO WS-MESSAGGIO
005750     IF WS-CD-MATRICOLA = 0
005760         SET RITORNO-MENU TO TRUE
005770         GO TO 3000-EXIT
005780     END-IF
005790     PERFORM 3100-CERCA-DIPENDENTE THRU 3100-EXIT.
005800 3000-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840*  3100-CERCA-DIPENDENTE - MATRICOLA SU DIPMAST, ALTRIMENTI SU  *
005850*  DIPHIST (ARCHIVIATA A FINE ANNO DA DIPARCH). LA LETTURA      *
005860*  VIENE REGISTRATA SU ACCLOG PRIMA DI MOSTRARE QUALSIASI DATO, *
005870*  ANCHE QUANDO LA MATRICOLA NON ESISTE                         *
005880*****************************************************************
005890 3100-CERCA-DIPENDENTE.
005900     MOVE SPACES TO WS-VIDEO-DIPENDENTE
005910     SET MATRICOLA-NON-TROVATA TO TRUE
005920
005930     IF NOT DIPMAST-ASSENTE
005940         MOVE WS-CD-MATRICOLA TO DIP-MATRICOLA
005950         READ DIPMAST-FILE
005960             INVALID KEY
005970                 CONTINUE
005980             NOT INVALID KEY
005990                 SET TROVATA-SU-ANAGRAFICO TO TRUE
006000         END-READ
006010     END-IF
006020     IF MATRICOLA-NON-TROVATA AND NOT DIPHIST-ASSENTE
006030         MOVE WS-CD-MATRICOLA TO DST-MATRICOLA
006040         READ DIPHIST-FILE
006050             INVALID KEY
006060                 CONTINUE
006070             NOT INVALID KEY
006080                 SET TROVATA-SU-STORICO TO TRUE
006090         END-READ
006100     END-IF
006110
006120     PERFORM 3900-REGISTRA-ACCESSO THRU 3900-EXIT
006130     IF ACCESSO-NON-REGISTRATO
006140         MOVE SPACES TO WS-VIDEO-DIPENDENTE
006150         MOVE "ACCLOG NON SCRIVIBILE: DATI NON MOSTRATI"
006160             TO WS-MESSAGGIO
006170         GO TO 3100-EXIT
006180     END-IF
006190
006200     EVALUATE TRUE
006210         WHEN TROVATA-SU-ANAGRAFICO
006220             PERFORM 3110-MOSTRA-ANAGRAFICO THRU 3110-EXIT
006230         WHEN TROVATA-SU-STORICO
006240             PERFORM 3120-MOSTRA-STORICO THRU 3120-EXIT
006250         WHEN OTHER
006260             MOVE "MATRICOLA ASSENTE SU DIPMAST E SU DIPHIST"
006270                 TO WS-MESSAGGIO
006280             GO TO 3100-EXIT
006290     END-EVALUATE
006300
006310     PERFORM 3200-LEGGI-COORDINATE THRU 3200-EXIT
006320     PERFORM 3300-LEGGI-AUMENTI THRU 3300-EXIT
006330     PERFORM 3400-LEGGI-ULTIMO-NETTO THRU 3400-EXIT.
006340 3100-EXIT.
006350     EXIT.
006360
006370 3110-MOSTRA-ANAGRAFICO.
006380     MOVE "DA ANAGRAFICO DIPMAST" TO WS-VD-FONTE
006390     MOVE DIP-COGNOME TO WS-VD-COGNOME
006400     MOVE DIP-NOME TO WS-VD-NOME
006410     STRING DIP-GIORNO "/" DIP-MESE "/" DIP-ANNO
006420         DELIMITED BY SIZE INTO WS-VD-NASCITA
006430     MOVE DIP-DIPARTIMENTO TO WS-VD-DIPARTIMENTO
006440     MOVE DIP-STIPENDIO TO WS-VD-STIPENDIO
006450     MOVE DIP-ANNI-SERVIZIO TO WS-VD-ANNI-SERVIZIO
006460     EVALUATE TRUE
006470         WHEN DIP-REC-ATTIVO
006480             MOVE "ATTIVO" TO WS-VD-STATO
006490         WHEN DIP-REC-CESSATO
006500             MOVE "CESSATO" TO WS-VD-STATO
006510         WHEN OTHER
006520             MOVE DIP-STATO-REC TO WS-VD-STATO
006530     END-EVALUATE
006540     IF DIP-DATA-ASSUNZIONE IS NUMERIC
006550         MOVE DIP-DATA-ASSUNZIONE TO WS-DATA-APPOGGIO
006560         MOVE WS-DATA-APPOGGIO TO WS-VD-ASSUNZIONE
006570     END-IF
006580     IF DIP-DATA-CESSAZIONE IS NUMERIC
006590         MOVE DIP-DATA-CESSAZIONE TO WS-VD-CESSAZIONE
006600     END-IF
006610     MOVE 0 TO WS-VD-ARCHIVIAZIONE.
006620 3110-EXIT.
006630     EXIT.
006640
006650 3120-MOSTRA-STORICO.
006660     MOVE "ARCHIVIATO: DA STORICO DIPHIST" TO WS-VD-FONTE
006670     MOVE DST-COGNOME TO WS-VD-COGNOME
006680     MOVE DST-NOME TO WS-VD-NOME
006690     STRING DST-GIORNO "/" DST-MESE "/" DST-ANNO
006700         DELIMITED BY SIZE INTO WS-VD-NASCITA
006710     MOVE DST-DIPARTIMENTO TO WS-VD-DIPARTIMENTO
006720     MOVE DST-STIPENDIO TO WS-VD-STIPENDIO
006730     MOVE DST-ANNI-SERVIZIO TO WS-VD-ANNI-SERVIZIO
006740     MOVE "ARCHIVIATO" TO WS-VD-STATO
006750     IF DST-DATA-ASSUNZIONE IS NUMERIC
006760         MOVE DST-DATA-ASSUNZIONE TO WS-VD-ASSUNZIONE
006770     END-IF
006780     IF DST-DATA-CESSAZIONE IS NUMERIC
006790         MOVE DST-DATA-CESSAZIONE TO WS-VD-CESSAZIONE
006800     END-IF
006810     IF DST-DATA-ARCHIVIAZIONE IS NUMERIC
006820         MOVE DST-DATA-ARCHIVIAZIONE TO WS-VD-ARCHIVIAZIONE
006830     END-IF.
006840 3120-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880*  3200-LEGGI-COORDINATE - IBAN CORRENTE DA IBANMAST E BLOCCO   *
006890*  DEL PRIMO BONIFICO DOPO UNA VARIAZIONE (VEDERE CPCOBAN)      *
006900*****************************************************************
006910 3200-LEGGI-COORDINATE.
006920     IF IBANMAST-ASSENTE
006930         MOVE "IBANMAST NON DISPONIBILE" TO WS-VD-STATO-IBAN
006940         GO TO 3200-EXIT
006950     END-IF
006960     MOVE WS-CD-MATRICOLA TO CBN-MATRICOLA
006970     READ IBANMAST-FILE
006980         INVALID KEY
006990             MOVE "NESSUN IBAN REGISTRATO" TO WS-VD-STATO-IBAN
007000             GO TO 3200-EXIT
007010     END-READ
007020     MOVE CBN-IBAN TO WS-VD-IBAN
007030     MOVE CBN-INTESTATARIO TO WS-VD-INTESTATARIO
007040     IF CBN-REC-ATTIVO
007050         MOVE "ATTIVO" TO WS-VD-STATO-IBAN
007060     ELSE
007070         MOVE "SOSPESO" TO WS-VD-STATO-IBAN
007080     END-IF
007090     IF CBN-BLOCCO-ATTIVO
007100         MOVE "PRIMO BONIFICO IN TRATTENUTA" TO WS-VD-BLOCCO
007110     END-IF.
007120 3200-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160*  3300-LEGGI-AUMENTI - SCORRE SALAUDIT E TIENE LE ULTIME SEI   *
007170*  RIGHE DELLA MATRICOLA, POI LE MOSTRA DALLA PIU' RECENTE      *
007180*****************************************************************
007190 3300-LEGGI-AUMENTI.
007200     MOVE 0 TO WS-AUM-COUNT
007210     MOVE 0 TO WS-AUM-TOTALI
007220     MOVE 0 TO WS-AUM-DATA-ULTIMO
007230     MOVE "N" TO WS-SW-FINE-SALAUDIT
007240     OPEN INPUT SALAUDIT-FILE
007250     IF WS-FS-SALAUDIT = "35"
007260         GO TO 3300-EXIT
007270     END-IF
007280     PERFORM 3310-LEGGI-RIGA-AUMENTO THRU 3310-EXIT
007290         UNTIL FINE-SALAUDIT
007300     CLOSE SALAUDIT-FILE
007310
007320     MOVE WS-AUM-TOTALI TO WS-VD-NUM-AUMENTI
007330     MOVE WS-AUM-DATA-ULTIMO TO WS-VD-ULTIMO-AUMENTO
007340     IF WS-AUM-COUNT > 0
007350         PERFORM 3330-CAPOVOLGI-AUMENTI
007360             VARYING WS-AUM-IDX FROM 1 BY 1
007370             UNTIL WS-AUM-IDX > WS-AUM-COUNT
007380     END-IF.
007390 3300-EXIT.
007400     EXIT.
007410
007420 3310-LEGGI-RIGA-AUMENTO.
007430     READ SALAUDIT-FILE
007440         AT END
007450             SET FINE-SALAUDIT TO TRUE
007460             GO TO 3310-EXIT
007470     END-READ
007480     IF SALAU-MATRICOLA NOT = WS-CD-MATRICOLA
007490         GO TO 3310-EXIT
007500     END-IF
007510
007520     ADD 1 TO WS-AUM-TOTALI
007530     MOVE SALAU-DATA-ESECUZIONE TO WS-AUM-DATA-ULTIMO
007540     IF WS-AUM-COUNT < 6
007550         ADD 1 TO WS-AUM-COUNT
007560     ELSE
007570         PERFORM 3320-SCALA-AUMENTI
007580             VARYING WS-AUM-IDX FROM 1 BY 1
007590             UNTIL WS-AUM-IDX > 5
007600     END-IF
007610
007620     MOVE WS-AUM-DATA-ULTIMO TO WS-RA-DATA
007630     MOVE SALAU-PERIODO TO WS-RA-PERIODO
007640     MOVE SALAU-STIPENDIO-PREC TO WS-RA-STIPENDIO-PREC
007650     MOVE SALAU-STIPENDIO-NUOVO TO WS-RA-STIPENDIO-NUOVO
007660     MOVE SALAU-AUMENTO-IMPORTO TO WS-RA-IMPORTO
007670     MOVE SALAU-PERCENTUALE-APPL TO WS-RA-PERCENTUALE
007680     MOVE WS-RIGA-AUMENTO TO WS-AUM-RIGA(WS-AUM-COUNT).
007690 3310-EXIT.
007700     EXIT.
007710
007720 3320-SCALA-AUMENTI.
007730     MOVE WS-AUM-RIGA(WS-AUM-IDX + 1) TO WS-AUM-RIGA(WS-AUM-IDX).
007740
007750 3330-CAPOVOLGI-AUMENTI.
007760     MOVE WS-AUM-RIGA(WS-AUM-COUNT - WS-AUM-IDX + 1)
007770         TO WS-VD-RIGA-AUMENTO(WS-AUM-IDX).
007780
007790*****************************************************************
007800*  3400-LEGGI-ULTIMO-NETTO - RIGA NETDETT DELLA MATRICOLA CON   *
007810*  IL PERIODO PAGA PIU' RECENTE                                 *
007820*****************************************************************
007830 3400-LEGGI-ULTIMO-NETTO.
007840     MOVE SPACES TO WS-NET-PERIODO
007850     MOVE "N" TO WS-SW-FINE-NETDETT
007860     OPEN INPUT NETDETT-FILE
007870     IF WS-FS-NETDETT = "35"
007880         GO TO 3400-EXIT
007890     END-IF
007900     PERFORM 3410-LEGGI-RIGA-NETTO THRU 3410-EXIT
007910         UNTIL FINE-NETDETT
007920     CLOSE NETDETT-FILE
007930     IF WS-NET-PERIODO = SPACES
007940         MOVE "NESSUN CEDOLINO SU NETDETT" TO WS-MESSAGGIO
007950     END-IF.
007960 3400-EXIT.
007970     EXIT.
007980
007990 3410-LEGGI-RIGA-NETTO.
008000     READ NETDETT-FILE
008010         AT END
008020             SET FINE-NETDETT TO TRUE
008030             GO TO 3410-EXIT
008040     END-READ
008050     IF NETD-MATRICOLA NOT = WS-CD-MATRICOLA
008060         OR NETD-PERIODO < WS-NET-PERIODO
008070         GO TO 3410-EXIT
008080     END-IF
008090     MOVE NETD-PERIODO TO WS-NET-PERIODO
008100     MOVE NETD-PERIODO TO WS-VD-NET-PERIODO
008110     MOVE NETD-LORDO TO WS-VD-LORDO
008120     MOVE NETD-TRATTENUTE TO WS-VD-TRATTENUTE
008130     MOVE NETD-NETTO TO WS-VD-NETTO.
008140 3410-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*  3900-REGISTRA-ACCESSO - RIGA SU ACCLOG PER OGNI MATRICOLA    *
008190*  INTERROGATA. IL FILE SI APRE E SI CHIUDE A OGNI RIGA, COSI'  *
008200*  LA REGISTRAZIONE NON SI PERDE SE LA SESSIONE CADE            *
008210*****************************************************************
008220 3900-REGISTRA-ACCESSO.
008230     SET ACCESSO-NON-REGISTRATO TO TRUE
008240     ACCEPT WS-ORA-SISTEMA FROM TIME
008250     OPEN EXTEND ACCLOG-FILE
008260     IF WS-FS-ACCLOG = "35"
008270         OPEN OUTPUT ACCLOG-FILE
008280         CLOSE ACCLOG-FILE
008290         OPEN EXTEND ACCLOG-FILE
008300     END-IF
008310     IF WS-FS-ACCLOG NOT = "00"
008320         GO TO 3900-EXIT
008330     END-IF
008340
008350     MOVE SPACES TO ACL-RECORD
008360     MOVE WS-DATA-SISTEMA TO ACL-DATA
008370     MOVE WS-OS-HHMMSS TO ACL-ORA
008380     MOVE WS-OPERATORE TO ACL-OPERATORE
008390     MOVE "CONSVID" TO ACL-PROGRAMMA
008400     MOVE WS-CD-MATRICOLA TO ACL-MATRICOLA
008410     MOVE WS-SW-ESITO-RICERCA TO ACL-ESITO
008420     WRITE ACL-RECORD
008430     IF WS-FS-ACCLOG = "00"
008440         SET ACCESSO-REGISTRATO TO TRUE
008450     END-IF
008460     CLOSE ACCLOG-FILE.
008470 3900-EXIT.
008480     EXIT.
008490
008500*****************************************************************
008510*  5000-VIDEATA-PRODOTTO - UN CODICE NUOVO RIPARTE DALLA PAGINA *
008520*  DEI MOVIMENTI PIU' RECENTI; SULLO STESSO CODICE I COMANDI A  *
008530*  E I SCORRONO IL GIORNALE. CODICE A SPAZI O COMANDO M: MENU   *
008540*****************************************************************
008550 5000-VIDEATA-PRODOTTO.
008560     DISPLAY SCR-PRODOTTO
008570     ACCEPT SCR-PRODOTTO
008580     MOVE SPACES TO WS-MESSAGGIO
008590     INSPECT WS-CP-CODICE CONVERTING WS-MINUSCOLE
008600         TO WS-MAIUSCOLE
008610     INSPECT WS-CP-COMANDO CONVERTING WS-MINUSCOLE
008620         TO WS-MAIUSCOLE
008630
008640     IF WS-CP-COMANDO = "M" OR WS-CP-CODICE = SPACES
008650         SET RITORNO-MENU TO TRUE
008660         GO TO 5000-EXIT
008670     END-IF
008680
008690     IF WS-CP-CODICE NOT = WS-CODICE-CORRENTE
008700         OR WS-CP-COMANDO = SPACES
008710         PERFORM 5100-CERCA-PRODOTTO THRU 5100-EXIT
008720     ELSE
008730         PERFORM 5500-CAMBIA-PAGINA THRU 5500-EXIT
008740     END-IF
008750     MOVE SPACES TO WS-CP-COMANDO.
008760 5000-EXIT.
008770     EXIT.
008780
008790*****************************************************************
008800*  5100-CERCA-PRODOTTO - ANAGRAFICO PRDMAST, CONTEGGIO DEI      *
008810*  MOVIMENTI, PRIMA PAGINA E ORDINI APERTI DEL CODICE           *
008820*****************************************************************
008830 5100-CERCA-PRODOTTO.
008840     MOVE SPACES TO WS-VIDEO-PRODOTTO
008850     MOVE SPACES TO WS-CODICE-CORRENTE
008860     IF PRDMAST-ASSENTE
008870         MOVE "MASTER PRDMAST NON DISPONIBILE" TO WS-MESSAGGIO
008880         GO TO 5100-EXIT
008890     END-IF
008900     MOVE WS-CP-CODICE TO PRD-CODICE-PROD
008910     READ PRDMAST-FILE
008920         INVALID KEY
008930             MOVE "CODICE NON PRESENTE SU PRDMAST" TO WS-MESSAGGIO
008940             GO TO 5100-EXIT
008950     END-READ
008960
008970     MOVE PRD-DESCRIZIONE TO WS-VP-DESCRIZIONE
008980     MOVE PRD-LINEA-PROD TO WS-VP-LINEA-PROD
008990     MOVE PRD-STATO-REC TO WS-VP-STATO
009000     MOVE PRD-CLASSE-ABC TO WS-VP-CLASSE-ABC
009010     IF PRD-COSTO-MEDIO IS NUMERIC
009020         MOVE PRD-COSTO-MEDIO TO WS-VP-COSTO-MEDIO
009030     END-IF
009040     MOVE PRD-PREZZO TO WS-VP-PREZZO
009050     MOVE PRD-PUNTO-RIORDINO TO WS-VP-PUNTO-RIORDINO
009060     MOVE PRD-QUANTITA TO WS-VP-QUANTITA
009070     MOVE PRD-GIACENZA-DEP(1) TO WS-VP-GIACENZA-DEP(1)
009080     MOVE PRD-GIACENZA-DEP(2) TO WS-VP-GIACENZA-DEP(2)
009090     MOVE 0 TO WS-IMPEGNATO
009100     IF PRD-IMPEGNATO-DEP(1) IS NUMERIC
009110         MOVE PRD-IMPEGNATO-DEP(1) TO WS-IMPEGNATO
009120     END-IF
009130     MOVE WS-IMPEGNATO TO WS-VP-IMPEGNATO-DEP(1)
009140     MOVE 0 TO WS-IMPEGNATO
009150     IF PRD-IMPEGNATO-DEP(2) IS NUMERIC
009160         MOVE PRD-IMPEGNATO-DEP(2) TO WS-IMPEGNATO
009170     END-IF
009180     MOVE WS-IMPEGNATO TO WS-VP-IMPEGNATO-DEP(2)
009190     MOVE PRD-CODICE-PROD TO WS-CODICE-CORRENTE
009200
009210     PERFORM 5200-CONTA-MOVIMENTI THRU 5200-EXIT
009220     MOVE 1 TO WS-PAGINA
009230     PERFORM 5300-CARICA-PAGINA THRU 5300-EXIT
009240     PERFORM 5400-CERCA-ORDINI THRU 5400-EXIT.
009250 5100-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290*  5200-CONTA-MOVIMENTI - RIGHE MVJRNL DEL CODICE E NUMERO DI   *
009300*  PAGINE DA OTTO RIGHE                                         *
009310*****************************************************************
009320 5200-CONTA-MOVIMENTI.
009330     MOVE 0 TO WS-MOV-TOTALI
009340     MOVE "N" TO WS-SW-FINE-MVJRNL
009350     OPEN INPUT MVJRNL-FILE
009360     IF WS-FS-MVJRNL = "35"
009370         SET FINE-MVJRNL TO TRUE
009380     END-IF
009390     PERFORM 5210-CONTA-RIGA THRU 5210-EXIT
009400         UNTIL FINE-MVJRNL
009410     IF WS-FS-MVJRNL NOT = "35"
009420         CLOSE MVJRNL-FILE
009430     END-IF
009440
009450     COMPUTE WS-PAGINE = (WS-MOV-TOTALI + 7) / 8
009460     IF WS-PAGINE = 0
009470         MOVE 1 TO WS-PAGINE
009480     END-IF
009490     MOVE WS-MOV-TOTALI TO WS-VP-NUM-MOVIMENTI
009500     MOVE WS-PAGINE TO WS-VP-PAGINE.
009510 5200-EXIT.
009520     EXIT.
009530
009540 5210-CONTA-RIGA.
009550     READ MVJRNL-FILE
009560         AT END
009570             SET FINE-MVJRNL TO TRUE
009580             GO TO 5210-EXIT
009590     END-READ
009600     IF MVJ-CODICE-PROD = WS-CODICE-CORRENTE
009610         ADD 1 TO WS-MOV-TOTALI
009620     END-IF.
009630 5210-EXIT.
009640     EXIT.
009650
009660*****************************************************************
009670*  5300-CARICA-PAGINA - LE RIGHE DEL CODICE CON NUMERO D'ORDINE *
009680*  TRA WS-MOV-BASSO E WS-MOV-ALTO, LA PIU' RECENTE IN TESTA; LA *
009690*  LETTURA SI FERMA ALL'ULTIMA RIGA DELLA PAGINA                *
009700*****************************************************************
009710 5300-CARICA-PAGINA.
009720     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(1)
009730     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(2)
009740     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(3)
009750     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(4)
009760     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(5)
009770     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(6)
009780     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(7)
009790     MOVE SPACES TO WS-VP-RIGA-MOVIMENTO(8)
009800     MOVE WS-PAGINA TO WS-VP-PAGINA
009810     IF WS-MOV-TOTALI = 0
009820         MOVE "NESSUN MOVIMENTO SUL GIORNALE MVJRNL"
009830             TO WS-MESSAGGIO
009840         GO TO 5300-EXIT
009850     END-IF
009860
009870     COMPUTE WS-MOV-ALTO = WS-MOV-TOTALI - (WS-PAGINA - 1) * 8
009880     IF WS-MOV-ALTO > 8
009890         COMPUTE WS-MOV-BASSO = WS-MOV-ALTO - 7
009900     ELSE
009910         MOVE 1 TO WS-MOV-BASSO
009920     END-IF
009930     MOVE 0 TO WS-MOV-ORDINALE
009940     MOVE "N" TO WS-SW-FINE-MVJRNL
009950     OPEN INPUT MVJRNL-FILE
009960     PERFORM 5310-CARICA-RIGA THRU 5310-EXIT
009970         UNTIL FINE-MVJRNL
009980         OR WS-MOV-ORDINALE NOT < WS-MOV-ALTO
009990     CLOSE MVJRNL-FILE.
010000 5300-EXIT.
010010     EXIT.
010020
010030 5310-CARICA-RIGA.
010040     READ MVJRNL-FILE
010050         AT END
010060             SET FINE-MVJRNL TO TRUE
010070             GO TO 5310-EXIT
010080     END-READ
010090     IF MVJ-CODICE-PROD NOT = WS-CODICE-CORRENTE
010100         GO TO 5310-EXIT
010110     END-IF
010120     ADD 1 TO WS-MOV-ORDINALE
010130     IF WS-MOV-ORDINALE < WS-MOV-BASSO
010140         GO TO 5310-EXIT
010150     END-IF
010160
010170     MOVE MVJ-DATA-MOVIMENTO TO WS-DATA-APPOGGIO
010180     MOVE WS-DATA-APPOGGIO TO WS-RMV-DATA
010190     MOVE MVJ-ORA-MOVIMENTO TO WS-RMV-ORA
010200     EVALUATE TRUE
010210         WHEN MVJ-CARICO
010220             MOVE "CARICO" TO WS-RMV-TIPO
010230         WHEN MVJ-SCARICO
010240             MOVE "SCARICO" TO WS-RMV-TIPO
010250         WHEN MVJ-TRASFERIMENTO
010260             MOVE "TRASFERIM." TO WS-RMV-TIPO
010270         WHEN MVJ-RETTIFICA
010280             MOVE "RETTIFICA" TO WS-RMV-TIPO
010290         WHEN OTHER
010300             MOVE MVJ-TIPO-MOV TO WS-RMV-TIPO
010310     END-EVALUATE
010320     MOVE MVJ-DEPOSITO TO WS-RMV-DEPOSITO
010330     MOVE MVJ-QUANTITA TO WS-RMV-QUANTITA
010340     MOVE MVJ-GIACENZA-DOPO TO WS-RMV-GIACENZA-DOPO
010350     MOVE MVJ-GIAC-DEP-DOPO TO WS-RMV-GIAC-DEP-DOPO
010360     MOVE MVJ-COSTO-UNIT TO WS-RMV-COSTO-UNIT
010370     MOVE MVJ-NUM-LOTTO TO WS-RMV-NUM-LOTTO
010380     MOVE MVJ-NUM-ORDINE TO WS-RMV-NUM-ORDINE
010390     COMPUTE WS-MOV-RIGA = WS-MOV-ALTO - WS-MOV-ORDINALE + 1
010400     MOVE WS-RIGA-MOVIMENTO TO WS-VP-RIGA-MOVIMENTO(WS-MOV-RIGA).
010410 5310-EXIT.
010420     EXIT.
010430
010440*****************************************************************
010450*  5400-CERCA-ORDINI - RIGHE APERTE DI ORDAPRT PER IL CODICE:   *
010460*  NUMERO, QUANTITA' ANCORA IN ARRIVO E LE PRIME DUE RIGHE      *
010470*****************************************************************
010480 5400-CERCA-ORDINI.
010490     MOVE 0 TO WS-ORD-COUNT
010500     MOVE 0 TO WS-ORD-QTA-IN-ARRIVO
010510     MOVE "N" TO WS-SW-FINE-ORDAPRT
010520     OPEN INPUT ORDAPRT-FILE
010530     IF WS-FS-ORDAPRT = "35"
010540         SET FINE-ORDAPRT TO TRUE
010550     END-IF
010560     PERFORM 5410-VERIFICA-ORDINE THRU 5410-EXIT
010570         UNTIL FINE-ORDAPRT
010580     IF WS-FS-ORDAPRT NOT = "35"
010590         CLOSE ORDAPRT-FILE
010600     END-IF
010610     MOVE WS-ORD-COUNT TO WS-VP-NUM-ORDINI
010620     MOVE WS-ORD-QTA-IN-ARRIVO TO WS-VP-QTA-IN-ARRIVO.
010630 5400-EXIT.
010640     EXIT.
010650
010660 5410-VERIFICA-ORDINE.
010670     READ ORDAPRT-FILE
010680         AT END
010690             SET FINE-ORDAPRT TO TRUE
010700             GO TO 5410-EXIT
010710     END-READ
010720     IF ORD-CODICE-PROD NOT = WS-CODICE-CORRENTE
010730         OR NOT ORD-APERTO
010740         GO TO 5410-EXIT
010750     END-IF
010760
010770     ADD 1 TO WS-ORD-COUNT
010780     IF ORD-QTA-ORDINATA > ORD-QTA-RICEVUTA
010790         COMPUTE WS-ORD-RESIDUO =
010800                 ORD-QTA-ORDINATA - ORD-QTA-RICEVUTA
010810         ADD WS-ORD-RESIDUO TO WS-ORD-QTA-IN-ARRIVO
010820     END-IF
010830     IF WS-ORD-COUNT > 2
010840         GO TO 5410-EXIT
010850     END-IF
010860     MOVE ORD-NUMERO-ORDINE TO WS-ROR-NUMERO-ORDINE
010870     MOVE ORD-CODICE-FORN TO WS-ROR-CODICE-FORN
010880     MOVE ORD-QTA-ORDINATA TO WS-ROR-QTA-ORDINATA
010890     MOVE ORD-QTA-RICEVUTA TO WS-ROR-QTA-RICEVUTA
010900     MOVE ORD-DATA-PREVISTA TO WS-ROR-DATA-PREVISTA
010910     MOVE ORD-DATA-ORDINE TO WS-ROR-DATA-ORDINE
010920     MOVE WS-RIGA-ORDINE TO WS-VP-RIGA-ORDINE(WS-ORD-COUNT).
010930 5410-EXIT.
010940     EXIT.
010950
010960*****************************************************************
010970*  5500-CAMBIA-PAGINA - COMANDO A: PAGINA DI MOVIMENTI PIU'     *
010980*  VECCHI; COMANDO I: PAGINA PIU' RECENTE                       *
010990*****************************************************************
011000 5500-CAMBIA-PAGINA.
011010     EVALUATE WS-CP-COMANDO
011020         WHEN "A"
011030             IF WS-PAGINA < WS-PAGINE
011040                 ADD 1 TO WS-PAGINA
011050             ELSE
011060                 MOVE "NESSUN MOVIMENTO PIU' VECCHIO"
011070                     TO WS-MESSAGGIO
011080                 GO TO 5500-EXIT
011090             END-IF
011100         WHEN "I"
011110             IF WS-PAGINA > 1
011120                 SUBTRACT 1 FROM WS-PAGINA
011130             ELSE
011140                 MOVE "GIA' SULLA PAGINA PIU' RECENTE"
011150                     TO WS-MESSAGGIO
011160                 GO TO 5500-EXIT
011170             END-IF
011180         WHEN OTHER
011190             MOVE "COMANDO NON VALIDO: A, I O M" TO WS-MESSAGGIO
011200             GO TO 5500-EXIT
011210     END-EVALUATE
011220     PERFORM 5300-CARICA-PAGINA THRU 5300-EXIT.
011230 5500-EXIT.
011240     EXIT.
011250
011260*****************************************************************
011270*  9000-TERMINA - CHIUSURA DEGLI ARCHIVI APERTI                 *
011280*****************************************************************
011290 9000-TERMINA.
011300     IF NOT DIPMAST-ASSENTE
011310         CLOSE DIPMAST-FILE
011320     END-IF
011330     IF NOT DIPHIST-ASSENTE
011340         CLOSE DIPHIST-FILE
011350     END-IF
011360     IF NOT IBANMAST-ASSENTE
011370         CLOSE IBANMAST-FILE
011380     END-IF
011390     IF NOT PRDMAST-ASSENTE
011400         CLOSE PRDMAST-FILE
011410     END-IF.
011420 9000-EXIT.
011430     EXIT.
