000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RIOPAGG.
000030 AUTHOR. UFFICIO ELABORAZIONE DATI.
000040 INSTALLATION. SEDE CENTRALE.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*****************************************************************
000080*  SCOPO:  CHIUSURA DEL RICALCOLO MENSILE DEL PUNTO DI          *
000090*          RIORDINO. LEGGE IL FILE DELLE PROPOSTE RIOPPRO       *
000100*          (SCRITTO DA RIOPUNT E APPROVATO DAL COMPRATORE CON   *
000110*          RPN-STATO = "C", VEDERE CPRIOPN) E AGGIORNA IL       *
000120*          MASTER PRODOTTI PRDMAST:                             *
000130*          - PRD-PUNTO-RIORDINO SOLO SULLE RIGHE APPROVATE, CON *
000140*            IL PUNTO CORRETTO DAL COMPRATORE O, A ZERO, CON    *
000150*            QUELLO PROPOSTO. UNA RIGA IL CUI PUNTO SUL MASTER  *
000160*            E' CAMBIATO DOPO IL CALCOLO VIENE SCARTATA;        *
000170*          - PRD-CLASSE-ABC SU TUTTE LE RIGHE DEL FILE: LA      *
000180*            CLASSE E' UN DATO STATISTICO DEL CALCOLO E NON     *
000190*            RICHIEDE APPROVAZIONE.                             *
000200*          STAMPA SU RIOPARPT PUNTO PRIMA E DOPO DELLE RIGHE    *
000210*          APPROVATE, GLI SCARTI E I TOTALI DI CONTROLLO.       *
000220*                                                               *
000230*  STORIA DELLE MODIFICHE                                       *
000240*  DATA        AUTORE  DESCRIZIONE                              *
000250*  2026-10-15  RDM     PRIMA VERSIONE.                          *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RIOPPRO-FILE ASSIGN TO "RIOPPRO"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-FS-RIOPPRO.
000370
000380     SELECT PRDMAST-FILE ASSIGN TO "PRDMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PRD-CODICE-PROD
000420         FILE STATUS IS WS-FS-PRDMAST.
000430
000440     SELECT RIOPARPT-FILE ASSIGN TO "RIOPARPT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-FS-RIOPARPT.
000470
000480     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-FS-RUNJRNL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RIOPPRO-FILE.
000550 COPY CPRIOPN.
000560
000570 FD  PRDMAST-FILE.
000580 COPY CPPRODM REPLACING ==##PRODOTTO-RECORD##== BY
000590                        ==PRD-MASTER-REC==.
000600
000610 FD  RIOPARPT-FILE.
000620 01  RIOPARPT-LINE               PIC X(96).
000630
000640 FD  RUNJRNL-FILE.
000650 COPY CPRUNJR.
000660
000670 WORKING-STORAGE SECTION.
000680*****************************************************************
000690*  CODICI DI STATO DEI FILE                                     *
000700*****************************************************************
000710 01  WS-FILE-STATUS-AREA.
000720     05  WS-FS-RIOPPRO           PIC X(02).
000730     05  WS-FS-PRDMAST           PIC X(02).
000740     05  WS-FS-RIOPARPT          PIC X(02).
000750     05  WS-FS-RUNJRNL           PIC X(02).
000760
000770*****************************************************************
000780*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
000790*****************************************************************
000800 01  WS-INDICATORI.
000810     05  WS-SW-FINE-RIOPPRO      PIC X(01)   VALUE "N".
000820         88  FINE-RIOPPRO                    VALUE "S".
000830     05  WS-SW-MASTER-ASSENTE    PIC X(01)   VALUE "N".
000840         88  MASTER-ASSENTE                  VALUE "S".
000850
000860*****************************************************************
000870*  CONTATORI DI CONTROLLO E CAMPI DI APPOGGIO                   *
000880*****************************************************************
000890 77  WS-PUNTO-NUOVO              PIC 9(05)   VALUE 0.
000900 77  WS-MOTIVO-SCARTO            PIC X(40)   VALUE SPACES.
000910 77  WS-CONTA-LETTE              PIC 9(06)   VALUE 0.
000920 77  WS-CONTA-APPLICATE          PIC 9(06)   VALUE 0.
000930 77  WS-CONTA-NON-APPROVATE      PIC 9(06)   VALUE 0.
000940 77  WS-CONTA-CLASSI             PIC 9(06)   VALUE 0.
000950 77  WS-CONTA-SCARTI             PIC 9(06)   VALUE 0.
000960 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
000970 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
000980 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
000990
001000 01  WS-DATA-SISTEMA.
001010     05  WS-DS-ANNO              PIC 9(04).
001020     05  WS-DS-MESE              PIC 9(02).
001030     05  WS-DS-GIORNO            PIC 9(02).
001040
001050*****************************************************************
001060*  LINEE DI STAMPA - REPORT DI AGGIORNAMENTO PUNTI DI RIORDINO  *
001070*****************************************************************
001080 01  WS-RPA-INTESTAZ-1.
001090     05  FILLER                  PIC X(46)
001100         VALUE "AGGIORNAMENTO PUNTI DI RIORDINO APPROVATI DEL ".
001110     05  WS-AI-DATA              PIC 9(08).
001120
001130 01  WS-RPA-INTESTAZ-2.
001140     05  FILLER                  PIC X(12)   VALUE "CODICE".
001150     05  FILLER                  PIC X(32)   VALUE "DESCRIZIONE".
001160     05  FILLER                  PIC X(03)   VALUE "CL".
001170     05  FILLER                  PIC X(07)   VALUE "  PRIMA".
001180     05  FILLER                  PIC X(07)   VALUE "   DOPO".
001190     05  FILLER                  PIC X(02)   VALUE SPACES.
001200     05  FILLER                  PIC X(20)   VALUE "ESITO".
001210
001220 01  WS-RPA-DETT-LINE.
001230     05  WS-AD-CODICE-PROD       PIC X(10).
001240     05  FILLER                  PIC X(02)   VALUE SPACES.
001250     05  WS-AD-DESCRIZIONE       PIC X(30).
001260     05  FILLER                  PIC X(02)   VALUE SPACES.
001270     05  WS-AD-CLASSE            PIC X(01).
001280     05  FILLER                  PIC X(03)   VALUE SPACES.
001290     05  WS-AD-PUNTO-PRIMA       PIC ZZZZ9.
001300     05  FILLER                  PIC X(02)   VALUE SPACES.
001310     05  WS-AD-PUNTO-DOPO        PIC ZZZZ9.
001320     05  FILLER                  PIC X(02)   VALUE SPACES.
001330     05  WS-AD-ESITO             PIC X(34).
001340
001350 01  WS-RPA-LETTE-LINE.
001360     05  FILLER                  PIC X(30)
001370         VALUE "RIGHE LETTE DA RIOPPRO".
001380     05  WS-AT-LETTE             PIC ZZZZZ9.
001390
001400 01  WS-RPA-APPLICATE-LINE.
001410     05  FILLER                  PIC X(30)
001420         VALUE "PUNTI DI RIORDINO AGGIORNATI".
001430     05  WS-AT-APPLICATE         PIC ZZZZZ9.
001440
001450 01  WS-RPA-NONAPP-LINE.
001460     05  FILLER                  PIC X(30)
001470         VALUE "RIGHE NON APPROVATE".
001480     05  WS-AT-NON-APPROVATE     PIC ZZZZZ9.
001490
001500 01  WS-RPA-CLASSI-LINE.
001510     05  FILLER                  PIC X(30)
001520         VALUE "CLASSI ABC AGGIORNATE".
001530     05  WS-AT-CLASSI            PIC ZZZZZ9.
001540
001550 01  WS-RPA-SCARTI-LINE.
001560     05  FILLER                  PIC X(30)
001570         VALUE "RIGHE SCARTATE".
001580     05  WS-AT-SCARTI            PIC ZZZZZ9.
001590
001600 01  WS-RPA-MASTER-LINE.
001610     05  FILLER                  PIC X(96)
001620         VALUE "MASTER PRDMAST ASSENTE: NESSUN AGGIORNAMENTO".
001630
001640 PROCEDURE DIVISION.
001650*****************************************************************
001660*  0000-MAINLINE - CONTROLLO PRINCIPALE DELL'AGGIORNAMENTO      *
001670*****************************************************************
001680 0000-MAINLINE.
001690     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
001700     PERFORM 2000-APPLICA-PROPOSTE THRU 2000-EXIT
001710     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
001720     STOP RUN.
001730
001740*****************************************************************
001750*  1000-INIZIALIZZA-RUN - APERTURA FILE E INTESTAZIONE REPORT   *
001760*****************************************************************
001770 1000-INIZIALIZZA-RUN.
001780     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
001790     ACCEPT WS-ORA-INIZIO-RUN FROM TIME
001800
001810     OPEN INPUT RIOPPRO-FILE
001820     IF WS-FS-RIOPPRO = "35"
001830         SET FINE-RIOPPRO TO TRUE
001840     END-IF
001850
001860     OPEN OUTPUT RIOPARPT-FILE
001870     MOVE WS-DATA-SISTEMA TO WS-AI-DATA
001880     WRITE RIOPARPT-LINE FROM WS-RPA-INTESTAZ-1
001890     WRITE RIOPARPT-LINE FROM WS-RPA-INTESTAZ-2
001900
001910*    SENZA MASTER NON C'E' NULLA DA AGGIORNARE: LA RUN CHIUDE
001920*    IN ERRORE SENZA LEGGERE LE PROPOSTE.
001930     OPEN I-O PRDMAST-FILE
001940     IF WS-FS-PRDMAST = "35"
001950         SET MASTER-ASSENTE TO TRUE
001960         SET FINE-RIOPPRO TO TRUE
001970         WRITE RIOPARPT-LINE FROM WS-RPA-MASTER-LINE
001980     END-IF.
001990 1000-EXIT.
002000     EXIT.
002010
002020*****************************************************************
002030*  2000-APPLICA-PROPOSTE - SCORRE LE PROPOSTE E AGGIORNA IL     *
002040*  MASTER CODICE PER CODICE                                     *
002050*****************************************************************
002060 2000-APPLICA-PROPOSTE.
002070     PERFORM 2100-LEGGI-PROPOSTA THRU 2100-EXIT
002080         UNTIL FINE-RIOPPRO.
002090 2000-EXIT.
002100     EXIT.
002110
002120 2100-LEGGI-PROPOSTA.
002130     READ RIOPPRO-FILE
002140         AT END
002150             SET FINE-RIOPPRO TO TRUE
002160             GO TO 2100-EXIT
002170     END-READ
002180     ADD 1 TO WS-CONTA-LETTE
002190
002200     MOVE RPN-CODICE-PROD TO PRD-CODICE-PROD
002210     READ PRDMAST-FILE
002220         INVALID KEY
002230             MOVE "CODICE NON PIU' IN ANAGRAFICA"
002240                 TO WS-MOTIVO-SCARTO
002250             PERFORM 2300-SCRIVI-SCARTO THRU 2300-EXIT
002260             GO TO 2100-EXIT
002270     END-READ
002280
002290     IF RPN-CLASSE-A OR RPN-CLASSE-B OR RPN-CLASSE-C
002300         MOVE RPN-CLASSE-ABC TO PRD-CLASSE-ABC
002310         ADD 1 TO WS-CONTA-CLASSI
002320     END-IF
002330
002340     IF RPN-CONFERMATA
002350         PERFORM 2200-APPLICA-PUNTO THRU 2200-EXIT
002360     ELSE
002370         ADD 1 TO WS-CONTA-NON-APPROVATE
002380     END-IF
002390
002400     REWRITE PRD-MASTER-REC
002410         INVALID KEY
002420             MOVE "ERRORE DI RISCRITTURA DEL MASTER"
002430                 TO WS-MOTIVO-SCARTO
002440             PERFORM 2300-SCRIVI-SCARTO THRU 2300-EXIT
002450     END-REWRITE.
002460 2100-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500*  2200-APPLICA-PUNTO - RIGA APPROVATA: IL PUNTO CORRETTO DAL   *
002510*  COMPRATORE PREVALE SU QUELLO PROPOSTO. SE IL PUNTO DEL       *
002520*  MASTER NON E' PIU' QUELLO SU CUI E' STATA FATTA LA PROPOSTA  *
002521*  (CAMBIATO NEL FRATTEMPO DA UN RIOPAGG PRECEDENTE) LA RIGA    *
002540*  VIENE SCARTATA E VA RIVISTA AL PROSSIMO RICALCOLO            *
002550*****************************************************************
002560 2200-APPLICA-PUNTO.
002570     IF PRD-PUNTO-RIORDINO NOT = RPN-PUNTO-ATTUALE
002580         MOVE "PUNTO CAMBIATO DOPO IL CALCOLO"
002590             TO WS-MOTIVO-SCARTO
002600         PERFORM 2300-SCRIVI-SCARTO THRU 2300-EXIT
002610         GO TO 2200-EXIT
002620     END-IF
002630
002640     IF RPN-PUNTO-APPROVATO IS NUMERIC
002650         AND RPN-PUNTO-APPROVATO > 0
002660         MOVE RPN-PUNTO-APPROVATO TO WS-PUNTO-NUOVO
002670     ELSE
002680         MOVE RPN-PUNTO-PROPOSTO TO WS-PUNTO-NUOVO
002690     END-IF
002700
002710     MOVE RPN-CODICE-PROD TO WS-AD-CODICE-PROD
002720     MOVE RPN-DESCRIZIONE TO WS-AD-DESCRIZIONE
002730     MOVE RPN-CLASSE-ABC TO WS-AD-CLASSE
002740     MOVE PRD-PUNTO-RIORDINO TO WS-AD-PUNTO-PRIMA
002750     MOVE WS-PUNTO-NUOVO TO WS-AD-PUNTO-DOPO
002760     IF WS-PUNTO-NUOVO = RPN-PUNTO-PROPOSTO
002770         MOVE "AGGIORNATO" TO WS-AD-ESITO
002780     ELSE
002790         MOVE "AGGIORNATO (PUNTO DEL COMPRATORE)"
002800             TO WS-AD-ESITO
002810     END-IF
002820     WRITE RIOPARPT-LINE FROM WS-RPA-DETT-LINE
002830
002840     MOVE WS-PUNTO-NUOVO TO PRD-PUNTO-RIORDINO
002850     ADD 1 TO WS-CONTA-APPLICATE.
002860 2200-EXIT.
002870     EXIT.
002880
002890*****************************************************************
002900*  2300-SCRIVI-SCARTO - RIGA DI SCARTO SUL REPORT DI CONTROLLO  *
002910*****************************************************************
002920 2300-SCRIVI-SCARTO.
002930     MOVE RPN-CODICE-PROD TO WS-AD-CODICE-PROD
002940     MOVE RPN-DESCRIZIONE TO WS-AD-DESCRIZIONE
002950     MOVE RPN-CLASSE-ABC TO WS-AD-CLASSE
002960     MOVE RPN-PUNTO-ATTUALE TO WS-AD-PUNTO-PRIMA
002970     MOVE 0 TO WS-AD-PUNTO-DOPO
002980     MOVE WS-MOTIVO-SCARTO TO WS-AD-ESITO
002990     WRITE RIOPARPT-LINE FROM WS-RPA-DETT-LINE
003000     ADD 1 TO WS-CONTA-SCARTI.
003010 2300-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050*  9000-TERMINA-RUN - TOTALI DI CONTROLLO E CHIUSURA FILE       *
003060*****************************************************************
003070 9000-TERMINA-RUN.
003080     MOVE WS-CONTA-LETTE TO WS-AT-LETTE
003090     WRITE RIOPARPT-LINE FROM WS-RPA-LETTE-LINE
003100     MOVE WS-CONTA-APPLICATE TO WS-AT-APPLICATE
003110     WRITE RIOPARPT-LINE FROM WS-RPA-APPLICATE-LINE
003120     MOVE WS-CONTA-NON-APPROVATE TO WS-AT-NON-APPROVATE
003130     WRITE RIOPARPT-LINE FROM WS-RPA-NONAPP-LINE
003140     MOVE WS-CONTA-CLASSI TO WS-AT-CLASSI
003150     WRITE RIOPARPT-LINE FROM WS-RPA-CLASSI-LINE
003160     MOVE WS-CONTA-SCARTI TO WS-AT-SCARTI
003170     WRITE RIOPARPT-LINE FROM WS-RPA-SCARTI-LINE
003180
003190     IF WS-FS-RIOPPRO NOT = "35"
003200         CLOSE RIOPPRO-FILE
003210     END-IF
003220     IF NOT MASTER-ASSENTE
003230         CLOSE PRDMAST-FILE
003240     END-IF
003250     CLOSE RIOPARPT-FILE
003260
003270     PERFORM 9100-SCRIVI-GIORNALE-RUN THRU 9100-EXIT.
003280 9000-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320*  9100-SCRIVI-GIORNALE-RUN - RIGA DI CHIUSURA SUL GIORNALE DI  *
003330*  ESECUZIONE COMUNE RUNJRNL, AD USO DEL PROSPETTO OPERATIVO    *
003340*  GIORNALIERO RUNRPT                                           *
003350*****************************************************************
003360 9100-SCRIVI-GIORNALE-RUN.
003370     OPEN EXTEND RUNJRNL-FILE
003380     IF WS-FS-RUNJRNL = "35"
003390         OPEN OUTPUT RUNJRNL-FILE
003400         CLOSE RUNJRNL-FILE
003410         OPEN EXTEND RUNJRNL-FILE
003420     END-IF
003430
003440     MOVE SPACES TO RNJ-RECORD
003450     MOVE "RIOPAGG" TO RNJ-PROGRAMMA
003460     MOVE WS-DATA-SISTEMA TO RNJ-DATA-INIZIO
003470     MOVE WS-ORA-INIZIO-RUN TO RNJ-ORA-INIZIO
003480     ACCEPT WS-DATA-FINE-RUN FROM DATE YYYYMMDD
003490     ACCEPT WS-ORA-FINE-RUN FROM TIME
003500     MOVE WS-DATA-FINE-RUN TO RNJ-DATA-FINE
003510     MOVE WS-ORA-FINE-RUN TO RNJ-ORA-FINE
003520     MOVE SPACES TO RNJ-PERIODO
003530     MOVE WS-CONTA-LETTE TO RNJ-RECORD-LETTI
003540     MOVE WS-CONTA-APPLICATE TO RNJ-RECORD-SCRITTI
003550     MOVE WS-CONTA-SCARTI TO RNJ-RECORD-SCARTATI
003560     MOVE 0 TO RNJ-NUM-BATCH
003570     IF MASTER-ASSENTE
003580         SET RNJ-ESITO-ERRORE TO TRUE
003590     ELSE
003600         SET RNJ-ESITO-OK TO TRUE
003610     END-IF
003620     WRITE RNJ-RECORD
003630     CLOSE RUNJRNL-FILE.
003640 9100-EXIT.
003650     EXIT.
