000170*  STORIA DELLE MODIFICHE                                       *
000180*  DATA        AUTORE  DESCRIZIONE                              *
000190*  2026-09-02  RDM     PRIMA VERSIONE.                          *
000191*  2026-10-15  RDM     CONTA A ROTAZIONE PER CLASSE ABC         *
000192*                      (PRD-CLASSE-ABC, ASSEGNATA DA RIOPUNT):  *
000193*                      LA SCHEDA CNTPARM, COL. 1-3, ELENCA LE   *
000194*                      CLASSI DA CONTARE (ES. "A" OGNI MESE,    *
000195*                      "AB" OGNI TRIMESTRE); SENZA SCHEDA O A   *
000196*                      SPAZI LA LISTA COMPRENDE TUTTI I CODICI  *
000197*                      ATTIVI, ANCHE QUELLI NON ANCORA          *
000198*                      CLASSIFICATI, COME PRIMA. INVFIS         *
000199*                      RETTIFICA SOLO I CODICI CONTATI.         *
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000330
000340     SELECT CNTLST-FILE ASSIGN TO "CNTLST"
000350         ORGANIZATION IS SEQUENTIAL
000351         FILE STATUS IS WS-FS-CNTLST.
000352
000353     SELECT CNTPARM-FILE ASSIGN TO "CNTPARM"
000354         ORGANIZATION IS SEQUENTIAL
000355         FILE STATUS IS WS-FS-CNTPARM.
000356
000362     SELECT RUNJRNL-FILE ASSIGN TO "RUNJRNL"
000363         ORGANIZATION IS SEQUENTIAL
000364         FILE STATUS IS WS-FS-RUNJRNL.
000440 FD  CNTLST-FILE.
000450 01  CNTLST-LINE                 PIC X(96).
000451
000452 FD  CNTPARM-FILE.
000453 01  CNTPARM-CARD                PIC X(80).
000454
000455 FD  RUNJRNL-FILE.
000456 COPY CPRUNJR.
000460
000470 WORKING-STORAGE SECTION.
000480*****************************************************************
000520     05  WS-FS-PRDMAST           PIC X(02).
000530     05  WS-FS-CNTLST            PIC X(02).
000531     05  WS-FS-RUNJRNL           PIC X(02).
000532     05  WS-FS-CNTPARM           PIC X(02).
000540
000550*****************************************************************
000560*  INDICATORI DI FINE FILE E CONTATORI DI CONTROLLO             *
000580 01  WS-INDICATORI.
000590     05  WS-SW-FINE-PRDMAST      PIC X(01)   VALUE "N".
000600         88  FINE-PRDMAST                    VALUE "S".
000601     05  WS-SW-DA-CONTARE        PIC X(01)   VALUE "N".
000602         88  CODICE-DA-CONTARE               VALUE "S".
000603         88  CODICE-ESCLUSO                  VALUE "N".
000610
000620 77  WS-CONTA-RIGHE              PIC 9(06)   VALUE 0.
000630 77  WS-DEP-IDX                  PIC 9(01)   VALUE 0.
000631 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
000632 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
000633 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
000634*    CLASSI ABC DA CONTARE (SCHEDA CNTPARM); A SPAZI TUTTE
000635 77  WS-CLASSI-CONTA             PIC X(03)   VALUE SPACES.
000636 77  WS-CONTA-ESCLUSI            PIC 9(06)   VALUE 0.
000640
000650 01  WS-DATA-SISTEMA.
000660     05  WS-DS-ANNO              PIC 9(04).
000740     05  FILLER                  PIC X(34)
000750         VALUE "LISTA DI CONTA INVENTARIO FISICO  ".
000760     05  WS-LI-DATA              PIC 9(08).
000761     05  FILLER                  PIC X(10)   VALUE "  CLASSI ".
000762     05  WS-LI-CLASSI            PIC X(05).
000770
000780 01  WS-LST-INTESTAZ-2.
000790     05  FILLER                  PIC X(10)   VALUE "CODICE".
000820     05  FILLER                  PIC X(06)   VALUE "DEP".
000830     05  FILLER                  PIC X(15)
000840         VALUE "QTA CONTATA".
000841     05  FILLER                  PIC X(02)   VALUE "CL".
000850
000860 01  WS-LST-DETT-LINE.
000870     05  WS-LD-CODICE-PROD       PIC X(10).
000920     05  FILLER                  PIC X(05)   VALUE SPACES.
000930     05  FILLER                  PIC X(15)
000940         VALUE "_________".
000941     05  WS-LD-CLASSE            PIC X(01).
000950
000960 01  WS-LST-TOTALE-LINE.
000970     05  FILLER                  PIC X(30)
000980         VALUE "RIGHE DI CONTA GENERATE".
000990     05  WS-LT-CONTA             PIC ZZZZZ9.
000991
000992 01  WS-LST-ESCLUSI-LINE.
000993     05  FILLER                  PIC X(30)
000994         VALUE "CODICI ATTIVI NON IN ROTAZIONE".
000995     05  WS-LT-ESCLUSI           PIC ZZZZZ9.
001000
001010 PROCEDURE DIVISION.
001020*****************************************************************
001190         SET FINE-PRDMAST TO TRUE
001200     END-IF
001210
001211     PERFORM 1100-LEGGI-PARAMETRI THRU 1100-EXIT
001212
001220     OPEN OUTPUT CNTLST-FILE
001230     MOVE WS-DATA-SISTEMA TO WS-LI-DATA
001231     IF WS-CLASSI-CONTA = SPACES
001232         MOVE "TUTTE" TO WS-LI-CLASSI
001233     ELSE
001234         MOVE WS-CLASSI-CONTA TO WS-LI-CLASSI
001235     END-IF
001240     WRITE CNTLST-LINE FROM WS-LST-INTESTAZ-1
001250     WRITE CNTLST-LINE FROM WS-LST-INTESTAZ-2.
001260 1000-EXIT.
001261     EXIT.
001262
001263*****************************************************************
001264*  1100-LEGGI-PARAMETRI - LEGGE LA SCHEDA CNTPARM CON LE CLASSI *
001265*  ABC DA CONTARE; SENZA SCHEDA SI CONTANO TUTTI I CODICI       *
001266*****************************************************************
001267 1100-LEGGI-PARAMETRI.
001268     OPEN INPUT CNTPARM-FILE
001269     IF WS-FS-CNTPARM = "35"
001270         GO TO 1100-EXIT
001271     END-IF
001272     READ CNTPARM-FILE
001273         AT END
001274             CONTINUE
001275         NOT AT END
001276             MOVE CNTPARM-CARD (1:3) TO WS-CLASSI-CONTA
001277     END-READ
001278     CLOSE CNTPARM-FILE.
001279 1100-EXIT.
001280     EXIT.
001281
001290*****************************************************************
001300*  2000-GENERA-LISTE - SCORRE I CODICI ATTIVI DEL MASTER E      *
001310*  STAMPA UNA RIGA DI CONTA PER DEPOSITO                        *
001530             GO TO 2100-EXIT
001540     END-READ
001550
001551     IF NOT PRD-REC-ATTIVO
001552         GO TO 2100-EXIT
001553     END-IF
001554
001555*    CONTA A ROTAZIONE: SE LA SCHEDA CNTPARM INDICA LE CLASSI,
001556*    ENTRANO SOLO I CODICI DI QUELLE CLASSI; I CODICI NON ANCORA
001557*    CLASSIFICATI ASPETTANO L'INVENTARIO COMPLETO.
001558     SET CODICE-DA-CONTARE TO TRUE
001559     IF WS-CLASSI-CONTA NOT = SPACES
001560         IF PRD-NON-CLASSIFICATO
001561             OR (PRD-CLASSE-ABC NOT = WS-CLASSI-CONTA (1:1)
001562             AND PRD-CLASSE-ABC NOT = WS-CLASSI-CONTA (2:1)
001563             AND PRD-CLASSE-ABC NOT = WS-CLASSI-CONTA (3:1))
001564             SET CODICE-ESCLUSO TO TRUE
001565         END-IF
001566     END-IF
001567     IF CODICE-ESCLUSO
001568         ADD 1 TO WS-CONTA-ESCLUSI
001569         GO TO 2100-EXIT
001570     END-IF
001571
001572     PERFORM 2200-STAMPA-RIGA-CONTA
001573         VARYING WS-DEP-IDX FROM 1 BY 1
001574         UNTIL WS-DEP-IDX > 2.
001610 2100-EXIT.
001620     EXIT.
001630
001640 2200-STAMPA-RIGA-CONTA.
001650     MOVE PRD-CODICE-PROD TO WS-LD-CODICE-PROD
001660     MOVE PRD-DESCRIZIONE TO WS-LD-DESCRIZIONE
001661     MOVE PRD-CLASSE-ABC TO WS-LD-CLASSE
001670     IF WS-DEP-IDX = 1
001680         MOVE "01" TO WS-LD-DEPOSITO
001690     ELSE
001780 9000-TERMINA-RUN.
001790     MOVE WS-CONTA-RIGHE TO WS-LT-CONTA
001800     WRITE CNTLST-LINE FROM WS-LST-TOTALE-LINE
001801     IF WS-CLASSI-CONTA NOT = SPACES
001802         MOVE WS-CONTA-ESCLUSI TO WS-LT-ESCLUSI
001803         WRITE CNTLST-LINE FROM WS-LST-ESCLUSI-LINE
001804     END-IF
001810     CLOSE CNTLST-FILE
001820     CLOSE PRDMAST-FILE
001821
