000280*  2026-09-02  RDM     PRIMA VERSIONE. SOSTITUISCE IL CALCOLO   *
000290*                      SU FOGLIO ELETTRONICO FUORI SISTEMA,     *
000300*                      SENZA AUDIT NE' ESTRATTO GL.             *
000301*  2026-10-15  RDM     IL RATEO DI OGNI MATRICOLA AGGIORNA ORA  *
000302*                      I PROGRESSIVI ANNUI SUL FILE PRGANNO     *
000303*                      (COPY CPPRGAN) CON PERIODO AAAA13; UNA   *
000304*                      RIELABORAZIONE "FORZA" RISCRIVE LA RIGA  *
000305*                      SENZA SOMMARLA DUE VOLTE (VEDERE 2600).  *
000306*  2026-10-15  RDM     QUOTA TFR SUL RATEO DI TREDICESIMA       *
000307*                      (RATEO / 13,5) IN POSIZIONE 13 DEL FONDO *
000308*                      TFRMAST (COPY CPTFRMA), SOSTITUITA SE IL *
000309*                      PERIODO E' RIELABORATO (VEDERE 2700).    *
000310*                      IL TOTALE ACCANTONATO VA A PAYSMRY CON   *
000311*                      VOCE "13-TFR-ACCANT." PER GLEXTR.        *
000312*  2026-10-15  RDM     LA VOCE "13-TFR-ACCANT." NON SI ACCODA A *
000313*                      PAYSMRY SE GIA' PRESENTE PER IL PERIODO  *
000314*                      (RUN FORZATA), CHE GLEXTR ALTRIMENTI     *
000315*                      CONTABILIZZEREBBE DUE VOLTE. AVVISO SU   *
000316*                      TREDRPT.                                 *
000317*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000693         ORGANIZATION IS SEQUENTIAL
000694         FILE STATUS IS WS-FS-RUNJRNL.
000700
000701     SELECT PRGANNO-FILE ASSIGN TO "PRGANNO"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS DYNAMIC
000704         RECORD KEY IS PRG-CHIAVE
000705         FILE STATUS IS WS-FS-PRGANNO.
000706
000707     SELECT TFRMAST-FILE ASSIGN TO "TFRMAST"
000708         ORGANIZATION IS INDEXED
000709         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS TFR-MATRICOLA
000711         FILE STATUS IS WS-FS-TFRMAST.
000712
000713 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DIPMAST-FILE.
000740 COPY CPDIPEN REPLACING ==##DIPENDENTE-RECORD##== BY
000932 FD  RUNJRNL-FILE.
000933 COPY CPRUNJR.
000940
000941 FD  PRGANNO-FILE.
000942 COPY CPPRGAN.
000943
000944 FD  TFRMAST-FILE.
000945 COPY CPTFRMA.
000946
000950 WORKING-STORAGE SECTION.
000960*****************************************************************
000970*  CODICI DI STATO DEI FILE                                     *
001050     05  WS-FS-TREDCED           PIC X(02).
001060     05  WS-FS-PAYSMRY           PIC X(02).
001061     05  WS-FS-RUNJRNL           PIC X(02).
001062     05  WS-FS-PRGANNO           PIC X(02).
001063     05  WS-FS-TFRMAST           PIC X(02).
001070
001080*****************************************************************
001090*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001270         88  RIEP-DIP-NUOVO                  VALUE "N".
001271     05  WS-SW-TAB-AUDIT         PIC X(01)   VALUE "N".
001272         88  TABELLA-AUDIT-PIENA             VALUE "S".
001273     05  WS-SW-FONDO-TFR         PIC X(01)   VALUE "S".
001274         88  FONDO-TFR-ESISTENTE             VALUE "S".
001275         88  FONDO-TFR-NUOVO                 VALUE "N".
001276     05  WS-SW-FINE-PAYSMRY      PIC X(01)   VALUE "N".
001277         88  FINE-PAYSMRY                    VALUE "S".
001278     05  WS-SW-VOCE-TFR          PIC X(01)   VALUE "N".
001279         88  VOCE-TFR-GIA-PRESENTE           VALUE "S".
001280
001290*****************************************************************
001300*  MESI REGISTRATI SU SALAUDIT NELL'ANNO, PER MATRICOLA: USATI  *
001651 77  WS-ORA-INIZIO-RUN           PIC 9(06)   VALUE 0.
001652 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001653 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001654 77  WS-QUOTA-TFR                PIC 9(07)V99 VALUE 0.
001655 77  WS-TFR-IDX                  PIC 9(02)   VALUE 0.
001656 77  WS-TOT-ACCANTONATO-TFR      PIC 9(09)V99 VALUE 0.
001657 77  WS-CONTA-ACCANTONAMENTI     PIC 9(05)   VALUE 0.
001660
001670*****************************************************************
001680*  PERIODO SPECIALE TREDICESIMA (AAAA13) E DATA DI SISTEMA      *
002080         VALUE "  RATEO TREDICESIMA".
002090     05  FILLER                  PIC X(17)   VALUE SPACES.
002100     05  WS-CR-RATEO             PIC ZZ.ZZ9,99.
002101
002102 01  WS-CED-QUOTA-TFR-LINE.
002103     05  FILLER                  PIC X(30)
002104         VALUE "  QUOTA TFR SULLA TREDICESIMA".
002105     05  FILLER                  PIC X(17)   VALUE SPACES.
002106     05  WS-CQT-IMPORTO          PIC ZZ.ZZ9,99.
002110
002120 01  WS-REG-INTESTAZ-1.
002130     05  FILLER                  PIC X(33)
002368         VALUE "ATTENZIONE: TABELLA MATRICOLE AUDIT PIENA: RATEI
002369-    " SENZA DATA ASSUNZIONE INCOMPLETI".
002370
002371 01  WS-AVVISO-TFR-DOPPIO-LINE.
002372     05  FILLER                  PIC X(96)
002373         VALUE "ATTENZIONE: VOCE 13-TFR-ACCANT. DEL PERIODO GIA'
002374-    " PRESENTE SU PAYSMRY: NON ACCODATA DI NUOVO".
002375
002376 01  WS-REG-TOTGEN-LINE.
002380     05  FILLER                  PIC X(30)
002390         VALUE "TOTALE GENERALE TREDICESIME".
002400     05  WS-RT-CONTA             PIC ZZZZZ9.
002890     IF PERIODO-ELABORABILE
002900         OPEN OUTPUT TREDRPT-FILE
002910         OPEN OUTPUT TREDCED-FILE
002911         OPEN I-O PRGANNO-FILE
002912         IF WS-FS-PRGANNO = "35"
002913             CLOSE PRGANNO-FILE
002914             OPEN OUTPUT PRGANNO-FILE
002915             CLOSE PRGANNO-FILE
002916             OPEN I-O PRGANNO-FILE
002917         END-IF
002918         OPEN I-O TFRMAST-FILE
002919         IF WS-FS-TFRMAST = "35"
002920             CLOSE TFRMAST-FILE
002921             OPEN OUTPUT TFRMAST-FILE
002922             CLOSE TFRMAST-FILE
002923             OPEN I-O TFRMAST-FILE
002924         END-IF
002925         MOVE WS-PERIODO-TREDICESIMA TO WS-RI-PERIODO
002930         WRITE TREDRPT-LINE FROM WS-REG-INTESTAZ-1
002940         WRITE TREDRPT-LINE FROM WS-REG-INTESTAZ-2
002950     END-IF.
004520     COMPUTE WS-RATEO-TREDICESIMA ROUNDED =
004530             DIP-STIPENDIO * WS-MESI-MATURATI / 12
004540
004541     PERFORM 2700-ACCANTONA-TFR THRU 2700-EXIT
004550     PERFORM 2300-STAMPA-CEDOLINO-TRED THRU 2300-EXIT
004560     PERFORM 2400-STAMPA-RIGA-REGISTRO THRU 2400-EXIT
004570     PERFORM 2500-ACCUMULA-RIEPILOGO THRU 2500-EXIT
004571     PERFORM 2600-AGGIORNA-PROGRESSIVI THRU 2600-EXIT
004580
004590     ADD WS-RATEO-TREDICESIMA TO WS-TOTALE-GENERALE
004600     ADD 1 TO WS-CONTATORE-GENERALE.
005140
005150*****************************************************************
005160*  2300-STAMPA-CEDOLINO-TRED - CEDOLINO TREDICESIMA DISTINTO    *
005161*  DA QUELLO MENSILE: ANAGRAFICA, MESI MATURATI, RATEO E QUOTA  *
005162*  TFR ACCANTONATA (GIA' CALCOLATA DA 2700)                     *
005180*****************************************************************
005190 2300-STAMPA-CEDOLINO-TRED.
005200     WRITE TREDCED-LINE FROM WS-CED-SEPARATORE
005280     MOVE WS-MESI-MATURATI TO WS-CM-MESI
005290     WRITE TREDCED-LINE FROM WS-CED-MESI-LINE
005300     MOVE WS-RATEO-TREDICESIMA TO WS-CR-RATEO
005301     WRITE TREDCED-LINE FROM WS-CED-RATEO-LINE
005302     IF WS-QUOTA-TFR > 0
005303         MOVE WS-QUOTA-TFR TO WS-CQT-IMPORTO
005304         WRITE TREDCED-LINE FROM WS-CED-QUOTA-TFR-LINE
005305     END-IF.
005320 2300-EXIT.
005330     EXIT.
005340
005720     END-IF.
005730
005740*****************************************************************
005741*  2600-AGGIORNA-PROGRESSIVI - RIGA DEL PERIODO AAAA13 SUL FILE *
005742*  DEI PROGRESSIVI ANNUI PRGANNO: IL RATEO E' LORDO E NETTO     *
005743*  DEL PERIODO, SENZA TRATTENUTE NE' ARRETRATI. UNA RIGA GIA'   *
005744*  PRESENTE (RIELABORAZIONE CON SCHEDA "FORZA") VIENE RISCRITTA *
005745*****************************************************************
005746 2600-AGGIORNA-PROGRESSIVI.
005747     MOVE SPACES TO PRG-RECORD
005748     MOVE DIP-MATRICOLA TO PRG-MATRICOLA
005749     MOVE WS-PERIODO-TREDICESIMA TO PRG-PERIODO
005750     MOVE DIP-COGNOME TO PRG-COGNOME
005751     MOVE DIP-NOME TO PRG-NOME
005752     MOVE DIP-DIPARTIMENTO TO PRG-DIPARTIMENTO
005753     MOVE WS-RATEO-TREDICESIMA TO PRG-LORDO
005754     MOVE 0 TO PRG-ARRETRATI
005755     MOVE 0 TO PRG-TRATTENUTE
005756     MOVE 0 TO PRG-DETRAZIONI
005757     MOVE WS-RATEO-TREDICESIMA TO PRG-NETTO
005758     MOVE 0 TO PRG-NUM-VOCI
005759     MOVE WS-DATA-SISTEMA TO PRG-DATA-ELABORAZIONE
005760     MOVE 0 TO PRG-TFR-LIQUIDATO
005761     WRITE PRG-RECORD
005762         INVALID KEY
005763             REWRITE PRG-RECORD
005764     END-WRITE.
005765 2600-EXIT.
005766     EXIT.
005767
005768*****************************************************************
005769*  2700-ACCANTONA-TFR - QUOTA TFR SUL RATEO DI TREDICESIMA IN   *
005770*  POSIZIONE 13 DEL FONDO TFRMAST, COME 2270 IN PAYSLIP PER LE  *
005771*  QUOTE MENSILI: UNA RIELABORAZIONE SOSTITUISCE LA QUOTA.      *
005772*  ESEGUITO PRIMA DI 2300, CHE STAMPA LA QUOTA SUL CEDOLINO     *
005773*  TREDICESIMA; UN ANNO GIA' CHIUSO SUL FONDO NON ACCANTONA E   *
005774*  LA QUOTA RESTA A ZERO.                                       *
005775*****************************************************************
005776 2700-ACCANTONA-TFR.
005777     COMPUTE WS-QUOTA-TFR ROUNDED = WS-RATEO-TREDICESIMA / 13,5
005778     SET FONDO-TFR-ESISTENTE TO TRUE
005779     MOVE DIP-MATRICOLA TO TFR-MATRICOLA
005780     READ TFRMAST-FILE
005781         INVALID KEY
005782             SET FONDO-TFR-NUOVO TO TRUE
005783     END-READ
005784     IF FONDO-TFR-NUOVO OR TFR-REC-LIQUIDATO
005785         PERFORM 2710-APRI-FONDO-TFR THRU 2710-EXIT
005786     END-IF
005787     IF WS-PT-ANNO < TFR-ANNO-CORRENTE
005788         MOVE 0 TO WS-QUOTA-TFR
005789         GO TO 2700-EXIT
005790     END-IF
005791     IF WS-PT-ANNO > TFR-ANNO-CORRENTE
005792         PERFORM 2715-CHIUDI-ANNO-TFR THRU 2715-EXIT
005793     END-IF
005794
005795     MOVE WS-QUOTA-TFR TO TFR-QUOTA-MESE(13)
005796     MOVE TFR-FONDO-INIZIO-ANNO TO TFR-FONDO
005797     ADD TFR-RIVALUTAZIONE TO TFR-FONDO
005798     PERFORM 2721-SOMMA-QUOTA-TFR
005799         VARYING WS-TFR-IDX FROM 1 BY 1
005800         UNTIL WS-TFR-IDX > 13
005801     MOVE DIP-COGNOME TO TFR-COGNOME
005802     MOVE DIP-NOME TO TFR-NOME
005803     MOVE DIP-DIPARTIMENTO TO TFR-DIPARTIMENTO
005804     MOVE WS-DATA-SISTEMA TO TFR-DATA-AGGIORNAMENTO
005805     IF FONDO-TFR-NUOVO
005806         WRITE TFR-RECORD
005807     ELSE
005808         REWRITE TFR-RECORD
005809     END-IF
005810     ADD WS-QUOTA-TFR TO WS-TOT-ACCANTONATO-TFR
005811     ADD 1 TO WS-CONTA-ACCANTONAMENTI.
005812 2700-EXIT.
005813     EXIT.
005814
005815 2710-APRI-FONDO-TFR.
005816     MOVE SPACES TO TFR-RECORD
005817     MOVE DIP-MATRICOLA TO TFR-MATRICOLA
005818     SET TFR-REC-ATTIVO TO TRUE
005819     MOVE WS-PT-ANNO TO TFR-ANNO-CORRENTE
005820     MOVE 0 TO TFR-FONDO-INIZIO-ANNO
005821     MOVE 0 TO TFR-RIVALUTAZIONE
005822     MOVE 0 TO TFR-TASSO-RIVALUTAZ
005823     MOVE 0 TO TFR-FONDO
005824     MOVE 0 TO TFR-DATA-LIQUIDAZIONE
005825     MOVE 0 TO TFR-IMPORTO-LIQUIDATO
005826     PERFORM 2716-AZZERA-QUOTA-TFR
005827         VARYING WS-TFR-IDX FROM 1 BY 1
005828         UNTIL WS-TFR-IDX > 13.
005829 2710-EXIT.
005830     EXIT.
005831
005832 2715-CHIUDI-ANNO-TFR.
005833     MOVE TFR-FONDO TO TFR-FONDO-INIZIO-ANNO
005834     MOVE WS-PT-ANNO TO TFR-ANNO-CORRENTE
005835     MOVE 0 TO TFR-RIVALUTAZIONE
005836     MOVE 0 TO TFR-TASSO-RIVALUTAZ
005837     PERFORM 2716-AZZERA-QUOTA-TFR
005838         VARYING WS-TFR-IDX FROM 1 BY 1
005839         UNTIL WS-TFR-IDX > 13.
005840 2715-EXIT.
005841     EXIT.
005842
005843 2716-AZZERA-QUOTA-TFR.
005844     MOVE 0 TO TFR-QUOTA-MESE(WS-TFR-IDX).
005845
005846 2721-SOMMA-QUOTA-TFR.
005847     ADD TFR-QUOTA-MESE(WS-TFR-IDX) TO TFR-FONDO.
005848
005849*****************************************************************
005850*  3000-SCRIVI-RIEPILOGO - TOTALE GENERALE SUL REGISTRO E RIGHE *
005851*  PROPRIE SU PAYSMRY (IN ACCODAMENTO AL RIEPILOGO MENSILE):    *
005852*  VOCE "13-<DIPARTIMENTO>" E PERIODO AAAA13, DA CENSIRE SUL    *
005853*  PIANO DEI CONTI COAMAP PERCHE' GLEXTR LE CONTABILIZZI SU     *
005854*  VOCE SEPARATA. SEGUE LA RIGA "13-TFR-ACCANT." CON LE QUOTE   *
005855*  TFR MATURATE SULLA TREDICESIMA, SE NON GIA' PRESENTE PER IL  *
005856*  PERIODO (RUN FORZATA)                                        *
005857*****************************************************************
005858 3000-SCRIVI-RIEPILOGO.
005859     MOVE WS-CONTATORE-GENERALE TO WS-RT-CONTA
005860     MOVE WS-TOTALE-GENERALE TO WS-RT-TOTALE
005861     WRITE TREDRPT-LINE FROM WS-REG-TOTGEN-LINE
005862
005863     OPEN INPUT PAYSMRY-FILE
005864     IF WS-FS-PAYSMRY NOT = "35"
005865         PERFORM 3050-CERCA-VOCE-TFR THRU 3050-EXIT
005866             UNTIL FINE-PAYSMRY
005867             OR VOCE-TFR-GIA-PRESENTE
005868         CLOSE PAYSMRY-FILE
005869     END-IF
005870
005871     OPEN EXTEND PAYSMRY-FILE
005872     IF WS-FS-PAYSMRY = "35"
005880         OPEN OUTPUT PAYSMRY-FILE
005890         CLOSE PAYSMRY-FILE
005900         OPEN EXTEND PAYSMRY-FILE
005950             VARYING WS-RTR-IDX FROM 1 BY 1
005960             UNTIL WS-RTR-IDX > WS-RTR-COUNT
005970     END-IF
005971
005972     IF VOCE-TFR-GIA-PRESENTE
005973         WRITE TREDRPT-LINE FROM WS-AVVISO-TFR-DOPPIO-LINE
005974     ELSE
005975         MOVE "13-TFR-ACCANT." TO PAYSM-DIPARTIMENTO
005976         MOVE WS-TOT-ACCANTONATO-TFR TO PAYSM-TOTALE-STIPENDI
005977         MOVE WS-CONTA-ACCANTONAMENTI TO PAYSM-NUM-DIPENDENTI
005978         MOVE WS-PERIODO-TREDICESIMA TO PAYSM-PERIODO
005979         WRITE PAYSM-RECORD
005980     END-IF
005981
005990     CLOSE PAYSMRY-FILE.
006000 3000-EXIT.
006001     EXIT.
006002
006003 3050-CERCA-VOCE-TFR.
006004     READ PAYSMRY-FILE
006005         AT END
006006             SET FINE-PAYSMRY TO TRUE
006007             GO TO 3050-EXIT
006008     END-READ
006009     IF PAYSM-DIPARTIMENTO = "13-TFR-ACCANT."
006010         AND PAYSM-PERIODO = WS-PERIODO-TREDICESIMA
006011         SET VOCE-TFR-GIA-PRESENTE TO TRUE
006012     END-IF.
006013 3050-EXIT.
006014     EXIT.
006020
006030 3100-SCRIVI-RIGA-PAYSMRY.
006040     MOVE SPACES TO PAYSM-DIPARTIMENTO
006230         REWRITE PERC-RECORD
006240         CLOSE TREDRPT-FILE
006250         CLOSE TREDCED-FILE
006251         CLOSE PRGANNO-FILE
006252         CLOSE TFRMAST-FILE
006260     END-IF
006270
006280     CLOSE DIPMAST-FILE
