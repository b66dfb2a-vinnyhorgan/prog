000430*                      SOPRAVVENIENZE FITTIZIE VERSO IL GL      *
000440*                      (VEDERE 2700). LA RETTIFICA RIPARTISCE   *
000450*                      IL MASTER SULLE CONTE RILEVATE.          *
000451*  2026-10-15  RDM     LA RIGA DI RETTIFICA SU MVJRNL PORTA A   *
000452*                      ZERO I NUOVI CAMPI COSTO UNITARIO E      *
000453*                      NUMERO ORDINE DEL GIORNALE, RISERVATI    *
000454*                      AI CARICHI (VEDERE CPMVJRN).             *
000455*  2026-10-15  RDM     DOPO OGNI RETTIFICA I LOTTI DEL DEPOSITO *
000456*                      SU LOTMAST (COPY CPLOTMS) SONO           *
000457*                      RIALLINEATI ALLA GIACENZA CONTATA        *
000458*                      (2800): LA MERCE TROVATA IN PIU' ENTRA   *
000459*                      COME MERCE SENZA LOTTO, QUELLA MANCANTE  *
000460*                      ESCE DAI LOTTI A SCADENZA PIU' VICINA.   *
000461*                      LA RIGA DI RETTIFICA SU MVJRNL RESTA UNA *
000462*                      PER DEPOSITO, SENZA NUMERO DI LOTTO.     *
000463*  2026-10-15  RDM     SU UN MASTER NON RIPARTITO LE DUE RIGHE  *
000464*                      DI RETTIFICA SU MVJRNL SI SUSSEGUONO:    *
000465*                      IL TOTALE DOPO DELLA PRIMA E' IL TOTALE  *
000466*                      PRIMA DELLA SECONDA, COSI' LA SOMMA DELLE*
000467*                      VARIAZIONI DI TOTALE E' LA DIFFERENZA    *
000468*                      NETTA E NON VIENE CONTATA DUE VOLTE.     *
000469*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-FS-RUNJRNL.
000830
000831     SELECT LOTMAST-FILE ASSIGN TO "LOTMAST"
000832         ORGANIZATION IS INDEXED
000833         ACCESS MODE IS DYNAMIC
000834         RECORD KEY IS LOT-CHIAVE
000835         FILE STATUS IS WS-FS-LOTMAST.
000836
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CNTRIL-FILE.
001050 FD  RUNJRNL-FILE.
001060 COPY CPRUNJR.
001070
001071 FD  LOTMAST-FILE.
001072 COPY CPLOTMS.
001073
001080 WORKING-STORAGE SECTION.
001090*****************************************************************
001100*  CODICI DI STATO DEI FILE                                     *
001170     05  WS-FS-INVDIF            PIC X(02).
001180     05  WS-FS-INVSMRY           PIC X(02).
001190     05  WS-FS-RUNJRNL           PIC X(02).
001191     05  WS-FS-LOTMAST           PIC X(02).
001200
001210*****************************************************************
001220*  INDICATORI DI FINE FILE E SWITCH DI ELABORAZIONE             *
001320     05  WS-SW-CODICE-TROVATO    PIC X(01)   VALUE "N".
001330         88  CODICE-CONTA-TROVATO            VALUE "S".
001340         88  CODICE-CONTA-NUOVO              VALUE "N".
001341     05  WS-SW-FINE-LOTTI        PIC X(01)   VALUE "N".
001342         88  FINE-LOTTI                      VALUE "S".
001350
001360*****************************************************************
001370*  TABELLA DELLE CONTE PER CODICE: LE RIGHE CNTRIL DEI DUE      *
001650 77  WS-DELTA-DEP-ASS            PIC 9(05)   VALUE 0.
001660 77  WS-GIAC-DEP-PRIMA           PIC 9(05)   VALUE 0.
001670 77  WS-TOTALE-PRIMA             PIC 9(05)   VALUE 0.
001671 77  WS-TOTALE-DOPO              PIC 9(05)   VALUE 0.
001680 77  WS-COSTO-VALORIZZAZIONE     PIC 9(04)V99 VALUE 0.
001690 77  WS-VALORE-DIFFERENZA        PIC 9(09)V99 VALUE 0.
001700 77  WS-MOTIVO-SCARTO            PIC X(40)   VALUE SPACES.
001780 77  WS-TOT-SOPRAV-PASSIVE       PIC 9(09)V99 VALUE 0.
001790 77  WS-DATA-FINE-RUN            PIC 9(08)   VALUE 0.
001800 77  WS-ORA-FINE-RUN             PIC 9(06)   VALUE 0.
001801
001802*****************************************************************
001803*  RIALLINEAMENTO DEI LOTTI (LOTMAST) ALLA GIACENZA CONTATA:    *
001804*  DEPOSITO E GIACENZA DI RIFERIMENTO, SOMMA DEI LOTTI,         *
001805*  QUANTITA' DA TOGLIERE E ULTIMA CHIAVE LETTA                  *
001806*****************************************************************
001807 77  WS-LOT-DEPOSITO             PIC X(02)   VALUE SPACES.
001808 77  WS-LOT-GIAC-RIF             PIC 9(05)   VALUE 0.
001809 77  WS-LOT-SOMMA                PIC 9(07)   VALUE 0.
001810 77  WS-LOT-DA-PRELEVARE         PIC 9(07)   VALUE 0.
001811 77  WS-LOT-PORZIONE             PIC 9(05)   VALUE 0.
001812 01  WS-LOT-ULTIMA-CHIAVE.
001813     05  WS-LUC-CODICE-PROD      PIC X(10).
001814     05  WS-LUC-DEPOSITO         PIC X(02).
001815     05  WS-LUC-SCADENZA         PIC 9(08).
001816     05  WS-LUC-NUMERO           PIC X(10).
001817
001820 01  WS-DATA-SISTEMA.
001830     05  WS-DS-ANNO              PIC 9(04).
001840     05  WS-DS-MESE              PIC 9(02).
002870         OPEN OUTPUT MVJRNL-FILE
002880         CLOSE MVJRNL-FILE
002890         OPEN EXTEND MVJRNL-FILE
002891     END-IF
002892     OPEN I-O LOTMAST-FILE
002893     IF WS-FS-LOTMAST = "35"
002894         CLOSE LOTMAST-FILE
002895         OPEN OUTPUT LOTMAST-FILE
002896         CLOSE LOTMAST-FILE
002897         OPEN I-O LOTMAST-FILE
002900     END-IF
002910
002920     PERFORM 1100-LEGGI-PARAMETRO-SOGLIA THRU 1100-EXIT
005310
005320     MOVE PRD-QUANTITA TO WS-TOTALE-PRIMA
005330     MOVE WS-QTA-CONTABILE TO WS-GIAC-DEP-PRIMA
005331     MOVE WS-QTA-TOTALE-NUOVA TO WS-TOTALE-DOPO
005390     MOVE WS-QTA-TOTALE-NUOVA TO PRD-QUANTITA
005400     MOVE WS-QTA-CONTATA TO PRD-GIACENZA-DEP(WS-DEP-IDX)
005410     REWRITE PRD-MASTER-REC
005420
005421     MOVE WS-DD-DEPOSITO TO WS-LOT-DEPOSITO
005422     MOVE WS-QTA-CONTATA TO WS-LOT-GIAC-RIF
005423     PERFORM 2800-ALLINEA-LOTTI THRU 2800-EXIT
005430     MOVE WS-DD-DEPOSITO TO MVJ-DEPOSITO
005440     MOVE WS-QTA-CONTATA TO MVJ-GIAC-DEP-DOPO
005441     MOVE WS-DIFF-ASSOLUTA TO WS-DELTA-DEP-ASS
005720
005730*****************************************************************
005740*  2560-SCRIVI-RETTIFICA-JRN - RIGA DI RETTIFICA TIPO "A" SUL   *
005750*  GIORNALE MVJRNL; DEPOSITO, GIACENZE (TOTALE E DEPOSITO)      *
005760*  PRIMA E DOPO E QUANTITA' SONO VALORIZZATI DAL CHIAMANTE      *
005770*****************************************************************
005780 2560-SCRIVI-RETTIFICA-JRN.
005790     MOVE PRD-CODICE-PROD TO MVJ-CODICE-PROD
005840     MOVE "A" TO MVJ-TIPO-MOV
005850     MOVE WS-DELTA-DEP-ASS TO MVJ-QUANTITA
005860     MOVE WS-TOTALE-PRIMA TO MVJ-GIACENZA-PRIMA
005870     MOVE WS-TOTALE-DOPO TO MVJ-GIACENZA-DOPO
005880     MOVE WS-GIAC-DEP-PRIMA TO MVJ-GIAC-DEP-PRIMA
005881     MOVE 0 TO MVJ-COSTO-UNIT
005882     MOVE 0 TO MVJ-NUM-ORDINE
005883     MOVE SPACES TO MVJ-NUM-LOTTO
005890     WRITE MVJ-RECORD.
005900 2560-EXIT.
005910     EXIT.
006230*  LE GIACENZE DI DEPOSITO DIVENTANO LE CONTE RILEVATE (PER     *
006240*  CONVENZIONE LA GIACENZA DI PARTENZA E' TUTTA SUL "01", COME  *
006250*  NEL RESTO DEL SISTEMA). SUL GIORNALE ESCE UNA RIGA PER       *
006260*  DEPOSITO CHE CAMBIA; LE DUE RIGHE SI SUSSEGUONO SUL TOTALE   *
006261*  COME DUE MOVIMENTI DISTINTI.                                 *
006270*****************************************************************
006280 2700-RETTIFICA-NON-RIPARTITO.
006290     MOVE PRD-QUANTITA TO WS-QTA-CONTABILE
006560     MOVE WS-CNT-QTA-DEP(WS-CNT-IDX 2)
006570         TO PRD-GIACENZA-DEP(2)
006580     REWRITE PRD-MASTER-REC
006581     MOVE "01" TO WS-LOT-DEPOSITO
006582     MOVE PRD-GIACENZA-DEP(1) TO WS-LOT-GIAC-RIF
006583     PERFORM 2800-ALLINEA-LOTTI THRU 2800-EXIT
006584     MOVE "02" TO WS-LOT-DEPOSITO
006585     MOVE PRD-GIACENZA-DEP(2) TO WS-LOT-GIAC-RIF
006586     PERFORM 2800-ALLINEA-LOTTI THRU 2800-EXIT
006590
006600*    UNA RIGA DI GIORNALE PER DEPOSITO CHE CAMBIA: PER
006610*    CONVENZIONE LA GIACENZA DI PARTENZA E' TUTTA SUL "01".
006611*    LA RIGA DEL "01" PORTA IL TOTALE A GIACENZA "01" CONTATA,
006612*    QUELLA DEL "02" RIPARTE DA LI' E ARRIVA AL NUOVO TOTALE.
006620     IF PRD-GIACENZA-DEP(1) NOT = WS-TOTALE-PRIMA
006630         MOVE "01" TO MVJ-DEPOSITO
006640         MOVE WS-TOTALE-PRIMA TO WS-GIAC-DEP-PRIMA
006645         MOVE PRD-GIACENZA-DEP(1) TO WS-TOTALE-DOPO
006650         MOVE PRD-GIACENZA-DEP(1) TO MVJ-GIAC-DEP-DOPO
006651         COMPUTE WS-DELTA-DEP =
006652                 PRD-GIACENZA-DEP(1) - WS-TOTALE-PRIMA
006700         MOVE 0 TO WS-GIAC-DEP-PRIMA
006710         MOVE PRD-GIACENZA-DEP(2) TO MVJ-GIAC-DEP-DOPO
006711         MOVE PRD-GIACENZA-DEP(2) TO WS-DELTA-DEP-ASS
006712         MOVE PRD-GIACENZA-DEP(1) TO WS-TOTALE-PRIMA
006713         MOVE PRD-QUANTITA TO WS-TOTALE-DOPO
006720         PERFORM 2560-SCRIVI-RETTIFICA-JRN THRU 2560-EXIT
006730     END-IF
006740
006780     END-IF
006790     ADD 1 TO WS-CONTA-RETTIFICHE.
006800 2700-EXIT.
006801     EXIT.
006802
006803*****************************************************************
006804*  2800-ALLINEA-LOTTI - RIPORTA LA SOMMA DEI LOTTI DEL CODICE   *
006805*  SUL DEPOSITO WS-LOT-DEPOSITO ALLA GIACENZA CONTATA           *
006806*  WS-LOT-GIAC-RIF: LA MERCE TROVATA IN PIU' ENTRA NEL LOTTO A  *
006807*  SPAZI SENZA SCADENZA, QUELLA MANCANTE ESCE DAI LOTTI A       *
006808*  SCADENZA PIU' VICINA (STESSO CRITERIO DI PRODMAST 1560)      *
006809*****************************************************************
006810 2800-ALLINEA-LOTTI.
006811     MOVE 0 TO WS-LOT-SOMMA
006812     PERFORM 2860-POSIZIONA-LOTTI THRU 2860-EXIT
006813     PERFORM 2810-SOMMA-LOTTO THRU 2810-EXIT
006814         UNTIL FINE-LOTTI
006815     IF WS-LOT-SOMMA < WS-LOT-GIAC-RIF
006816         PERFORM 2820-CARICA-SENZA-LOTTO THRU 2820-EXIT
006817     END-IF
006818     IF WS-LOT-SOMMA > WS-LOT-GIAC-RIF
006819         COMPUTE WS-LOT-DA-PRELEVARE =
006820                 WS-LOT-SOMMA - WS-LOT-GIAC-RIF
006821         PERFORM 2860-POSIZIONA-LOTTI THRU 2860-EXIT
006822         PERFORM 2840-PRELEVA-LOTTO THRU 2840-EXIT
006823             UNTIL FINE-LOTTI OR WS-LOT-DA-PRELEVARE = 0
006824     END-IF.
006825 2800-EXIT.
006826     EXIT.
006827
006828 2810-SOMMA-LOTTO.
006829     PERFORM 2870-LEGGI-LOTTO-SUCC THRU 2870-EXIT
006830     IF NOT FINE-LOTTI
006831         ADD LOT-GIACENZA TO WS-LOT-SOMMA
006832     END-IF.
006833 2810-EXIT.
006834     EXIT.
006835
006836*****************************************************************
006837*  2820-CARICA-SENZA-LOTTO - LA DIFFERENZA IN PIU' VA SUL LOTTO *
006838*  A SPAZI SENZA SCADENZA DEL DEPOSITO, CREATO SE NON ESISTE    *
006839*****************************************************************
006840 2820-CARICA-SENZA-LOTTO.
006841     COMPUTE WS-LOT-PORZIONE = WS-LOT-GIAC-RIF - WS-LOT-SOMMA
006842     MOVE PRD-CODICE-PROD TO LOT-CODICE-PROD
006843     MOVE WS-LOT-DEPOSITO TO LOT-DEPOSITO
006844     MOVE 99999999 TO LOT-DATA-SCADENZA
006845     MOVE SPACES TO LOT-NUMERO
006846     READ LOTMAST-FILE
006847         INVALID KEY
006848             PERFORM 2830-NUOVO-LOTTO THRU 2830-EXIT
006849             GO TO 2820-EXIT
006850     END-READ
006851     ADD WS-LOT-PORZIONE TO LOT-GIACENZA
006852     ADD WS-LOT-PORZIONE TO LOT-QTA-ENTRATA
006853     MOVE WS-DATA-SISTEMA TO LOT-DATA-ULTIMO-MOV
006854     REWRITE LOT-RECORD.
006855 2820-EXIT.
006856     EXIT.
006857
006858 2830-NUOVO-LOTTO.
006859     MOVE SPACES TO LOT-RECORD
006860     MOVE PRD-CODICE-PROD TO LOT-CODICE-PROD
006861     MOVE WS-LOT-DEPOSITO TO LOT-DEPOSITO
006862     MOVE 99999999 TO LOT-DATA-SCADENZA
006863     MOVE SPACES TO LOT-NUMERO
006864     MOVE WS-LOT-PORZIONE TO LOT-GIACENZA
006865     MOVE WS-LOT-PORZIONE TO LOT-QTA-ENTRATA
006866     MOVE WS-DATA-SISTEMA TO LOT-DATA-PRIMO-CARICO
006867     MOVE WS-DATA-SISTEMA TO LOT-DATA-ULTIMO-MOV
006868     WRITE LOT-RECORD.
006869 2830-EXIT.
006870     EXIT.
006871
006872*****************************************************************
006873*  2840-PRELEVA-LOTTO - TOGLIE LA DIFFERENZA IN MENO DAL LOTTO  *
006874*  SUCCESSIVO IN ORDINE DI SCADENZA                             *
006875*****************************************************************
006876 2840-PRELEVA-LOTTO.
006877     PERFORM 2870-LEGGI-LOTTO-SUCC THRU 2870-EXIT
006878     IF FINE-LOTTI
006879         GO TO 2840-EXIT
006880     END-IF
006881     IF LOT-GIACENZA = 0
006882         GO TO 2840-EXIT
006883     END-IF
006884     IF WS-LOT-DA-PRELEVARE < LOT-GIACENZA
006885         MOVE WS-LOT-DA-PRELEVARE TO WS-LOT-PORZIONE
006886     ELSE
006887         MOVE LOT-GIACENZA TO WS-LOT-PORZIONE
006888     END-IF
006889     SUBTRACT WS-LOT-PORZIONE FROM LOT-GIACENZA
006890     SUBTRACT WS-LOT-PORZIONE FROM WS-LOT-DA-PRELEVARE
006891     MOVE WS-DATA-SISTEMA TO LOT-DATA-ULTIMO-MOV
006892     REWRITE LOT-RECORD.
006893 2840-EXIT.
006894     EXIT.
006895
006896*****************************************************************
006897*  2860-POSIZIONA-LOTTI / 2870-LEGGI-LOTTO-SUCC - LETTURA DEI   *
006898*  LOTTI DEL CODICE SUL DEPOSITO WS-LOT-DEPOSITO IN ORDINE DI   *
006899*  CHIAVE (SCADENZA PIU' VICINA PRIMA), RIPOSIZIONANDO IL FILE  *
006900*  SULL'ULTIMA CHIAVE LETTA AD OGNI LETTURA                     *
006901*****************************************************************
006902 2860-POSIZIONA-LOTTI.
006903     MOVE "N" TO WS-SW-FINE-LOTTI
006904     MOVE PRD-CODICE-PROD TO WS-LUC-CODICE-PROD
006905     MOVE WS-LOT-DEPOSITO TO WS-LUC-DEPOSITO
006906     MOVE 0 TO WS-LUC-SCADENZA
006907     MOVE LOW-VALUES TO WS-LUC-NUMERO.
006908 2860-EXIT.
006909     EXIT.
006910
006911 2870-LEGGI-LOTTO-SUCC.
006912     MOVE WS-LOT-ULTIMA-CHIAVE TO LOT-CHIAVE
006913     START LOTMAST-FILE KEY IS GREATER THAN LOT-CHIAVE
006914         INVALID KEY
006915             SET FINE-LOTTI TO TRUE
006916             GO TO 2870-EXIT
006917     END-START
006918     READ LOTMAST-FILE NEXT RECORD
006919         AT END
006920             SET FINE-LOTTI TO TRUE
006921             GO TO 2870-EXIT
006922     END-READ
006923     IF LOT-CODICE-PROD NOT = PRD-CODICE-PROD
006924         OR LOT-DEPOSITO NOT = WS-LOT-DEPOSITO
006925         SET FINE-LOTTI TO TRUE
006926         GO TO 2870-EXIT
006927     END-IF
006928     MOVE LOT-CHIAVE TO WS-LOT-ULTIMA-CHIAVE.
006929 2870-EXIT.
006930     EXIT.
006931
006932*****************************************************************
006933*  3000-SCRIVI-SOPRAVVENIENZE - ACCODA A INVSMRY LE VOCI DI     *
006934*  SOPRAVVENIENZA PER L'ESTRATTO GL (GLEXTR VA ESEGUITO DOPO    *
006935*  QUESTA RUN); LE VOCI VANNO CENSITE SU COAMAP, AREA M         *
006936*****************************************************************
006937 3000-SCRIVI-SOPRAVVENIENZE.
006938     IF WS-NUM-SOPRAV-ATTIVE = 0
006939         AND WS-NUM-SOPRAV-PASSIVE = 0
006940         GO TO 3000-EXIT
006941     END-IF
006942
006943     OPEN EXTEND INVSMRY-FILE
006950     IF WS-FS-INVSMRY = "35"
006960         OPEN OUTPUT INVSMRY-FILE
006970         CLOSE INVSMRY-FILE
007340
007350     CLOSE INVDIF-FILE
007360     CLOSE MVJRNL-FILE
007361     CLOSE LOTMAST-FILE
007370     IF NOT MASTER-ASSENTE
007380         CLOSE PRDMAST-FILE
007390     END-IF
