000250*  2026-09-02  RDM     PRIMA VERSIONE. SOSTITUISCE LA           *
000260*                      RIBATTITURA MANUALE DEI NETTI NEL        *
000270*                      PORTALE DELLA BANCA.                     *
000271*  2026-10-15  RDM     BLOCCO DEL PRIMO BONIFICO DOPO UNA       *
000272*                      VARIAZIONE DELL'IBAN FATTA DA IBANMAN    *
000273*                      (CBN-BLOCCO-BONIFICO SU IBANMAST, ORA    *
000274*                      APERTO IN I-O): IL PAGAMENTO VA SU       *
000275*                      BONEXRPT DA SBLOCCARE A MANO (VEDERE     *
000276*                      2250).                                   *
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000990     05  WS-SW-TOTALE-NETSM      PIC X(01)   VALUE "N".
001000         88  TOTALE-NETSM-TROVATO            VALUE "S".
001010         88  TOTALE-NETSM-ASSENTE            VALUE "N".
001011     05  WS-SW-BLOCCO            PIC X(01)   VALUE "N".
001012         88  BONIFICO-BLOCCATO               VALUE "S".
001013         88  BONIFICO-LIBERO                 VALUE "N".
001020
001030*****************************************************************
001040*  CONTATORI E TOTALI DI CONTROLLO DELLA RUN                    *
001070 77  WS-TOT-DISPOSIZIONI         PIC 9(11)V99 VALUE 0.
001080 77  WS-CONTA-ECCEZIONI          PIC 9(05)   VALUE 0.
001090 77  WS-TOT-ECCEZIONI            PIC 9(11)V99 VALUE 0.
001091 77  WS-CONTA-BLOCCATI           PIC 9(05)   VALUE 0.
001092 77  WS-TOT-BLOCCATI             PIC 9(11)V99 VALUE 0.
001100 77  WS-TOT-COMPLESSIVO          PIC 9(11)V99 VALUE 0.
001110 77  WS-NETTO-RIEPILOGO          PIC 9(09)V99 VALUE 0.
001120 77  WS-MOTIVO-ECCEZIONE         PIC X(40)   VALUE SPACES.
001530         VALUE "  IMPORTO ".
001540     05  WS-ET-TOT-ECC           PIC ZZZ.ZZZ.ZZ9,99.
001550
001551 01  WS-EX-TOTBLOC-LINE.
001552     05  FILLER                  PIC X(30)
001553         VALUE "DI CUI BLOCCATI IBAN VARIATO".
001554     05  WS-EB-CONTA-BLOC        PIC ZZZZZ9.
001555     05  FILLER                  PIC X(10)
001556         VALUE "  IMPORTO ".
001557     05  WS-EB-TOT-BLOC          PIC ZZZ.ZZZ.ZZ9,99.
001558
001560 01  WS-EX-QUADRA-OK-LINE.
001570     05  FILLER                  PIC X(96)
001580         VALUE "QUADRATURA CON NETSMRY: OK - FILE BONFILE PRONTO
001940         SET FINE-NETDETT TO TRUE
001950     END-IF
001960
001961     OPEN I-O IBANMAST-FILE
001980     IF WS-FS-IBANMAST = "35"
001990         SET MASTER-IBAN-ASSENTE TO TRUE
002000     END-IF
002330     END-IF
002340
002350     PERFORM 2200-CONTROLLA-IBAN THRU 2200-EXIT
002351     IF IBAN-VALIDO
002352         PERFORM 2250-VERIFICA-BLOCCO THRU 2250-EXIT
002353     END-IF
002360
002370     IF IBAN-VALIDO
002380         PERFORM 2300-SCRIVI-DISPOSIZIONE THRU 2300-EXIT
002980     EXIT.
002990
003000*****************************************************************
003001*  2250-VERIFICA-BLOCCO - PRIMO BONIFICO DOPO UNA VARIAZIONE    *
003002*  DELL'IBAN (BLOCCO ACCESO DA IBANMAN): IL PAGAMENTO E'        *
003003*  TRATTENUTO E FINISCE SU BONEXRPT, DA SBLOCCARE A MANO        *
003004*  DALL'UFFICIO PAGHE DOPO LA VERIFICA DEL NUOVO CONTO. IL      *
003005*  PERIODO DEL BLOCCO VIENE REGISTRATO SUL MASTER: UNA          *
003006*  RIPETIZIONE DELLA RUN DELLO STESSO PERIODO TRATTIENE ANCORA, *
003007*  LA RUN DI UN PERIODO SUCCESSIVO SPEGNE IL BLOCCO E PAGA.     *
003008*****************************************************************
003009 2250-VERIFICA-BLOCCO.
003010     SET BONIFICO-LIBERO TO TRUE
003011     IF NOT CBN-BLOCCO-ATTIVO
003012         GO TO 2250-EXIT
003013     END-IF
003014
003015     IF CBN-PERIODO-BLOCCO NOT = SPACES
003016         AND CBN-PERIODO-BLOCCO NOT = NETD-PERIODO
003017         SET CBN-BLOCCO-SPENTO TO TRUE
003018         MOVE SPACES TO CBN-PERIODO-BLOCCO
003019         REWRITE CBN-RECORD
003020         GO TO 2250-EXIT
003021     END-IF
003022
003023     MOVE NETD-PERIODO TO CBN-PERIODO-BLOCCO
003024     REWRITE CBN-RECORD
003025     SET BONIFICO-BLOCCATO TO TRUE
003026     SET IBAN-NON-VALIDO TO TRUE
003027     MOVE "IBAN VARIATO - BONIFICO BLOCCATO"
003028         TO WS-MOTIVO-ECCEZIONE
003029     ADD 1 TO WS-CONTA-BLOCCATI
003030     ADD NETD-NETTO TO WS-TOT-BLOCCATI.
003031 2250-EXIT.
003032     EXIT.
003033
003034*****************************************************************
003035*  2300-SCRIVI-DISPOSIZIONE - EMETTE LA DISPOSIZIONE DI         *
003036*  BONIFICO SUL FILE DISPOSITIVO, CON CAUSALE COL PERIODO PAGA  *
003037*****************************************************************
003040 2300-SCRIVI-DISPOSIZIONE.
003050     MOVE SPACES TO BON-RECORD
003060     SET BON-DISPOSIZIONE TO TRUE
003600     MOVE WS-CONTA-ECCEZIONI TO WS-ET-CONTA-ECC
003610     MOVE WS-TOT-ECCEZIONI TO WS-ET-TOT-ECC
003620     WRITE BONEXRPT-LINE FROM WS-EX-TOTECC-LINE
003621     IF WS-CONTA-BLOCCATI > 0
003622         MOVE WS-CONTA-BLOCCATI TO WS-EB-CONTA-BLOC
003623         MOVE WS-TOT-BLOCCATI TO WS-EB-TOT-BLOC
003624         WRITE BONEXRPT-LINE FROM WS-EX-TOTBLOC-LINE
003625     END-IF
003630
003640     OPEN INPUT NETSMRY-FILE
003650     IF WS-FS-NETSMRY = "35"
