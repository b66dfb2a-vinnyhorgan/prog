000352*                      GIORNALE DI ESECUZIONE COMUNE RUNJRNL       *
000353*                      (COPY CPRUNJR), AD USO DEL PROSPETTO        *
000354*                      OPERATIVO GIORNALIERO RUNRPT.               *
000355*  2026-10-15  RDM     NUOVA AREA CONTABILE FORNITORI (FORNI)   *
000356*                      DALL'ESTRATTO DEBITI DEBFORN (COPY       *
000357*                      CPDEBFO) SCRITTO DAL RISCONTRO FATTURE   *
000358*                      FATRISC: UN DETTAGLIO PER RIGA DI        *
000359*                      FATTURA, CONTO DA COAMAP AREA F CON      *
000360*                      CHIAVE IL CODICE FORNITORE, E IL TOTALE  *
000361*                      DALLA CODA DI CONTROLLO. SENZA DEBFORN   *
000362*                      L'AREA NON VIENE ESTRATTA.               *
000363*  2026-10-15  RDM     OGNI RIGA FORNITORI PASSATA ALL'ESTRATTO *
000364*                      VIENE MARCATA ESTRATTA SUL REGISTRO      *
000365*                      FATREG (COPY CPFATRG): FATRISC NON LA    *
000366*                      RIPORTA PIU' SUL DEBFORN SUCCESSIVO. LE  *
000367*                      RIGHE SENZA CONTO SU COAMAP RESTANO DA   *
000368*                      ESTRARRE E TORNANO CON LA PROSSIMA RUN.  *
000369*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000623         ORGANIZATION IS SEQUENTIAL
000624         FILE STATUS IS WS-FS-RUNJRNL.
000630
000631     SELECT DEBFORN-FILE ASSIGN TO "DEBFORN"
000632         ORGANIZATION IS SEQUENTIAL
000633         FILE STATUS IS WS-FS-DEBFORN.
000634
000635     SELECT FATREG-FILE ASSIGN TO "FATREG"
000636         ORGANIZATION IS INDEXED
000637         ACCESS MODE IS DYNAMIC
000638         RECORD KEY IS FRG-CHIAVE
000639         FILE STATUS IS WS-FS-FATREG.
000640
000641 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PAYSMRY-FILE.
000670 COPY CPPAYSM.
000792 FD  RUNJRNL-FILE.
000793 COPY CPRUNJR.
000800
000801 FD  DEBFORN-FILE.
000802 COPY CPDEBFO.
000803
000804 FD  FATREG-FILE.
000805 COPY CPFATRG.
000806
000810 WORKING-STORAGE SECTION.
000820 01  WS-FILE-STATUS-AREA.
000830     05  WS-FS-PAYSMRY           PIC X(02).
000860     05  WS-FS-COAMAP            PIC X(02).
000870     05  WS-FS-GLEXCRPT          PIC X(02).
000871     05  WS-FS-RUNJRNL           PIC X(02).
000872     05  WS-FS-DEBFORN           PIC X(02).
000873     05  WS-FS-FATREG            PIC X(02).
000880
000890 01  WS-INDICATORI.
000900     05  WS-SW-FINE-PAYSMRY      PIC X(01)   VALUE "N".
000910         88  FINE-PAYSMRY                    VALUE "S".
000920     05  WS-SW-FINE-INVSMRY      PIC X(01)   VALUE "N".
000930         88  FINE-INVSMRY                    VALUE "S".
000931     05  WS-SW-FINE-DEBFORN      PIC X(01)   VALUE "N".
000932         88  FINE-DEBFORN                    VALUE "S".
000933     05  WS-SW-FATREG            PIC X(01)   VALUE "N".
000934         88  FATREG-ASSENTE                  VALUE "S".
000940     05  WS-SW-CONTO-TROVATO     PIC X(01)   VALUE "N".
000950         88  CONTO-TROVATO                   VALUE "S".
000960         88  CONTO-NON-TROVATO               VALUE "N".
001440     PERFORM 1000-INIZIALIZZA-RUN THRU 1000-EXIT
001450     PERFORM 2000-ESTRAI-AREA-PAGHE THRU 2000-EXIT
001460     PERFORM 3000-ESTRAI-AREA-MAGAZZINO THRU 3000-EXIT
001461     PERFORM 3500-ESTRAI-AREA-FORNITORI THRU 3500-EXIT
001470     PERFORM 9000-TERMINA-RUN THRU 9000-EXIT
001480     STOP RUN.
001490
001560     OPEN INPUT PAYSMRY-FILE
001570     OPEN INPUT INVSMRY-FILE
001580     OPEN INPUT COAMAP-FILE
001581     OPEN INPUT DEBFORN-FILE
001582     IF WS-FS-DEBFORN = "35"
001583         SET FINE-DEBFORN TO TRUE
001584     ELSE
001585         OPEN I-O FATREG-FILE
001586         IF WS-FS-FATREG = "35"
001587             SET FATREG-ASSENTE TO TRUE
001588         END-IF
001589     END-IF
001590     OPEN OUTPUT GLEXTR-FILE
001600     OPEN OUTPUT GLEXCRPT-FILE
001610
003090 3100-EXIT.
003100     EXIT.
003110
003111*****************************************************************
003112*  3500-ESTRAI-AREA-FORNITORI - UN RECORD DI DETTAGLIO PER OGNI *
003113*  RIGA DI FATTURA RISCONTRATA SU DEBFORN, PIU' IL TOTALE DELL' *
003114*  AREA FORNITORI DALLA CODA DI CONTROLLO. LA RIGA ESTRATTA     *
003115*  VIENE MARCATA SU FATREG (3650)                               *
003116*****************************************************************
003117 3500-ESTRAI-AREA-FORNITORI.
003118     PERFORM 3600-LEGGI-PROSSIMO-DEBFORN THRU 3600-EXIT
003119         UNTIL FINE-DEBFORN
003120     IF WS-FS-DEBFORN NOT = "35"
003121         CLOSE DEBFORN-FILE
003122         IF NOT FATREG-ASSENTE
003123             CLOSE FATREG-FILE
003124         END-IF
003130     END-IF.
003131 3500-EXIT.
003132     EXIT.
003133
003134 3600-LEGGI-PROSSIMO-DEBFORN.
003135     READ DEBFORN-FILE
003136         AT END
003137             SET FINE-DEBFORN TO TRUE
003138             GO TO 3600-EXIT
003139     END-READ
003140     ADD 1 TO WS-CONTA-LETTI-RUN
003141
003142     IF DEB-CODA-CONTROLLO
003143         SET GLEXT-TOTALE TO TRUE
003144         MOVE "FORNI" TO GLEXT-AREA-CONTAB
003145         MOVE "TOT. FORNITORI" TO GLEXT-CODICE-VOCE
003146         MOVE SPACES TO GLEXT-CONTO-GL
003147         MOVE SPACES TO GLEXT-CENTRO-COSTO
003148         MOVE DEB-TRL-TOT-IMPORTO TO GLEXT-IMPORTO
003149     ELSE
003150         MOVE "F" TO WS-COA-AREA-RICERCA
003151         MOVE DEB-CODICE-FORN TO WS-COA-CHIAVE-RICERCA
003152         PERFORM 2150-CERCA-CONTO THRU 2150-EXIT
003153         IF CONTO-NON-TROVATO
003154             MOVE DEB-IMPORTO TO WS-IMPORTO-ECCEZIONE
003155             PERFORM 4000-SCRIVI-ECCEZIONE THRU 4000-EXIT
003156             GO TO 3600-EXIT
003157         END-IF
003158         SET GLEXT-DETTAGLIO TO TRUE
003159         MOVE "FORNI" TO GLEXT-AREA-CONTAB
003160         MOVE DEB-CODICE-FORN TO GLEXT-CODICE-VOCE
003161         MOVE DEB-IMPORTO TO GLEXT-IMPORTO
003162     END-IF
003163     MOVE WS-DATA-SISTEMA (1:4) TO GLEXT-ANNO
003164     MOVE WS-DATA-SISTEMA (5:2) TO GLEXT-MESE
003165     MOVE WS-DATA-SISTEMA (7:2) TO GLEXT-GIORNO
003166     WRITE GLEXT-RECORD
003167     ADD 1 TO WS-CONTA-SCRITTI-RUN
003168     IF DEB-DETTAGLIO
003169         PERFORM 3650-MARCA-ESTRATTA THRU 3650-EXIT
003170     END-IF.
003171 3600-EXIT.
003172     EXIT.
003173
003174*****************************************************************
003175*  3650-MARCA-ESTRATTA - LA RIGA DI FATTURA ENTRATA NELL'       *
003176*  ESTRATTO VIENE MARCATA SU FATREG CON LA DATA DI ESTRAZIONE,  *
003177*  COSI' FATRISC NON LA RIPORTA SUL PROSSIMO DEBFORN. UNA       *
003178*  RIPETIZIONE DI GLEXTR SULLO STESSO DEBFORN RIFA' LO STESSO   *
003179*  ESTRATTO, COME PER LE ALTRE AREE                             *
003180*****************************************************************
003181 3650-MARCA-ESTRATTA.
003182     IF FATREG-ASSENTE
003183         GO TO 3650-EXIT
003184     END-IF
003185     MOVE DEB-CODICE-FORN TO FRG-CODICE-FORN
003186     MOVE DEB-NUM-FATTURA TO FRG-NUM-FATTURA
003187     MOVE DEB-NUM-ORDINE TO FRG-NUM-ORDINE
003188     MOVE DEB-CODICE-PROD TO FRG-CODICE-PROD
003189     READ FATREG-FILE
003190         INVALID KEY
003191             GO TO 3650-EXIT
003192     END-READ
003193     SET FRG-ESTRATTA TO TRUE
003194     MOVE WS-DATA-SISTEMA TO FRG-DATA-ESTRAZ-GL
003195     REWRITE FRG-RECORD.
003196 3650-EXIT.
003197     EXIT.
003198
003199*****************************************************************
003200*  4000-SCRIVI-ECCEZIONE - SEGNALA SUL REPORT GLEXCRPT UNA VOCE  *
003201*  PRIVA DI MAPPATURA SUL PIANO DEI CONTI: LA VOCE NON ENTRA     *
003202*  NELL'ESTRATTO E VA CENSITA SU COAMAP PRIMA DELLA PROSSIMA     *
003203*  ESECUZIONE.                                                   *
003204*****************************************************************
003205 4000-SCRIVI-ECCEZIONE.
003206     ADD 1 TO WS-CONTATORE-ECCEZIONI
003207     MOVE WS-COA-AREA-RICERCA TO WS-EC-AREA
003210     MOVE WS-COA-CHIAVE-RICERCA TO WS-EC-CHIAVE
003220     MOVE WS-IMPORTO-ECCEZIONE TO WS-EC-IMPORTO
003230     WRITE GLEXCRPT-LINE FROM WS-ECC-DETT-LINE.
