000162*    DA 71 A 81 BYTE, QUINDI PRDMAST VA RIORGANIZZATO (SCARICO
000163*    E RICARICO) UNA TANTUM PRIMA DELLA PRIMA RUN.
000164     05  PRD-GIACENZA-DEP        PIC 9(05) OCCURS 2 TIMES.
000165*    MERCE IMPEGNATA PER DEPOSITO SU ORDINI CLIENTE APERTI
000166*    (RUN ORDCLI, MASTER OCLMAST): LA GIACENZA DISPONIBILE DEL
000167*    DEPOSITO E' PRD-GIACENZA-DEP MENO PRD-IMPEGNATO-DEP. LO
000168*    SCARICO DI PRELIEVO (PRDTR-MOV-IMPEGNO = "C") SCIOGLIE
000169*    L'IMPEGNO IN PRODMAST; GLI ALTRI SCARICHI E I TRASFERIMENTI
000170*    NON POSSONO INTACCARE LA MERCE IMPEGNATA. IL RECORD PASSA
000171*    DA 81 A 91 BYTE: PRDMAST VA RIORGANIZZATO UNA TANTUM CON
000172*    I CAMPI A ZERO. UN VALORE NON NUMERICO VALE ZERO.
000173     05  PRD-IMPEGNATO-DEP       PIC 9(05) OCCURS 2 TIMES.
000174*    CLASSE ABC DEL CODICE PER VALORE DEI CONSUMI (A = CODICI CHE
000175*    FANNO LA PARTE PRINCIPALE DEL VALORE SCARICATO, C = CODA),
000176*    ASSEGNATA DAL RICALCOLO MENSILE RIOPUNT E SCRITTA SUL MASTER
000177*    DA RIOPAGG; GUIDA LA FREQUENZA DI CONTA DELLE LISTE INVLST.
000178*    A SPAZI SUI CODICI NON ANCORA CLASSIFICATI. RICAVATA DAL
000179*    RIEMPITIVO: IL RECORD RESTA DI 91 BYTE.
000180     05  PRD-CLASSE-ABC          PIC X(01).
000181         88  PRD-CLASSE-A                VALUE "A".
000182         88  PRD-CLASSE-B                VALUE "B".
000183         88  PRD-CLASSE-C                VALUE "C".
000184         88  PRD-NON-CLASSIFICATO        VALUE SPACE.
000185     05  FILLER                  PIC X(03).
