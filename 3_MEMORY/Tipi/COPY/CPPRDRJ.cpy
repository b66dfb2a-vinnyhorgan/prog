000252*    DI RIPRESENTAZIONE DA RJRECYC
000253     05  PRDRJ-MOV-DEPOSITO      PIC X(02).
000254     05  PRDRJ-MOV-DEP-DEST      PIC X(02).
000255     05  PRDRJ-MOV-IMPEGNO       PIC X(01).
000256*    LOTTO E SCADENZA DEL CARICO SCARTATO (CPPRDTR); IL RECORD
000257*    CRESCE DI 18 BYTE: VALE LA CONVERSIONE UNA TANTUM DI PRDRJEXT
000258*    GIA' DESCRITTA IN PRODMAST PER I PRECEDENTI ALLUNGAMENTI.
000259     05  PRDRJ-MOV-LOTTO         PIC X(10).
000260     05  PRDRJ-MOV-SCADENZA      PIC X(08).
000261*    DATA DI COMPETENZA DEL MOVIMENTO SCARTATO (CPPRDTR), DA
000262*    CORREGGERE NELL'ESTRATTO SE CADE IN UN MESE DI MAGAZZINO GIA'
000263*    CHIUSO; IL RECORD CRESCE DI 8 BYTE, CON LA STESSA CONVERSIONE
000264*    UNA TANTUM DI PRDRJEXT.
000265     05  PRDRJ-MOV-DATA-COMP     PIC X(08).
000266     05  FILLER                  PIC X(03).
