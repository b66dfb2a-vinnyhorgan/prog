000410*                      GIORNALE DI ESECUZIONE COMUNE RUNJRNL    *
000420*                      (COPY CPRUNJR), AD USO DEL PROSPETTO     *
000430*                      OPERATIVO GIORNALIERO RUNRPT.            *
000431*  2026-10-15  RDM     LA RIPRESENTAZIONE MAGAZZINO RIPORTA     *
000432*                      ANCHE IL CONTRASSEGNO DI SCARICO DI      *
000433*                      PRELIEVO SU MERCE IMPEGNATA (NUOVI       *
000434*                      CAMPI CPPRDRJ/CPPRDTR, VEDERE ORDCLI).   *
000435*  2026-10-15  RDM     LA RIPRESENTAZIONE MAGAZZINO RIPORTA     *
000436*                      ANCHE LOTTO E SCADENZA DEL CARICO        *
000437*                      SCARTATO (NUOVI CAMPI CPPRDRJ/CPPRDTR,   *
000438*                      VEDERE CPLOTMS).                         *
000439*  2026-10-15  RDM     LA RIPRESENTAZIONE MAGAZZINO RIPORTA     *
000440*                      ANCHE LA DATA DI COMPETENZA DEL          *
000441*                      MOVIMENTO SCARTATO (NUOVI CAMPI          *
000442*                      CPPRDRJ/CPPRDTR, VEDERE MAGCHIU).        *
000443*                      L'ESTRATTO AGGIORNATO PRDRJUPD HA ORA LA *
000444*                      LUNGHEZZA INTERA DEL RECORD SCARTI,      *
000445*                      LOTTO E SCADENZA COMPRESI.               *
000446*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SPECIAL-NAMES.
001260 01  DIPRU-RECORD                PIC X(136).
001270
001280 FD  PRDRJUPD-FILE.
001281 01  PRDRU-RECORD                PIC X(152).
001300
001310 FD  RJAGERPT-FILE.
001320 01  RJAGERPT-LINE               PIC X(96).
005250     MOVE PRDRJ-MOV-COSTO-UNIT TO PRDTR-MOV-COSTO-UNIT
005260     MOVE PRDRJ-MOV-DEPOSITO TO PRDTR-MOV-DEPOSITO
005270     MOVE PRDRJ-MOV-DEP-DEST TO PRDTR-MOV-DEP-DEST
005271     MOVE PRDRJ-MOV-IMPEGNO TO PRDTR-MOV-IMPEGNO
005272     MOVE PRDRJ-MOV-LOTTO TO PRDTR-MOV-LOTTO
005273     MOVE PRDRJ-MOV-SCADENZA TO PRDTR-MOV-SCADENZA
005274     MOVE PRDRJ-MOV-DATA-COMP TO PRDTR-MOV-DATA-COMP
005280     WRITE PRDTR-RECORD
005290
005300     ADD 1 TO WS-PRD-CONTA-RECORD
