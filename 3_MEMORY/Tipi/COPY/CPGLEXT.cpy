000030*  LAYOUT FISSO A DISPOSIZIONE DELL'ALIMENTAZIONE CONTABILE     *
000040*  GLEXT-TIPO-RECORD:  D = DETTAGLIO     T = TOTALE DI AREA     *
000050*  GLEXT-AREA-CONTAB:  PAGHE            MAGAZ                  *
000051*                      FORNI (DEBITI VERSO FORNITORI, DEBFORN)  *
000060*****************************************************************
000070 01  GLEXT-RECORD.
000080     05  GLEXT-TIPO-RECORD       PIC X(01).
