000130    05 DATA-ABIS                PIC 9(8).
000140    05 ORA-ABIS                 PIC 9(6).
000150*     "G" = PERMESSO CONCESSO (SCRIVI-ABI/RISCRIVI-ABI),
000160*     "R" = PERMESSO REVOCATO (CANCELLA-ABI),
000165*     "L" = LIMITE DI IMPORTO VARIATO (ARKLIM, openabil.exe):
000166*     DESC-PRIMA/DOPO PORTANO IL LIMITE "VALUTA IMPORTO AZIONE"
000170   02 OPERAZIONE-ABIS           PIC X.
000180      88 OPERAZIONE-CONCESSA-ABIS VALUE "G".
000190      88 OPERAZIONE-REVOCATA-ABIS VALUE "R".
000195      88 OPERAZIONE-LIMITE-ABIS VALUE "L".
000200   02 DESC-PRIMA-ABIS           PIC X(20).
000210   02 DESC-DOPO-ABIS            PIC X(20).
000220   02 UTENTE-ABIS               PIC X(8).
