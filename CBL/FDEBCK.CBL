000251      02  ORA-INIZIO-BCK      PIC 9(6).
000252      02  ORA-FINE-BCK        PIC 9(6).
000253      02  NOTA-BCK            PIC X(40).
000263*
000273*     TOTALI DI CONTROLLO DEL PASSO (LETTI, SCRITTI, AGGIORNATI,
000283*     CANCELLATI, SCARTATI) CON L'EQUAZIONE DI QUADRATURA CHE IL
000293*     PASSO DICHIARA ("C", "M", "N"; SPAZIO = TOTALI NON
000303*     REGISTRATI) E IL SOSPETTO ALZATO DAL CONFRONTO CON LO
000313*     STORICO. LE RIGHE PIU' VECCHIE RIENTRANO CON EQUAZIONE A
000323*     SPAZI E I CONTATORI NON VANNO LETTI
000333*
000343      02  TOTALI-BCK.
000353          03  LETTI-BCK       PIC 9(9).
000363          03  SCRITTI-BCK     PIC 9(9).
000373          03  AGGIORNATI-BCK  PIC 9(9).
000383          03  CANCELLATI-BCK  PIC 9(9).
000393          03  SCARTATI-BCK    PIC 9(9).
000403      02  EQUAZIONE-BCK       PIC X.
000413          88  BCK-CON-TOTALI  VALUE "C" "M" "N".
000423      02  SOSPETTO-BCK        PIC X.
000433          88  BCK-SOSPETTO    VALUE "S".
000443      02  MOTIVO-SOSPETTO-BCK PIC X(40).
000453*
