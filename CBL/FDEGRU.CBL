000032* LAVORARE FINCHE' NON VIENE MIGRATO CON opengfus.exe. UN
000033* GRUPPO NON CENSITO QUI VALE ATTIVO (I GRUPPI STORICI
000034* RIENTRANO SENZA CARICAMENTO INIZIALE).
000035* PRIVILEGIATO-GRU MARCA I GRUPPI CHE DANNO POTERI AMMINISTRATIVI
000036* O DI ACCESSO ESTESO: L'APPARTENENZA PESA NEL PUNTEGGIO DI
000037* RISCHIO DEGLI UTENTI (openrisk.exe).
000038*
000039  FD ARKGRU LABEL RECORD  IS STANDARD GLOBAL
000040             BLOCK  CONTAINS 64  CHARACTERS
000041             RECORD CONTAINS 64  CHARACTERS.
000042*
000050  01 GRUPPO-ANAGRAFICA.
000060   02 CHIAVE-GRU.
000070    05 GRUPPO-GRU               PIC 9(04).
000110      88 GRU-CONGELATO          VALUE "F".
000120      88 GRU-CHIUSO             VALUE "C".
000130   02 OWNER-GRU                 PIC X(08).
000135   02 PRIVILEGIATO-GRU          PIC X(01).
000136      88 GRU-PRIVILEGIATO       VALUE "S".
000140   02 FILLER                    PIC X(20).
