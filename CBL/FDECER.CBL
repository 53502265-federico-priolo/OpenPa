000029* DELL'APERTURA DELLA CAMPAGNA; GLI INCARICATI LE CONFERMANO O
000030* REVOCANO DALLA WORKLIST; ALLA SCADENZA LE PENDENTI VENGONO
000031* MARCATE "X" E IL PERMESSO MESSO A SCADERE SU ARKABI
000032* PRIORITA-CER = "S" SULLE VOCI DEI GRUPPI DEGLI UTENTI PIU' A
000033* RISCHIO ALL'APERTURA (ELENCO DI openrisk.exe); RISCHIO-CER
000034* RIPORTA L'UTENTE CHE HA DATO LA PRIORITA'
000035*
000036  FD ARKCER LABEL RECORD  IS STANDARD GLOBAL
000037             BLOCK  CONTAINS 80  CHARACTERS
000038             RECORD CONTAINS 80  CHARACTERS.
000040*
000050  01 VOCE-RICERT.
000060   02 CHIAVE-CER.
000170   02 DATA-DECISIONE-CER        PIC 9(08).
000180   02 SCADENZA-CAMPAGNA-CER     PIC 9(08).
000190   02 DESC-CER                  PIC X(20).
000191   02 PRIORITA-CER              PIC X(01).
000192      88 CER-PRIORITARIA        VALUE "S".
000193   02 RISCHIO-CER               PIC X(08).
000200   02 FILLER                    PIC X(14).
