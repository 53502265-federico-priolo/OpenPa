000250  01  REC-FILE.
000260      02  NOME-CAT-FILE       PIC X(30).
000270      02  PATH-CAT-FILE       PIC X(80).
000271*
000272*     VERSIONE DEL TRACCIATO CON CUI E' SCRITTO L'ARCHIVIO (VEDI
000273*     LE RIGHE "TV" DI ARKDATO); SPAZI VALGONO 001. LA AGGIORNA
000274*     SOLO LA CONVERSIONE OPENTCNV
000275      02  VERSIONE-CAT-FILE   PIC X(03).
000280*
