000180        05 ESITO-ACC      PIC XX.
000190        05 FILLER1-ACC    PIC X.
000200        05 NOTA-ACC       PIC X(30).
000201        05 FILLER1-ACC    PIC X.
000202*         UTENTE PER CONTO DEL QUALE SI E' OPERATO (DELEGA PER
000203*         ASSENZA, VEDI ARKDEL); SPAZI SULLE RIGHE ORDINARIE
000204        05 DELEGANTE-ACC  PIC X(08).
