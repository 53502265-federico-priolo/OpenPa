000160   02 DATA-RICH-ABIQ            PIC 9(8).
000170   02 ORA-RICH-ABIQ             PIC 9(6).
000180*     "P" IN ATTESA, "A" APPROVATA (PROMOSSA IN ABILITAZIONE),
000190*     "R" RESPINTA, "U" IN ATTESA DEL VISTO DEL RESPONSABILE DI
000191*     UNITA' (CHE STA IN APPROVATORE-ABIQ FINO ALLA DECISIONE);
000192*     "P" E "U" SONO ENTRAMBE PENDENTI
000200   02 STATO-ABIQ                PIC X.
000210      88 RICHIESTA-PENDENTE     VALUE "P" "U".
000211      88 RICHIESTA-DA-APPROVARE VALUE "P".
000212      88 RICHIESTA-DA-VISTARE   VALUE "U".
000220      88 RICHIESTA-APPROVATA    VALUE "A".
000230      88 RICHIESTA-RESPINTA     VALUE "R".
000240   02 APPROVATORE-ABIQ          PIC X(8).
