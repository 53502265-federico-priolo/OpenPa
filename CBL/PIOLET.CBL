000054*
000055** SCRIVI-EVENTO-LET: ACCODA LA VISUALIZZAZIONE DI UN CAMPO
000056** SENSIBILE; IL CHIAMANTE VALORIZZA UTENTE-LET-WEB,
000057** NOME-LET-WEB, CHIAVE-LET-WEB E MODO-LET-WEB ("M" MASCHERATO,
000058** "C" IN CHIARO) E HA GIA' FATTO OPEN-E-LET
000059*
000060  SCRIVI-EVENTO-LET.
000061
000062          MOVE ALL "!"         TO EVENTO-LETTURA.
000063
000064          ACCEPT DATA-LET      FROM DATE YYYYMMDD.
000065          ACCEPT ORA-LET       FROM TIME.
000066
000067          MOVE UTENTE-LET-WEB  TO UTENTE-LET.
000068          MOVE NOME-LET-WEB    TO NOME-COBOL-LET.
000069          MOVE CHIAVE-LET-WEB  TO CHIAVE-LET.
000070          MOVE MODO-LET-WEB    TO MODO-LET.
000071
000072          WRITE EVENTO-LETTURA.
000073
000074  EX-SCRIVI-EVENTO-LET.
000075          EXIT.
