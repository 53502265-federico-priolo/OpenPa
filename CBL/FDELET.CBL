000027*
000028* GIORNALE DELLE VISUALIZZAZIONI DEI CAMPI SENSIBILI: UNA RIGA
000029* OGNI VOLTA CHE UNA MASCHERA O GRIGLIA COSTRUITA SUL
000030* DIZIONARIO MOSTRA UN CAMPO CON SENSIBILE-DATO = "S", E UNA
000031* PER OGNI VALORE RIVELATO IN CHIARO (AZIONE "MOSTRA" O
000032* ESPORTAZIONE DI CHI HA LA CHIAMATA DI RIVELAZIONE)
000033*
000040  FD ARKLET LABEL RECORD  IS STANDARD GLOBAL.
000050*
000060  01 EVENTO-LETTURA.
000140        05 NOME-COBOL-LET PIC X(30).
000150        05 FILLER1-LET    PIC X.
000160        05 CHIAVE-LET     PIC X(20).
000170        05 FILLER1-LET    PIC X.
000180*       "C" = VALORE RIVELATO IN CHIARO DA CHI NE HA IL DIRITTO,
000190*       "M" O SPAZIO (RIGHE PRECEDENTI) = MOSTRATO MASCHERATO
000200        05 MODO-LET       PIC X.
000210           88 LETTURA-IN-CHIARO VALUE "C".
