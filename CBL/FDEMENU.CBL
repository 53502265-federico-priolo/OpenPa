000277*     RICHIAMO DIRETTO VIENE RIFIUTATO (VERIFICA-FINESTRA-MENU)
000278   02 DATA-INIZIO-MENU           PIC 9(8).
000279   02 DATA-FINE-MENU             PIC 9(8).
000281*     POSIZIONE NELL'ALBERO DEL MENU (openmalb.exe): NUM-MENU
000282*     DELLA VOCE PADRE (ZERO O NON NUMERICO = VOCE DI PRIMO
000283*     LIVELLO) E ORDINE TRA LE VOCI SORELLE DELLO STESSO PADRE
000284   02 PADRE-MENU                 PIC 9(7).
000285   02 ORDINE-MENU                PIC 9(4).
000286*     CODICE DI ACCESSO RAPIDO ALTERNATIVO ALLA TERNA MOD/ENT/FUNZ
000287*     (openscor.exe): MAIUSCOLO, UNICO SU TUTTO IL MENU, SPAZI =
000288*     VOCE RAGGIUNGIBILE SOLO CON LA TERNA
000289   02 ALIAS-MENU                 PIC X(8).
000290   02 FILLER                     PIC X(325).
