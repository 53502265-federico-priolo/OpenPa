000230* PASSI ARKBCK DI OGGI, NOTIFICHE ARKNOT NON ANCORA SPEDITE -
000240* OGNI TESSERA COL LINK ALLA SUA MASCHERA. VIVO, A DIFFERENZA
000250* DELLA SINTESI TESTUALE DI OPENDIG. LA SCELTA DELLE TESSERE E'
000260* PER UTENTE (PARAMETRO PER UTENTE "DASHBOARD", 5 FLAG S/N
000270* NELLE POS 1-5; ASSENTE = TUTTE); funzione=tiles LA REGISTRA.
000280*
000290 IDENTIFICATION   DIVISION.
001450           GO TO EX-LEGGI-TESSERE-DASH
001460          END-IF.
001470
001480          MOVE "DASHBOARD"        TO NOME-PAR-WEB.
001490          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001500          MOVE OPERATORE-DASH     TO QUALIFICA-PAR-WEB.
001510          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
001520
001525          IF ESITO-PAR-WEB = "OK" AND
001530             VALORE-PAR-WEB(1:5) NOT = SPACES
001540           MOVE VALORE-PAR-WEB(1:5) TO TESSERE-DASH
001550          END-IF.
001560
001570 EX-LEGGI-TESSERE-DASH.
001590
001600 SALVA-TESSERE-DASH.
001610
001620          MOVE "DASHBOARD"        TO NOME-PAR-WEB.
001630          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001640          MOVE OPERATORE-DASH     TO QUALIFICA-PAR-WEB.
001650          MOVE "OPENDASH"         TO PROGRAMMA-PAR-WEB.
001670
001680          MOVE "MK-tessere"       TO FIELD-WEB.
001690          PERFORM READ-WEB        THRU EX-READ-WEB.
001700          MOVE SPACES             TO VALORE-PAR-WEB.
001705          MOVE VALUE-WEB(1:5)     TO VALORE-PAR-WEB(1:5).
001710
001720          PERFORM IMPOSTA-PARAMETRO-WEB
001725           THRU EX-IMPOSTA-PARAMETRO-WEB.
001730
001740          MOVE "Tessere del cruscotto registrate" TO MESSAGGIO.
001745          IF ESITO-PAR-WEB NOT = "OK"
001746           MOVE SPACES            TO MESSAGGIO
001747           STRING "Tessere non registrate: " MOTIVO-PAR-WEB
001748            DELIMITED BY SIZE INTO MESSAGGIO
001749          END-IF.
001750          PERFORM VIS-MESS        THRU EX-VIS-MESS.
001760
001770 EX-SALVA-TESSERE-DASH.
