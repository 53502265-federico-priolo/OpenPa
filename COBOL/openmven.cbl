000220* funzione=ripristina RIPORTA IL RECORD IN VIGORE AI VALORI DI
000230* UNA VERSIONE SCELTA (MK-numero/MK-versione), STORICIZZANDO A
000240* SUA VOLTA LA VERSIONE CHE VIENE SOSTITUITA
000243* (ripristina E finestra ACCETTANO MK-ticket, IL TICKET DI
000246* CAMBIAMENTO, OBBLIGATORIO SE IL PARAMETRO TICKET-MENU VALE "S")
000250*
000260 IDENTIFICATION   DIVISION.
000270 PROGRAM-ID.      OPENMVEN.
000755           MOVE VALUE-WEB(1:10)  TO FUNZIONE-VEN
000760          END-IF.
000770
000771*         RIPRISTINO E FINESTRA RISCRIVONO LA VOCE DI MENU: SERVE
000772*         IL TICKET DI CAMBIAMENTO MK-ticket (SE IL PARAMETRO
000773*         TICKET-MENU LO RICHIEDE), CHE ACCOMPAGNA POI LO STORICO
000774          IF FUNZIONE-VEN = "ripristina"
000775           OR FUNZIONE-VEN = "finestra"
000776           MOVE "OPENMVEN"      TO PROGRAMMA-TKT-WEB
000777           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
000778           MOVE "MVER"          TO ARCHIVIO-TKT-WEB
000779           MOVE SPACES          TO RIFERIMENTO-TKT-WEB
000780           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
000781           IF ESITO-TKT-WEB NOT = "OK"
000782            PERFORM VIS-MESS    THRU EX-VIS-MESS
000783            GO TO FINE-VEN
000784           END-IF
000785          END-IF.
000786
000787          IF FUNZIONE-VEN = "finestra"
000788           PERFORM FINESTRA-VEN  THRU EX-FINESTRA-VEN
000789           GO TO FINE-VEN
000790          END-IF.
000791
000792          IF FUNZIONE-VEN = "ripristina"
000793           PERFORM RIPRISTINA-VEN
000800            THRU EX-RIPRISTINA-VEN
000810           GO TO FINE-VEN
000820          END-IF.
