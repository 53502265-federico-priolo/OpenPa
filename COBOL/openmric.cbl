000230* SOLA AL SUO POSTO NELL'ALBERO). IL RIPRISTINO PASSA DA
000240* RISCRIVI-MENU-VER, COME QUALSIASI ALTRO AGGIORNAMENTO DELLA
000250* VOCE, COSI' RESTA UNA TRACCIA STORICA ANCHE DI QUESTA OPERAZIONE
000253* (CON MK-ticket, IL TICKET DI CAMBIAMENTO, OBBLIGATORIO SE IL
000256* PARAMETRO TICKET-MENU VALE "S")
000260*
000270 IDENTIFICATION   DIVISION.
000280 PROGRAM-ID.      OPENMRIC.
000750           MOVE VALUE-WEB(1:8)   TO FUNZIONE-WEB
000760          END-IF.
000770
000771*         IL RIPRISTINO RISCRIVE LA VOCE DI MENU: SERVE
000772*         IL TICKET DI CAMBIAMENTO MK-ticket (SE IL PARAMETRO
000773*         TICKET-MENU LO RICHIEDE), CHE ACCOMPAGNA POI LO STORICO
000774          IF FUNZIONE-WEB = "ripristina"
000775           MOVE "OPENMRIC"      TO PROGRAMMA-TKT-WEB
000776           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
000777           MOVE "MVER"          TO ARCHIVIO-TKT-WEB
000778           MOVE SPACES          TO RIFERIMENTO-TKT-WEB
000779           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
000780           IF ESITO-TKT-WEB NOT = "OK"
000781            PERFORM VIS-MESS    THRU EX-VIS-MESS
000782            GO TO FINE-RIC
000783           END-IF
000784          END-IF.
000785
000786          IF FUNZIONE-WEB = "ripristina"
000790           PERFORM RIPRISTINA-RIC
000800            THRU EX-RIPRISTINA-RIC
000810           GO TO FINE-RIC
