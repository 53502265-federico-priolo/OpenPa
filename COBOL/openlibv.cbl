000900           MOVE VALUE-WEB(1:8)   TO FUNZIONE-WEB
000910          END-IF.

000911*         SALVA E RIPRISTINA TOCCANO ARKLIB: UN TICKET DI CAMBIAMENTO
000912*         MK-ticket, SE INDICATO, DEVE ESSERE APPROVATO E IN FINESTRA
000913          IF FUNZIONE-WEB = "salva" OR FUNZIONE-WEB = "ripristina"
000914           MOVE "OPENLIBV"      TO PROGRAMMA-TKT-WEB
000915           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
000916           MOVE "LIBH"          TO ARCHIVIO-TKT-WEB
000917           MOVE SPACES TO RIFERIMENTO-TKT-WEB
000918           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
000919           IF ESITO-TKT-WEB NOT = "OK"
000920            PERFORM VIS-MESS    THRU EX-VIS-MESS
000921            GO TO FINE-LIBV
000922           END-IF
000923          END-IF.

000924          IF FUNZIONE-WEB = "salva"
000930           PERFORM SALVA-LIBV     THRU EX-SALVA-LIBV
000940           GO TO FINE-LIBV
000950          END-IF.
