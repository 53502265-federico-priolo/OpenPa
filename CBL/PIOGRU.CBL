000690* IL MOTIVO IN MOTIVO-GRU-WEB) SE IL GRUPPO E' CONGELATO O
000700* CHIUSO IN ANAGRAFICA. UN GRUPPO NON CENSITO O ATTIVO E'
000710* ASSEGNABILE: CHI LO HA GIA' NON VIENE MAI TOCCATO DA QUESTO
000720* CONTROLLO, CHE VALE SOLO PER LE ASSEGNAZIONI NUOVE. SE IL
000721* CHIAMANTE HA MESSO IN UTENTE-QUA-WEB L'UTENTE CHE RICEVE IL
000722* GRUPPO, SI VERIFICANO ANCHE I PREREQUISITI DI FORMAZIONE DEL
000723* GRUPPO E DELLE SUE CHIAMATE (OPENQUAW): UNA QUALIFICA MANCANTE
000724* O SCADUTA RENDE IL GRUPPO NON ASSEGNABILE A QUELL'UTENTE.
000730*
000740  VERIFICA-ASSEGNABILE-GRU.

000800          PERFORM LEGGO-GRU    THRU EX-LEGGO-GRU.

000810          IF ESITO-NOK
000820           GO TO QUALIFICHE-ASSEGNABILE-GRU
000830          END-IF.

000840          IF GRU-CONGELATO
000940            DELIMITED BY SIZE INTO MOTIVO-GRU-WEB
000950          END-IF.

000951  QUALIFICHE-ASSEGNABILE-GRU.

000952          IF GRUPPO-ASSEGNABILE-WEB = "S"
000953           AND UTENTE-QUA-WEB NOT = SPACES
000954           MOVE "GRUPPO"       TO AZIONE-QUA-WEB
000955           MOVE GRUPPO-GRU     TO GRUPPO-QUA-WEB
000956           MOVE SPACES         TO CHIAMATA-QUA-WEB
000957           CALL "OPENQUAW"     USING AREA-QUA-WEB
000958           IF ESITO-QUA-WEB NOT = "OK"
000959            MOVE "N"           TO GRUPPO-ASSEGNABILE-WEB
000960            MOVE MOTIVO-QUA-WEB TO MOTIVO-GRU-WEB
000961           END-IF
000962          END-IF.

000963  EX-VERIFICA-ASSEGNABILE-GRU.
000970          EXIT.
