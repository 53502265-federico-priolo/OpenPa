000240* NESSUNO DI NUOVO (VERIFICA-ASSEGNABILE-GRU IN PIOGRU.CBL);
000250* I MEMBRI ESISTENTI CONTINUANO A LAVORARE FINCHE' NON VENGONO
000260* MIGRATI CON opengfus.exe.
000261* IL CAMPO privilegiato (S/N) MARCA I GRUPPI DI POTERE CHE
000262* ENTRANO NEL PUNTEGGIO DI RISCHIO DEGLI UTENTI (openrisk.exe).
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENMGRU.
001690          MOVE "OWNER-GRU"        TO NOME-VIEW.
001700          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001710
001711          MOVE PRIVILEGIATO-GRU   TO STRINGA-VIEW.
001712          MOVE "PRIVILEGIATO-GRU" TO NOME-VIEW.
001713          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001714
001720          MOVE ORIGINALE-MGRU     TO STRINGA-VIEW.
001730          MOVE "ORIGINALE"        TO NOME-VIEW.
001740          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
002820          PERFORM READ-WEB        THRU EX-READ-WEB.
002830          MOVE VALUE-WEB(1:8)     TO OWNER-GRU.
002840
002841          MOVE "privilegiato"     TO FIELD-WEB.
002842          PERFORM READ-WEB        THRU EX-READ-WEB.
002843          MOVE "N"                TO PRIVILEGIATO-GRU.
002844          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:1) = "S"
002845           MOVE "S"               TO PRIVILEGIATO-GRU
002846          END-IF.
002847
002850 EX-CARICA-CAMPI-MGRU.
002860          EXIT.
002870*
003470           STATO-GRU              DELIMITED BY SIZE
003480           '","OWNER":"'          DELIMITED BY SIZE
003490           OWNER-GRU              DELIMITED BY SIZE
003491           '","PRIVILEGIATO":"'   DELIMITED BY SIZE
003492           PRIVILEGIATO-GRU       DELIMITED BY SIZE
003500           '","VARIA":"'          DELIMITED BY SIZE
003510           '<a href=openmgru.exe?MK-KEY=' DELIMITED BY SIZE
003520           SECTION-WEB            DELIMITED BY SIZE
