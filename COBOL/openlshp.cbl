000260* ESEGUITO UNA VOLTA PER GIORNATA, PRIMA DELL'ARCHIVIAZIONE
000270* OPENALOG CHE SVUOTA ARKLOG (PASSO "LSHP" DEL GIRO OPENBATCH).
000280*
000282* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000284* OPENLSHP.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000286* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000288*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENLSHP.
000310 ENVIRONMENT      DIVISION.
000370          COPY "SELWEB.CBL".
000380          COPY "SELVIEW.CBL".
000390          COPY "SELARC.CBL".
000395          COPY "SELTOT.CBL".
000400
000410 DATA             DIVISION.
000420 FILE SECTION.
000440          COPY "FDEWEB.CBL".
000450          COPY "FDEVIEW.CBL".
000460          COPY "FDEARC.CBL".
000465          COPY "FDETOT.CBL".
000470
000480 WORKING-STORAGE  SECTION.
000490
001240           NOME-ARC-WEB.
001250          DISPLAY "RIGHE SPEDITE      : " RIGHE-SPEDITE-SHP.
001260
001261***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
001262
001263          MOVE "OPENLSHP"            TO PROGRAMMA-TOT-WEB.
001264          MOVE RIGHE-SPEDITE-SHP     TO LETTI-TOT-WEB.
001265          MOVE RIGHE-SPEDITE-SHP     TO SCRITTI-TOT-WEB.
001266          MOVE ZEROS                 TO AGGIORNATI-TOT-WEB.
001267          MOVE ZEROS                 TO CANCELLATI-TOT-WEB.
001268          MOVE ZEROS                 TO SCARTATI-TOT-WEB.
001269          MOVE "C"                   TO EQUAZIONE-TOT-WEB.
001270          PERFORM CONSEGNA-TOTALI-TOT
001271           THRU EX-CONSEGNA-TOTALI-TOT.
001272
001273          MOVE ZERO                  TO RETURN-CODE.
001280
001290          GOBACK.
001300*
001830          COPY "PIOLOG.CBL".
001840          COPY "PIOVIEW.CBL".
001850          COPY "PIOARC.CBL".
001860          COPY "PIOTOT.CBL".
