000290* SOLO REPORT, NESSUNA CORREZIONE AUTOMATICA: GIRA COME PASSO
000300* "REFI" DEL GIRO NOTTURNO (OPENBATCH) E L'OPERATORE DECIDE.
000310*
000312* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000314* OPENREFI.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000316* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000318*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENREFI.
000340 ENVIRONMENT      DIVISION.
000440          COPY "SELPERS.CBL".
000450          COPY "SELMENU.CBL".
000460          COPY "SELSUB.CBL".
000465          COPY "SELTOT.CBL".
000470
000480 DATA             DIVISION.
000490 FILE SECTION.
000550          COPY "FDEPERS.CBL".
000560          COPY "FDEMENU.CBL".
000570          COPY "FDESUB.CBL".
000575          COPY "FDETOT.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
001390          DISPLAY "ECCEZIONI ARKSUB     : " ECC-SUB-REFI.
001400          DISPLAY "ECCEZIONI TOTALI     : " TOTALE-ECC-REFI.
001410
001411***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
001412
001413          MOVE "OPENREFI"            TO PROGRAMMA-TOT-WEB.
001414          MOVE TOTALE-ECC-REFI       TO LETTI-TOT-WEB.
001415          MOVE ZEROS                 TO SCRITTI-TOT-WEB.
001416          MOVE ZEROS                 TO AGGIORNATI-TOT-WEB.
001417          MOVE ZEROS                 TO CANCELLATI-TOT-WEB.
001418          MOVE TOTALE-ECC-REFI       TO SCARTATI-TOT-WEB.
001419          MOVE "N"                   TO EQUAZIONE-TOT-WEB.
001420          PERFORM CONSEGNA-TOTALI-TOT
001421           THRU EX-CONSEGNA-TOTALI-TOT.
001422
001423          MOVE ZERO               TO RETURN-CODE.
001430
001440          GOBACK.
001450*
001500          COPY "PIOPERS.CBL".
001510          COPY "PIOMENU.CBL".
001520          COPY "PIOSUB.CBL".
001525          COPY "PIOTOT.CBL".
001530*
001540** CARICA IN MEMORIA I GRUPPI (BASE + EXTRA) DEGLI UTENTI NON
001550** CANCELLATI: SERVONO AI CONTROLLI SU ARKABI E ARKGER
