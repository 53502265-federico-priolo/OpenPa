000220* MODO DA POTERLA CAMBIARE SENZA RICOMPILARE; SE NON VIENE
000230* FORNITA SI USANO 90 GIORNI
000240*
000242* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000244* OPENVPUR.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000246* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000248*
000250 IDENTIFICATION   DIVISION.
000260 PROGRAM-ID.      OPENVPUR.
000270 ENVIRONMENT      DIVISION.
000310 FILE-CONTROL.
000320
000330          COPY "SELVIEW.CBL".
000335          COPY "SELTOT.CBL".
000340
000350 DATA             DIVISION.
000360 FILE SECTION.
000370
000380          COPY "FDEVIEW.CBL".
000385          COPY "FDETOT.CBL".
000390
000400 WORKING-STORAGE  SECTION.
000410
000690
000700          DISPLAY "RIGHE LETTE ARKVIEW  : " RIGHE-LETTE-PUR.
000710          DISPLAY "RIGHE CANCELLATE     : " RIGHE-CANCELLATE-PUR.
000711***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
000712
000713          MOVE "OPENVPUR"            TO PROGRAMMA-TOT-WEB.
000714          MOVE RIGHE-LETTE-PUR       TO LETTI-TOT-WEB.
000715          MOVE ZEROS                 TO SCRITTI-TOT-WEB.
000716          MOVE ZEROS                 TO AGGIORNATI-TOT-WEB.
000717          MOVE RIGHE-CANCELLATE-PUR  TO CANCELLATI-TOT-WEB.
000718          MOVE ZEROS                 TO SCARTATI-TOT-WEB.
000719          MOVE "M"                   TO EQUAZIONE-TOT-WEB.
000720          PERFORM CONSEGNA-TOTALI-TOT
000721           THRU EX-CONSEGNA-TOTALI-TOT.
000722
000723          MOVE ZERO                  TO RETURN-CODE.
000724
000730          GOBACK.
000740*
000750 APRI-FILE-PUR.
001481          EXIT.
001482
001483          COPY "PIOVIEW.CBL".
001493          COPY "PIOTOT.CBL".
