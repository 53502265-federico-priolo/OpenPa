000244* QUASI IN TEMPO REALE (ALLA CADENZA CON CUI QUESTO JOB VIENE
000245* MANDATO IN ESECUZIONE), CHI HA MODIFICATO COSA.
000246*
000247* DOPO LA ROTAZIONE RICHIAMA OPENILOG PER RICOSTRUIRE L'INDICE
000248* ARKILOG: LA NUOVA GENERAZIONE VI ENTRA SE E' GIA' A CATALOGO
000249* (VOCE "ARKLOGA..." DI FILES.TXT, LA STESSA CHE USA OPENQLGA).
000250*
000251* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000252* OPENALOG.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000253* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000254*
000255 IDENTIFICATION   DIVISION.
000260 PROGRAM-ID.      OPENALOG.
000270 ENVIRONMENT      DIVISION.
000280 CONFIGURATION    SECTION.
000340          COPY "SELLOGA.CBL".
000350          COPY "SELSIEM.CBL".
000360          COPY "SELJSON.CBL".
000365          COPY "SELTOT.CBL".
000370
000380 DATA             DIVISION.
000390 FILE SECTION.
000420          COPY "FDELOGA.CBL".
000430          COPY "FDESIEM.CBL".
000440          COPY "FDEJSON.CBL".
000445          COPY "FDETOT.CBL".
000450
000460 WORKING-STORAGE  SECTION.
000470
000490*
000500 01 RIGHE-ARCHIVIATE-LOGA     PIC 9(9).
000510 01 PUNTA-SIEM                PIC 9(04).
000514 01 ESITO-INDICE-LOGA         PIC 9(04).
000520*
000530 PROCEDURE  DIVISION.
000540*

000720          PERFORM OPEN-O-LOG         THRU EX-OPEN-O-LOG.
000730          PERFORM CLOSE-LOG          THRU EX-CLOSE-LOG.
000731
000732*         L'INDICE DEL LOG (ARKILOG) SI RICOSTRUISCE DA CAPO: LE
000733*         RIGHE APPENA ARCHIVIATE VI RIENTRANO SOTTO IL NOME DI
000734*         CATALOGO DELLA LORO GENERAZIONE E IL LOG CORRENTE
000735*         RIPARTE DALLA POSIZIONE 1. LA ROTAZIONE E' GIA'
000736*         AVVENUTA, QUINDI UN ESITO NEGATIVO SI SEGNALA MA NON FA
000737*         FALLIRE IL PASSO
000738          CALL "OPENILOG".
000739          MOVE RETURN-CODE           TO ESITO-INDICE-LOGA.
000740          CANCEL "OPENILOG".
000741
000742          IF ESITO-INDICE-LOGA > 4
000743           DISPLAY "OPENALOG: INDICE DEL LOG NON RICOSTRUITO,"
000744            " RILANCIARE OPENILOG"
000745          END-IF.

000746          DISPLAY "ARCHIVIAZIONE LOG COMPLETATA".
000750          DISPLAY "RIGHE ARCHIVIATE   : " RIGHE-ARCHIVIATE-LOGA.
000760          DISPLAY "ARKLOG RIPARTE VUOTO PER IL PROSSIMO PERIODO".

000761***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
000762
000763          MOVE "OPENALOG"            TO PROGRAMMA-TOT-WEB.
000764          MOVE RIGHE-ARCHIVIATE-LOGA TO LETTI-TOT-WEB.
000765          MOVE RIGHE-ARCHIVIATE-LOGA TO SCRITTI-TOT-WEB.
000766          MOVE ZEROS                 TO AGGIORNATI-TOT-WEB.
000767          MOVE ZEROS                 TO CANCELLATI-TOT-WEB.
000768          MOVE ZEROS                 TO SCARTATI-TOT-WEB.
000769          MOVE "C"                   TO EQUAZIONE-TOT-WEB.
000770          PERFORM CONSEGNA-TOTALI-TOT
000771           THRU EX-CONSEGNA-TOTALI-TOT.
000772
000773          MOVE ZERO                  TO RETURN-CODE.

000774          GOBACK.
000780*
000790** COSTRUISCE E SCRIVE SU ARKSIEM LA RIGA JSON CORRISPONDENTE ALLA
000800** VOCE DI ARKLOG APPENA LETTA
001230          COPY "PIOLOGA.CBL".
001240          COPY "PIOSIEM.CBL".
001250          COPY "PIOJSON.CBL".
001260          COPY "PIOTOT.CBL".
