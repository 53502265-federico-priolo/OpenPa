000450          COPY "SELABIS.CBL".
000460          COPY "SELACC.CBL".
000470          COPY "SELCSV.CBL".
000474          COPY "SELILOG.CBL".
000480
000490 DATA             DIVISION.
000500 FILE SECTION.
000580          COPY "FDEABIS.CBL".
000590          COPY "FDEACC.CBL".
000600          COPY "FDECSV.CBL".
000604          COPY "FDEILOG.CBL".
000610
000620 WORKING-STORAGE  SECTION.
000630
001120
001130          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
001140
001142          MOVE NOME-CSV           TO STRINGA-HTML-WEB.
001144          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
001146
001150          STRING '<a href="'             DELIMITED BY SIZE
001160           STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
001161                                          DELIMITED BY SIZE
001170           '">Scarica il dossier</a>'     DELIMITED BY SIZE
001180           INTO MESSAGGIO.
001190
001200          PERFORM VIS-MESS-MARKUP THRU EX-VIS-MESS-MARKUP.
001210
001220 FINE.
001230          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001380          COPY "PIOACC.CBL".
001390          COPY "PIOCSV.CBL".
001400          COPY "PIOLOG.CBL".
001404          COPY "PIOILOG.CBL".
001410*
001420 SCRIVI-RIGA-SAR.
001430
002500           TO DATI-CSV.
002510          PERFORM SCRIVI-RIGA-SAR THRU EX-SCRIVI-RIGA-SAR.
002520
002521*         CON L'INDICE DEL LOG SI LEGGONO SOLO LE VOCI DELL'UTENTE;
002522*         SENZA, SI SCORRE ARKLOG PER INTERO
002523          PERFORM OPEN-I-ILOG     THRU EX-OPEN-I-ILOG.
002524
002525          IF STATUS-ILOG = "00"
002526           PERFORM SEZIONE-LOG-INDICE-SAR
002527            THRU EX-SEZIONE-LOG-INDICE-SAR
002528           GO TO EX-SEZIONE-LOG-SAR
002529          END-IF.
002530
002531          PERFORM OPEN-I-LOG      THRU EX-OPEN-I-LOG.
002540
002550          IF STATUS-LOG NOT = "00" GO TO EX-SEZIONE-LOG-SAR.
002560
002750
002760 EX-SEZIONE-LOG-SAR.
002770          EXIT.
002771*
002772***** STESSE VOCI LETTE DALL'INDICE ARKILOG PER CHIAVE NUMERO-LOG:
002773***** CI SI POSIZIONA SULL'UTENTE E CI SI FERMA QUANDO IL NUMERO
002774***** CAMBIA; SI TENGONO SOLO LE VOCI DEL LOG CORRENTE, COME SOPRA
002775*
002776 SEZIONE-LOG-INDICE-SAR.
002777
002778          MOVE SPACES             TO INDICE-LOG.
002779          MOVE UTENTE-SAR         TO NUMERO-ILOG(1:8).
002780
002781          PERFORM STARTO-NUMERO-ILOG THRU EX-STARTO-NUMERO-ILOG.
002782
002783          IF ESITO-NOK GO TO FINE-LOG-INDICE-SAR.
002784
002785 CICLO-LOG-INDICE-SAR.
002786
002787          PERFORM LEGGO-NEXT-ILOG THRU EX-LEGGO-NEXT-ILOG.
002788
002789          IF FINE-FILE = "S" GO TO FINE-LOG-INDICE-SAR.
002790
002791          IF NUMERO-ILOG(1:8) NOT = UTENTE-SAR
002792           GO TO FINE-LOG-INDICE-SAR
002793          END-IF.
002794
002795          IF GENERAZIONE-ILOG NOT = "ARKLOG"
002796           OR POSIZIONE-ILOG = ZEROS
002797           GO TO CICLO-LOG-INDICE-SAR
002798          END-IF.
002799
002800          MOVE RIGA-ILOG          TO DATI-CSV.
002801          PERFORM SCRIVI-RIGA-SAR THRU EX-SCRIVI-RIGA-SAR.
002802
002803          GO TO CICLO-LOG-INDICE-SAR.
002804
002805 FINE-LOG-INDICE-SAR.
002806
002807          PERFORM CLOSE-ILOG      THRU EX-CLOSE-ILOG.
002808
002809 EX-SEZIONE-LOG-INDICE-SAR.
002810          EXIT.
002811*
002812***** STORICO DEI VALORI SALVATI DA QUESTO UTENTE (ARKVSTO)
002813*
002814 SEZIONE-VSTO-SAR.
002820
002830          MOVE "=== STORICO VALORI SALVATI DALL'UTENTE ==="
002840           TO DATI-CSV.
