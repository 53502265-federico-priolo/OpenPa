000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.
000360
000380          COPY "SELBCK.CBL".
000390          COPY "SELCSV.CBL".
000400
000410 DATA             DIVISION.
000420 FILE SECTION.
000430
000450          COPY "FDEBCK.CBL".
000460          COPY "FDECSV.CBL".
000470
002310 EX-CERCA-BARRA-RST.
002320          EXIT.
002330*
002340** ALZA IL SEMAFORO DI MANUTENZIONE: PARAMETRO DI SISTEMA
002348** "MANUTENZIONE-ATTIVA" A "S" CON IL MESSAGGIO DI CORTESIA IN
002356** "MANUTENZIONE-MESSAGGIO" (GRUPPO AMMESSO E ORA DI FINE
002364** RESTANO QUELLI GIA' REGISTRATI)
002372*
002380 ALZA-SEMAFORO-RST.
002388
002396          MOVE "IMPOSTA"             TO AZIONE-PAR-WEB.
002404          MOVE SPACES                TO QUALIFICA-PAR-WEB.
002412
002420          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
002428          MOVE SPACES                TO VALORE-PAR-WEB.
002436          STRING "Ripristino archivi in corso - riprovare "
002444           DELIMITED BY SIZE
002452           "tra qualche minuto" DELIMITED BY SIZE
002460           INTO VALORE-PAR-WEB.
002468          PERFORM PARAMETRO-RST       THRU EX-PARAMETRO-RST.
002476
002484          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
002492          MOVE "S"                   TO VALORE-PAR-WEB.
002500          PERFORM PARAMETRO-RST       THRU EX-PARAMETRO-RST.
002508
002516          IF ESITO-PAR-WEB NOT = "OK"
002524           DISPLAY "SEMAFORO NON ALZATO: " MOTIVO-PAR-WEB
002532          END-IF.
002540
002548 EX-ALZA-SEMAFORO-RST.
002556          EXIT.
002564*
002572** ABBASSA IL SEMAFORO A FINE COPIA (IL MESSAGGIO RESTA, FA FEDE
002580** SOLO "MANUTENZIONE-ATTIVA")
002588*
002596 ABBASSA-SEMAFORO-RST.
002604
002612          MOVE "IMPOSTA"             TO AZIONE-PAR-WEB.
002620          MOVE SPACES                TO QUALIFICA-PAR-WEB.
002628          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
002636          MOVE "N"                   TO VALORE-PAR-WEB.
002644          PERFORM PARAMETRO-RST       THRU EX-PARAMETRO-RST.
002652
002660 EX-ABBASSA-SEMAFORO-RST.
002668          EXIT.
002676*
002684** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW
002692*
002700 PARAMETRO-RST.
002708
002716          MOVE "OPENBRST"            TO PROGRAMMA-PAR-WEB
002724                                       OPERATORE-PAR-WEB.
002732
002740          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
002748                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
002756                                PROGRAMMA-PAR-WEB
002764                                OPERATORE-PAR-WEB ESITO-PAR-WEB
002772                                MOTIVO-PAR-WEB.
002780          CANCEL "OPENPARW".
002788
002796 EX-PARAMETRO-RST.
002804          EXIT.
002850*
002860** ACCODA L'OPERAZIONE SUL GIORNALE ARKBCK (PASSO "BRST")
002870*
002930          MOVE ORA-INIZIO-RST        TO ORA-INIZIO-BCK.
002940          ACCEPT ORA-FINE-BCK        FROM TIME.
002950          MOVE SPACES                TO NOTA-BCK.
002952          MOVE ZEROS                 TO TOTALI-BCK.
002954          MOVE SPACES                TO EQUAZIONE-BCK SOSPETTO-BCK
002956                                        MOTIVO-SOSPETTO-BCK.
002960          STRING CARTELLA-RST DELIMITED BY SPACE
002970           " " DELIMITED BY SIZE
002980           NOME-RICHIESTO-RST DELIMITED BY SPACE
003050 EX-GIORNALE-RST.
003060          EXIT.
003070*
003090          COPY "PIOBCK.CBL".
003100          COPY "PIOCSV.CBL".
