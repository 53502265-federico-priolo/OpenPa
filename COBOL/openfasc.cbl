000200* ATTIVO RISOLVE LA FASCIA DEL SUO GRUPPO BASE DALLA TABELLA
000210* "FO" (ENTE 00, PROG = GRUPPO; POS 1-7 FLAG S/N LUNEDI'..
000220* DOMENICA, POS 9-12 DALLE HHMM, POS 14-17 ALLE HHMM) E LA
000230* SCRIVE NEL PARAMETRO PER UTENTE "FASCIA-ORARIA", DA CUI
000240* VERIFICA-FINESTRA-ORARIA-WEB (PIOWEB1.CBL) LA RILEGGE AD OGNI
000250* PAGINA. UN GRUPPO SENZA RIGA "FO" TOGLIE LA FOTOGRAFIA: QUEGLI
000260* UTENTI NON HANNO RESTRIZIONI. DA RILANCIARE (O SCHEDULARE CON
000360
000370          COPY "SELUTEN.CBL".
000380          COPY "SELTAB.CBL".
000400
000410 DATA             DIVISION.
000420 FILE SECTION.
000430
000440          COPY "FDEUTEN.CBL".
000450          COPY "FDETAB.CBL".
000470
000480 WORKING-STORAGE  SECTION.
000490
000630
000640          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000650          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
000670
000680          DISPLAY "FOTOGRAFIA FASCE ORARIE DI ACCESSO".
000690          DISPLAY " ".
000910
000920          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
000930          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
000950
000960          DISPLAY " ".
000970          DISPLAY "UTENTI ESAMINATI     : " ESAMINATI-FASC.
001040*
001050          COPY "PIOUTEN.CBL".
001060          COPY "PIOTAB.CBL".
001080*
001090** RISOLVE LA FASCIA DEL GRUPPO BASE DELL'UTENTE E AGGIORNA (O
001100** RIMUOVE) LA FOTOGRAFIA NEL PARAMETRO "FASCIA-ORARIA"
001110*
001120 ESAMINA-FASC.
001130
001250           END-IF
001260          END-IF.
001270
001280          MOVE "FASCIA-ORARIA"    TO NOME-PAR-WEB.
001290          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001300          MOVE CHIAVE-UTEN        TO QUALIFICA-PAR-WEB.
001310
001320          IF FASCIA-TROVATA-FASC = "S"
001330           GO TO SCRIVI-FASC
001350
001360*         GRUPPO SENZA FASCIA: UNA FOTOGRAFIA RESIDUA DI UN
001370*         GRUPPO PRECEDENTE VA TOLTA
001380          MOVE "ELIMINA"          TO AZIONE-PAR-WEB.
001390          PERFORM PARAMETRO-FASC  THRU EX-PARAMETRO-FASC.
001400
001410          IF ESITO-PAR-WEB = "OK"
001430           ADD 1                  TO RIMOSSI-FASC
001450          END-IF.
001460
001470          GO TO EX-ESAMINA-FASC.
001480
001490 SCRIVI-FASC.
001500
001510          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
001520          MOVE SPACES             TO VALORE-PAR-WEB.
001560          MOVE FASCIA-GRUPPO-FASC TO VALORE-PAR-WEB(1:17).
001570
001580          PERFORM PARAMETRO-FASC  THRU EX-PARAMETRO-FASC.
001590
001600          IF ESITO-PAR-WEB = "OK"
001605           ADD 1                  TO FOTOGRAFATI-FASC
001608          END-IF.
001610
001620 EX-ESAMINA-FASC.
001630          EXIT.
001640*
001650** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW
001660*
001670 PARAMETRO-FASC.
001680
001690          MOVE "OPENFASC"         TO PROGRAMMA-PAR-WEB
001700                                     OPERATORE-PAR-WEB.
001710
001720          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
001730                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
001740                                PROGRAMMA-PAR-WEB
001750                                OPERATORE-PAR-WEB ESITO-PAR-WEB
001760                                MOTIVO-PAR-WEB.
001770          CANCEL "OPENPARW".
001780
001790 EX-PARAMETRO-FASC.
001800          EXIT.
