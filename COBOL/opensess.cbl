000220* AD UN AMMINISTRATORE DI TERMINARNE UNA (funzione=termina, LA
000230* SESSIONE VIENE RIMANDATA ALLA LOGIN AL PROSSIMO CLIC) E DI
000240* REGOLARE IL TETTO DI SESSIONI SIMULTANEE PER UTENTE
000250* (funzione=politica, PARAMETRI "SESSIONI-TETTO"/"-INATTIVITA").
000260*
000270 IDENTIFICATION   DIVISION.
000280 PROGRAM-ID.      OPENSESS.
000400          COPY "SELJSON.CBL".
000405          COPY "SELMSG.CBL".
000425          COPY "SELACC.CBL".
000427          COPY "SELUTEN.CBL".
000429          COPY "SELPWH.CBL".
000431          COPY "SELTAB.CBL".
000433
000435 DATA             DIVISION.
000437 FILE SECTION.
000440
000450          COPY "FDEWEB.CBL".
000460          COPY "FDEESE.CBL".
000500          COPY "FDEJSON.CBL".
000505          COPY "FDEMSG.CBL".
000525          COPY "FDEACC.CBL".
000527          COPY "FDEUTEN.CBL".
000529          COPY "FDEPWH.CBL".
000531          COPY "FDETAB.CBL".
000533
000535 WORKING-STORAGE  SECTION.
000537
000540          COPY "COBW3.CBL".
000550          COPY "GLOBALS.CBL".
000560*
001180          COPY "PIOJSON.CBL".
001235          COPY "PIOACC.CBL".
001236          COPY "PIOMSG.CBL".
001237          COPY "PIOUTEN.CBL".
001238          COPY "PIOPWH.CBL".
001239          COPY "PIOTAB.CBL".
001240          COPY "PIOTOTP.CBL".
001241          COPY "PIOSTEP.CBL".
001242*
001243***** LINK "TORNA INDIETRO" IN CIMA ALLA GRIGLIA E VALORE CORRENTE
001244***** DEL TETTO DI SESSIONI PER LA MASCHERA, STESSA TECNICA DI
001245***** LOAD-VIEW IN OPENUTEN
001246*
001247 LOAD-VIEW.
001250
001255          INITIALIZE VIEW.
001260          MOVE SPACES              TO STRINGA-VIEW.
001390           INTO STRINGA-VIEW.
001400
001410          MOVE "GOBACK"           TO NOME-VIEW.
001415          MOVE "S"                TO MARKUP-WEB.
001420          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001430
001440          PERFORM LEGGI-POLITICA-SESSIONI-WEB
002200           STRING '"TERMINA":"'    DELIMITED BY SIZE
002210            '<a href=opensess.exe?MK-KEY=' DELIMITED BY SIZE
002220            SECTION-WEB            DELIMITED BY SIZE
002225            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002230            "&MK-FUNZIONE=termina&MK-sessione=" DELIMITED BY SIZE
002240            KEY-VIEW(1:20)         DELIMITED BY SIZE
002250            '>' DELIMITED BY SIZE
002810          PERFORM READ-WEB        THRU EX-READ-WEB.
002820          MOVE SPACES             TO SESSIONE-SESS.
002830          MOVE VALUE-WEB(1:20)    TO SESSIONE-SESS.
002831
002832*         CHIUDERE LA SESSIONE DI UN ALTRO UTENTE E' UN'AZIONE
002833*         SENSIBILE: PRIMA L'AMMINISTRATORE CONFERMA LA PROPRIA
002834*         IDENTITA' (PIOSTEP)
002835          MOVE "OPENSESS"         TO CHIAMATA-STEP-WEB.
002836          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-STEP-WEB.
002837          MOVE SPACES             TO RIPETI-STEP-WEB.
002838          STRING "opensess.exe?MK-KEY=" SECTION-WEB
002839           "&MK-OPERATORE=" OPERATORE-SESSIONE-WEB
002840           "&MK-FORM=" TOKEN-FORM-SES-WEB
002841           "&MK-FUNZIONE=termina&MK-sessione=" SESSIONE-SESS
002842           DELIMITED BY SPACE INTO RIPETI-STEP-WEB.
002843
002844          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
002845          PERFORM VERIFICA-STEP   THRU EX-VERIFICA-STEP.
002846          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002847
002848          IF NOT STEP-SUPERATO GO TO EX-TERMINA-SESS.
002849
002850          MOVE SPACES             TO NOME-VIEW.
002860          STRING "SESSIONE-WEB" SESSIONE-SESS
002870           DELIMITED BY SIZE INTO NOME-VIEW.
003040 EX-TERMINA-SESS.
003050          EXIT.
003060*
003070***** AGGIORNA I PARAMETRI DI SISTEMA "SESSIONI-TETTO" (TETTO
003080***** DI SESSIONI SIMULTANEE, MK-limite) E "SESSIONI-INATTIVITA"
003090***** (LIMITE DI INATTIVITA' IN MINUTI, MK-inattivita); OGNI
003095***** CAMPO ASSENTE LASCIA IL SUO PARAMETRO COM'E'
003100*
003110 POLITICA-SESS.
003120
003125          MOVE "OPENSESS"         TO PROGRAMMA-PAR-WEB.
003126          MOVE SPACES             TO QUALIFICA-PAR-WEB.
003134
003135***** READ-WEB RISOLVE I VALORI IN NUMERO-WEB TRAMITE
003136***** ALFA-TO-NUM-WEB, COSI' "5" E "005" VALGONO ENTRAMBI
003160          IF COBW3-SEARCH-FLAG-EXIST
003170           AND NUMERO-WEB NOT > 999
003180           MOVE NUMERO-WEB        TO LIMITE-SESS
003190           MOVE "SESSIONI-TETTO"  TO NOME-PAR-WEB
003200           MOVE SPACES            TO VALORE-PAR-WEB
003201           MOVE LIMITE-SESS       TO VALORE-PAR-WEB(1:3)
003202           PERFORM IMPOSTA-PARAMETRO-WEB
003203            THRU EX-IMPOSTA-PARAMETRO-WEB
003204           IF ESITO-PAR-WEB NOT = "OK"
003205            GO TO RIFIUTO-POLITICA-SESS
003206           END-IF
003210          END-IF.
003220
003230          MOVE "MK-inattivita"    TO FIELD-WEB.
003260          IF COBW3-SEARCH-FLAG-EXIST
003270           AND NUMERO-WEB NOT > 9999
003280           MOVE NUMERO-WEB        TO INATTIVITA-SESS
003290           MOVE "SESSIONI-INATTIVITA" TO NOME-PAR-WEB
003291           MOVE SPACES            TO VALORE-PAR-WEB
003292           MOVE INATTIVITA-SESS   TO VALORE-PAR-WEB(1:4)
003293           PERFORM IMPOSTA-PARAMETRO-WEB
003294            THRU EX-IMPOSTA-PARAMETRO-WEB
003295           IF ESITO-PAR-WEB NOT = "OK"
003296            GO TO RIFIUTO-POLITICA-SESS
003297           END-IF
003310          END-IF.
003320
003370          MOVE "Politica sessioni aggiornata" TO MESSAGGIO.
003371          MOVE "SESPOLOK"         TO CODICE-MSG-WEB.
003372          PERFORM RISOLVI-MESSAGGIO-WEB
003373           THRU EX-RISOLVI-MESSAGGIO-WEB.
003380          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003385
003386          GO TO EX-POLITICA-SESS.
003387
003388 RIFIUTO-POLITICA-SESS.
003389
003390          MOVE SPACES             TO MESSAGGIO.
003391          STRING "Politica sessioni non aggiornata: "
003392           MOTIVO-PAR-WEB DELIMITED BY SIZE INTO MESSAGGIO.
003393          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003394
003400 EX-POLITICA-SESS.
003410          EXIT.
003420
