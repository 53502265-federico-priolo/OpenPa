000230* funzione=revoca CHIUDE LA DEROGA MK-numero. LE DEROGHE
000240* ATTIVE SPOSTANO LE VIOLAZIONI DI OPENSODR IN CODA AL REPORT;
000250* QUELLE SCADUTE RIEMERGONO DA SOLE PER LA RIDECISIONE.
000252* funzione=rinnova PORTA LA DEROGA MK-numero ALLA NUOVA
000254* SCADENZA MK-scadenza: LA RIDECISIONE SPETTA AL RESPONSABILE
000256* (O A CHI LO SOSTITUISCE PER DELEGA), MAI AL BENEFICIARIO.
000258*
000260 IDENTIFICATION   DIVISION.
000270 PROGRAM-ID.      OPENMWAI.
000280 ENVIRONMENT      DIVISION.
000590*
000600 01 FUNZIONE-MWAI              PIC X(08).
000610 01 OPERATORE-MWAI             PIC X(08).
000630 01 PRIMA-RIGA-MWAI            PIC X.
000633 01 OGGI-MWAI                  PIC 9(08).
000636 01 NUOVA-SCADENZA-MWAI        PIC 9(08).
000640*
000650 PROCEDURE  DIVISION.
000660*
000900           PERFORM REVOCA-MWAI    THRU EX-REVOCA-MWAI
000910           GO TO FINE-MWAI
000920          END-IF.
000921
000922          IF FUNZIONE-MWAI = "rinnova"
000923           PERFORM RINNOVA-MWAI   THRU EX-RINNOVA-MWAI
000924           GO TO FINE-MWAI
000925          END-IF.
000930
000940          PERFORM ELENCO-MWAI     THRU EX-ELENCO-MWAI.
000950
001950          STRING '"REVOCA":"'     DELIMITED BY SIZE
001960           '<a href=openmwai.exe?MK-KEY=' DELIMITED BY SIZE
001970           SECTION-WEB            DELIMITED BY SIZE
001975           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001980           "&MK-FUNZIONE=revoca&MK-numero="
001990            DELIMITED BY SIZE
002000           NUMERO-WAI             DELIMITED BY SIZE
002120*
002130 SALVA-MWAI.
002140
002180          MOVE SPACES             TO DEROGA-SOD.
002200
002210          MOVE "MK-utente"        TO FIELD-WEB.
002220          PERFORM READ-WEB        THRU EX-READ-WEB.
002730
002740          MOVE "A"                TO STATO-WAI.
002750
002751          MOVE "WAI"              TO SERIE-NUM-WEB.
002752          MOVE "OPENMWAI"         TO PROGRAMMA-NUM-WEB.
002753          MOVE ZEROS              TO ENTE-NUM-WEB MINIMO-NUM-WEB
002754                                     TENTATIVI-NUM-WEB.
002755
002756 PROVA-SALVA-MWAI.
002757
002758          PERFORM PRENOTA-NUMERO-WEB
002759           THRU EX-PRENOTA-NUMERO-WEB.
002760
002761          IF ESITO-NUM-WEB NOT = "OK"
002762           MOVE "Numeratore non disponibile, riprovare"
002763            TO MESSAGGIO
002764           PERFORM VIS-MESS       THRU EX-VIS-MESS
002765           GO TO EX-SALVA-MWAI
002766          END-IF.
002767
002768          MOVE NUMERO-NUM-WEB     TO NUMERO-WAI.
002769
002770          PERFORM SCRIVI-WAI      THRU EX-SCRIVI-WAI.
002771
002772          IF ESITO-NOK AND TENTATIVI-NUM-WEB < 10
002773           ADD 1                  TO TENTATIVI-NUM-WEB
002774           MOVE NUMERO-WAI        TO MINIMO-NUM-WEB
002775           GO TO PROVA-SALVA-MWAI
002776          END-IF.
002777
002778          IF ESITO-OK
002779           PERFORM CONFERMA-NUMERO-WEB
002780            THRU EX-CONFERMA-NUMERO-WEB
002781          END-IF.
002782
002783          IF ESITO-OK
002790           MOVE SPACES            TO MESSAGGIO
002800           STRING "Deroga " NUMERO-WAI " registrata"
002810            DELIMITED BY SIZE INTO MESSAGGIO
003260
003270 EX-REVOCA-MWAI.
003280          EXIT.
003290*
003291***** funzione=rinnova: LA DEROGA ATTIVA (ANCHE GIA' SCADUTA)
003292***** PASSA ALLA NUOVA SCADENZA; DECIDE IL RESPONSABILE O IL SUO
003293***** DELEGATO (DELEGANTE-WEB), MAI L'UTENTE CHE NE BENEFICIA
003294*
003295 RINNOVA-MWAI.
003296
003297          MOVE "MK-numero"        TO FIELD-WEB.
003298          PERFORM READ-WEB        THRU EX-READ-WEB.
003299
003300          IF VALUE-WEB(1:6) NOT NUMERIC
003301           MOVE "Numero deroga non valido" TO MESSAGGIO
003302           PERFORM VIS-MESS       THRU EX-VIS-MESS
003303           GO TO EX-RINNOVA-MWAI
003304          END-IF.
003305
003306          MOVE VALUE-WEB(1:6)     TO NUMERO-WAI.
003307          PERFORM LEGGO-WAI       THRU EX-LEGGO-WAI.
003308
003309          IF ESITO-NOK
003310           MOVE "Deroga non trovata" TO MESSAGGIO
003311           PERFORM VIS-MESS       THRU EX-VIS-MESS
003312           GO TO EX-RINNOVA-MWAI
003313          END-IF.
003314
003315          IF DEROGA-REVOCATA
003316           MOVE "Deroga revocata, non rinnovabile" TO MESSAGGIO
003317           PERFORM VIS-MESS       THRU EX-VIS-MESS
003318           GO TO EX-RINNOVA-MWAI
003319          END-IF.
003320
003321          IF OPERATORE-MWAI NOT = OWNER-WAI
003322           AND (DELEGANTE-WEB = SPACES
003323           OR DELEGANTE-WEB NOT = OWNER-WAI)
003324           MOVE SPACES            TO MESSAGGIO
003325           STRING "Il rinnovo spetta al responsabile "
003326            DELIMITED BY SIZE
003327            OWNER-WAI             DELIMITED BY SIZE
003328            INTO MESSAGGIO
003329           PERFORM VIS-MESS       THRU EX-VIS-MESS
003330           GO TO EX-RINNOVA-MWAI
003331          END-IF.
003332
003333          IF OPERATORE-MWAI = UTENTE-WAI
003334           MOVE "Il beneficiario non puo' rinnovare la deroga"
003335            TO MESSAGGIO
003336           PERFORM VIS-MESS       THRU EX-VIS-MESS
003337           GO TO EX-RINNOVA-MWAI
003338          END-IF.
003339
003340          ACCEPT OGGI-MWAI        FROM DATE YYYYMMDD.
003341
003342          MOVE ZEROS              TO NUOVA-SCADENZA-MWAI.
003343          MOVE "MK-scadenza"      TO FIELD-WEB.
003344          PERFORM READ-WEB        THRU EX-READ-WEB.
003345          IF VALUE-WEB(1:8) NUMERIC
003346           MOVE VALUE-WEB(1:8)    TO NUOVA-SCADENZA-MWAI
003347          END-IF.
003348
003349          IF NUOVA-SCADENZA-MWAI NOT > OGGI-MWAI
003350           OR NUOVA-SCADENZA-MWAI NOT > SCADENZA-WAI
003351           MOVE "Indicare una nuova scadenza futura"
003352            TO MESSAGGIO
003353           PERFORM VIS-MESS       THRU EX-VIS-MESS
003354           GO TO EX-RINNOVA-MWAI
003355          END-IF.
003356
003357          MOVE NUOVA-SCADENZA-MWAI TO SCADENZA-WAI.
003358          MOVE "A"                TO STATO-WAI.
003359          PERFORM RISCRIVI-WAI    THRU EX-RISCRIVI-WAI.
003360
003361          IF ESITO-OK
003362           MOVE SPACES            TO MESSAGGIO
003363           STRING "Deroga " NUMERO-WAI " rinnovata al "
003364            SCADENZA-WAI
003365            DELIMITED BY SIZE INTO MESSAGGIO
003366          ELSE
003367           MOVE "Errore in rinnovo deroga" TO MESSAGGIO
003368          END-IF.
003369
003370          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003371
003372 EX-RINNOVA-MWAI.
003373          EXIT.
