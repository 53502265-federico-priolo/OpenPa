000250* E' SOTTO ABILITAZIONE SI/BA/ES SUI DIRITTI EFFETTIVI
000260* DELL'OPERATORE, STESSO SCHEMA DELL'IMPERSONIFICAZIONE
000270* (SI/IM/PE IN openimp.exe).
000272* ACCANTO A OGNI PASSO FALLITO LA GRIGLIA PORTA LA SUA PROCEDURA
000274* OPERATIVA (ARKRBK): SE SI PUO' RILANCIARE, CHI CHIAMARE, COSA
000275* VERIFICARE PER PRIMA COSA E IL LINK ALLA SCHEDA DI openmrbk.exe
000276* OGNI RIGA PORTA ANCHE I TOTALI DI CONTROLLO DEL PASSO (LETTI,
000277* SCRITTI, AGGIORNATI, CANCELLATI, SCARTATI) E IL SOSPETTO CON IL
000278* SUO MOTIVO; LE RIGHE SCRITTE PRIMA DEI TOTALI LI HANNO VUOTI.
000279* ANCHE IL RILANCIO RITIRA I TOTALI DEL PASSO E LI FA VALUTARE.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENMBCK.
000440          COPY "SELUTEN.CBL".
000450          COPY "SELABI.CBL".
000451          COPY "SELGER.CBL".
000455          COPY "SELEFF.CBL".
000457          COPY "SELRBK.CBL".
000458          COPY "SELTOT.CBL".
000460
000470 DATA             DIVISION.
000480 FILE SECTION.
000570          COPY "FDEUTEN.CBL".
000580          COPY "FDEABI.CBL".
000581          COPY "FDEGER.CBL".
000585          COPY "FDEEFF.CBL".
000587          COPY "FDERBK.CBL".
000588          COPY "FDETOT.CBL".
000590
000600 WORKING-STORAGE  SECTION.
000610
001110          COPY "PIOABI.CBL".
001111          COPY "PIOGER.CBL".
001112          COPY "PIOGERA.CBL".
001115          COPY "PIOEFF.CBL".
001117          COPY "PIORBK.CBL".
001118          COPY "PIOTOT.CBL".
001120*
001130***** GIORNALE ARKBCK IN JSON PER LA GRIGLIA, UNA RIGA PER
001140***** PASSO TENTATO; SU OGNI RIGA FALLITA C'E' IL LINK DI
001300          PERFORM OPEN-I-BCK       THRU EX-OPEN-I-BCK.
001310
001320          IF STATUS-BCK NOT = "00" GO TO FINE-ELENCO-MBCK.
001321
001322          PERFORM OPEN-I-RBK       THRU EX-OPEN-I-RBK.
001330
001340 CICLO-ELENCO-MBCK.
001350
001370
001380          IF FINE-FILE-SI
001390           PERFORM CLOSE-BCK       THRU EX-CLOSE-BCK
001395           PERFORM CLOSE-RBK       THRU EX-CLOSE-RBK
001400           GO TO FINE-ELENCO-MBCK
001410          END-IF.
001420
001670           INTO DATI-JSON.
001680          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
001690
001691          IF BCK-CON-TOTALI
001692           STRING '"LETTI":"'      DELIMITED BY SIZE
001693            LETTI-BCK              DELIMITED BY SIZE
001694            '","SCRITTI":"'        DELIMITED BY SIZE
001695            SCRITTI-BCK            DELIMITED BY SIZE
001696            '","AGGIORNATI":"'     DELIMITED BY SIZE
001697            AGGIORNATI-BCK         DELIMITED BY SIZE
001698            '","CANCELLATI":"'     DELIMITED BY SIZE
001699            CANCELLATI-BCK         DELIMITED BY SIZE
001700            '","SCARTATI":"'       DELIMITED BY SIZE
001701            SCARTATI-BCK           DELIMITED BY SIZE
001702            '","SOSPETTO":"'       DELIMITED BY SIZE
001703            SOSPETTO-BCK           DELIMITED BY SIZE
001704            '","MOTIVOSOSPETTO":"'  DELIMITED BY SIZE
001705            MOTIVO-SOSPETTO-BCK    DELIMITED BY SIZE
001706            '",'                   DELIMITED BY SIZE
001707            INTO DATI-JSON
001708          ELSE
001709           STRING '"LETTI":"","SCRITTI":"","AGGIORNATI":"",'
001710            '"CANCELLATI":"","SCARTATI":"","SOSPETTO":"",'
001711            '"MOTIVOSOSPETTO":"",'  DELIMITED BY SIZE
001712            INTO DATI-JSON
001713          END-IF.
001714          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
001715
001716          PERFORM RUNBOOK-MBCK     THRU EX-RUNBOOK-MBCK.
001717
001718          IF ESITO-BCK NOT = "S"
001719           STRING '"RILANCIA":"'   DELIMITED BY SIZE
001720            '<a href=openmbck.exe?MK-KEY=' DELIMITED BY SIZE
001730            SECTION-WEB            DELIMITED BY SIZE
001735            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
001740            "&MK-FUNZIONE=rilancia&MK-passo=" DELIMITED BY SIZE
001750            PASSO-BCK              DELIMITED BY SIZE
001760            '>'                    DELIMITED BY SIZE
001950
001960 EX-ELENCO-MBCK.
001970          EXIT.
001971*
001972***** PROCEDURA OPERATIVA DEL PASSO FALLITO: RILANCIO (S SICURO,
001973***** N NON RILANCIARE, V DOPO LE VERIFICHE), CONTATTO, PRIMA
001974***** VERIFICA E LINK ALLA SCHEDA; SENZA PROCEDURA IL LINK APRE
001975***** LA SCHEDA VUOTA PER SCRIVERLA. SUI PASSI RIUSCITI A VUOTO
001976*
001977 RUNBOOK-MBCK.
001978
001979          MOVE SPACES              TO RUNBOOK.
001980
001981          IF ESITO-BCK = "S"
001982           STRING '"RIESEGUIBILE":"","CONTATTO":"",'
001983            '"VERIFICHE":"","PROCEDURA":"",'
001984            DELIMITED BY SIZE INTO DATI-JSON
001985           PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON
001986           GO TO EX-RUNBOOK-MBCK
001987          END-IF.
001988
001989          MOVE "P"                 TO TIPO-RBK.
001990          MOVE PASSO-BCK           TO CODICE-RBK.
001991          PERFORM LEGGO-RBK        THRU EX-LEGGO-RBK.
001992
001993          IF ESITO-NOK
001994           MOVE SPACES             TO RUNBOOK
001995          END-IF.
001996
001997          MOVE SPACES              TO STRINGA-JSON.
001998          MOVE CONTATTO-RBK        TO STRINGA-JSON.
001999          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
002000
002001          STRING '"RIESEGUIBILE":"' DELIMITED BY SIZE
002002           RILANCIO-RBK            DELIMITED BY SIZE
002003           '","CONTATTO":"'        DELIMITED BY SIZE
002004           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002005           '",'                    DELIMITED BY SIZE
002006           INTO DATI-JSON.
002007          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002008
002009          MOVE SPACES              TO STRINGA-JSON.
002010          MOVE VERIFICHE-RBK       TO STRINGA-JSON.
002011          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
002012
002013          STRING '"VERIFICHE":"'   DELIMITED BY SIZE
002014           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002015           '",'                    DELIMITED BY SIZE
002016           INTO DATI-JSON.
002017          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002018
002019          STRING '"PROCEDURA":"'   DELIMITED BY SIZE
002020           '<a href=openmrbk.exe?MK-KEY=' DELIMITED BY SIZE
002021           SECTION-WEB             DELIMITED BY SIZE
002022           "&MK-FUNZIONE=mostra&MK-tipo=P&MK-codice="
002023            DELIMITED BY SIZE
002024           PASSO-BCK               DELIMITED BY SPACE
002025           '>'                     DELIMITED BY SIZE
002026           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
002027            DELIMITED BY SIZE
002028           '",'                    DELIMITED BY SIZE
002029           INTO DATI-JSON.
002030          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002031
002032 EX-RUNBOOK-MBCK.
002033          EXIT.
002034*
002035***** funzione=rilancia: RIESEGUE IL SINGOLO PASSO E ACCODA IL
002036***** NUOVO CHECKPOINT; SOTTO ABILITAZIONE SI/BA/ES
002037*
002038 RILANCIA-MBCK.
002039
002040          PERFORM AUTORIZZA-MBCK  THRU EX-AUTORIZZA-MBCK.
002050
002060          IF ESITO-NOK
002450           END-IF
002460          END-IF.
002470
002480          IF RETURN-CODE = ZERO
002490           MOVE "S"               TO ESITO-TOT-WEB
002500           MOVE "Passo rieseguito correttamente" TO MESSAGGIO
002510          ELSE
002520           MOVE "N"               TO ESITO-TOT-WEB
002530           MOVE "Passo rieseguito ma ancora in errore"
002540            TO MESSAGGIO
002550          END-IF.
002560
002570          MOVE ZERO               TO RETURN-CODE.
002580
002590***** TOTALI DI CONTROLLO LASCIATI DAL PASSO (OPENDIG E' L'UNICO
002600***** PROGRAMMA CHE NON SI CHIAMA OPEN PIU' LA SIGLA DEL PASSO)
002610
002620          MOVE SPACES             TO PROGRAMMA-TOT-WEB.
002630          STRING "OPEN" PASSO-MBCK DELIMITED BY SIZE
002640           INTO PROGRAMMA-TOT-WEB.
002650          IF PASSO-MBCK = "DIGE"
002660           MOVE "OPENDIG"         TO PROGRAMMA-TOT-WEB
002670          END-IF.
002671          MOVE DATA-OGGI-MBCK     TO DATA-TOT-WEB.
002672          PERFORM RITIRA-TOTALI-TOT THRU EX-RITIRA-TOTALI-TOT.
002673
002674          MOVE "TOTALI-TOLLERANZA" TO NOME-PAR-WEB.
002675          MOVE SPACES             TO QUALIFICA-PAR-WEB.
002676          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
002677          MOVE 50                 TO TOLLERANZA-TOT-WEB.
002678          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB NUMERIC
002679           AND NUMERO-PAR-WEB > ZEROS
002680           MOVE NUMERO-PAR-WEB    TO TOLLERANZA-TOT-WEB
002681          END-IF.
002682
002683          MOVE PASSO-MBCK         TO PASSO-TOT-WEB.
002684          MOVE ORA-INIZIO-MBCK    TO ORA-INIZIO-TOT-WEB.
002685          MOVE SPACES             TO NOTA-TOT-WEB.
002686          STRING "rilancio di " OPERATORE-MBCK
002687           DELIMITED BY SIZE INTO NOTA-TOT-WEB.
002688          PERFORM REGISTRA-PASSO-BCK THRU EX-REGISTRA-PASSO-BCK.
002689
002690          IF SOSPETTO-TOT-WEB = "S"
002691           MOVE SPACES            TO MESSAGGIO
002692           STRING "Passo rieseguito ma sospetto: "
002693            MOTIVO-TOT-WEB DELIMITED BY SIZE INTO MESSAGGIO
002694          END-IF.
002700
002710          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002720
002990
003000          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
003005          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
003007          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
003010
003020          MOVE ZEROS              TO ENTE-ABI.
003040          MOVE "SI"               TO MOD-ABI.
003071*         DIRITTO EFFETTIVO COME NEI REPORT: GRUPPO BASE
003072*         CON L'EREDITARIETA' DI AUTORIZZA-GER E POI I
003073*         GRUPPI EXTRA DELL'OPERATORE
003074*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
003075*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
003076          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
003077
003078          IF NOT PRECALCOLO-VALIDO
003079           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
003080           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
003081
003082           PERFORM PROVA-EXTRA-MBCK
003083            THRU EX-PROVA-EXTRA-MBCK
003084            VARYING IND-GRUPPI-MBCK FROM 1 BY 1
003085            UNTIL IND-GRUPPI-MBCK > 5
003086            OR IND-GRUPPI-MBCK > NUM-GRUPPI-UTEN
003087            OR ESITO-OK
003088          END-IF.
003090
003092          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
003095          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
003100          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
003110          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
