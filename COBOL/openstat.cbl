000180*
000190* SONDA DI STATO PER IL MONITORAGGIO ESTERNO (NAGIOS): NESSUNA
000200* LOGIN E NESSUNA SESSIONE, SOLO IL GETTONE MK-token CONFRONTATO
000210* CON IL PARAMETRO DI SISTEMA "STATO-GETTONE" (IMPOSTATO
000220* DALL'OPERATORE CON openmpar.exe); RISPONDE UN DOCUMENTO JSON CON
000230* L'ESSENZIALE: ULTIMO PASSO BATCH ANDATO A BUON FINE (ARKBCK),
000240* PROFONDITA' DELLA CODA ARKJOB E RICHIESTA PIU' VECCHIA IN
000250* ATTESA, RIGHE DI ARKLOG DALL'ULTIMA ROTAZIONE, UTENZE
000260* BLOCCATE E SPAZIO LIBERO SOTTO FILES/ (RIGA GREZZA DI df).
000270* GETTONE ASSENTE O ERRATO: {"errore":...} E BASTA. OGNI
000271* CHIAMATA VA SUL GIORNALE ARKAPJ COME QUELLE DI OPENAPIW, CON
000272* SIGLA "STATO"; SOGLIE AL MINUTO E AL GIORNO NEI PARAMETRI
000273* "STATO-SOGLIA-MINUTO"/"STATO-SOGLIA-GIORNO", 0 = NESSUNA.
000274* IL DOCUMENTO SI APRE CON IL CONTRASSEGNO DI AMBIENTE
000275* DELL'ISTANZA ("ambiente": PRODUZIONE, TEST O FORMAZIONE).
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENSTAT.
000420          COPY "SELBCK.CBL".
000430          COPY "SELUTEN.CBL".
000435          COPY "SELJSON.CBL".
000436          COPY "SELAPJ.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000530          COPY "FDEBCK.CBL".
000540          COPY "FDEUTEN.CBL".
000545          COPY "FDEJSON.CBL".
000546          COPY "FDEAPJ.CBL".
000550
000560 WORKING-STORAGE  SECTION.
000570
000750*
000760          PERFORM START-WEB       THRU EX-START-WEB.
000770
000771          MOVE "OPENSTAT"         TO PROGRAMMA-API-WEB.
000772          PERFORM INIZIO-CHIAMATA-APJ
000773           THRU EX-INIZIO-CHIAMATA-APJ.
000774          MOVE "STATO"            TO SISTEMA-API-WEB
000775                                     ENTITA-API-WEB.
000776          MOVE "sonda"            TO AZIONE-API-WEB.
000777
000780          OPEN I-O ARKVIEW.
000790
000800          MOVE "MK-token"         TO FIELD-WEB.
000810          PERFORM READ-WEB        THRU EX-READ-WEB.
000830          MOVE VALUE-WEB(1:32)    TO TOKEN-RICEVUTO-STAT.
000840
000850          MOVE SPACES             TO TOKEN-ATTESO-STAT.
000860          MOVE "STATO-GETTONE"    TO NOME-PAR-WEB.
000861          MOVE SPACES             TO QUALIFICA-PAR-WEB.
000870          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
000880
000890          IF ESITO-PAR-WEB = "OK"
000900           MOVE VALORE-PAR-WEB(1:32) TO TOKEN-ATTESO-STAT
000910          END-IF.
000911
000912          MOVE "STATO-SOGLIA-MINUTO" TO NOME-PAR-WEB.
000913          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
000914
000915          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB NUMERIC
000916           MOVE NUMERO-PAR-WEB    TO SOGLIA-MINUTO-API-WEB
000917          END-IF.
000918
000919          MOVE "STATO-SOGLIA-GIORNO" TO NOME-PAR-WEB.
000920          PERFORM LEGGI-PARAMETRO-WEB THRU EX-LEGGI-PARAMETRO-WEB.
000921
000922          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB NUMERIC
000923           MOVE NUMERO-PAR-WEB    TO SOGLIA-GIORNO-API-WEB
000924          END-IF.
000925
000930          MOVE TOKEN-RICEVUTO-STAT(27:6) TO CODA-TOKEN-API-WEB.
000940
000950          IF TOKEN-ATTESO-STAT = SPACES
000960           OR TOKEN-RICEVUTO-STAT NOT = TOKEN-ATTESO-STAT
000961           CLOSE ARKVIEW
000962           MOVE "KO"              TO ESITO-API-WEB
000963           MOVE "non autorizzato" TO MOTIVO-API-WEB
000970           MOVE '{"errore":"non autorizzato"}' TO DATI-WEB
000980           PERFORM LINE-WEB       THRU EX-LINE-WEB
000990           GO TO FINE-STAT
001000          END-IF.
001001
001002***** SONDA TROPPO INSISTENTE: RISPOSTA BREVE, NESSUNA LETTURA
001003
001004          PERFORM VERIFICA-SOGLIE-API-WEB
001005           THRU EX-VERIFICA-SOGLIE-API-WEB.
001006
001007          CLOSE ARKVIEW.
001008
001009          IF SOGLIA-API-SUPERATA
001010           MOVE "TM"              TO ESITO-API-WEB
001011           MOVE '{"errore":"troppe richieste"}' TO DATI-WEB
001012           PERFORM LINE-WEB       THRU EX-LINE-WEB
001013           GO TO FINE-STAT
001014          END-IF.
001015
001020          PERFORM RACCOGLI-BATCH-STAT
001030           THRU EX-RACCOGLI-BATCH-STAT.
001040          PERFORM RACCOGLI-JOB-STAT
001170          PERFORM ESEGUI-WEB      THRU EX-ESEGUI-WEB.
001180          PERFORM LEGGI-CODA-ESE  THRU EX-LEGGI-CODA-ESE.
001190
001191          PERFORM AMBIENTE-AMB    THRU EX-AMBIENTE-AMB.
001192
001193          MOVE SPACES             TO DATI-WEB.
001194          STRING '{"ambiente":"' DELIMITED BY SIZE
001195           CODICE-AMB-WEB DELIMITED BY SPACE
001196           '",' DELIMITED BY SIZE
001197           INTO DATI-WEB.
001198          PERFORM LINE-WEB        THRU EX-LINE-WEB.
001199
001200          MOVE SPACES             TO DATI-WEB.
001210          STRING '"batch_ultimo_ok":"' DATA-ULTIMO-OK-STAT
001220           '","batch_ultimo_passo":"' PASSO-ULTIMO-OK-STAT
001230           '",'
001240           DELIMITED BY SIZE INTO DATI-WEB.
001490          PERFORM LINE-WEB        THRU EX-LINE-WEB.
001500
001510 FINE-STAT.
001511
001512          PERFORM SCRIVI-CHIAMATA-APJ
001513           THRU EX-SCRIVI-CHIAMATA-APJ.
001520
001530          CALL "COBW3_FREE"       USING COBW3.
001540
001610          COPY "PIOVSTO.CBL".
001620          COPY "PIOVIEWH.CBL".
001630          COPY "PIOJSON.CBL".
001631          COPY "PIOAPJ.CBL".
001632          COPY "PIOAMB.CBL".
001640*
001650***** ULTIMO PASSO BATCH ANDATO A BUON FINE SUL GIORNALE ARKBCK
001660*
