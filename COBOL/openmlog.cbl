000250* INIZIO-WEB E RIAPERTO IN INPUT SOLO PER LA SCANSIONE, POI
000260* RICHIUSO PRIMA CHE FINE-WEB LO RITROVI GIA' CHIUSO (CLOSE SU
000261* FILE NON APERTO NON E' UN ERRORE BLOCCANTE).
000263* CON MK-numero O MK-nome LA SCANSIONE CEDE IL POSTO ALL'INDICE
000265* ARKILOG, POSIZIONATO SULLA CHIAVE RICHIESTA.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENMLOG.
000370          COPY "SELVIEW.CBL".
000375          COPY "SELVSTO.CBL".
000380          COPY "SELJSON.CBL".
000384          COPY "SELILOG.CBL".
000390
000400 DATA             DIVISION.
000410 FILE SECTION.
000440          COPY "FDEVIEW.CBL".
000445          COPY "FDEVSTO.CBL".
000450          COPY "FDEJSON.CBL".
000454          COPY "FDEILOG.CBL".
000460
000470 WORKING-STORAGE  SECTION.
000480
000650 01 FILTRO-DAL-LOG             PIC X(06).
000660 01 FILTRO-AL-LOG              PIC X(06).
000670 01 FILTRO-NUMERO-LOG          PIC X(20).
000671*
000672** percorso di lettura: con MK-numero o MK-nome si passa
000673** dall'indice ARKILOG (solo le voci del log corrente), altrimenti
000674** si scorre ARKLOG per intero; anche senza indice si ripiega
000675** sulla scansione
000676*
000677 01 MODO-PERC-LOG              PIC X.
000678    88 PERC-NUMERO-LOG         VALUE "N".
000679    88 PERC-NOME-LOG           VALUE "C".
000680    88 PERC-SCANSIONE-LOG      VALUE "S".
000681 01 FINE-PERC-LOG              PIC X.
000682*
000690 PROCEDURE  DIVISION.
000700*
000710          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000887          COPY "PIOVIEWH.CBL".
000890          COPY "PIOJSON.CBL".
000900          COPY "PIOLOG.CBL".
000904          COPY "PIOILOG.CBL".
000910*
000920** LINK "TORNA INDIETRO" DA MOSTRARE IN CIMA ALLA GRIGLIA, STESSA
000930** TECNICA DI LOAD-VIEW IN OPENUTEN
001120           INTO STRINGA-VIEW.
001130
001140          MOVE "GOBACK"            TO NOME-VIEW.
001145          MOVE "S"                 TO MARKUP-WEB.
001150          PERFORM SCRITTURA-VIEW   THRU EX-SCRITTURA-VIEW.
001160
001170 EX-LOAD-VIEW-LOG.
001480
001490          MOVE ZEROS               TO EMESSE-LOG.
001500
001510          PERFORM APRI-PERCORSO-LOG THRU EX-APRI-PERCORSO-LOG.
001520
001530          PERFORM SALTA-RECORD-LOG THRU EX-SALTA-RECORD-LOG.
001540
001570          IF EMESSE-LOG NOT LESS THAN RIGHE-LOG
001580           GO TO FINE-ELENCO-LOG.
001590
001600          PERFORM PROSSIMO-PERCORSO-LOG
001605           THRU EX-PROSSIMO-PERCORSO-LOG.
001610
001620          IF FINE-FILE = "S" GO TO FINE-ELENCO-LOG.
001670
001680          IF DATI-JSON > SPACES
001690           MOVE ","                TO DATI-JSON
002120
002130 FINE-ELENCO-LOG.
002140
002150          PERFORM CHIUDI-PERCORSO-LOG THRU EX-CHIUDI-PERCORSO-LOG.
002160
002170          MOVE "]}"                TO DATI-JSON.
002180          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002950
002960 CICLO-SALTA-RECORD-LOG.
002970
002980          PERFORM PROSSIMO-PERCORSO-LOG
002985           THRU EX-PROSSIMO-PERCORSO-LOG.
002990
003000          IF FINE-FILE = "S" GO TO EX-SALTA-RECORD-LOG.
003050
003060          ADD 1                    TO SALTATI-LOG.
003070
003110 EX-SALTA-RECORD-LOG.
003120          EXIT.
003130*
003140** PERCORRE ARKLOG (O L'INDICE, VEDI APRI-PERCORSO-LOG) SOLO PER
003150** CONTARE QUANTI RECORD RISPETTANO IL FILTRO, PER IL "total"
003160** RICHIESTO DALLA GRIGLIA
003170*
003180 CONTA-RECORD-LOG.
003190
003200          PERFORM APRI-PERCORSO-LOG THRU EX-APRI-PERCORSO-LOG.
003210
003220 CICLO-CONTA-RECORD-LOG.
003230
003240          PERFORM PROSSIMO-PERCORSO-LOG
003245           THRU EX-PROSSIMO-PERCORSO-LOG.
003250
003260          IF FINE-FILE = "S" GO TO FINE-CONTA-RECORD-LOG.
003310
003320          ADD 1                    TO CONTA.
003330
003350
003360 FINE-CONTA-RECORD-LOG.
003370
003380          PERFORM CHIUDI-PERCORSO-LOG THRU EX-CHIUDI-PERCORSO-LOG.
003390
003400 EX-CONTA-RECORD-LOG.
003410          EXIT.
003411*
003412** APRE IL PERCORSO DI LETTURA: CON UN NUMERO-LOG ESATTO L'INDICE
003413** SI POSIZIONA SU NUMERO + DATA INIZIALE, CON IL SOLO PREFISSO DI
003414** NOME SU NOME + SPAZI; SENZA NESSUNO DEI DUE, O SE L'INDICE NON
003415** C'E', SI SCORRE ARKLOG IN INPUT COME PRIMA
003416*
003417 APRI-PERCORSO-LOG.
003418
003419          MOVE "N"                 TO FINE-PERC-LOG.
003420          SET PERC-SCANSIONE-LOG   TO TRUE.
003421
003422          IF FILTRO-NUMERO-LOG = SPACES
003423           AND LUNGH-FILTRO-NOME-LOG = ZEROS
003424           GO TO APRI-SCANSIONE-LOG.
003425
003426          PERFORM OPEN-I-ILOG      THRU EX-OPEN-I-ILOG.
003427
003428          IF STATUS-ILOG NOT = "00"
003429           GO TO APRI-SCANSIONE-LOG.
003430
003431          MOVE SPACES              TO INDICE-LOG.
003432
003433          IF FILTRO-NUMERO-LOG NOT = SPACES
003434           SET PERC-NUMERO-LOG     TO TRUE
003435           MOVE FILTRO-NUMERO-LOG  TO NUMERO-ILOG
003436           MOVE FILTRO-DAL-LOG     TO DATA-ILOG
003437           PERFORM STARTO-NUMERO-ILOG THRU EX-STARTO-NUMERO-ILOG
003438          ELSE
003439           SET PERC-NOME-LOG       TO TRUE
003440           MOVE FILTRO-NOME-LOG(1:LUNGH-FILTRO-NOME-LOG)
003441            TO NOME-ILOG
003442           PERFORM STARTO-NOME-ILOG THRU EX-STARTO-NOME-ILOG
003443          END-IF.
003444
003445          IF ESITO-NOK
003446           MOVE "S"                TO FINE-PERC-LOG.
003447
003448          GO TO EX-APRI-PERCORSO-LOG.
003449
003450 APRI-SCANSIONE-LOG.
003451
003452          PERFORM OPEN-I-LOG       THRU EX-OPEN-I-LOG.
003453
003454          IF STATUS-LOG NOT = "00"
003455           MOVE "S"                TO FINE-PERC-LOG.
003456
003457 EX-APRI-PERCORSO-LOG.
003458          EXIT.
003459*
003460** PROSSIMO RECORD CHE RISPETTA IL FILTRO, RIPORTATO IN DATI-LOG;
003461** FINE-FILE = "S" A FINE PERCORSO. SULL'INDICE CI SI FERMA APPENA
003462** LA CHIAVE ESCE DAL NUMERO (O DALLA DATA FINALE) O DAL PREFISSO
003463** RICHIESTO; LE VOCI DELLE GENERAZIONI ARCHIVIATE E QUELLA DI
003464** CONTROLLO SI SALTANO
003465*
003466 PROSSIMO-PERCORSO-LOG.
003467
003468          MOVE "S"                 TO FINE-FILE.
003469
003470          IF FINE-PERC-LOG = "S"
003471           GO TO EX-PROSSIMO-PERCORSO-LOG.
003472
003473          IF PERC-SCANSIONE-LOG
003474           GO TO PROSSIMO-SCANSIONE-LOG.
003475
003476          PERFORM LEGGO-NEXT-ILOG  THRU EX-LEGGO-NEXT-ILOG.
003477
003478          IF FINE-FILE = "S"
003479           GO TO FINE-PROSSIMO-PERCORSO-LOG.
003480
003481          IF PERC-NUMERO-LOG
003482           AND NUMERO-ILOG NOT = FILTRO-NUMERO-LOG
003483           GO TO FINE-PROSSIMO-PERCORSO-LOG.
003484
003485          IF PERC-NUMERO-LOG AND FILTRO-AL-LOG NOT = SPACES
003486           AND DATA-ILOG > FILTRO-AL-LOG
003487           GO TO FINE-PROSSIMO-PERCORSO-LOG.
003488
003489          IF PERC-NOME-LOG
003490           AND NOME-ILOG(1:LUNGH-FILTRO-NOME-LOG)
003491            NOT = FILTRO-NOME-LOG(1:LUNGH-FILTRO-NOME-LOG)
003492           GO TO FINE-PROSSIMO-PERCORSO-LOG.
003493
003494          IF GENERAZIONE-ILOG NOT = "ARKLOG"
003495           OR POSIZIONE-ILOG = ZEROS
003496           GO TO PROSSIMO-PERCORSO-LOG.
003497
003498          MOVE RIGA-ILOG           TO DATI-LOG.
003499
003500          PERFORM MATCH-FILTRO-LOG THRU EX-MATCH-FILTRO-LOG.
003501
003502          IF ESITO-NOK GO TO PROSSIMO-PERCORSO-LOG.
003503
003504          GO TO EX-PROSSIMO-PERCORSO-LOG.
003505
003506 PROSSIMO-SCANSIONE-LOG.
003507
003508          PERFORM LEGGO-NEXT-LOG   THRU EX-LEGGO-NEXT-LOG.
003509
003510          IF FINE-FILE = "S"
003511           GO TO FINE-PROSSIMO-PERCORSO-LOG.
003512
003513          PERFORM MATCH-FILTRO-LOG THRU EX-MATCH-FILTRO-LOG.
003514
003515          IF ESITO-NOK GO TO PROSSIMO-SCANSIONE-LOG.
003516
003517          GO TO EX-PROSSIMO-PERCORSO-LOG.
003518
003519 FINE-PROSSIMO-PERCORSO-LOG.
003520
003521          MOVE "S"                 TO FINE-PERC-LOG.
003522          MOVE "S"                 TO FINE-FILE.
003523
003524 EX-PROSSIMO-PERCORSO-LOG.
003525          EXIT.
003526
003527 CHIUDI-PERCORSO-LOG.
003528
003529          IF PERC-SCANSIONE-LOG
003530           PERFORM CLOSE-LOG       THRU EX-CLOSE-LOG
003531          ELSE
003532           PERFORM CLOSE-ILOG      THRU EX-CLOSE-ILOG
003533          END-IF.
003534
003535 EX-CHIUDI-PERCORSO-LOG.
003536          EXIT.
003537*
003538** VERIFICA SE IL RECORD DI ARKLOG APPENA LETTO RISPETTA IL
003539** FILTRO NOME/DATA/NUMERO RICHIESTO DALLA MASCHERA
003540*
003541 MATCH-FILTRO-LOG.
003542
003543          MOVE "OK"                TO ESITO-WEB.
003544
003545          IF LUNGH-FILTRO-NOME-LOG > ZEROS
003546           AND NOME-COBOL-LOG(1:LUNGH-FILTRO-NOME-LOG)
003547            NOT = FILTRO-NOME-LOG(1:LUNGH-FILTRO-NOME-LOG)
003548           MOVE "NO"               TO ESITO-WEB.
003549
003550          IF ESITO-OK AND FILTRO-DAL-LOG NOT = SPACES
003560           AND DATA-LOG < FILTRO-DAL-LOG
003570           MOVE "NO"               TO ESITO-WEB.
