000325          COPY "SELPEN.CBL".
000326          COPY "SELOUT.CBL".
000327          COPY "SELGRU.CBL".
000328          COPY "SELFIS.CBL".
000330
000340
000350 DATA             DIVISION.
000435          COPY "FDEPEN.CBL".
000436          COPY "FDEOUT.CBL".
000437          COPY "FDEGRU.CBL".
000438          COPY "FDEFIS.CBL".
000440
000450
000460 WORKING-STORAGE  SECTION.
000684    02 ENTI-CAMPO-MOUT         PIC X(02) OCCURS 4 TIMES.
000685 01 IND-ENTI-MOUT              PIC 9(1) COMP.
000686*
000687** PERSONA FISICA (ARKFIS) A CUI SI COLLEGA L'UTENZA: "codfis"
000688** VUOTO LASCIA IL COLLEGAMENTO COM'E'
000689*
000690 01 PERSONA-OK-MOUT            PIC X.
000691    88 PERSONA-COLLEGABILE     VALUE "S".
000692*
000693 PROCEDURE  DIVISION.
000694*
000700          PERFORM INIZIO-WEB   THRU EX-INIZIO-WEB.

000701*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000705          PERFORM OPEN-I-VSTO  THRU EX-OPEN-I-VSTO.
000710
000720          PERFORM OPEN-I-UTEN  THRU EX-OPEN-I-UTEN.
000724          PERFORM OPEN-I-FIS   THRU EX-OPEN-I-FIS.
000730
000740          PERFORM LOAD-VIEW    THRU EX-LOAD-VIEW.
000750
000845          COPY "PIOPEN.CBL".
000846          COPY "PIOOUT.CBL".
000847          COPY "PIOGRU.CBL".
000848          COPY "PIOFIS.CBL".
000849          COPY "PIOUDLW.CBL".
000850 LOAD-VIEW.
000860
000870          MOVE "MK-ITEM"          TO FIELD-WEB.
001444          MOVE SPONSOR-UTEN       TO STRINGA-VIEW.
001445          MOVE "SPONSOR-UTEN"     TO NOME-VIEW.
001446          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001447
001448          MOVE SPACES             TO STRINGA-VIEW.
001449          IF PERSONA-UTEN NUMERIC AND PERSONA-UTEN NOT = ZEROS
001450           MOVE PERSONA-UTEN      TO NUMERO-FIS
001451           PERFORM LEGGO-NUMERO-FIS THRU EX-LEGGO-NUMERO-FIS
001452           IF ESITO-OK
001453            MOVE CODFIS-FIS       TO STRINGA-VIEW
001454           END-IF
001455          END-IF.
001456          MOVE "CODFIS-UTEN"      TO NOME-VIEW.
001457          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001458
001459          PERFORM COMPONI-GRUPPI-MOUT
001460           THRU EX-COMPONI-GRUPPI-MOUT.
001470
001480          MOVE GRUPPI-VIEW-MOUT   TO STRINGA-VIEW.
001950          INITIALIZE UTENTE.
001960          MOVE VALUE-WEB(1:8)     TO CHIAVE-UTEN.
001970          PERFORM CARICA-CAMPI-MOUT THRU EX-CARICA-CAMPI-MOUT.
001971
001972          PERFORM COLLEGA-PERSONA-MOUT
001973           THRU EX-COLLEGA-PERSONA-MOUT.
001974          IF NOT PERSONA-COLLEGABILE
001975           PERFORM VIS-MESS       THRU EX-VIS-MESS
001976           GO TO EX-CREA-UTEN-MOUT
001977          END-IF.
001980          SET UTENTE-ATTIVO       TO TRUE.
001981
001982***** CICLO DI VITA DEI GRUPPI (ARKGRU): UN GRUPPO CONGELATO O
001984***** L'UTENTE NASCE SENZA GRUPPI E LA LORO ASSEGNAZIONE VA IN
001985***** ATTESA DELLA SECONDA FIRMA SU ARKPEN (openpend.exe)
001986
001987*
001988***** DA QUI ARKPEN E ARKUTEN CAMBIANO INSIEME: UNITA' DI LAVORO
001989***** SUL GIORNALE (OPENUDLW), ANNULLATA SE LA SCRITTURA FALLISCE
001990*
001991          PERFORM APRI-UNITA-MOUT THRU EX-APRI-UNITA-MOUT.
001992          IF ESITO-UDL-WEB NOT = "OK"
001993           PERFORM VIS-MESS       THRU EX-VIS-MESS
001994           GO TO EX-CREA-UTEN-MOUT
001995          END-IF.
001996          MOVE "N"                TO GRUPPI-PENDENTI-MOUT.
001997          IF GRUPPO-UTEN NOT = ZEROS
001998           OR NUM-GRUPPI-UTEN NOT = ZEROS
001999           PERFORM STACCA-GRUPPI-MOUT
002000            THRU EX-STACCA-GRUPPI-MOUT
002001           PERFORM STAGE-GRUPPI-MOUT
002002            THRU EX-STAGE-GRUPPI-MOUT
002003          END-IF.
002004
002005          PERFORM SCRIVI-UTEN     THRU EX-SCRIVI-UTEN.
002006
002007          PERFORM CHIUDI-UNITA-MOUT THRU EX-CHIUDI-UNITA-MOUT.
002008
002009          IF ESITO-OK
002010           MOVE "UTENTE-CREATO"   TO TIPO-OUT-WEB
002011           MOVE CHIAVE-UTEN       TO UTENTE-OUT-WEB
002012           MOVE SPACES            TO DETTAGLIO-OUT-WEB
002013           STRING "utente " CHIAVE-UTEN " creato"
002014            DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB
002015           PERFORM SCRIVI-EVENTO-OUT
002016            THRU EX-SCRIVI-EVENTO-OUT
002017          END-IF.
002018
002020          IF ESITO-NOK
002030           MOVE "Errore in scrittura utente" TO MESSAGGIO
002040          ELSE
002234
002240          PERFORM CARICA-CAMPI-MOUT THRU EX-CARICA-CAMPI-MOUT.
002241
002242          PERFORM COLLEGA-PERSONA-MOUT
002243           THRU EX-COLLEGA-PERSONA-MOUT.
002244          IF NOT PERSONA-COLLEGABILE
002245           PERFORM VIS-MESS       THRU EX-VIS-MESS
002246           GO TO EX-VARIA-UTEN-MOUT
002247          END-IF.
002248
002249***** CICLO DI VITA DEI GRUPPI (ARKGRU): I GRUPPI GIA' IN ESSERE
002250***** NON SI TOCCANO, MA UN GRUPPO CONGELATO O CHIUSO NON ENTRA
002251***** TRA QUELLI NUOVI RICHIESTI DALLA MASCHERA
002252
002253          PERFORM CONTROLLA-GRUPPI-MOUT
002254           THRU EX-CONTROLLA-GRUPPI-MOUT.
002255
002256          IF GRUPPO-ASSEGNABILE-WEB = "N"
002257           MOVE SPACES            TO MESSAGGIO
002258           STRING MOTIVO-GRU-WEB " - variazione non applicata"
002259            DELIMITED BY SIZE INTO MESSAGGIO
002260           PERFORM VIS-MESS       THRU EX-VIS-MESS
002261           GO TO EX-VARIA-UTEN-MOUT
002262          END-IF.
002263
002264***** I CAMPI ANAGRAFICI SI APPLICANO SUBITO; UN CAMBIO DI
002265***** GRUPPI INVECE RESTA IN ATTESA DELLA SECONDA FIRMA: IL
002266***** RECORD VIENE RISCRITTO CON I GRUPPI DI PRIMA E LA
002267***** RICHIESTA FINISCE SU ARKPEN (openpend.exe)
002268
002269*
002270***** DA QUI ARKPEN E ARKUTEN CAMBIANO INSIEME: UNITA' DI LAVORO
002271***** SUL GIORNALE (OPENUDLW), ANNULLATA SE LA SCRITTURA FALLISCE
002272*
002273          PERFORM APRI-UNITA-MOUT THRU EX-APRI-UNITA-MOUT.
002274          IF ESITO-UDL-WEB NOT = "OK"
002275           PERFORM VIS-MESS       THRU EX-VIS-MESS
002276           GO TO EX-VARIA-UTEN-MOUT
002277          END-IF.
002278          MOVE "N"                TO GRUPPI-PENDENTI-MOUT.
002279          IF GRUPPO-UTEN NOT = SAVE-GRUPPO-MOUT
002280           OR NUM-GRUPPI-UTEN NOT = SAVE-NUM-GRUPPI-MOUT
002281           OR GRUPPI-EXTRA-UTEN NOT = SAVE-GRUPPI-EXTRA-MOUT
002282           PERFORM STACCA-GRUPPI-MOUT
002283            THRU EX-STACCA-GRUPPI-MOUT
002284           MOVE SAVE-GRUPPO-MOUT  TO GRUPPO-UTEN
002285           MOVE SAVE-NUM-GRUPPI-MOUT TO NUM-GRUPPI-UTEN
002286           MOVE SAVE-GRUPPI-EXTRA-MOUT TO GRUPPI-EXTRA-UTEN
002287           PERFORM STAGE-GRUPPI-MOUT
002288            THRU EX-STAGE-GRUPPI-MOUT
002289          END-IF.
002290
002291          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
002292
002293          PERFORM CHIUDI-UNITA-MOUT THRU EX-CHIUDI-UNITA-MOUT.
002294
002295          IF ESITO-NOK
002296           MOVE "Errore in scrittura utente" TO MESSAGGIO
002300          ELSE
002305           IF GRUPPI-PENDENTI-MOUT = "S"
002306            MOVE SPACES           TO MESSAGGIO
002770          PERFORM CARICA-GRUPPI-MOUT THRU EX-CARICA-GRUPPI-MOUT.
002780
002790 EX-CARICA-CAMPI-MOUT.
002791          EXIT.
002792*
002793***** COLLEGAMENTO ALLA PERSONA FISICA: IL CODICE FISCALE DEVE
002794***** ESSERE FORMALMENTE VALIDO E LA PERSONA GIA' SU ARKFIS
002795***** (openmfis.exe); LA STESSA PERSONA PUO' AVERE PIU' UTENZE
002796*
002797 COLLEGA-PERSONA-MOUT.
002798
002799          MOVE "S"                TO PERSONA-OK-MOUT.
002800
002801          MOVE "codfis"           TO FIELD-WEB.
002802          PERFORM READ-WEB        THRU EX-READ-WEB.
002803          IF NOT COBW3-SEARCH-FLAG-EXIST
002804           OR VALUE-WEB(1:16) = SPACES
002805           GO TO EX-COLLEGA-PERSONA-MOUT
002806          END-IF.
002807
002808          MOVE VALUE-WEB(1:16)    TO CODFIS-WEB.
002809          PERFORM VERIFICA-CODFIS-FIS THRU EX-VERIFICA-CODFIS-FIS.
002810
002811          IF NOT CODFIS-VALIDO
002812           MOVE "N"               TO PERSONA-OK-MOUT
002813           MOVE SPACES            TO MESSAGGIO
002814           STRING "Codice fiscale non valido: " MOTIVO-CODFIS-WEB
002815            DELIMITED BY SIZE INTO MESSAGGIO
002816           GO TO EX-COLLEGA-PERSONA-MOUT
002817          END-IF.
002818
002819          MOVE CODFIS-WEB         TO CODFIS-FIS.
002820          PERFORM LEGGO-FIS       THRU EX-LEGGO-FIS.
002821
002822          IF ESITO-NOK
002823           MOVE "N"               TO PERSONA-OK-MOUT
002824           MOVE SPACES            TO MESSAGGIO
002825           STRING "Persona " CODFIS-WEB " non censita in anagrafe"
002826            DELIMITED BY SIZE INTO MESSAGGIO
002827           GO TO EX-COLLEGA-PERSONA-MOUT
002828          END-IF.
002829
002830          MOVE NUMERO-FIS         TO PERSONA-UTEN.
002831
002832 EX-COLLEGA-PERSONA-MOUT.
002833          EXIT.
002834*
002835 CARICA-ENTI-MOUT.
002836
002837          MOVE ZEROS              TO IND-ENTI-MOUT.
002838          INITIALIZE ENTI-EXTRA-UTEN.
002839
002840          PERFORM TRASFERISCI-ENTE-MOUT
002841           THRU EX-TRASFERISCI-ENTE-MOUT
002842           VARYING IND-ENTI-MOUT FROM 1 BY 1
002843           UNTIL IND-ENTI-MOUT > 4.
002844
002845 EX-CARICA-ENTI-MOUT.
002846          EXIT.
002847*
002848 TRASFERISCI-ENTE-MOUT.
002849
002850          IF ENTI-CAMPO-MOUT(IND-ENTI-MOUT) IS NUMERIC
002851           MOVE ENTI-CAMPO-MOUT(IND-ENTI-MOUT)
002852            TO ENTE-EXTRA-UTEN(IND-ENTI-MOUT)
002853          END-IF.
002854
002855 EX-TRASFERISCI-ENTE-MOUT.
002856          EXIT.
002857*
002858***** TRASFERISCE I GRUPPI ADDIZIONALI SCOMPOSTI DA "gruppi" IN
002859***** GRUPPO-EXTRA-UTEN, SCARTANDO LE VOCI VUOTE O NON NUMERICHE
002860*
002861 CARICA-GRUPPI-MOUT.
002862
002870          MOVE ZEROS              TO NUM-GRUPPI-UTEN.
002880          MOVE ZEROS              TO GRUPPO-EXTRA-UTEN(1)
002890                                     GRUPPO-EXTRA-UTEN(2)
003722
003723          PERFORM OPEN-I-PEN      THRU EX-OPEN-I-PEN.
003724
003728          INITIALIZE MODIFICA-PENDENTE.
003730          SET PEN-GRUPPI          TO TRUE.
003731          MOVE CHIAVE-UTEN        TO UTENTE-OGG-PEN.
003732
003743          MOVE RICH-GRUPPI-EXTRA-MOUT
003744           TO GRUPPI-EXTRA-NUOVI-PEN.
003745
003755          MOVE "OPENMOUT"         TO PROGRAMMA-NUM-WEB.
003765          PERFORM SCRIVI-NUOVA-PEN
003775           THRU EX-SCRIVI-NUOVA-PEN.
003785
003795          IF ESITO-OK
003805           MOVE "S"               TO GRUPPI-PENDENTI-MOUT
003815           MOVE "ARKPEN"          TO ARCHIVIO-UDL-WEB
003825           MOVE CHIAVE-PEN        TO CHIAVE-UDL-WEB
003835           PERFORM SEGNA-NUOVO-WEB THRU EX-SEGNA-NUOVO-WEB
003845          END-IF.
003855
003865          PERFORM CLOSE-PEN       THRU EX-CLOSE-PEN.
003875
003885 EX-STAGE-GRUPPI-MOUT.
003895          EXIT.
003905*
003915***** APRE L'UNITA' DI LAVORO DI CREAZIONE/VARIAZIONE E NE SALVA
003925***** SUBITO L'IMMAGINE DI ARKUTEN COM'E' SU DISCO (ASSENTE IN
003935***** CREAZIONE). SE IL GIORNALE NON RISPONDE NON SI SCRIVE NULLA
003945*
003955 APRI-UNITA-MOUT.
003965
003975          MOVE "OPENMOUT"         TO PROGRAMMA-UDL-WEB.
003985          MOVE "MK-OPERATORE"     TO FIELD-WEB.
003995          PERFORM READ-WEB        THRU EX-READ-WEB.
004005          MOVE VALUE-WEB(1:8)     TO OPERATORE-UDL-WEB.
004015
004025          PERFORM INIZIA-UNITA-WEB THRU EX-INIZIA-UNITA-WEB.
004035          IF ESITO-UDL-WEB NOT = "OK"
004045           MOVE NOTA-UDL-WEB      TO MESSAGGIO
004055           GO TO EX-APRI-UNITA-MOUT
004065          END-IF.
004075
004085          MOVE "ARKUTEN"          TO ARCHIVIO-UDL-WEB.
004095          MOVE CHIAVE-UTEN        TO CHIAVE-UDL-WEB.
004105          PERFORM SALVA-IMMAGINE-WEB THRU EX-SALVA-IMMAGINE-WEB.
004115          IF ESITO-UDL-WEB NOT = "OK"
004125           MOVE NOTA-UDL-WEB      TO MESSAGGIO
004135           PERFORM ANNULLA-UNITA-WEB THRU EX-ANNULLA-UNITA-WEB
004145           MOVE "KO"              TO ESITO-UDL-WEB
004155          END-IF.
004165
004175 EX-APRI-UNITA-MOUT.
004185          EXIT.
004195*
004205***** SCRITTURA DI ARKUTEN RIUSCITA: L'UNITA' SI CONFERMA, SE NO
004215***** SI ANNULLA RIPORTANDO INDIETRO ANCHE LA RICHIESTA ARKPEN;
004225***** ARKUTEN SI CHIUDE PRIMA: OPENUDLW LO RIAPRE PER CONTO SUO
004235*
004245 CHIUDI-UNITA-MOUT.
004255
004265          IF ESITO-OK
004275           PERFORM CONFERMA-UNITA-WEB THRU EX-CONFERMA-UNITA-WEB
004285          ELSE
004295           PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN
004305           PERFORM ANNULLA-UNITA-WEB THRU EX-ANNULLA-UNITA-WEB
004315           PERFORM OPEN-I-UTEN    THRU EX-OPEN-I-UTEN
004325           MOVE "N"               TO GRUPPI-PENDENTI-MOUT
004335          END-IF.
004345
004355 EX-CHIUDI-UNITA-MOUT.
004365          EXIT.
004375*
004385***** CONTROLLA SU ARKGRU I SOLI GRUPPI NUOVI RISPETTO A QUELLI
004395***** SALVATI (SAVE-*, AZZERATI IN CREAZIONE): IL PRIMO GRUPPO
004405***** CONGELATO O CHIUSO, O PER CUI L'UTENTE NON HA LE QUALIFICHE
004415***** RICHIESTE, FERMA TUTTO CON IL MOTIVO IN
004425***** MOTIVO-GRU-WEB (VERIFICA-ASSEGNABILE-GRU IN PIOGRU.CBL)
004435*
004445 CONTROLLA-GRUPPI-MOUT.
004455
004465          MOVE "S"                TO GRUPPO-ASSEGNABILE-WEB.
004475
004485          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
004495          MOVE CHIAVE-UTEN        TO UTENTE-QUA-WEB.
004505
004515          IF GRUPPO-UTEN NOT = SAVE-GRUPPO-MOUT
004525           MOVE GRUPPO-UTEN       TO GRUPPO-GRU
004535           PERFORM VERIFICA-ASSEGNABILE-GRU
004545            THRU EX-VERIFICA-ASSEGNABILE-GRU
004555          END-IF.
004565
004575          PERFORM CONTROLLA-EXTRA-GRU-MOUT
004585           THRU EX-CONTROLLA-EXTRA-GRU-MOUT
004595           VARYING IND-MOUT FROM 1 BY 1
004605           UNTIL IND-MOUT > 5
004615           OR GRUPPO-ASSEGNABILE-WEB = "N".
004625
004635          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
004645          MOVE SPACES             TO UTENTE-QUA-WEB.
004655
004665 EX-CONTROLLA-GRUPPI-MOUT.
004675          EXIT.
004685*
004695***** UN GRUPPO EXTRA GIA' PRESENTE TRA QUELLI SALVATI NON VIENE
004705***** RICONTROLLATO: CHI LO HA GIA' CONTINUA A LAVORARE
004715*
004725 CONTROLLA-EXTRA-GRU-MOUT.
004735
004745          MOVE GRUPPO-EXTRA-UTEN(IND-MOUT) TO GRUPPO-GRU.
004755
004765          IF GRUPPO-GRU = ZEROS
004775           GO TO EX-CONTROLLA-EXTRA-GRU-MOUT
004785          END-IF.
004795
004805          IF GRUPPO-GRU = SAVE-GRUPPO-EXTRA-MOUT(1)
004815           OR GRUPPO-GRU = SAVE-GRUPPO-EXTRA-MOUT(2)
004825           OR GRUPPO-GRU = SAVE-GRUPPO-EXTRA-MOUT(3)
004835           OR GRUPPO-GRU = SAVE-GRUPPO-EXTRA-MOUT(4)
004845           OR GRUPPO-GRU = SAVE-GRUPPO-EXTRA-MOUT(5)
004855           GO TO EX-CONTROLLA-EXTRA-GRU-MOUT
004865          END-IF.
004875
004885          PERFORM VERIFICA-ASSEGNABILE-GRU
004895           THRU EX-VERIFICA-ASSEGNABILE-GRU.
004905
004915 EX-CONTROLLA-EXTRA-GRU-MOUT.
004925          EXIT.
004935
004945 FINE.
004955          PERFORM CLOSE-VIEW   THRU EX-CLOSE-VIEW.
004965          PERFORM CLOSE-UTEN   THRU EX-CLOSE-UTEN.
004975          PERFORM CLOSE-FIS    THRU EX-CLOSE-FIS.
004985          PERFORM CLOSE-VSTO   THRU EX-CLOSE-VSTO.
004995
005005          PERFORM FINE-WEB     THRU EX-FINE-WEB.
005015
005025          GOBACK.
