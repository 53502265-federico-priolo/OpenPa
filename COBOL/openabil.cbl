000200* OPENUTEN), COSTRUITA CON CALL "GRIDJSON" INVECE DEL SOLITO
000210* STRING/SCRITTURA-JSON A MANO: PRIMO CONSUMATORE DEL SUBPROGRAM
000220* CONDIVISO, PROPRIO SU UNO DEI DUE FILE (ARKMENU/ARKABI) CHE NE
000230* ERANO PRIVI. OGNI RIGA PORTA ANCHE IL LIMITE DI IMPORTO DEL
000231* PERMESSO (ARKLIM, VUOTO SE NON HA TETTO).
000232* funzione=limite FISSA IL LIMITE DI IMPORTO DI UNA RIGA ESISTENTE
000233* DI ARKABI (MK-ente, MK-gruppo, MK-chiamata COME LA CHIAVE, JOLLY
000234* COMPRESI): MK-importo MASSIMO, MK-valuta (DEFAULT EUR), MK-azione
000235* R RIFIUTA O I INOLTRA AL RESPONSABILE (DEFAULT R), MK-campo
000236* FACOLTATIVO (NOME-COBOL DEL DIZIONARIO, VUOTO = OGNI IMPORTO
000237* DELLA CHIAMATA). MK-importo VUOTO TOGLIE IL LIMITE. LA VARIAZIONE
000238* VA NELLO STORICO DEI PERMESSI (ARKABIS, OPERAZIONE "L" CON IL
000239* LIMITE PRIMA E DOPO) E SUL GIORNALE DEGLI ACCESSI ("LIMITE").
000240*
000250 IDENTIFICATION   DIVISION.
000260 PROGRAM-ID.      OPENABIL.
000340          COPY "SELVIEW.CBL".
000345          COPY "SELVSTO.CBL".
000350          COPY "SELABI.CBL".
000352          COPY "SELABIS.CBL".
000354          COPY "SELLIM.CBL".
000356          COPY "SELACC.CBL".
000360
000370 DATA             DIVISION.
000380 FILE SECTION.
000410          COPY "FDEVIEW.CBL".
000415          COPY "FDEVSTO.CBL".
000420          COPY "FDEABI.CBL".
000422          COPY "FDEABIS.CBL".
000424          COPY "FDELIM.CBL".
000426          COPY "FDEACC.CBL".
000430
000440 WORKING-STORAGE  SECTION.
000450
000550 01 EMESSE-ABIL                 PIC 9(9).
000560 01 SALTATI-ABIL                PIC 9(9).
000570 01 TOTALE-ABIL                 PIC 9(7).
000571*
000572** MANUTENZIONE DEI LIMITI DI IMPORTO (funzione=limite)
000573*
000574 01 FUNZIONE-ABIL               PIC X(08).
000575 01 TROVATO-LIM-ABIL            PIC X.
000576 01 INDICATO-ABIL               PIC X.
000577 01 IMPORTO-ABIL                PIC 9(12)V99.
000578 01 IMPORTO-ED-ABIL             PIC Z(11)9,99.
000579 01 SPAZI-ABIL                  PIC 9(02).
000580 01 TESTO-LIMITE-ABIL           PIC X(24).
000581 01 PRIMA-LIMITE-ABIL           PIC X(20).
000582 01 DOPO-LIMITE-ABIL            PIC X(20).
000583 01 RIGA-LIMITE-ABIL.
000584    02 IMPORTO-RIGA-ABIL        PIC 9(12)V99.
000585    02 VALUTA-RIGA-ABIL         PIC X(03).
000586    02 AZIONE-RIGA-ABIL         PIC X(01).
000587    02 CAMPO-RIGA-ABIL          PIC X(30).
000588 01 NUOVA-VALUTA-ABIL           PIC X(03).
000589 01 NUOVA-AZIONE-ABIL           PIC X(01).
000590*
000591 PROCEDURE  DIVISION.
000600*
000610          PERFORM INIZIO-WEB     THRU EX-INIZIO-WEB.

000616           GOBACK
000617          END-IF.
000620
000621          MOVE "MK-FUNZIONE"     TO FIELD-WEB.
000622          PERFORM READ-WEB       THRU EX-READ-WEB.
000623          MOVE SPACES            TO FUNZIONE-ABIL.
000624          IF COBW3-SEARCH-FLAG-EXIST
000625           MOVE VALUE-WEB(1:8)   TO FUNZIONE-ABIL
000626          END-IF.
000627
000628          IF FUNZIONE-ABIL = "limite"
000629           PERFORM LIMITE-ABIL   THRU EX-LIMITE-ABIL
000630           PERFORM FINE-WEB      THRU EX-FINE-WEB
000631           GOBACK
000632          END-IF.
000633
000634          PERFORM LEGGI-PAGINA-ABIL THRU EX-LEGGI-PAGINA-ABIL.
000640
000650          PERFORM OPEN-I-ABI     THRU EX-OPEN-I-ABI.
000655          PERFORM OPEN-I-LIM     THRU EX-OPEN-I-LIM.
000660
000670          PERFORM CONTA-ABIL     THRU EX-CONTA-ABIL.
000680          PERFORM LOAD-ABIL      THRU EX-LOAD-ABIL.
000690
000695          PERFORM CLOSE-LIM      THRU EX-CLOSE-LIM.
000700          PERFORM CLOSE-ABI      THRU EX-CLOSE-ABI.
000710
000720          PERFORM FINE-WEB       THRU EX-FINE-WEB.
000775          COPY "PIOVSTO.CBL".
000777          COPY "PIOVIEWH.CBL".
000780          COPY "PIOABI.CBL".
000782          COPY "PIOABIS.CBL".
000784          COPY "PIOLIM.CBL".
000786          COPY "PIOACC.CBL".
000790*
000800** LEGGE MK-page/MK-rows E CALCOLA QUANTI RECORD SALTARE
000810*
001640           GO TO FINE-LOAD-ABIL
001650          END-IF.
001660
001665          PERFORM LEGGI-LIMITE-ABIL THRU EX-LEGGI-LIMITE-ABIL.
001667
001670          MOVE 5                  TO GRIDJSON-NUM-CAMPI.
001680          MOVE "ENTE"             TO GRIDJSON-CAMPO-NOME(1).
001690          MOVE ENTE-ABI           TO GRIDJSON-CAMPO-VAL(1).
001700          MOVE "GRUPPO"           TO GRIDJSON-CAMPO-NOME(2).
001730          MOVE CHIAMATA-ABI       TO GRIDJSON-CAMPO-VAL(3).
001740          MOVE "DESC"             TO GRIDJSON-CAMPO-NOME(4).
001750          MOVE DESC-ABI           TO GRIDJSON-CAMPO-VAL(4).
001752          MOVE "LIMITE"           TO GRIDJSON-CAMPO-NOME(5).
001754          MOVE TESTO-LIMITE-ABIL  TO GRIDJSON-CAMPO-VAL(5).
001760
001770          MOVE "RIGA"             TO GRIDJSON-AZIONE.
001780          CALL "GRIDJSON" USING GRIDJSON-LK.
001880
001890 EX-LOAD-ABIL.
001900          EXIT.
001910*
001920** LEGGI-LIMITE-ABIL: "VALUTA IMPORTO AZIONE" DEL LIMITE DELLA
001930** RIGA CORRENTE DI ARKABI (STESSA CHIAVE SU ARKLIM), SPAZI SE
001940** IL PERMESSO NON HA TETTO
001950*
001960 LEGGI-LIMITE-ABIL.
001970
001980          MOVE SPACES             TO TESTO-LIMITE-ABIL.
001990
002000          MOVE CHIAVE-ABI         TO CHIAVE-LIM.
002010          PERFORM LEGGO-LIM       THRU EX-LEGGO-LIM.
002020
002030          IF ESITO-NOK GO TO EX-LEGGI-LIMITE-ABIL.
002040
002050          MOVE IMPORTO-MAX-LIM    TO IMPORTO-RIGA-ABIL.
002060          MOVE VALUTA-LIM         TO VALUTA-RIGA-ABIL.
002070          MOVE AZIONE-LIM         TO AZIONE-RIGA-ABIL.
002080          PERFORM COMPONI-LIMITE-ABIL THRU EX-COMPONI-LIMITE-ABIL.
002090
002100 EX-LEGGI-LIMITE-ABIL.
002110          EXIT.
002120*
002130** COMPONI-LIMITE-ABIL: DA RIGA-LIMITE-ABIL A TESTO-LIMITE-ABIL,
002140** IMPORTO SENZA GLI SPAZI DI TESTA
002150*
002160 COMPONI-LIMITE-ABIL.
002170
002180          IF VALUTA-RIGA-ABIL = SPACES
002190           MOVE "EUR"             TO VALUTA-RIGA-ABIL
002200          END-IF.
002210
002220          MOVE IMPORTO-RIGA-ABIL  TO IMPORTO-ED-ABIL.
002230          MOVE ZEROS              TO SPAZI-ABIL.
002240          INSPECT IMPORTO-ED-ABIL TALLYING SPAZI-ABIL
002250           FOR LEADING SPACES.
002260          ADD 1                   TO SPAZI-ABIL.
002270
002280          MOVE SPACES             TO TESTO-LIMITE-ABIL.
002290          STRING VALUTA-RIGA-ABIL " "
002295           IMPORTO-ED-ABIL(SPAZI-ABIL:)
002300           " " AZIONE-RIGA-ABIL
002310           DELIMITED BY SIZE INTO TESTO-LIMITE-ABIL.
002320
002330 EX-COMPONI-LIMITE-ABIL.
002340          EXIT.
002350*
002360** LIMITE-ABIL: FISSA, CAMBIA O TOGLIE IL LIMITE DI IMPORTO DI UNA
002370** RIGA DI ARKABI CHE DEVE ESISTERE E NON ESSERE UN DIVIETO
002380*
002390 LIMITE-ABIL.
002400
002410          MOVE ZEROS              TO CHIAVE-ABI.
002420          MOVE "MK-ente"          TO FIELD-WEB.
002430          PERFORM READ-WEB        THRU EX-READ-WEB.
002440          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:2) NUMERIC
002450           MOVE VALUE-WEB(1:2)    TO ENTE-ABI
002460          END-IF.
002470
002480          MOVE "MK-gruppo"        TO FIELD-WEB.
002490          PERFORM READ-WEB        THRU EX-READ-WEB.
002500          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:4) NUMERIC
002510           MOVE VALUE-WEB(1:4)    TO GRUPPO-ABI
002520          END-IF.
002530
002540          MOVE SPACES             TO CHIAMATA-ABI.
002550          MOVE "MK-chiamata"      TO FIELD-WEB.
002560          PERFORM READ-WEB        THRU EX-READ-WEB.
002570          IF COBW3-SEARCH-FLAG-EXIST
002580           MOVE VALUE-WEB(1:6)    TO CHIAMATA-ABI
002590          END-IF.
002600
002610          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
002620          PERFORM LEGGO-ABI       THRU EX-LEGGO-ABI.
002630          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
002640
002650          IF ESITO-NOK OR ABI-NEGATA
002660           MOVE "Permesso inesistente o negato: nessun limite"
002670                                  TO MESSAGGIO
002680           PERFORM VIS-MESS       THRU EX-VIS-MESS
002690           GO TO EX-LIMITE-ABIL
002700          END-IF.
002710
002720***** IL NUOVO LIMITE DALLA MASCHERA (IMPORTO NELLA CONVENZIONE
002730***** DELLA LINGUA DI SESSIONE, COME IN CARICA-DATO-WEB)
002740
002750          MOVE ZEROS              TO IMPORTO-ABIL.
002755          MOVE "N"                TO INDICATO-ABIL.
002760          MOVE "MK-importo"       TO FIELD-WEB.
002770          PERFORM READ-WEB        THRU EX-READ-WEB.
002780          IF NOT COBW3-SEARCH-FLAG-EXIST
002790           MOVE SPACES            TO VALUE-WEB
002800          END-IF.
002810
002820          IF VALUE-WEB NOT = SPACES
002825           MOVE "S"               TO INDICATO-ABIL
002830           PERFORM NORMALIZZA-IMPORTO-LINGUA-WEB
002840            THRU EX-NORMALIZZA-IMPORTO-LINGUA-WEB
002850           IF FUNCTION TEST-NUMVAL-C(VALUE-WEB) NOT = ZERO
002860            MOVE "Importo massimo non valido" TO MESSAGGIO
002870            PERFORM VIS-MESS      THRU EX-VIS-MESS
002880            GO TO EX-LIMITE-ABIL
002890           END-IF
002900           COMPUTE IMPORTO-ABIL = FUNCTION NUMVAL-C(VALUE-WEB)
002910          END-IF.
002920
002930          MOVE IMPORTO-ABIL       TO IMPORTO-RIGA-ABIL.
002940
002950          MOVE "EUR"              TO VALUTA-RIGA-ABIL.
002960          MOVE "MK-valuta"        TO FIELD-WEB.
002970          PERFORM READ-WEB        THRU EX-READ-WEB.
002980          IF COBW3-SEARCH-FLAG-EXIST
002985           AND VALUE-WEB(1:3) NOT = SPACES
002990           MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:3))
003000                                  TO VALUTA-RIGA-ABIL
003010          END-IF.
003020
003030          MOVE "R"                TO AZIONE-RIGA-ABIL.
003040          MOVE "MK-azione"        TO FIELD-WEB.
003050          PERFORM READ-WEB        THRU EX-READ-WEB.
003060          IF COBW3-SEARCH-FLAG-EXIST
003065           AND VALUE-WEB(1:1) NOT = SPACES
003070           MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:1))
003080                                  TO AZIONE-RIGA-ABIL
003090          END-IF.
003100
003110          IF AZIONE-RIGA-ABIL NOT = "R"
003115           AND AZIONE-RIGA-ABIL NOT = "I"
003120           MOVE "Azione oltre il limite: R rifiuta, I inoltra"
003130                                  TO MESSAGGIO
003140           PERFORM VIS-MESS       THRU EX-VIS-MESS
003150           GO TO EX-LIMITE-ABIL
003160          END-IF.
003170
003180          MOVE SPACES             TO CAMPO-RIGA-ABIL.
003190          MOVE "MK-campo"         TO FIELD-WEB.
003200          PERFORM READ-WEB        THRU EX-READ-WEB.
003210          IF COBW3-SEARCH-FLAG-EXIST
003220           MOVE VALUE-WEB(1:30)   TO CAMPO-RIGA-ABIL
003230          END-IF.
003240
003250***** LIMITE DI PRIMA, PER LO STORICO
003260
003270          PERFORM OPEN-I-LIM      THRU EX-OPEN-I-LIM.
003280
003290          MOVE CHIAVE-ABI         TO CHIAVE-LIM.
003300          PERFORM LEGGO-LIM       THRU EX-LEGGO-LIM.
003310
003320          MOVE SPACES             TO PRIMA-LIMITE-ABIL.
003330          IF ESITO-OK
003340           MOVE "S"               TO TROVATO-LIM-ABIL
003350           MOVE VALUTA-RIGA-ABIL  TO NUOVA-VALUTA-ABIL
003355           MOVE AZIONE-RIGA-ABIL  TO NUOVA-AZIONE-ABIL
003360           MOVE IMPORTO-MAX-LIM   TO IMPORTO-RIGA-ABIL
003370           MOVE VALUTA-LIM        TO VALUTA-RIGA-ABIL
003380           MOVE AZIONE-LIM        TO AZIONE-RIGA-ABIL
003390           PERFORM COMPONI-LIMITE-ABIL
003400            THRU EX-COMPONI-LIMITE-ABIL
003410           MOVE TESTO-LIMITE-ABIL TO PRIMA-LIMITE-ABIL
003412           MOVE NUOVA-VALUTA-ABIL TO VALUTA-RIGA-ABIL
003414           MOVE NUOVA-AZIONE-ABIL TO AZIONE-RIGA-ABIL
003420          ELSE
003430           MOVE "N"               TO TROVATO-LIM-ABIL
003440          END-IF.
003450
003460          MOVE SPACES             TO DOPO-LIMITE-ABIL.
003470
003480          IF INDICATO-ABIL = "N"
003490           GO TO TOGLI-LIMITE-ABIL
003500          END-IF.
003510
003520          IF TROVATO-LIM-ABIL = "N"
003530           MOVE SPACES            TO LIMITE-ABI
003540           MOVE CHIAVE-ABI        TO CHIAVE-LIM
003550          END-IF.
003560
003570          MOVE IMPORTO-ABIL       TO IMPORTO-MAX-LIM.
003580          MOVE VALUTA-RIGA-ABIL   TO VALUTA-LIM.
003590          MOVE AZIONE-RIGA-ABIL   TO AZIONE-LIM.
003600          MOVE CAMPO-RIGA-ABIL    TO CAMPO-LIM.
003610          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-AGG-LIM.
003620          ACCEPT DATA-AGG-LIM     FROM DATE YYYYMMDD.
003630
003640          IF TROVATO-LIM-ABIL = "S"
003650           PERFORM RISCRIVI-LIM   THRU EX-RISCRIVI-LIM
003660          ELSE
003670           PERFORM SCRIVI-LIM     THRU EX-SCRIVI-LIM
003680          END-IF.
003690
003700          IF ESITO-NOK
003710           PERFORM CLOSE-LIM      THRU EX-CLOSE-LIM
003720           MOVE "Limite non registrato, riprovare" TO MESSAGGIO
003730           PERFORM VIS-MESS       THRU EX-VIS-MESS
003740           GO TO EX-LIMITE-ABIL
003750          END-IF.
003760
003770          MOVE IMPORTO-MAX-LIM    TO IMPORTO-RIGA-ABIL.
003780          MOVE VALUTA-LIM         TO VALUTA-RIGA-ABIL.
003790          MOVE AZIONE-LIM         TO AZIONE-RIGA-ABIL.
003800          PERFORM COMPONI-LIMITE-ABIL THRU EX-COMPONI-LIMITE-ABIL.
003810          MOVE TESTO-LIMITE-ABIL  TO DOPO-LIMITE-ABIL.
003820
003830          GO TO STORICO-LIMITE-ABIL.
003840
003850 TOGLI-LIMITE-ABIL.
003860
003870          IF TROVATO-LIM-ABIL = "N"
003880           PERFORM CLOSE-LIM      THRU EX-CLOSE-LIM
003890           MOVE "Il permesso non ha limiti da togliere"
003895                                  TO MESSAGGIO
003900           PERFORM VIS-MESS       THRU EX-VIS-MESS
003910           GO TO EX-LIMITE-ABIL
003920          END-IF.
003930
003940          PERFORM CANCELLA-LIM    THRU EX-CANCELLA-LIM.
003950
003960 STORICO-LIMITE-ABIL.
003970
003980          PERFORM CLOSE-LIM       THRU EX-CLOSE-LIM.
003990
004000          PERFORM OPEN-I-ABIS     THRU EX-OPEN-I-ABIS.
004010          MOVE ENTE-ABI           TO ENTE-ABI-ABIS.
004020          MOVE GRUPPO-ABI         TO GRUPPO-ABI-ABIS.
004030          MOVE CHIAMATA-ABI       TO CHIAMATA-ABIS.
004040          ACCEPT DATA-ABIS        FROM DATE YYYYMMDD.
004050          ACCEPT ORA-ABIS         FROM TIME.
004060          MOVE "L"                TO OPERAZIONE-ABIS.
004070          MOVE PRIMA-LIMITE-ABIL  TO DESC-PRIMA-ABIS.
004080          MOVE DOPO-LIMITE-ABIL   TO DESC-DOPO-ABIS.
004090          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ABIS.
004100          PERFORM SCRIVI-ABIS     THRU EX-SCRIVI-ABIS.
004110          PERFORM CLOSE-ABIS      THRU EX-CLOSE-ABIS.
004120
004130          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
004140          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ACC-WEB.
004150          MOVE "LIMITE"           TO EVENTO-ACC-WEB.
004160          MOVE "OK"               TO ESITO-ACC-WEB.
004170          MOVE SPACES             TO DELEGANTE-ACC-WEB
004180                                     NOTA-ACC-WEB.
004190          STRING ENTE-ABI "/" GRUPPO-ABI "/" CHIAMATA-ABI " "
004200           DOPO-LIMITE-ABIL
004210           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
004220          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
004230          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
004240
004250          IF DOPO-LIMITE-ABIL = SPACES
004260           MOVE "Limite di importo tolto" TO MESSAGGIO
004270          ELSE
004280           MOVE SPACES            TO MESSAGGIO
004290           STRING "Limite di importo registrato: "
004295            DOPO-LIMITE-ABIL
004300            DELIMITED BY SIZE INTO MESSAGGIO
004310          END-IF.
004320          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004330
004340 EX-LIMITE-ABIL.
004350          EXIT.
