000240* CON L'ESITO DI OGNI SONDA (ASSENTE / CONCESSA / NEGATA /
000250* SCADUTA) IN UNA RIGA JSON, FINO AL VERDETTO FINALE. MEZZO
000260* TICKET SU DUE DI PERMESSI E' IN REALTA' QUESTA DOMANDA.
000262* LA PRIMA SONDA E' IL VERDETTO PRECALCOLATO SU ARKEFF (GRUPPO E
000264* LIVELLI DA CUI VIENE): SE E' VALIDO LA RISALITA SI SALTA, SALVO
000266* MK-completa=S CHE LA CHIEDE COMUNQUE PER IL DETTAGLIO.
000267* SE L'ACCESSO E' CONCESSO UN'ULTIMA RIGA DICE IL LIMITE DI
000268* IMPORTO CHE L'UTENTE HA SULLA CHIAMATA (ARKLIM, IL PIU' ALTO
000269* FRA I SUOI GRUPPI, CALCOLATO DA OPENLIMW) O CHE NON HA TETTO.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENADIA.
000410          COPY "SELUTEN.CBL".
000420          COPY "SELABI.CBL".
000430          COPY "SELGER.CBL".
000434          COPY "SELEFF.CBL".
000440          COPY "SELJSON.CBL".
000450
000460 DATA             DIVISION.
000540          COPY "FDEUTEN.CBL".
000550          COPY "FDEABI.CBL".
000560          COPY "FDEGER.CBL".
000564          COPY "FDEEFF.CBL".
000570          COPY "FDEJSON.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000780 01 SONDA-ADIA                 PIC X(30).
000790 01 DETTAGLIO-ADIA             PIC X(60).
000800 01 ESITO-SONDA-ADIA           PIC X(20).
000805 01 IMPORTO-ED-ADIA            PIC Z(11)9,99.
000806 01 SPAZI-ADIA                 PIC 9(02).
000810 01 IND-ADIA                   PIC 9(02) COMP.
000813 01 COMPLETA-ADIA              PIC X.
000816 01 GRUPPO-EDIT-ADIA           PIC 9(04).
000820*
000830 PROCEDURE  DIVISION.
000840*
000880          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000890          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
000900          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
000904          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
000910
000920          MOVE "MK-utente"        TO FIELD-WEB.
000930          PERFORM READ-WEB        THRU EX-READ-WEB.
001120          MOVE "MK-funz"          TO FIELD-WEB.
001130          PERFORM READ-WEB        THRU EX-READ-WEB.
001140          MOVE VALUE-WEB(1:2)     TO FUNZ-ADIA.
001141
001142          MOVE "MK-completa"      TO FIELD-WEB.
001143          PERFORM READ-WEB        THRU EX-READ-WEB.
001144          MOVE VALUE-WEB(1:1)     TO COMPLETA-ADIA.
001150
001160          PERFORM TRACCIA-ADIA    THRU EX-TRACCIA-ADIA.
001170
001210          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001220
001230 FINE.
001234          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
001240          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
001250          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
001260          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001400          COPY "PIOUTEN.CBL".
001410          COPY "PIOABI.CBL".
001420          COPY "PIOGER.CBL".
001424          COPY "PIOEFF.CBL".
001430          COPY "PIOJSON.CBL".
001440*
001450***** APRE IL FLUSSO JSON, RIPERCORRE LA DECISIONE E CHIUDE CON
001800           GO TO VERDETTO-TRACCIA-ADIA
001810          END-IF.
001820
001821***** PRIMA IL VERDETTO GIA' CALCOLATO SU ARKEFF: SE E' VALIDO
001822***** BASTA QUELLO, A MENO CHE MK-completa=S CHIEDA COMUNQUE LA
001823***** RISALITA SONDA PER SONDA
001824
001825          PERFORM PRECALCOLO-ADIA  THRU EX-PRECALCOLO-ADIA.
001826
001827          IF NOT VERDETTO-APERTO AND COMPLETA-ADIA NOT = "S"
001828           GO TO VERDETTO-TRACCIA-ADIA
001829          END-IF.
001830
001831          MOVE " "                 TO VERDETTO-ADIA.
001832***** GRUPPO BASE POI GLI EXTRA, OGNUNO CON I SUOI ANTENATI
001840
001850          MOVE GRUPPO-UTEN         TO GRUPPO-PROVA-ADIA.
001860          PERFORM PROVA-RAMO-ADIA  THRU EX-PROVA-RAMO-ADIA.
002120
002130          PERFORM SCRIVI-SONDA-ADIA THRU EX-SCRIVI-SONDA-ADIA.
002140
002142          IF VERDETTO-CONCESSO
002144           PERFORM SONDA-LIMITE-ADIA THRU EX-SONDA-LIMITE-ADIA
002146          END-IF.
002148
002150          MOVE "]}"                TO DATI-JSON.
002160          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002170
002200 EX-TRACCIA-ADIA.
002210          EXIT.
002220*
002221***** SONDA SUI PERMESSI EFFETTIVI PRECALCOLATI (AUTORIZZA-EFF): LA
002222***** RIGA DICE DA QUALE GRUPPO VIENE IL VERDETTO E A QUANTI LIVELLI
002223***** DI GERARCHIA, OPPURE CHE IL PRECALCOLO NON E' UTILIZZABILE
002224*
002225 PRECALCOLO-ADIA.
002226
002227          MOVE ENTE-ADIA           TO ENTE-ABI.
002228          MOVE CHIAMATA-ADIA       TO CHIAMATA-ABI.
002229
002230          PERFORM AUTORIZZA-EFF    THRU EX-AUTORIZZA-EFF.
002231
002232          MOVE "PRECALCOLATO"      TO SONDA-ADIA.
002233          MOVE SPACES              TO DETTAGLIO-ADIA.
002234
002235          IF NOT PRECALCOLO-VALIDO
002236           MOVE "ARKEFF"           TO DETTAGLIO-ADIA
002237           MOVE "NON VALIDO"       TO ESITO-SONDA-ADIA
002238           PERFORM SCRIVI-SONDA-ADIA THRU EX-SCRIVI-SONDA-ADIA
002239           GO TO EX-PRECALCOLO-ADIA
002240          END-IF.
002241
002242          MOVE GRUPPO-CONCESSO-GER-WEB TO GRUPPO-EDIT-ADIA.
002243          MOVE LIVELLI-GER-WEB     TO LIVELLI-ADIA.
002244
002245          IF GRUPPO-EDIT-ADIA = ZEROS
002246           MOVE "NESSUNA RIGA SUI GRUPPI DELL'UTENTE"
002247                                   TO DETTAGLIO-ADIA
002248          ELSE
002249           STRING "GRUPPO " GRUPPO-EDIT-ADIA
002250            " LIVELLI " LIVELLI-ADIA
002251            DELIMITED BY SIZE INTO DETTAGLIO-ADIA
002252          END-IF.
002253
002254          IF ESITO-OK
002255           MOVE "CONCESSA"         TO ESITO-SONDA-ADIA
002256           SET VERDETTO-CONCESSO   TO TRUE
002257          ELSE
002258           MOVE "NEGATA"           TO ESITO-SONDA-ADIA
002259           SET VERDETTO-NEGATO     TO TRUE
002260          END-IF.
002261
002262          PERFORM SCRIVI-SONDA-ADIA THRU EX-SCRIVI-SONDA-ADIA.
002263
002264 EX-PRECALCOLO-ADIA.
002265          EXIT.
002266*
002267***** UN RAMO = UN GRUPPO DI PARTENZA E I SUOI ANTENATI (MAX 10
002268***** LIVELLI); IL RAMO SI FERMA SU UNA CONCESSIONE O UNA NEGATA
002269*
002270 PROVA-RAMO-ADIA.
002271
002280          MOVE ZEROS               TO LIVELLI-ADIA.
002290
002300 CICLO-PROVA-RAMO-ADIA.
003530 EX-SCRIVI-SONDA-ADIA.
003540          EXIT.
003550
003560*
003570***** LIMITE DI IMPORTO SULLA CHIAMATA CONCESSA: IL PIU' ALTO FRA I
003580***** RAMI DELL'UTENTE CHE LA CONCEDONO, CON IL GRUPPO CHE LO PORTA
003590*
003600 SONDA-LIMITE-ADIA.
003610
003620          MOVE "LIMITE"            TO AZIONE-LIM-WEB.
003630          MOVE UTENTE-ADIA         TO UTENTE-LIM-WEB.
003640          MOVE ENTE-ADIA           TO ENTE-LIM-WEB.
003650          MOVE CHIAMATA-ADIA       TO CHIAMATA-LIM-WEB.
003660          MOVE SPACES              TO CAMPO-LIM-WEB
003670                                      VALUTA-LIM-WEB.
003680          MOVE ZEROS               TO IMPORTO-LIM-WEB.
003690
003700          CALL "OPENLIMW" USING AREA-LIM-WEB.
003710          CANCEL "OPENLIMW".
003720
003730          IF NOT ENTRO-LIMITE-WEB
003740           GO TO EX-SONDA-LIMITE-ADIA
003750          END-IF.
003760
003770          MOVE "LIMITE IMPORTO"    TO SONDA-ADIA.
003780          MOVE SPACES              TO DETTAGLIO-ADIA.
003790
003800          IF SENZA-LIMITE-WEB
003810           STRING "NESSUN TETTO DAL GRUPPO " GRUPPO-MAX-LIM-WEB
003820            DELIMITED BY SIZE INTO DETTAGLIO-ADIA
003830           MOVE "SENZA LIMITE"     TO ESITO-SONDA-ADIA
003840          ELSE
003850           MOVE MASSIMO-LIM-WEB    TO IMPORTO-ED-ADIA
003852           MOVE ZEROS              TO SPAZI-ADIA
003854           INSPECT IMPORTO-ED-ADIA TALLYING SPAZI-ADIA
003856            FOR LEADING SPACES
003858           ADD 1                   TO SPAZI-ADIA
003860           STRING VALUTA-MAX-LIM-WEB " "
003862            IMPORTO-ED-ADIA(SPAZI-ADIA:)
003870            " DAL GRUPPO " GRUPPO-MAX-LIM-WEB
003880            " OLTRE: " AZIONE-OLTRE-LIM-WEB
003890            DELIMITED BY SIZE INTO DETTAGLIO-ADIA
003900           MOVE "CON LIMITE"       TO ESITO-SONDA-ADIA
003910          END-IF.
003920
003930          PERFORM SCRIVI-SONDA-ADIA THRU EX-SCRIVI-SONDA-ADIA.
003940
003950 EX-SONDA-LIMITE-ADIA.
003960          EXIT.
