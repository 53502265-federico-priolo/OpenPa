000320          COPY "SELUTEN.CBL".
000330          COPY "SELJSON.CBL".
000340          COPY "SELCSV.CBL".
000345          COPY "SELORD.CBL".
000350          COPY "SELTAB.CBL".
000352          COPY "SELABI.CBL".
000353          COPY "SELGER.CBL".
000354          COPY "SELEFF.CBL".
000356          COPY "SELLET.CBL".
000358          COPY "SELDOC.CBL".
000360
000370
000380 DATA             DIVISION.
000470          COPY "FDEUTEN.CBL".
000480          COPY "FDEJSON.CBL".
000490          COPY "FDECSV.CBL".
000491          COPY "FDEORD.CBL".
000492          COPY "FDEABI.CBL".
000493          COPY "FDEGER.CBL".
000494          COPY "FDEEFF.CBL".
000495          COPY "FDELET.CBL".
000496          COPY "FDEDOC.CBL".
000500
000510
000520 WORKING-STORAGE  SECTION.
000641*
000642** ORDINAMENTO LATO SERVER (PARAMETRI "sort"/"order" DELLA
000643** GRIGLIA EASYUI): LE CHIAVI CHE PASSANO IL FILTRO VENGONO
000644** SCRITTE SU ARKORD COL VALORE DI ORDINAMENTO, SENZA TETTO DI
000645** RIGHE, E SI EMETTE SOLO LA PAGINA RICHIESTA; SENZA "sort" SI
000646** SCORRE IL PERCORSO DI ACCESSO SCELTO DAL FILTRO
000647*
000645 01 FILTRO-SCAD-UTEN             PIC X.
000646 01 DATA-OGGI-SCAD-UTEN          PIC 9(8).
000647 01 SOGLIA-SCAD-UTEN             PIC 9(8).
000648 01 ORDINA-CAMPO-UTEN           PIC X(14).
000649 01 ORDINA-VERSO-UTEN           PIC X.
000650 01 LETTI-ORD-UTEN              PIC 9(9).
000651*
000652** PERCORSO DI ACCESSO AD ARKUTEN SCELTO DAL FILTRO: "N" = RANGE
000653** DEL PREFISSO SULLA CHIAVE NOME-UTEN; "G" = RANGE DEL GRUPPO
000654** SU GRUPPO-UTEN (FASE 1), POI I SOLI UTENTI CON GRUPPI EXTRA
000655** SU NUM-GRUPPI-UTEN (FASE 2); "T" = TUTTO IL FILE PER CHIAVE
000656*
000657 01 MODO-PERC-UTEN              PIC X.
000658 01 FASE-PERC-UTEN              PIC 9.
000659 01 FINE-PERC-UTEN              PIC X.
000660*
000661** filtro di ricerca sopra la griglia (MK-gruppo / MK-nome)
000670*
000680 01 FILTRO-GRUPPO-UTEN          PIC 9(4).
000690 01 FILTRO-NOME-UTEN            PIC X(30).
000860 01 LOGIN-VIEW-UTEN             PIC X(19).
000870 01 GRUPPO-MATCH-UTEN           PIC X.
000880    88 GRUPPO-TROVATO-UTEN      VALUE "S".
000881*
000882** colonne libere di griglia ed esportazione (NOME-UTEN e
000883** DESC-UTEN) che il dizionario puo' marcare sensibili: in
000884** griglia escono mascherate, nel csv in chiaro solo a chi ha la
000885** chiamata di rivelazione del loro gruppo (PIOVIS.CBL)
000886*
000887 01 OPERATORE-UTEN              PIC X(8).
000888 01 VISIBILITA-COL-UTEN.
000889    02 COL-VIS-UTEN OCCURS 2 TIMES.
000890       03 NOME-COL-VIS-UTEN     PIC X(30).
000891       03 SIZE-COL-VIS-UTEN     PIC 9(5).
000892       03 SENS-COL-VIS-UTEN     PIC X.
000893       03 CHIARO-COL-VIS-UTEN   PIC X.
000894 01 IND-VIS-UTEN                PIC 9(2) COMP.
000895 01 GIORNALE-VIS-UTEN           PIC X.
000896*
000897** lettera di attribuzione degli accessi (MK-FUNZIONE=let, servizio
000898** OPENLACW) ed elenco delle lettere di un utente (MK-FUNZIONE=doc,
000899** righe di ARKDOC con SOGGETTO-DOC = utente)
000900*
000901 01 UTENTE-LET-UTEN             PIC X(8).
000902 01 BUSTA-LET-UTEN              PIC X(80).
000903 01 PUNTA-MESS-UTEN             PIC 9(3).
000904 01 LETTERE-UTEN                PIC 9(5).
000905 01 DATA-LET-UTEN               PIC 9(8).
000906 01 DATA-LET-R-UTEN REDEFINES DATA-LET-UTEN.
000907    02 AAAA-LET-UTEN            PIC 9(4).
000908    02 MM-LET-UTEN              PIC 9(2).
000909    02 GG-LET-UTEN              PIC 9(2).
000910 01 STATO-LET-UTEN              PIC X(20).
000911*
000912 PROCEDURE  DIVISION.
000913*
000920          PERFORM INIZIO-WEB   THRU EX-INIZIO-WEB.

000921*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001000          PERFORM READ-WEB     THRU EX-READ-WEB.
001010          MOVE SPACES          TO FUNZIONE-CSV-UTEN.
001020          MOVE VALUE-WEB(1:3)  TO FUNZIONE-CSV-UTEN.
001021
001022          MOVE "MK-OPERATORE"  TO FIELD-WEB.
001023          PERFORM READ-WEB     THRU EX-READ-WEB.
001024          MOVE SPACES          TO OPERATORE-UTEN.
001025          MOVE VALUE-WEB(1:8)  TO OPERATORE-UTEN.
001026
001027          PERFORM VISIBILITA-UTEN THRU EX-VISIBILITA-UTEN.
001030
001040          IF FUNZIONE-CSV-UTEN = "csv"
001050           PERFORM ESPORTA-CSV-UTEN THRU EX-ESPORTA-CSV-UTEN
001060           GO TO FINE
001061          END-IF.
001062
001063          IF FUNZIONE-CSV-UTEN = "let"
001064           PERFORM LETTERA-UTEN THRU EX-LETTERA-UTEN
001065           GO TO FINE
001066          END-IF.
001067
001068          IF FUNZIONE-CSV-UTEN = "doc"
001069           PERFORM LETTERE-UTEN-DOC THRU EX-LETTERE-UTEN-DOC
001070           GO TO FINE
001071          END-IF.
001080
001090          MOVE "abil"          TO SIGLA-WEB.
001100          MOVE "03"            TO TIPO-WEB.
001350          COPY "PIOVIEWH.CBL".
001360          COPY "PIOJSON.CBL".
001370          COPY "PIOCSV.CBL".
001375          COPY "PIOORD.CBL".
001380          COPY "PIOUTEN.CBL".
001390          COPY "PIOTAB.CBL".
001391          COPY "PIODATO.CBL".
001392          COPY "PIOABI.CBL".
001393          COPY "PIOGER.CBL".
001394          COPY "PIOGERA.CBL".
001395          COPY "PIOEFF.CBL".
001396          COPY "PIOLET.CBL".
001397          COPY "PIODOC.CBL".
001398          COPY "PIOVIS.CBL".
001400 LOAD-VIEW.
001410
001420          INITIALIZE VIEW.
001570           INTO STRINGA-VIEW.
001580
001590          MOVE "GOBACK"           TO NOME-VIEW.
001595          MOVE "S"                TO MARKUP-WEB.
001600          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
001610
001620          MOVE SPACES             TO NOME-JSON.
002240
002250          MOVE ZEROS              TO CONTA.
002260
002261***** CON UNA COLONNA DI ORDINAMENTO IL TOTALE SI CONTA MENTRE SI
002262***** CARICA ARKORD; SE L'APPOGGIO NON SI APRE SI TORNA
002263***** ALL'ORDINE DI CHIAVE (ORDINA-CAMPO-UTEN RIPULITO)
002264
002265          IF ORDINA-CAMPO-UTEN NOT = SPACES
002266           PERFORM CARICA-ORD-UTEN THRU EX-CARICA-ORD-UTEN
002267          END-IF.
002268
002269          IF ORDINA-CAMPO-UTEN = SPACES
002270           PERFORM CONTA-RECORD   THRU EX-CONTA-RECORD
002271          END-IF.
002280
002290          PERFORM VARYING IND FROM 1 BY 1
002300           UNTIL IND > LENGTH OF CONTA
002430***** SI POSIZIONA SULLA PAGINA RICHIESTA SALTANDO SALTA-UTEN RECORD,
002440***** POI SCRIVE SOLO RIGHE-UTEN RECORD NEL JSON (NON L'INTERO FILE)
002450
002451***** CON UNA COLONNA DI ORDINAMENTO SI PASSA DA ARKORD: L'ORDINE
002452***** VALE SULL'INTERO RISULTATO, NON SOLO SULLE RIGHE VISIBILI
002454
002455          IF ORDINA-CAMPO-UTEN NOT = SPACES
002456           PERFORM PAGINA-ORD-UTEN
002457            THRU EX-PAGINA-ORD-UTEN
002458           GO TO FINE-UTENTE
002459          END-IF.
002460
002470          PERFORM APRI-PERCORSO-UTEN
002480           THRU EX-APRI-PERCORSO-UTEN.
002500
002510          PERFORM SALTA-RECORD-UTEN THRU EX-SALTA-RECORD-UTEN.
002520
002550          IF EMESSE-UTEN NOT LESS THAN RIGHE-UTEN
002560           GO TO FINE-UTENTE.
002570
002580          PERFORM PROSSIMO-PERCORSO-UTEN
002590           THRU EX-PROSSIMO-PERCORSO-UTEN.
002600
002610          IF FINE-FILE = "S" GO TO FINE-UTENTE.
002650
002651          PERFORM RIGA-GRIGLIA-UTEN
002652           THRU EX-RIGA-GRIGLIA-UTEN.
002820
002830          MOVE SPACES             TO STRINGA-JSON.
002840          MOVE NOME-UTEN          TO STRINGA-JSON.
002841          MOVE 1                  TO IND-VIS-UTEN.
002842          PERFORM MASCHERA-COL-UTEN THRU EX-MASCHERA-COL-UTEN.
002850          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002860**** ITEM
002870          STRING "        "
003150          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
003160          MOVE SPACES             TO STRINGA-JSON.
003170          MOVE DESC-UTEN          TO STRINGA-JSON.
003171          MOVE 2                  TO IND-VIS-UTEN.
003172          PERFORM MASCHERA-COL-UTEN THRU EX-MASCHERA-COL-UTEN.
003180          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003190**** ITEM
003200          STRING "        "
003420            SECTION-WEB DELIMITED BY SIZE
003430            "&MK-ITEM=" DELIMITED BY SIZE
003440            CHIAVE-UTEN  DELIMITED BY SIZE
003445            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
003450            "&MK-FILE=UT&MK-AZIONE=R" DELIMITED BY SIZE
003460            '>' DELIMITED BY SIZE
003470            "<img src='/openpa/images/ripristina.png' BORDER='0'>"
003570            SECTION-WEB DELIMITED BY SIZE
003580            "&MK-ITEM=" DELIMITED BY SIZE
003590            CHIAVE-UTEN  DELIMITED BY SIZE
003595            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
003600            "&MK-FILE=UT&MK-AZIONE=C" DELIMITED BY SIZE
003610            '>' DELIMITED BY SIZE
003620            "<img src='/openpa/images/cancella.gif' BORDER='0'>"
003750            SECTION-WEB DELIMITED BY SIZE
003760            "&MK-ITEM=" DELIMITED BY SIZE
003770            CHIAVE-UTEN  DELIMITED BY SIZE
003775            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
003780            "&MK-FILE=UT&MK-AZIONE=S" DELIMITED BY SIZE
003790            '>' DELIMITED BY SIZE
003800            "<img src='/openpa/images/sblocca.png' BORDER='0'>"
003919            INTO DATI-JSON
003920          END-IF.
003921          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
003922**** ITEM: LETTERA DI ATTRIBUZIONE DEGLI ACCESSI (SOLO UTENTI
003923**** ATTIVI) ED ELENCO DELLE LETTERE GIA' EMESSE
003924          IF UTENTE-ATTIVO
003925           STRING "        "
003926            '"LETTERA":"'   DELIMITED BY SIZE
003927            '<a href=openuten.exe?MK-KEY=' DELIMITED BY SIZE
003928            SECTION-WEB DELIMITED BY SIZE
003929            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
003930            "&MK-FUNZIONE=let&MK-utente=" DELIMITED BY SIZE
003931            CHIAVE-UTEN  DELIMITED BY SIZE
003932            '>' DELIMITED BY SIZE
003933            "<img src='/openpa/images/ok.png'"
003934             DELIMITED BY SIZE
003935            " BORDER='0'></a>" DELIMITED BY SIZE
003936            '",'             DELIMITED BY SIZE
003937            INTO DATI-JSON
003938          ELSE
003939           STRING "        "
003940            '"LETTERA":"",'  DELIMITED BY SIZE
003941            INTO DATI-JSON
003942          END-IF.
003943          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
003944          STRING "        "
003945           '"LETTERE":"'    DELIMITED BY SIZE
003946           '<a href=openuten.exe?MK-KEY=' DELIMITED BY SIZE
003947           SECTION-WEB DELIMITED BY SIZE
003948           "&MK-FUNZIONE=doc&MK-utente=" DELIMITED BY SIZE
003949           CHIAVE-UTEN  DELIMITED BY SIZE
003950           '>' DELIMITED BY SIZE
003951           "<img src='/openpa/images/cerca.png'"
003952            DELIMITED BY SIZE
003953           " BORDER='0'></a>" DELIMITED BY SIZE
003954           '",'             DELIMITED BY SIZE
003955           INTO DATI-JSON.
003956          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
003957**** ITEM
003958          STRING "        "
003959           '"'
003960           'MODIFICA":"'    DELIMITED BY SIZE
003961           '<a href=openmout.exe?MK-KEY=' DELIMITED BY SIZE
003962           SECTION-WEB DELIMITED BY SIZE
003970           "&MK-ITEM=" DELIMITED BY SIZE
003980           CHIAVE-UTEN
003990           '>' DELIMITED BY SIZE
004230 EX-RIGA-GRIGLIA-UTEN.
004231          EXIT.
004232*
004233***** CARICAMENTO DI ARKORD: UNA RIGA PER OGNI UTENTE DEL PERCORSO
004234***** CHE PASSA IL FILTRO, COL VALORE DELLA COLONNA SCELTA
004235***** (ROVESCIATO PER L'ORDINE DISCENDENTE) DAVANTI ALLA CHIAVE
004236***** UTENTE; IL FILE INDICIZZATO FA DA ORDINAMENTO, SENZA LIMITI
004237***** DI NUMERO. CONTA RICEVE IL TOTALE PER L'INTESTAZIONE JSON
004238*
004239 CARICA-ORD-UTEN.
004240
004241          MOVE SPACES             TO NOME-ORD.
004242          STRING "FILES/ORDUTEN"  DELIMITED BY SIZE
004243           SECTION-WEB            DELIMITED BY SPACE
004244           ".DAT"                 DELIMITED BY SIZE
004245           INTO NOME-ORD.
004246
004247          PERFORM OPEN-O-ORD      THRU EX-OPEN-O-ORD.
004248
004249          IF STATUS-ORD NOT = "00"
004250           MOVE SPACES            TO ORDINA-CAMPO-UTEN
004251           GO TO EX-CARICA-ORD-UTEN
004252          END-IF.
004253
004254          PERFORM APRI-PERCORSO-UTEN
004255           THRU EX-APRI-PERCORSO-UTEN.
004256
004257 CICLO-CARICA-ORD-UTEN.
004258
004259          PERFORM PROSSIMO-PERCORSO-UTEN
004260           THRU EX-PROSSIMO-PERCORSO-UTEN.
004261
004262          IF FINE-FILE = "S" GO TO EX-CARICA-ORD-UTEN.
004263
004264          MOVE SPACES             TO VALORE-ORD.
004265          MOVE CHIAVE-UTEN        TO RIFERIMENTO-ORD.
004266
004268          EVALUATE ORDINA-CAMPO-UTEN
004269           WHEN "DESC"
004270            MOVE NOME-UTEN        TO VALORE-ORD
004272           WHEN "DESC1"
004273            MOVE GRUPPO-UTEN      TO VALORE-ORD(1:4)
004275           WHEN "GRUPPI"
004276            MOVE GRUPPO-UTEN      TO VALORE-ORD(1:4)
004278           WHEN "ULTIMOACCESSO"
004279            MOVE DATA-LOGIN-UTEN  TO VALORE-ORD(1:8)
004281            MOVE ORA-LOGIN-UTEN   TO VALORE-ORD(9:6)
004283           WHEN "DESC2"
004284            MOVE DESC-UTEN(1:30)  TO VALORE-ORD
004286           WHEN OTHER
004287            MOVE CHIAVE-UTEN      TO VALORE-ORD(1:8)
004289          END-EVALUATE.
004290
004291          IF ORDINA-VERSO-UTEN = "D"
004292           PERFORM INVERTI-ORD    THRU EX-INVERTI-ORD
004293          END-IF.
004294
004295          PERFORM SCRIVI-ORD      THRU EX-SCRIVI-ORD.
004296
004297          ADD 1                   TO CONTA.
004298
004299          GO TO CICLO-CARICA-ORD-UTEN.
004300
004301 EX-CARICA-ORD-UTEN.
004302          EXIT.
004303*
004304***** PAGINA DALL'ORDINAMENTO: SALTA LE PRIME SALTA-UTEN RIGHE DI
004305***** ARKORD, POI RILEGGE PER CHIAVE I SOLI UTENTI DELLA PAGINA
004306*
004307 PAGINA-ORD-UTEN.
004308
004309          MOVE ZEROS              TO LETTI-ORD-UTEN.
004310
004311          MOVE LOW-VALUE          TO CHIAVE-ORD.
004312          PERFORM STARTO-ORD      THRU EX-STARTO-ORD.
004313
004314          IF ESITO-NOK GO TO FINE-PAGINA-ORD-UTEN.
004315
004316 CICLO-PAGINA-ORD-UTEN.
004317
004318          IF EMESSE-UTEN NOT LESS RIGHE-UTEN
004319           GO TO FINE-PAGINA-ORD-UTEN
004320          END-IF.
004321
004322          PERFORM LEGGO-NEXT-ORD  THRU EX-LEGGO-NEXT-ORD.
004323
004324          IF FINE-FILE = "S" GO TO FINE-PAGINA-ORD-UTEN.
004325
004326          ADD 1                   TO LETTI-ORD-UTEN.
004327
004328          IF LETTI-ORD-UTEN NOT > SALTA-UTEN
004329           GO TO CICLO-PAGINA-ORD-UTEN
004330          END-IF.
004331
004332          MOVE RIFERIMENTO-ORD    TO CHIAVE-UTEN.
004333          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004334
004335          IF ESITO-OK
004336           PERFORM RIGA-GRIGLIA-UTEN
004337            THRU EX-RIGA-GRIGLIA-UTEN
004338          END-IF.
004339
004340          GO TO CICLO-PAGINA-ORD-UTEN.
004341
004342 FINE-PAGINA-ORD-UTEN.
004343
004344          PERFORM CLOSE-ORD       THRU EX-CLOSE-ORD.
004345
004346 EX-PAGINA-ORD-UTEN.
004347          EXIT.
004348*
004349*
004350***** VISIBILITA' DI NOME-UTEN E DESC-UTEN: SE IL DIZIONARIO
004351***** (GRUPPO "UT") LI MARCA SENSIBILI ESCONO MASCHERATI; SOLO
004352***** L'ESPORTAZIONE DI CHI HA LA CHIAMATA DI RIVELAZIONE DEL
004353***** LORO GRUPPO DI VISIBILITA' LI SCRIVE IN CHIARO
004354*
004355 VISIBILITA-UTEN.
004356
004357          INITIALIZE VISIBILITA-COL-UTEN.
004358          MOVE "NOME-UTEN"        TO NOME-COL-VIS-UTEN(1).
004359          MOVE "DESC-UTEN"        TO NOME-COL-VIS-UTEN(2).
004360          MOVE "N"                TO SENS-COL-VIS-UTEN(1)
004361                                     SENS-COL-VIS-UTEN(2)
004362                                     CHIARO-COL-VIS-UTEN(1)
004363                                     CHIARO-COL-VIS-UTEN(2).
004364          MOVE "N"                TO GIORNALE-VIS-UTEN.
004365          MOVE OPERATORE-UTEN     TO OPERATORE-VIS-WEB.
004366
004367          PERFORM OPEN-I-DATO     THRU EX-OPEN-I-DATO.
004368
004369          MOVE "UT"               TO GRUPPO-DATO.
004370          MOVE ZEROS              TO PROG-DATO.
004371          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
004372
004373          IF ESITO-NOK GO TO FINE-VISIBILITA-UTEN.
004374
004375 CICLO-VISIBILITA-UTEN.
004376
004377          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
004378
004379          IF FINE-FILE = "S" GO TO FINE-VISIBILITA-UTEN.
004380
004381          IF GRUPPO-DATO NOT = "UT" GO TO FINE-VISIBILITA-UTEN.
004382
004383          IF NOT CAMPO-SENSIBILE GO TO CICLO-VISIBILITA-UTEN.
004384
004385          PERFORM COLONNA-VIS-UTEN THRU EX-COLONNA-VIS-UTEN
004386           VARYING IND-VIS-UTEN FROM 1 BY 1
004387           UNTIL IND-VIS-UTEN > 2.
004388
004389          GO TO CICLO-VISIBILITA-UTEN.
004390
004391 FINE-VISIBILITA-UTEN.
004392
004393          PERFORM CLOSE-DATO      THRU EX-CLOSE-DATO.
004394
004395 EX-VISIBILITA-UTEN.
004396          EXIT.
004397
004398 COLONNA-VIS-UTEN.
004399
004400          IF NOME-COBOL-DATO NOT = NOME-COL-VIS-UTEN(IND-VIS-UTEN)
004401           GO TO EX-COLONNA-VIS-UTEN
004402          END-IF.
004403
004404          MOVE "S"
004405           TO SENS-COL-VIS-UTEN(IND-VIS-UTEN).
004406          MOVE SIZE-DATO
004407           TO SIZE-COL-VIS-UTEN(IND-VIS-UTEN).
004408          IF SIZE-DATO = ZEROS OR SIZE-DATO > 40
004409           MOVE 40
004410            TO SIZE-COL-VIS-UTEN(IND-VIS-UTEN)
004411          END-IF.
004412
004413          IF FUNZIONE-CSV-UTEN NOT = "csv"
004414           GO TO EX-COLONNA-VIS-UTEN
004415          END-IF.
004416
004417          PERFORM GRUPPO-VIS-DATO THRU EX-GRUPPO-VIS-DATO.
004418          PERFORM DIRITTO-VIS     THRU EX-DIRITTO-VIS.
004419
004420          IF VIS-IN-CHIARO
004421           MOVE "S"
004422            TO CHIARO-COL-VIS-UTEN(IND-VIS-UTEN)
004423           MOVE "S"               TO GIORNALE-VIS-UTEN
004424          END-IF.
004425
004426 EX-COLONNA-VIS-UTEN.
004427          EXIT.
004428*
004429***** VALORE DELLA COLONNA IND-VIS-UTEN PER GRIGLIA O CSV: GIA'
004430***** IN STRINGA-JSON/STRINGA-CSV, VIENE MASCHERATO SE SENSIBILE E
004431***** NON IN CHIARO, ALTRIMENTI UN SENSIBILE IN CHIARO LASCIA LA
004432***** SUA RIGA SU ARKLET
004433*
004434 MASCHERA-COL-UTEN.
004435
004436          IF SENS-COL-VIS-UTEN(IND-VIS-UTEN) NOT = "S"
004437           GO TO EX-MASCHERA-COL-UTEN
004438          END-IF.
004439
004440          IF CHIARO-COL-VIS-UTEN(IND-VIS-UTEN) = "S"
004441           MOVE NOME-COL-VIS-UTEN(IND-VIS-UTEN) TO NOME-LET-WEB
004442           MOVE SPACES            TO CHIAVE-LET-WEB
004443           MOVE CHIAVE-UTEN       TO CHIAVE-LET-WEB
004444           PERFORM GIORNALE-RIVELA-VIS
004445            THRU EX-GIORNALE-RIVELA-VIS
004446           GO TO EX-MASCHERA-COL-UTEN
004447          END-IF.
004448
004449          IF FUNZIONE-CSV-UTEN = "csv"
004450           MOVE SPACES            TO STRINGA-CSV
004451           MOVE ALL "*"           TO
004452            STRINGA-CSV(1:SIZE-COL-VIS-UTEN(IND-VIS-UTEN))
004453          ELSE
004454           MOVE SPACES            TO STRINGA-JSON
004455           MOVE ALL "*"           TO
004456            STRINGA-JSON(1:SIZE-COL-VIS-UTEN(IND-VIS-UTEN))
004457          END-IF.
004458
004459 EX-MASCHERA-COL-UTEN.
004460          EXIT.
004461*
004462***** ESPORTAZIONE CSV DELLA GRIGLIA UTENTI (MK-FUNZIONE=csv):
004463***** UN FILE LINE SEQUENTIAL IN FILES/, UNA RIGA PER UTENTE,
004464***** CON UN LINK DI DOWNLOAD MOSTRATO TRAMITE VIS-MESS
004465*
004466 ESPORTA-CSV-UTEN.
004467
004468          MOVE SPACES             TO NOME-CSV.
004469          STRING "FILES/UTENTI" SECTION-WEB ".CSV"
004470           DELIMITED BY SIZE INTO NOME-CSV.
004471
004472          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
004473
004474          IF GIORNALE-VIS-UTEN = "S"
004475           PERFORM OPEN-E-LET     THRU EX-OPEN-E-LET
004476          END-IF.
004477
004478          PERFORM APRI-PERCORSO-UTEN
004479           THRU EX-APRI-PERCORSO-UTEN.
004480
004481 CICLO-CSV-UTEN.
004482
004483          PERFORM PROSSIMO-PERCORSO-UTEN
004484           THRU EX-PROSSIMO-PERCORSO-UTEN.
004485
004486          IF FINE-FILE = "S" GO TO EX-CICLO-CSV-UTEN.
004487
004488          MOVE SPACES             TO DATI-CSV.
004489          MOVE 1                  TO PUNTA-RIGA-CSV.

004490          STRING CHIAVE-UTEN      DELIMITED BY SIZE
004491           ","                    DELIMITED BY SIZE
004492           INTO DATI-CSV WITH POINTER PUNTA-RIGA-CSV.

004493          MOVE NOME-UTEN          TO STRINGA-CSV.
004494          MOVE 1                  TO IND-VIS-UTEN.
004495          PERFORM MASCHERA-COL-UTEN THRU EX-MASCHERA-COL-UTEN.
004496          PERFORM QUOTA-CSV       THRU EX-QUOTA-CSV.
004497          STRING STRINGA-CSV-ESC(1:LUNGH-CSV-ESC)
004498                                  DELIMITED BY SIZE
004499           ","                    DELIMITED BY SIZE
004500           INTO DATI-CSV WITH POINTER PUNTA-RIGA-CSV.

004501          STRING GRUPPO-UTEN      DELIMITED BY SIZE
004502           ","                    DELIMITED BY SIZE
004503           INTO DATI-CSV WITH POINTER PUNTA-RIGA-CSV.

004504          MOVE DESC-UTEN          TO STRINGA-CSV.
004505          MOVE 2                  TO IND-VIS-UTEN.
004506          PERFORM MASCHERA-COL-UTEN THRU EX-MASCHERA-COL-UTEN.
004507          PERFORM QUOTA-CSV       THRU EX-QUOTA-CSV.
004508          STRING STRINGA-CSV-ESC(1:LUNGH-CSV-ESC)
004509                                  DELIMITED BY SIZE
004510           INTO DATI-CSV WITH POINTER PUNTA-RIGA-CSV.
004560
004570          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
004580
004610 EX-CICLO-CSV-UTEN.
004620
004630          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
004635
004636          IF GIORNALE-VIS-UTEN = "S"
004637           PERFORM CLOSE-LET      THRU EX-CLOSE-LET
004638          END-IF.
004640
004641          MOVE NOME-CSV           TO STRINGA-HTML-WEB.
004642          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
004643
004650          STRING '<a href="'             DELIMITED BY SIZE
004660           STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
004661                                          DELIMITED BY SIZE
004670           '">Scarica il file</a>'        DELIMITED BY SIZE
004680           INTO MESSAGGIO.
004690
004700          PERFORM VIS-MESS-MARKUP THRU EX-VIS-MESS-MARKUP.
004710
004720 EX-ESPORTA-CSV-UTEN.
004730          EXIT.
005930
005940 CICLO-SALTA-RECORD-UTEN.
005950
005960          PERFORM PROSSIMO-PERCORSO-UTEN
005970           THRU EX-PROSSIMO-PERCORSO-UTEN.
005980
005990          IF FINE-FILE = "S" GO TO EX-SALTA-RECORD-UTEN.
006030
006040          ADD 1                   TO SALTATI-UTEN.
006050
006110
006120 CONTA-RECORD.
006130
006140          PERFORM APRI-PERCORSO-UTEN
006150           THRU EX-APRI-PERCORSO-UTEN.
006180
006190 CICLO-CONTA-RECORD.
006200
006210          PERFORM PROSSIMO-PERCORSO-UTEN
006220           THRU EX-PROSSIMO-PERCORSO-UTEN.
006230
006240          IF FINE-FILE = "S" GO TO EX-CONTA-RECORD.
006280
006290          ADD 1                   TO CONTA.
006300
006320
006330 EX-CONTA-RECORD.
006340          EXIT.
006341*
006342***** APERTURA DEL PERCORSO DI ACCESSO: PREFISSO DEL NOME SE
006343***** C'E', ALTRIMENTI GRUPPO, ALTRIMENTI TUTTO IL FILE
006344*
006345 APRI-PERCORSO-UTEN.
006346
006347          MOVE "N"                TO FINE-PERC-UTEN.
006348          MOVE 1                  TO FASE-PERC-UTEN.
006349
006350          IF LUNGH-FILTRO-NOME > ZEROS
006351           MOVE "N"               TO MODO-PERC-UTEN
006352           MOVE FILTRO-NOME-UTEN  TO NOME-UTEN
006353           PERFORM STARTO-NOME-UTEN THRU EX-STARTO-NOME-UTEN
006354           IF ESITO-NOK
006355            MOVE "S"              TO FINE-PERC-UTEN
006356           END-IF
006357           GO TO EX-APRI-PERCORSO-UTEN
006358          END-IF.
006359
006360          IF FILTRO-GRUPPO-UTEN NOT = ZEROS
006361           MOVE "G"               TO MODO-PERC-UTEN
006362           MOVE FILTRO-GRUPPO-UTEN TO GRUPPO-UTEN
006363           PERFORM STARTO-GRUPPO-UTEN THRU EX-STARTO-GRUPPO-UTEN
006364           IF ESITO-NOK
006365            PERFORM FASE-EXTRA-PERC-UTEN
006366             THRU EX-FASE-EXTRA-PERC-UTEN
006367           END-IF
006368           GO TO EX-APRI-PERCORSO-UTEN
006369          END-IF.
006370
006371          MOVE "T"                TO MODO-PERC-UTEN.
006372          MOVE LOW-VALUE          TO CHIAVE-UTEN.
006373          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
006374
006375          IF ESITO-NOK
006376           MOVE "S"               TO FINE-PERC-UTEN
006377          END-IF.
006378
006379 EX-APRI-PERCORSO-UTEN.
006380          EXIT.
006381
006382 FASE-EXTRA-PERC-UTEN.
006383
006384          MOVE 2                  TO FASE-PERC-UTEN.
006385          MOVE ZEROS              TO NUM-GRUPPI-UTEN.
006386          PERFORM STARTO-EXTRA-UTEN THRU EX-STARTO-EXTRA-UTEN.
006387
006388          IF ESITO-NOK
006389           MOVE "S"               TO FINE-PERC-UTEN
006390          END-IF.
006391
006392 EX-FASE-EXTRA-PERC-UTEN.
006393          EXIT.
006394*
006395***** RECORD SUCCESSIVO DEL PERCORSO CHE PASSA MATCH-FILTRO-UTEN;
006396***** FINE-FILE = "S" A FINE RANGE. IN FASE 2 DEL GRUPPO SI
006397***** SCARTA CHI HA IL GRUPPO COME PRIMARIO, GIA' VISTO IN FASE 1
006398*
006399 PROSSIMO-PERCORSO-UTEN.
006400
006401          MOVE "S"                TO FINE-FILE.
006402
006403          IF FINE-PERC-UTEN = "S" GO TO EX-PROSSIMO-PERCORSO-UTEN.
006404
006405          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
006406
006407          IF FINE-FILE = "S" GO TO FINE-RAMO-PERC-UTEN.
006408
006409          IF MODO-PERC-UTEN = "N"
006410           AND NOME-UTEN(1:LUNGH-FILTRO-NOME)
006411            NOT = FILTRO-NOME-UTEN(1:LUNGH-FILTRO-NOME)
006412           GO TO FINE-RAMO-PERC-UTEN
006413          END-IF.
006414
006415          IF MODO-PERC-UTEN = "G" AND FASE-PERC-UTEN = 1
006416           AND GRUPPO-UTEN NOT = FILTRO-GRUPPO-UTEN
006417           GO TO FINE-RAMO-PERC-UTEN
006418          END-IF.
006419
006420          IF MODO-PERC-UTEN = "G" AND FASE-PERC-UTEN = 2
006421           AND GRUPPO-UTEN = FILTRO-GRUPPO-UTEN
006422           GO TO PROSSIMO-PERCORSO-UTEN
006423          END-IF.
006424
006425          PERFORM MATCH-FILTRO-UTEN THRU EX-MATCH-FILTRO-UTEN.
006426
006427          IF ESITO-NOK GO TO PROSSIMO-PERCORSO-UTEN.
006428
006429          GO TO EX-PROSSIMO-PERCORSO-UTEN.
006430
006431 FINE-RAMO-PERC-UTEN.
006432
006433          IF MODO-PERC-UTEN = "G" AND FASE-PERC-UTEN = 1
006434           PERFORM FASE-EXTRA-PERC-UTEN
006435            THRU EX-FASE-EXTRA-PERC-UTEN
006436           GO TO PROSSIMO-PERCORSO-UTEN
006437          END-IF.
006438
006439          MOVE "S"                TO FINE-PERC-UTEN.
006440          MOVE "S"                TO FINE-FILE.
006441
006442 EX-PROSSIMO-PERCORSO-UTEN.
006443          EXIT.
006444
006445 MATCH-FILTRO-UTEN.
006446
006447          MOVE "OK"               TO ESITO-WEB.
006448
006449          IF NOT MOSTRA-CANCELLATI-UTEN AND UTENTE-CANCELLATO
006450           MOVE "NO"              TO ESITO-WEB.
006451
006452          IF ESITO-OK AND FILTRO-GRUPPO-UTEN NOT = ZEROS
006453           PERFORM MATCH-GRUPPO-UTEN THRU EX-MATCH-GRUPPO-UTEN
006454           IF NOT GRUPPO-TROVATO-UTEN
006460            MOVE "NO"             TO ESITO-WEB
006470           END-IF
006480          END-IF.
006690
006700 EX-TROVA-LEN-FILTRO-NOME.
006710          EXIT.
006720*
006730***** LETTERA DI ATTRIBUZIONE DEGLI ACCESSI (MK-FUNZIONE=let) PER
006740***** L'UTENTE MK-utente: LA SCRIVE, LA FIRMA E LA REGISTRA OPENLACW,
006750***** QUI SI MOSTRANO I LINK. ARKUTEN SI CHIUDE DURANTE LA CHIAMATA
006760***** PERCHE' IL SERVIZIO LO APRE PER CONTO SUO
006770*
006780 LETTERA-UTEN.
006790
006800          MOVE "MK-utente"        TO FIELD-WEB.
006810          PERFORM READ-WEB        THRU EX-READ-WEB.
006820          MOVE SPACES             TO UTENTE-LET-UTEN.
006830          IF COBW3-SEARCH-FLAG-EXIST
006840           MOVE VALUE-WEB(1:8)    TO UTENTE-LET-UTEN
006850          END-IF.
006860
006870          IF UTENTE-LET-UTEN = SPACES
006880           MOVE "Utente non indicato" TO MESSAGGIO
006890           PERFORM VIS-MESS       THRU EX-VIS-MESS
006900           GO TO EX-LETTERA-UTEN
006910          END-IF.
006920
006930          MOVE SPACES             TO AREA-LAC-WEB.
006940          MOVE ZEROS              TO PRATICA-LAC-WEB.
006950          MOVE UTENTE-LET-UTEN    TO UTENTE-LAC-WEB.
006960          MOVE "RICHIESTA"        TO MOTIVO-LAC-WEB.
006970          MOVE OPERATORE-UTEN     TO OPERATORE-LAC-WEB.
006980          MOVE SECTION-WEB        TO SECTION-LAC-WEB.
006990
007000          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
007010
007020          CALL "OPENLACW" USING AREA-LAC-WEB.
007030          CANCEL "OPENLACW".
007040
007050          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
007060
007070          MOVE SPACES             TO MESSAGGIO.
007080
007090          IF NOT LETTERA-EMESSA-WEB
007100           STRING "Lettera non emessa: " DELIMITED BY SIZE
007110            NOTA-LAC-WEB DELIMITED BY "  "
007120            INTO MESSAGGIO
007130           PERFORM VIS-MESS       THRU EX-VIS-MESS
007140           GO TO EX-LETTERA-UTEN
007150          END-IF.
007160
007170          MOVE 1                  TO PUNTA-MESS-UTEN.
007171
007172*         IL MESSAGGIO PORTA I LINK ALLA LETTERA: LE PARTI
007173*         VARIABILI SI RENDONO SICURE QUI E IL RESTO ENTRA COM'E'
007174          MOVE FILE-LAC-WEB       TO STRINGA-HTML-WEB.
007175          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
007180          STRING '<a href="' DELIMITED BY SIZE
007190           STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
007191            DELIMITED BY SIZE
007200           '">Scarica la lettera</a>' DELIMITED BY SIZE
007210           INTO MESSAGGIO WITH POINTER PUNTA-MESS-UTEN.
007220
007230          IF STATO-LAC-WEB = "M" OR "F"
007240           MOVE SPACES            TO BUSTA-LET-UTEN
007250           STRING FILE-LAC-WEB DELIMITED BY SPACE
007260            ".p7m" DELIMITED BY SIZE INTO BUSTA-LET-UTEN
007261           MOVE BUSTA-LET-UTEN    TO STRINGA-HTML-WEB
007262           PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW
007270           STRING ' - <a href="' DELIMITED BY SIZE
007280            STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
007281             DELIMITED BY SIZE
007290            '">copia firmata</a>' DELIMITED BY SIZE
007300            INTO MESSAGGIO WITH POINTER PUNTA-MESS-UTEN
007310          END-IF.
007320
007321          MOVE RIFERIMENTO-LAC-WEB TO STRINGA-HTML-WEB.
007322          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
007323          IF LUNGH-HTML-ESC-WEB = ZEROS
007324           MOVE 1                 TO LUNGH-HTML-ESC-WEB
007325          END-IF.
007330          STRING " - lettera rif. " DELIMITED BY SIZE
007340           STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
007341            DELIMITED BY SIZE
007350           ": " DELIMITED BY SIZE
007351           INTO MESSAGGIO WITH POINTER PUNTA-MESS-UTEN.
007352
007353          MOVE NOTA-LAC-WEB       TO STRINGA-HTML-WEB.
007354          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
007355          IF LUNGH-HTML-ESC-WEB = ZEROS
007356           MOVE 1                 TO LUNGH-HTML-ESC-WEB
007357          END-IF.
007358          STRING STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
007360           DELIMITED BY SIZE
007370           INTO MESSAGGIO WITH POINTER PUNTA-MESS-UTEN.
007380
007390          PERFORM VIS-MESS-MARKUP THRU EX-VIS-MESS-MARKUP.
007400
007410 EX-LETTERA-UTEN.
007420          EXIT.
007430*
007440***** ELENCO DELLE LETTERE DI UN UTENTE (MK-FUNZIONE=doc): LE RIGHE
007450***** DI ARKDOC CON SOGGETTO-DOC = MK-utente, IN ORDINE DI EMISSIONE,
007460***** NEL JSON DELLA PAGINA LETTERE.HTM. ARKDOC NON HA UNA CHIAVE PER
007470***** SOGGETTO: UN PRIMO GIRO CONTA (TOTALE DELL'INTESTAZIONE), IL
007480***** SECONDO SCRIVE LE RIGHE
007490*
007500 LETTERE-UTEN-DOC.
007510
007520          MOVE "MK-utente"        TO FIELD-WEB.
007530          PERFORM READ-WEB        THRU EX-READ-WEB.
007540          MOVE SPACES             TO UTENTE-LET-UTEN.
007550          IF COBW3-SEARCH-FLAG-EXIST
007560           MOVE VALUE-WEB(1:8)    TO UTENTE-LET-UTEN
007570          END-IF.
007580
007590          INITIALIZE VIEW.
007600
007610          MOVE SPACES              TO STRINGA-VIEW.
007620
007630          STRING '<a href="openuten.exe?MK-KEY='
007640           SECTION-WEB DELIMITED BY SIZE
007650           "&MK-ENTITA=" ENTITA-WEB  DELIMITED BY SIZE
007660           "&MK-FUNZIONE=" FUNZIONE-WEB  DELIMITED BY SIZE
007670           '" class="easyui-linkbutton"' DELIMITED BY SIZE
007680           ' data-options="iconCls:' DELIMITED BY SIZE
007690           "'icon-back'" DELIMITED BY SIZE
007700           '" style="padding:5px 0px;' DELIMITED BY SIZE
007710           'width:25%; margin-left:20px">' DELIMITED BY SIZE
007720           ' <span style="font-size:14px;">' DELIMITED BY SIZE
007730           'Indietro</span></a>' DELIMITED BY SIZE
007740           INTO STRINGA-VIEW.
007750
007755          MOVE "GOBACK"           TO NOME-VIEW.
007760          MOVE "S"                TO MARKUP-WEB.
007770          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
007780
007790          MOVE SPACES             TO NOME-JSON.
007800
007810          STRING "LETTERE" FUNZIONE-WEB
007820           DELIMITED BY SIZE INTO NOME-JSON.
007830
007840          MOVE "FILE-JSON"        TO NOME-VIEW.
007850
007860          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
007870
007880          PERFORM OPEN-I-DOC      THRU EX-OPEN-I-DOC.
007890
007900          MOVE ZEROS              TO LETTERE-UTEN.
007910
007920          MOVE ZEROS              TO CHIAVE-DOC.
007930          PERFORM STARTO-DOC      THRU EX-STARTO-DOC.
007940
007950          IF ESITO-NOK GO TO FINE-CONTA-LET-UTEN.
007960
007970 CICLO-CONTA-LET-UTEN.
007980
007990          PERFORM LEGGO-NEXT-DOC  THRU EX-LEGGO-NEXT-DOC.
008000
008010          IF FINE-FILE = "S" GO TO FINE-CONTA-LET-UTEN.
008020
008030          IF SOGGETTO-DOC = UTENTE-LET-UTEN
008040           AND UTENTE-LET-UTEN NOT = SPACES
008050           ADD 1                  TO LETTERE-UTEN
008060          END-IF.
008070
008080          GO TO CICLO-CONTA-LET-UTEN.
008090
008100 FINE-CONTA-LET-UTEN.
008110
008120          MOVE SPACES             TO DATI-JSON.
008130          STRING '{"total":' LETTERE-UTEN ',"rows":['
008140           DELIMITED BY SIZE INTO DATI-JSON.
008150          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008160
008170          MOVE SPACES             TO DATI-JSON.
008180
008190          IF LETTERE-UTEN = ZEROS GO TO FINE-LETTERE-UTEN.
008200
008210          MOVE ZEROS              TO CHIAVE-DOC.
008220          PERFORM STARTO-DOC      THRU EX-STARTO-DOC.
008230
008240          IF ESITO-NOK GO TO FINE-LETTERE-UTEN.
008250
008260 CICLO-LETTERE-UTEN.
008270
008280          PERFORM LEGGO-NEXT-DOC  THRU EX-LEGGO-NEXT-DOC.
008290
008300          IF FINE-FILE = "S" GO TO FINE-LETTERE-UTEN.
008310
008320          IF SOGGETTO-DOC NOT = UTENTE-LET-UTEN
008330           GO TO CICLO-LETTERE-UTEN
008340          END-IF.
008350
008360          PERFORM RIGA-LETTERA-UTEN THRU EX-RIGA-LETTERA-UTEN.
008370
008380          GO TO CICLO-LETTERE-UTEN.
008390
008400 FINE-LETTERE-UTEN.
008410
008420          PERFORM CLOSE-DOC       THRU EX-CLOSE-DOC.
008430
008440          INSPECT DATI-JSON REPLACING ALL "}, " BY "}  ".
008450
008460          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008470
008480          MOVE "]}"               TO DATI-JSON.
008490          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
008500
008510          CLOSE ARKJSON.
008520
008530          MOVE SPACES             TO PAGE-WEB.
008540          STRING "LETTERE" ".HTM"
008550           DELIMITED BY SIZE  INTO PAGE-WEB.
008560
008570          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
008580
008590 EX-LETTERE-UTEN-DOC.
008600          EXIT.
008610*
008620***** UNA RIGA DELL'ELENCO: RIFERIMENTO, DATA, STATO DELLA FIRMA,
008630***** LINK AL FILE E (SE FIRMATA) ALLA COPIA FIRMATA
008640*
008650 RIGA-LETTERA-UTEN.
008660
008670          IF DATI-JSON > SPACES
008680           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
008690
008700          MOVE DATA-DOC           TO DATA-LET-UTEN.
008710
008720          EVALUATE TRUE
008730           WHEN DOC-MARCATA
008740            MOVE "FIRMATA E MARCATA" TO STATO-LET-UTEN
008750           WHEN DOC-FIRMATA
008760            MOVE "FIRMATA"        TO STATO-LET-UTEN
008770           WHEN DOC-NON-FIRMATA
008780            MOVE "NON FIRMATA"    TO STATO-LET-UTEN
008790           WHEN OTHER
008800            MOVE "FIRMA NON RIUSCITA" TO STATO-LET-UTEN
008810          END-EVALUATE.
008820
008830**** ITEM
008840          STRING '   {"ELEMENTO":"'  DELIMITED BY SIZE
008850           RIFERIMENTO-DOC  DELIMITED BY SPACE
008860           '",'             DELIMITED BY SIZE
008870           INTO DATI-JSON.
008880          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
008890**** ITEM
008900          STRING "        "
008910           '"DATA":"'       DELIMITED BY SIZE
008920           GG-LET-UTEN "/" MM-LET-UTEN "/" AAAA-LET-UTEN
008930                            DELIMITED BY SIZE
008940           '",'             DELIMITED BY SIZE
008950           INTO DATI-JSON.
008960          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
008970**** ITEM
008980          STRING "        "
008990           '"OPERATORE":"'  DELIMITED BY SIZE
009000           UTENTE-DOC       DELIMITED BY SPACE
009010           '",'             DELIMITED BY SIZE
009020           INTO DATI-JSON.
009030          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
009040**** ITEM
009050          STRING "        "
009060           '"STATO":"'      DELIMITED BY SIZE
009070           STATO-LET-UTEN   DELIMITED BY "  "
009080           '",'             DELIMITED BY SIZE
009090           INTO DATI-JSON.
009100          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
009110**** ITEM
009120          IF DOC-FIRMATA AND BUSTA-DOC NOT = SPACES
009130           STRING "        "
009140            '"FIRMATA":"'   DELIMITED BY SIZE
009150            '<a href=' DELIMITED BY SIZE
009160            BUSTA-DOC DELIMITED BY SPACE
009170            '>copia firmata</a>' DELIMITED BY SIZE
009180            '",'             DELIMITED BY SIZE
009190            INTO DATI-JSON
009200          ELSE
009210           STRING "        "
009220            '"FIRMATA":"",'  DELIMITED BY SIZE
009230            INTO DATI-JSON
009240          END-IF.
009250          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
009260**** ITEM
009270          STRING "        "
009280           '"FILE":"'       DELIMITED BY SIZE
009290           '<a href=' DELIMITED BY SIZE
009300           PERCORSO-DOC DELIMITED BY SPACE
009310           '>lettera</a>' DELIMITED BY SIZE
009320           '"},' DELIMITED BY SIZE
009330           INTO DATI-JSON.
009340
009350 EX-RIGA-LETTERA-UTEN.
009360          EXIT.
