000210* FILTRO OPZIONALE PER ENTE-TAB ESATTO E PER PREFISSO DEL CONTENUTO;
000220* OGNI RIGA PORTA UN LINK "SELEZIONA" CHE RIENTRA DIRETTAMENTE IN
000230* openta02.exe SULLA CHIAVE SCELTA, SENZA DOVERLA GIA' CONOSCERE.
000232* CON UN ENTE DI SESSIONE LA GRIGLIA E' SEGREGATA SU QUELL'ENTE;
000234* UN ALTRO ENTE SI VEDE CON SI/EN/XX O CON UN ACCORDO DI
000235* CONDIVISIONE IN VIGORE (openmcnd.exe).
000236* I TIPI SFOGLIABILI SONO SOLO QUELLI DEL REGISTRO DEI TIPI DI
000237* TABELLA (OPENTTPW): LA MASCHERA RICEVE LA DESCRIZIONE DEL TIPO
000238* SCELTO (VISTA DESCR-TIPO) E L'ELENCO DEI TIPI REGISTRATI (JSON
000239* TABELLETIPI); UN TIPO NON REGISTRATO DA' UNA GRIGLIA VUOTA.
000240*
000250 IDENTIFICATION   DIVISION.
000260 PROGRAM-ID.      OPENTABL.
000362          COPY "SELUTEN.CBL".
000364          COPY "SELABI.CBL".
000365          COPY "SELGER.CBL".
000367          COPY "SELEFF.CBL".
000370
000380 DATA             DIVISION.
000390 FILE SECTION.
000442          COPY "FDEUTEN.CBL".
000444          COPY "FDEABI.CBL".
000445          COPY "FDEGER.CBL".
000447          COPY "FDEEFF.CBL".
000450
000460 WORKING-STORAGE  SECTION.
000470
000510** TIPO-TAB SFOGLIATO (MK-TIPO, STESSO DEFAULT DI OPENTA02)
000520*
000530 01 TIPO-TABL                  PIC XX.
000531 01 REGISTRATO-TABL            PIC X.
000532    88 TIPO-TABL-REGISTRATO    VALUE "S".
000533*
000534** ELENCO DEI TIPI REGISTRATI: C = CONTA, E = EMETTE IL JSON
000535*
000536 01 MODO-TIPI-TABL             PIC X.
000537 01 NUM-TIPI-TABL              PIC 9(5).
000538 01 TOTALE-TIPI-TABL           PIC Z(4)9.
000539 01 AMBITO-TIPI-TABL           PIC X(10).
000540 01 SENSIBILITA-TIPI-TABL      PIC X(15).
000541*
000550** paginazione griglia easyui (MK-page / MK-rows)
000560*
000570 01 PAGINA-TABL                PIC 9(5).
000714          IF SESSIONE-RIFIUTATA GO TO FINE.
000715          PERFORM OPEN-I-VSTO  THRU EX-OPEN-I-VSTO.
000720
000722          PERFORM REGISTRO-TABL THRU EX-REGISTRO-TABL.
000724
000730          PERFORM OPEN-I-TAB   THRU EX-OPEN-I-TAB.
000740
000750          PERFORM LOAD-VIEW    THRU EX-LOAD-VIEW.
000904          COPY "PIOABI.CBL".
000905          COPY "PIOGER.CBL".
000906          COPY "PIOGERA.CBL".
000907          COPY "PIOEFF.CBL".
000910*
000920***** RECUPERA MK-TIPO/PAGE/ROWS/FILTRI, CONTA I RECORD CHE
000930***** RISPETTANO IL FILTRO E SCRIVE SOLO LA PAGINA RICHIESTA
000940*
000950 LOAD-VIEW.
000960
001050          MOVE "page"             TO FIELD-WEB.
001060          PERFORM READ-WEB        THRU EX-READ-WEB.
001070          MOVE 1                  TO PAGINA-TABL.
001360
001370***** SEGREGAZIONE PER ENTE: CON UN ENTE DI SESSIONE SCELTO
001362***** (openente.exe) E SENZA ABILITAZIONE TRASVERSALE SI/EN/XX
001363***** LA GRIGLIA MOSTRA SOLO QUELL'ENTE, A MENO CHE IL FILTRO
001364***** CHIEDA UN ENTE CHE HA UN ACCORDO DI CONDIVISIONE IN VIGORE
001365***** VERSO QUELLO DI SESSIONE PER IL TIPO SFOGLIATO (ARKCND)
001366
001367          PERFORM LEGGI-ENTE-SESSIONE-WEB
001368           THRU EX-LEGGI-ENTE-SESSIONE-WEB.
001369
001370          IF ENTE-SESSIONE-WEB > ZEROS
001371           PERFORM AUTORIZZA-CROSS-TABL
001372            THRU EX-AUTORIZZA-CROSS-TABL
001373           IF ESITO-NOK
001374            PERFORM ACCORDO-TABL  THRU EX-ACCORDO-TABL
001375           END-IF
001376          END-IF.
001377
001378          MOVE "testo"            TO FIELD-WEB.
001380          PERFORM READ-WEB        THRU EX-READ-WEB.
001390          MOVE SPACES             TO FILTRO-TESTO-TABL.
001400          MOVE ZEROS              TO LUNGH-FILTRO-TESTO.
001720***** SALTA-TABL RECORD CHE RISPETTANO IL FILTRO, POI SCRIVE
001730***** SOLO RIGHE-TABL RECORD NEL JSON
001740
001742          IF NOT TIPO-TABL-REGISTRATO GO TO FINE-TABL.
001745
001750          MOVE TIPO-TABL          TO TIPO-TAB.
001760          MOVE ZERO               TO ENTE-TAB.
001770          MOVE ZERO               TO PROG-TAB.
003110*
003120 CONTA-RECORD-TABL.
003130
003132          IF NOT TIPO-TABL-REGISTRATO GO TO EX-CONTA-RECORD-TABL.
003135
003140          MOVE TIPO-TABL          TO TIPO-TAB.
003150          MOVE ZERO               TO ENTE-TAB.
003160          MOVE ZERO               TO PROG-TAB.
004030
004040          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
004045          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
004047          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
004050
004060          MOVE ZEROS              TO ENTE-ABI.
004080          MOVE "SI"               TO MOD-ABI.
004111*         DIRITTO EFFETTIVO COME NEI REPORT: GRUPPO BASE
004112*         CON L'EREDITARIETA' DI AUTORIZZA-GER E POI I
004113*         GRUPPI EXTRA DELL'OPERATORE
004114*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
004115*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
004116          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
004117
004118          IF NOT PRECALCOLO-VALIDO
004119           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
004120           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
004121
004122           PERFORM PROVA-EXTRA-CTB
004123            THRU EX-PROVA-EXTRA-CTB
004124            VARYING IND-GRUPPI-CTB FROM 1 BY 1
004125            UNTIL IND-GRUPPI-CTB > 5
004126            OR IND-GRUPPI-CTB > NUM-GRUPPI-UTEN
004127            OR ESITO-OK
004128          END-IF.
004130
004132          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
004135          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
004140          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
004150          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
004160
004170 EX-AUTORIZZA-CROSS-TABL.
004180          EXIT.
004181*
004182***** ENTE DIVERSO DA QUELLO DI SESSIONE CHIESTO DAL FILTRO: LO SI
004183***** MOSTRA SOLO SE UN ACCORDO DI CONDIVISIONE LO COPRE IN
004184***** LETTURA (OPENCNDW, CHE GIORNALIZZA L'ACCESSO); ALTRIMENTI
004185***** LA GRIGLIA TORNA ALL'ENTE DI SESSIONE
004186*
004187 ACCORDO-TABL.
004188
004189          IF FILTRO-ENTE-TABL = ZEROS
004190           OR FILTRO-ENTE-TABL = ENTE-SESSIONE-WEB
004191           MOVE ENTE-SESSIONE-WEB TO FILTRO-ENTE-TABL
004192           GO TO EX-ACCORDO-TABL
004193          END-IF.
004194
004195          MOVE "MK-OPERATORE"     TO FIELD-WEB.
004196          PERFORM READ-WEB        THRU EX-READ-WEB.
004197
004198          MOVE "VERIFICA"         TO AZIONE-CND-WEB.
004199          MOVE FILTRO-ENTE-TABL   TO ENTE-FONTE-CND-WEB.
004200          MOVE ENTE-SESSIONE-WEB  TO ENTE-DEST-CND-WEB.
004201          MOVE SPACES             TO OGGETTO-CND-WEB.
004202          MOVE TIPO-TABL          TO OGGETTO-CND-WEB.
004203          MOVE "L"                TO MODO-CND-WEB.
004204          MOVE VALUE-WEB(1:8)     TO OPERATORE-CND-WEB.
004205          MOVE "OPENTABL"         TO PROGRAMMA-CND-WEB.
004206          MOVE SECTION-WEB        TO SECTION-CND-WEB.
004207
004208          CALL "OPENCNDW" USING AREA-CND-WEB.
004209
004210          IF NOT ACCORDO-VALIDO-WEB
004211           MOVE ENTE-SESSIONE-WEB TO FILTRO-ENTE-TABL
004212          END-IF.
004213
004214 EX-ACCORDO-TABL.
004215          EXIT.
900000*
900001***** TENTA LA STESSA CHIAMATA SUI GRUPPI EXTRA
900002***** DELL'OPERATORE, SEMPRE CON L'EREDITARIETA'
900011
900012 EX-PROVA-EXTRA-CTB.
900013          EXIT.
900014*
900015***** IL TIPO SCELTO (MK-TIPO, DEFAULT "02") DEVE ESSERE NEL
900016***** REGISTRO DEI TIPI; LA MASCHERA RICEVE LA SUA DESCRIZIONE E
900017***** L'ELENCO DEI TIPI REGISTRATI PER LA SCELTA. SI CHIAMA PRIMA
900018***** DI APRIRE ARKTAB, CHE OPENTTPW LEGGE PER CONTO SUO
900019*
900020 REGISTRO-TABL.
900021
900022          MOVE "02"               TO TIPO-TABL.
900023          MOVE "MK-TIPO"          TO FIELD-WEB.
900024          PERFORM READ-WEB        THRU EX-READ-WEB.
900025          IF COBW3-SEARCH-FLAG-EXIST
900026           AND VALUE-WEB(1:2) NOT = SPACES
900027           MOVE VALUE-WEB(1:2)    TO TIPO-TABL
900028          END-IF.
900029
900030          INITIALIZE AREA-TTP-WEB.
900031          MOVE "LEGGI"            TO AZIONE-TTP-WEB.
900032          MOVE TIPO-TABL          TO TIPO-TTP-WEB.
900033
900034          CALL "OPENTTPW" USING AREA-TTP-WEB.
900035
900036          MOVE REGISTRATO-TTP-WEB TO REGISTRATO-TABL.
900037
900038          INITIALIZE VIEW.
900039          MOVE SPACES             TO STRINGA-VIEW.
900040
900041          IF TIPO-TABL-REGISTRATO
900042           PERFORM DESCRIVI-TIPO-TABL THRU EX-DESCRIVI-TIPO-TABL
900043           STRING TIPO-TABL       DELIMITED BY SIZE
900044                  " - "           DELIMITED BY SIZE
900045                  DESCR-TTP-WEB   DELIMITED BY "  "
900046                  " ("            DELIMITED BY SIZE
900047                  AMBITO-TIPI-TABL DELIMITED BY "  "
900048                  ", "            DELIMITED BY SIZE
900049                  SENSIBILITA-TIPI-TABL DELIMITED BY "  "
900050                  ")"             DELIMITED BY SIZE
900051                  INTO STRINGA-VIEW
900052          ELSE
900053           STRING TIPO-TABL       DELIMITED BY SIZE
900054                  " - Tipo di tabella non registrato"
900055                                  DELIMITED BY SIZE
900056                  INTO STRINGA-VIEW
900057          END-IF.
900058
900059          MOVE "DESCR-TIPO"       TO NOME-VIEW.
900060          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
900061
900062***** ELENCO DEI TIPI REGISTRATI: UN GIRO PER CONTARLI, UNO PER
900063***** SCRIVERLI
900064
900065          MOVE ZEROS              TO NUM-TIPI-TABL.
900066          MOVE "C"                TO MODO-TIPI-TABL.
900067          PERFORM ELENCO-TIPI-TABL THRU EX-ELENCO-TIPI-TABL.
900068
900069          MOVE NUM-TIPI-TABL      TO TOTALE-TIPI-TABL.
900070
900071          MOVE SPACES             TO NOME-JSON.
900072          MOVE "TABELLETIPI"      TO NOME-JSON.
900073
900074          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
900075
900076          STRING '{"total":' TOTALE-TIPI-TABL ',"rows":['
900077           DELIMITED BY SIZE INTO DATI-JSON.
900078          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
900079
900080          MOVE SPACES             TO DATI-JSON.
900081
900082          MOVE "E"                TO MODO-TIPI-TABL.
900083          PERFORM ELENCO-TIPI-TABL THRU EX-ELENCO-TIPI-TABL.
900084
900085          INSPECT DATI-JSON REPLACING ALL "}, " BY "}  ".
900086
900087          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
900088
900089          MOVE "]}"               TO DATI-JSON.
900090          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
900091
900092          CLOSE ARKJSON.
900093
900094 EX-REGISTRO-TABL.
900095          EXIT.
900096*
900097***** SCORRE IL REGISTRO CON "PROSSIMO" DAL PRIMO TIPO ALL'ULTIMO
900098*
900099 ELENCO-TIPI-TABL.
900100
900101          INITIALIZE AREA-TTP-WEB.
900102          MOVE SPACES             TO TIPO-TTP-WEB.
900103
900104 CICLO-ELENCO-TIPI-TABL.
900105
900106          MOVE "PROSSIMO"         TO AZIONE-TTP-WEB.
900107
900108          CALL "OPENTTPW" USING AREA-TTP-WEB.
900109
900110          IF NOT TIPO-AMMESSO-WEB GO TO EX-ELENCO-TIPI-TABL.
900111
900112          IF MODO-TIPI-TABL = "C"
900113           ADD 1                  TO NUM-TIPI-TABL
900114           GO TO CICLO-ELENCO-TIPI-TABL
900115          END-IF.
900116
900117          PERFORM DESCRIVI-TIPO-TABL THRU EX-DESCRIVI-TIPO-TABL.
900118
900119          IF DATI-JSON > SPACES
900120           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900121
900122**** ITEM
900123          STRING '   {"TIPO":"'   DELIMITED BY SIZE
900124           TIPO-TTP-WEB     DELIMITED BY SIZE
900125           '",'             DELIMITED BY SIZE
900126           INTO DATI-JSON.
900127          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900128
900129**** ITEM
900130          MOVE SPACES             TO STRINGA-JSON.
900131          MOVE DESCR-TTP-WEB      TO STRINGA-JSON.
900132          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
900133
900134          STRING "        "
900135           '"DESCRIZIONE":"' DELIMITED BY SIZE
900136           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
900137           '",'             DELIMITED BY SIZE
900138           INTO DATI-JSON.
900139          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900140
900141**** ITEM
900142          STRING "        "
900143           '"AMBITO":"'     DELIMITED BY SIZE
900144           AMBITO-TIPI-TABL DELIMITED BY "  "
900145           '",'             DELIMITED BY SIZE
900146           INTO DATI-JSON.
900147          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900148
900149**** ITEM
900150          STRING "        "
900151           '"PROPRIETARIO":"' DELIMITED BY SIZE
900152           PROPRIETARIO-TTP-WEB DELIMITED BY SIZE
900153           '",'             DELIMITED BY SIZE
900154           INTO DATI-JSON.
900155          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900156
900157**** ITEM
900158          STRING "        "
900159           '"SENSIBILITA":"' DELIMITED BY SIZE
900160           SENSIBILITA-TIPI-TABL DELIMITED BY "  "
900161           '",'             DELIMITED BY SIZE
900162           INTO DATI-JSON.
900163          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900164
900165**** ITEM
900166          STRING "        "
900167           '"TICKET":"'     DELIMITED BY SIZE
900168           TICKET-TTP-WEB   DELIMITED BY SIZE
900169           '",'             DELIMITED BY SIZE
900170           INTO DATI-JSON.
900171          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900172
900173**** ITEM: MESI DI CONSERVAZIONE (000 = ILLIMITATA)
900174          STRING "        "
900175           '"CONSERVAZIONE":"' DELIMITED BY SIZE
900176           CONSERVAZIONE-TTP-WEB DELIMITED BY SIZE
900177           '",'             DELIMITED BY SIZE
900178           INTO DATI-JSON.
900179          PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON.
900180
900181**** ITEM: RIENTRA NELLA GRIGLIA SUL TIPO SCELTO
900182          STRING "        "
900183           '"'
900184           'SELEZIONA":"'   DELIMITED BY SIZE
900185           '<a href=opentabl.exe?MK-KEY=' DELIMITED BY SIZE
900186           SECTION-WEB      DELIMITED BY SIZE
900187           "&MK-TIPO="      DELIMITED BY SIZE
900188           TIPO-TTP-WEB     DELIMITED BY SIZE
900189           '>'              DELIMITED BY SIZE
900190           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
900191            DELIMITED BY SIZE
900192           '"},'            DELIMITED BY SIZE
900193           INTO DATI-JSON.
900194
900195          GO TO CICLO-ELENCO-TIPI-TABL.
900196
900197 EX-ELENCO-TIPI-TABL.
900198          EXIT.
900199*
900200***** AMBITO E SENSIBILITA' DEL TIPO IN CHIARO
900201*
900202 DESCRIVI-TIPO-TABL.
900203
900204          MOVE "Per ente"         TO AMBITO-TIPI-TABL.
900205          IF TIPO-CENTRALE-WEB
900206           MOVE "Ente 00"         TO AMBITO-TIPI-TABL
900207          END-IF.
900208
900209          MOVE "Nessuna"          TO SENSIBILITA-TIPI-TABL.
900210          IF SENSIBILITA-TTP-WEB = "S"
900211           MOVE "Segreti"         TO SENSIBILITA-TIPI-TABL
900212          END-IF.
900213          IF SENSIBILITA-TTP-WEB = "P"
900214           MOVE "Dati personali"  TO SENSIBILITA-TIPI-TABL
900215          END-IF.
900216
900217 EX-DESCRIVI-TIPO-TABL.
900218          EXIT.
