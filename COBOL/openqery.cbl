000240* ORDINAMENTO (MK-ordcampo, MK-ordverso A/D). POSIZIONI E MISURE
000250* VENGONO DA ARKDATO COME IN OPENTREP E OPENRISP, MAI DA OFFSET
000260* INDOVINATI; I CAMPI SENSIBILI ESCONO MASCHERATI COME SU
000261* OPENRISP, SALVO CHE L'OPERATORE ABBIA LA CHIAMATA DI
000262* RIVELAZIONE DEL LORO GRUPPO DI VISIBILITA' (PIOVIS.CBL): A
000263* LUI funzione=mostra (MK-colonna=n) RIPRESENTA L'ANTEPRIMA CON
000264* QUELLA COLONNA IN CHIARO E L'ESPORTAZIONE LE SCRIVE IN
000265* CHIARO, OGNI VALORE RIVELATO CON LA SUA RIGA SU ARKLET.
000270* funzione=anteprima MOSTRA LA GRIGLIA (PRIME 300
000280* RIGHE), funzione=esporta SCRIVE IL CSV CON RIGA DI TESTATA,
000290* funzione=salva REGISTRA LA DEFINIZIONE SOTTO MK-nome (RIGA
000300* "REPORT-DEF-<nome>" DI ARKVIEW) E funzione=carica LA RIESEGUE.
000480          COPY "SELUTEN.CBL".
000490          COPY "SELTAB.CBL".
000500          COPY "SELCSV.CBL".
000501          COPY "SELABI.CBL".
000502          COPY "SELGER.CBL".
000503          COPY "SELEFF.CBL".
000504          COPY "SELLET.CBL".
000510
000520 DATA             DIVISION.
000530 FILE SECTION.
000610          COPY "FDEUTEN.CBL".
000620          COPY "FDETAB.CBL".
000630          COPY "FDECSV.CBL".
000631          COPY "FDEABI.CBL".
000632          COPY "FDEGER.CBL".
000633          COPY "FDEEFF.CBL".
000634          COPY "FDELET.CBL".
000640
000650 WORKING-STORAGE  SECTION.
000660
000810       03 POS-COL-QERY         PIC 9(5).
000820       03 SIZE-COL-QERY        PIC 9(5).
000830       03 SENS-COL-QERY        PIC X.
000831       03 GRUPPO-VIS-COL-QERY  PIC XX.
000832*         "S" = L'OPERATORE HA LA CHIAMATA DI RIVELAZIONE
000833       03 RIVELA-COL-QERY      PIC X.
000834*         "S" = IN QUESTA ESECUZIONE LA COLONNA ESCE IN CHIARO
000835       03 CHIARO-COL-QERY      PIC X.
000840 01 NUM-COL-QERY              PIC 9(01).
000850*
000860 01 FILTRI-QERY.
001020 01 POS-TROVATA-QERY          PIC 9(5).
001030 01 SIZE-TROVATA-QERY         PIC 9(5).
001040 01 SENS-TROVATO-QERY         PIC X.
001041 01 GRUPPO-VIS-TROVATO-QERY   PIC XX.
001042 01 COLONNA-MOSTRA-QERY       PIC 9(01).
001043 01 CHIAVE-REC-QERY           PIC X(20).
001044 01 GIORNALE-QERY             PIC X.
001050 01 IMMAGINE-QERY             PIC X(256).
001060 01 LUNGH-IMMAGINE-QERY       PIC 9(3).
001070 01 VALORE-QERY               PIC X(60).
001520          IF FUNZIONE-QERY NOT = "anteprima"
001530           AND FUNZIONE-QERY NOT = "esporta"
001540           AND FUNZIONE-QERY NOT = "salva"
001545           AND FUNZIONE-QERY NOT = "mostra"
001550           AND FUNZIONE-QERY NOT = "carica"
001560           MOVE "QUERY.HTM"       TO PAGE-WEB
001570           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001860
001870          IF ESITO-NOK GO TO FINE-QERY.
001880
001881          PERFORM VISIBILITA-COLONNE-QERY
001882           THRU EX-VISIBILITA-COLONNE-QERY.
001883
001884          IF ESITO-NOK GO TO FINE-QERY.
001885
001886*         OGNI VALORE SENSIBILE CHE ESCE IN CHIARO (MOSTRA O
001887*         ESPORTAZIONE DI CHI NE HA IL DIRITTO) LASCIA LA SUA
001888*         RIGA SUL GIORNALE DELLE LETTURE
001889          IF GIORNALE-QERY = "S"
001890           PERFORM OPEN-E-LET     THRU EX-OPEN-E-LET
001891          END-IF.
001892
001893          PERFORM ESEGUI-SCANSIONE-QERY
001894           THRU EX-ESEGUI-SCANSIONE-QERY.
001895
001896          IF GIORNALE-QERY = "S"
001897           PERFORM CLOSE-LET      THRU EX-CLOSE-LET
001898          END-IF.
001910
001920          IF ORDINA-CAMPO-QERY NOT = SPACES
001930           PERFORM ORDINA-RISULTATO-QERY
002240          COPY "PIOTAB.CBL".
002250          COPY "PIODATO.CBL".
002260          COPY "PIOCSV.CBL".
002261          COPY "PIOABI.CBL".
002262          COPY "PIOGER.CBL".
002263          COPY "PIOGERA.CBL".
002264          COPY "PIOEFF.CBL".
002265          COPY "PIOLET.CBL".
002266          COPY "PIOVIS.CBL".
002270*
002280***** RACCOLTA DEI PARAMETRI DELLA MASCHERA
002290*
002940           MOVE "D"               TO ORDINA-VERSO-QERY
002950          END-IF.
002960
002961          MOVE "MK-colonna"       TO FIELD-WEB.
002962          PERFORM READ-WEB        THRU EX-READ-WEB.
002963          MOVE ZEROS              TO COLONNA-MOSTRA-QERY.
002964          IF VALUE-WEB(1:1) NUMERIC
002965           MOVE VALUE-WEB(1:1)    TO COLONNA-MOSTRA-QERY
002966          END-IF.
002967
002970 EX-LEGGI-MASCHERA-QERY.
002980          EXIT.
002990
004590
004600 EX-RISOLVI-DIZIONARIO-QERY.
004610          EXIT.
004611*
004612***** VISIBILITA' DELLE COLONNE SENSIBILI (PIOVIS.CBL): IN
004613***** ANTEPRIMA ESCONO MASCHERATE E CHI HA LA CHIAMATA DI
004614***** RIVELAZIONE DEL LORO GRUPPO VEDE L'AZIONE "MOSTRA"
004615***** (funzione=mostra, MK-colonna=n); IN ESPORTAZIONE ESCONO IN
004616***** CHIARO SOLO A CHI HA QUELLA CHIAMATA, MASCHERATE A TUTTI
004617***** GLI ALTRI
004618*
004619 VISIBILITA-COLONNE-QERY.
004620
004621          MOVE "N"                TO GIORNALE-QERY.
004622          MOVE OPERATORE-QERY     TO OPERATORE-VIS-WEB.
004623
004624          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
004625
004626          PERFORM VISIBILITA-COLONNA-QERY
004627           THRU EX-VISIBILITA-COLONNA-QERY
004628           VARYING IND-QERY FROM 1 BY 1
004629           UNTIL IND-QERY > NUM-COL-QERY.
004630
004631          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
004632
004633          MOVE "OK"               TO ESITO-WEB.
004634
004635          IF FUNZIONE-QERY NOT = "mostra"
004636           GO TO EX-VISIBILITA-COLONNE-QERY
004637          END-IF.
004638
004639          IF COLONNA-MOSTRA-QERY = ZEROS
004640           OR COLONNA-MOSTRA-QERY > NUM-COL-QERY
004641           MOVE "NO"              TO ESITO-WEB
004642          ELSE
004643           IF CHIARO-COL-QERY(COLONNA-MOSTRA-QERY) NOT = "S"
004644            MOVE "NO"             TO ESITO-WEB
004645           END-IF
004646          END-IF.
004647
004648          IF ESITO-NOK
004649           MOVE "Colonna non visibile in chiaro per l'operatore"
004650            TO MESSAGGIO
004651           PERFORM VIS-MESS       THRU EX-VIS-MESS
004652          END-IF.
004653
004654 EX-VISIBILITA-COLONNE-QERY.
004655          EXIT.
004656
004657 VISIBILITA-COLONNA-QERY.
004658
004659          MOVE "N"                TO RIVELA-COL-QERY(IND-QERY)
004660                                     CHIARO-COL-QERY(IND-QERY).
004661
004662          IF SENS-COL-QERY(IND-QERY) NOT = "S"
004663           GO TO EX-VISIBILITA-COLONNA-QERY
004664          END-IF.
004665
004666          MOVE GRUPPO-VIS-COL-QERY(IND-QERY) TO GRUPPO-VIS-WEB.
004667          PERFORM DIRITTO-VIS     THRU EX-DIRITTO-VIS.
004668
004669          IF NOT VIS-IN-CHIARO
004670           GO TO EX-VISIBILITA-COLONNA-QERY
004671          END-IF.
004672
004673          MOVE "S"                TO RIVELA-COL-QERY(IND-QERY).
004674
004675          IF FUNZIONE-QERY = "esporta"
004676           OR (FUNZIONE-QERY = "mostra"
004677           AND IND-QERY = COLONNA-MOSTRA-QERY)
004678           MOVE "S"               TO CHIARO-COL-QERY(IND-QERY)
004679           MOVE "S"               TO GIORNALE-QERY
004680          END-IF.
004681
004682 EX-VISIBILITA-COLONNA-QERY.
004683          EXIT.
004684
004685 RISOLVI-COLONNA-QERY.
004686
004687          MOVE NOME-COL-QERY(IND-QERY) TO CAMPO-CERCATO-QERY.
004688          PERFORM TROVA-DATO-QERY THRU EX-TROVA-DATO-QERY.
004689
004690          IF POS-TROVATA-QERY = ZEROS
004691           MOVE "NO"              TO ESITO-WEB
004700           MOVE SPACES            TO MESSAGGIO
004710           STRING "Colonna non a dizionario: "
004720            NOME-COL-QERY(IND-QERY)
004780          MOVE POS-TROVATA-QERY   TO POS-COL-QERY(IND-QERY).
004790          MOVE SIZE-TROVATA-QERY  TO SIZE-COL-QERY(IND-QERY).
004800          MOVE SENS-TROVATO-QERY  TO SENS-COL-QERY(IND-QERY).
004803          MOVE GRUPPO-VIS-TROVATO-QERY
004806           TO GRUPPO-VIS-COL-QERY(IND-QERY).
004810
004820 EX-RISOLVI-COLONNA-QERY.
004830          EXIT.
005160          MOVE ZEROS              TO POS-TROVATA-QERY
005170                                     SIZE-TROVATA-QERY.
005180          MOVE "N"                TO SENS-TROVATO-QERY.
005185          MOVE SPACES             TO GRUPPO-VIS-TROVATO-QERY.
005190          MOVE "N"                TO SEZIONE-TROVATA-QERY.
005200
005210          IF FILE-QERY = "UT"
005790          MOVE SIZE-DATO          TO SIZE-TROVATA-QERY.
005800          IF CAMPO-SENSIBILE
005810           MOVE "S"               TO SENS-TROVATO-QERY
005811           PERFORM GRUPPO-VIS-DATO THRU EX-GRUPPO-VIS-DATO
005812           MOVE GRUPPO-VIS-WEB    TO GRUPPO-VIS-TROVATO-QERY
005820          END-IF.
005830
005840 EX-TROVA-DATO-QERY.
006220
006230          MOVE SPACES             TO IMMAGINE-QERY.
006240          MOVE UTENTE             TO IMMAGINE-QERY.
006245          MOVE CHIAVE-UTEN        TO CHIAVE-REC-QERY.
006250
006260          PERFORM VALUTA-RECORD-QERY
006270           THRU EX-VALUTA-RECORD-QERY.
006580
006590          MOVE SPACES             TO IMMAGINE-QERY.
006600          MOVE TABELLA            TO IMMAGINE-QERY(1:200).
006605          MOVE CHIAVE-TAB         TO CHIAVE-REC-QERY.
006610
006620          PERFORM VALUTA-RECORD-QERY
006630           THRU EX-VALUTA-RECORD-QERY.
008090          MOVE SPACES             TO VALORE-QERY.
008100
008110          IF SENS-COL-QERY(IND2-QERY) = "S"
008115           AND CHIARO-COL-QERY(IND2-QERY) NOT = "S"
008120           MOVE ALL "*"           TO VALORE-QERY
008130           GO TO METTI-COLONNA-QERY
008140          END-IF.
008220            TO VALORE-QERY
008230          END-IF.
008240
008241
008242          IF SENS-COL-QERY(IND2-QERY) = "S"
008243           MOVE NOME-COL-QERY(IND2-QERY) TO NOME-LET-WEB
008244           MOVE CHIAVE-REC-QERY   TO CHIAVE-LET-WEB
008245           PERFORM GIORNALE-RIVELA-VIS
008246            THRU EX-GIORNALE-RIVELA-VIS
008247          END-IF.
008248
008250 METTI-COLONNA-QERY.
008260
008270          MOVE VALORE-QERY
009350           MOVE NOME-COL-QERY(IND-QERY) TO STRINGA-VIEW
009360          END-IF.
009370          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
009371
009372*         MOSTRA<n> = "S": COLONNA MASCHERATA CHE L'OPERATORE
009373*         PUO' FARSI MOSTRARE IN CHIARO (funzione=mostra)
009374          MOVE SPACES             TO NOME-VIEW STRINGA-VIEW.
009375          STRING "MOSTRA" IND-VIS-QERY
009376           DELIMITED BY SIZE INTO NOME-VIEW.
009377          IF IND-QERY NOT > NUM-COL-QERY
009378           IF RIVELA-COL-QERY(IND-QERY) = "S"
009379            AND CHIARO-COL-QERY(IND-QERY) NOT = "S"
009380            MOVE "S"              TO STRINGA-VIEW
009381           END-IF
009382          END-IF.
009383          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
009384
009390 EX-METTI-TITOLO-QERY.
009400          EXIT.
009410
