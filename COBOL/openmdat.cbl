000225* MK-desc/
000230* MK-sensibile E ACCETTA LA VOCE SOLO SE POS+SIZE RESTA NEL
000240* TRACCIATO ("UT" = 256 BYTE DEL RECORD UTENTE,
000250* ALTRIMENTI I 200 DEL BLOB TABELLA, O LA LUNGHEZZA REGISTRATA
000251* NELLA RIGA "TV" PER UN GRUPPO CHE DESCRIVE UNA VERSIONE DI
000252* TRACCIATO DI UN ARCHIVIO), SE IL PROGRESSIVO CADE
000255* DENTRO LA SEZIONE DELLA TABELLA E SE NON SI SOVRAPPONE AD
000260* ALTRE VOCI DELLA STESSA SEZIONE; PRIMA DI ACCETTARE MOSTRA
000270* ANCHE L'IMPATTO (RIGHE DI ARKLOG COL NOME-COBOL DELLA VOCE E
000680 01 TIPO-MDAT                  PIC X.
000690 01 DESC-MDAT                  PIC X(40).
000700 01 SENSIBILE-MDAT             PIC X.
000705 01 VISIBILITA-MDAT            PIC XX.
000710*
000720 01 TABELLA-MDAT               PIC XX.
000721 01 SEGNAPOSTO-MDAT            PIC X.
001910           TIPO-DATO              DELIMITED BY SIZE
001920           '","SENSIBILE":"'      DELIMITED BY SIZE
001930           SENSIBILE-DATO         DELIMITED BY SIZE
001931           '","VISIBILITA":"'     DELIMITED BY SIZE
001932           VISIBILITA-DATO        DELIMITED BY SIZE
001940           '","DESC":"'           DELIMITED BY SIZE
001950           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
001960           '"}'                   DELIMITED BY SIZE
002280           MOVE 200               TO LUNGHEZZA-TRACCIATO-MDAT
002290          END-IF.
002291
002292*         UN GRUPPO CHE DESCRIVE I CAMPI DI UNA VERSIONE DI
002293*         TRACCIATO (RIGHE "TV") HA LA LUNGHEZZA LI' REGISTRATA;
002294*         LE RIGHE "TV" STESSE PORTANO VERSIONE E LUNGHEZZA AL
002295*         POSTO DI POSIZIONE E MISURA E NON HANNO SOVRAPPOSIZIONI
002296          PERFORM TROVA-TRACCIATO-MDAT
002297           THRU EX-TROVA-TRACCIATO-MDAT.
002298
002299          IF GRUPPO-MDAT = "TV"
002300           IF TIPO-MDAT NOT = "I" AND TIPO-MDAT NOT = "L"
002301            OR DESC-MDAT(1:2) = SPACES
002302            MOVE "Indicare organizzazione (I/L) e gruppo campi"
002303             TO MESSAGGIO
002304            PERFORM VIS-MESS      THRU EX-VIS-MESS
002305            GO TO EX-SALVA-MDAT
002306           END-IF
002307           MOVE 99999             TO LUNGHEZZA-TRACCIATO-MDAT
002308          END-IF.
002309
002310*         NEL GRUPPO "TA" OGNI CAMPO VIVE NELLA SEZIONE DELLA
002311*         SUA TABELLA (SEGNAPOSTO TABELLA-0XX): SERVE
002312*         MK-tabella, IL PROGRESSIVO DEVE CADERE DENTRO LA
002313*         SEZIONE E LE SOVRAPPOSIZIONI SI GIUDICANO SOLO LI'.
002314*         LA RIGA SEGNAPOSTO STESSA (NOME TABELLA-0XX) APRE
002315*         UNA SEZIONE NUOVA E PASSA SENZA QUESTI CONTROLLI
002316          MOVE ZEROS              TO PROG-INIZIO-SEZ-MDAT.
002317          MOVE 9999               TO PROG-FINE-SEZ-MDAT.
002318
002319          MOVE "N"                TO SEGNAPOSTO-MDAT.
002320          IF GRUPPO-MDAT = "TA"
002321           AND NOME-MDAT(1:9) = "TABELLA-0"
002322           MOVE "S"               TO SEGNAPOSTO-MDAT
002323          END-IF.
002324
002325          IF GRUPPO-MDAT = "TA"
002326           AND SEGNAPOSTO-MDAT = "N"
002327           IF TABELLA-MDAT = SPACES
002328            MOVE "Indicare la tabella (MK-tabella)"
002329             TO MESSAGGIO
002330            PERFORM VIS-MESS      THRU EX-VIS-MESS
002331            GO TO EX-SALVA-MDAT
002332           END-IF
002333           PERFORM TROVA-SEZIONE-MDAT
002334            THRU EX-TROVA-SEZIONE-MDAT
002335           IF TROVATA-SEZIONE-MDAT = "N"
002336            MOVE "Tabella senza segnaposto nel dizionario"
002337             TO MESSAGGIO
002338            PERFORM VIS-MESS      THRU EX-VIS-MESS
002339            GO TO EX-SALVA-MDAT
002340           END-IF
002341           IF PROG-MDAT NOT > PROG-INIZIO-SEZ-MDAT
002342            OR PROG-MDAT NOT < PROG-FINE-SEZ-MDAT
002343            MOVE SPACES           TO MESSAGGIO
002344            STRING "Progressivo fuori dalla sezione ("
002345             PROG-INIZIO-SEZ-MDAT "-" PROG-FINE-SEZ-MDAT ")"
002346             DELIMITED BY SIZE INTO MESSAGGIO
002347            PERFORM VIS-MESS      THRU EX-VIS-MESS
002348            GO TO EX-SALVA-MDAT
002349           END-IF
002350          END-IF.
002351
002352          IF POS-MDAT = ZEROS OR SIZE-MDAT = ZEROS
002353           OR POS-MDAT + SIZE-MDAT - 1 > LUNGHEZZA-TRACCIATO-MDAT
002354           MOVE SPACES            TO MESSAGGIO
002355           STRING "Posizione/misura fuori dal tracciato ("
002356            LUNGHEZZA-TRACCIATO-MDAT " byte)"
002360            DELIMITED BY SIZE INTO MESSAGGIO
002370           PERFORM VIS-MESS       THRU EX-VIS-MESS
002380           GO TO EX-SALVA-MDAT
002390          END-IF.
002400
002410          MOVE "N"                TO SOVRAPPOSTA-MDAT.
002411          IF SEGNAPOSTO-MDAT = "N" AND GRUPPO-MDAT NOT = "TV"
002412           PERFORM CONTROLLA-SOVRAPPOSIZIONE-MDAT
002420            THRU EX-CONTROLLA-SOVRAPPOSIZIONE-MDAT
002425          END-IF.
002640          MOVE TIPO-MDAT          TO TIPO-DATO.
002650          MOVE DESC-MDAT          TO DESC-DATO.
002660          MOVE SENSIBILE-MDAT     TO SENSIBILE-DATO.
002665          MOVE VISIBILITA-MDAT    TO VISIBILITA-DATO.
002670
002680          PERFORM SCRIVI-DATO     THRU EX-SCRIVI-DATO.
002690
003370           AND VALUE-WEB(1:1) = "S"
003380           MOVE "S"               TO SENSIBILE-MDAT
003390          END-IF.
003391
003392*         GRUPPO DI VISIBILITA' (CHIAMATA SI/RV/<gruppo>): VUOTO
003393*         VALE IL GRUPPO DI DIZIONARIO
003394          MOVE "MK-visibilita"    TO FIELD-WEB.
003395          PERFORM READ-WEB        THRU EX-READ-WEB.
003396          MOVE SPACES             TO VISIBILITA-MDAT.
003397          IF COBW3-SEARCH-FLAG-EXIST
003398           MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:2))
003399            TO VISIBILITA-MDAT
003400          END-IF.
003401
003410 EX-LEGGI-CAMPI-MDAT.
003420          EXIT.
003430*
008220 EX-TROVA-SEZIONE-MDAT.
008230          EXIT.
008240*
008250***** LUNGHEZZA DEL RECORD PER UN GRUPPO CHE UNA RIGA "TV" DEL
008260***** REGISTRO INDICA COME MAPPA DEI CAMPI DI UNA VERSIONE DI
008270***** TRACCIATO; SE IL GRUPPO NON E' REGISTRATO RESTA QUELLA GIA'
008280***** IMPOSTATA
008290*
008300 TROVA-TRACCIATO-MDAT.
008310
008320          MOVE "TV"               TO GRUPPO-DATO.
008330          MOVE ZEROS              TO PROG-DATO.
008340          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
008350
008360          IF ESITO-NOK GO TO EX-TROVA-TRACCIATO-MDAT.
008370
008380 CICLO-TROVA-TRAC-MDAT.
008390
008400          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
008410
008420          IF FINE-FILE = "S" GO TO EX-TROVA-TRACCIATO-MDAT.
008430
008440          IF GRUPPO-DATO NOT = "TV"
008450           GO TO EX-TROVA-TRACCIATO-MDAT
008460          END-IF.
008470
008480          IF CAMPI-TRAC-DATO = GRUPPO-MDAT
008490           MOVE LUNGHEZZA-TRAC-DATO TO LUNGHEZZA-TRACCIATO-MDAT
008500           GO TO EX-TROVA-TRACCIATO-MDAT
008510          END-IF.
008520
008530          GO TO CICLO-TROVA-TRAC-MDAT.
008540
008550 EX-TROVA-TRACCIATO-MDAT.
008560          EXIT.
008570*
008580***** DOVE E' USATO IL CAMPO: RIGHE DI ARKLOG COL SUO
008590***** NOME-COBOL E OCCORRENZE DEL NOME NELLA LIBRERIA ARKLIB
008600***** ASSEGNATA (I MODELLI HTML CHE LO CITANO)
008610*
008620 CONTA-IMPATTO-MDAT.
008630
008640          MOVE ZEROS              TO RIGHE-LOG-MDAT
008650                                     RIGHE-LIB-MDAT.
008660
008670          MOVE 30                 TO LUNGH-NOME-MDAT.
008680
008690 TROVA-LUNGH-NOME-MDAT.
008700
008710          IF LUNGH-NOME-MDAT > ZEROS
008720           AND NOME-MDAT(LUNGH-NOME-MDAT:1) = SPACE
008730           SUBTRACT 1             FROM LUNGH-NOME-MDAT
008740           GO TO TROVA-LUNGH-NOME-MDAT
008750          END-IF.
008760
008770          IF LUNGH-NOME-MDAT = ZEROS GO TO EX-CONTA-IMPATTO-MDAT.
008780
008790***** ARKLOG E' GIA' APERTO IN EXTEND DA INIZIALI: SI CHIUDE,
008800***** SI RILEGGE PER IL CONTEGGIO E SI RIAPRE IN EXTEND
008810
008820          CLOSE ARKLOG.
008830          OPEN INPUT ARKLOG.
008840
008850          IF STATUS-LOG NOT = "00" GO TO RIAPRI-LOG-MDAT.
008860
008870 CICLO-IMPATTO-LOG-MDAT.
008880
008890          READ ARKLOG
008900           AT END GO TO CHIUDI-IMPATTO-LOG-MDAT
008910          END-READ.
008920
008930          IF NOME-COBOL-LOG = NOME-MDAT
008940           ADD 1                  TO RIGHE-LOG-MDAT
008950          END-IF.
008960
008970          GO TO CICLO-IMPATTO-LOG-MDAT.
008980
008990 CHIUDI-IMPATTO-LOG-MDAT.
009000
009010          CLOSE ARKLOG.
009020
009030 RIAPRI-LOG-MDAT.
009040
009050          OPEN EXTEND ARKLOG.
009060
009070 IMPATTO-LIB-MDAT.
009080
009090          OPEN INPUT ARKLIB.
009100
009110          IF STATUS-LIB NOT = "00" GO TO EX-CONTA-IMPATTO-MDAT.
009120
009130 CICLO-IMPATTO-LIB-MDAT.
009140
009150          READ ARKLIB
009160           AT END GO TO CHIUDI-IMPATTO-LIB-MDAT
009170          END-READ.
009180
009190          PERFORM CERCA-NOME-LIB-MDAT
009200           THRU EX-CERCA-NOME-LIB-MDAT
009210           VARYING IND-MDAT FROM 1 BY 1
009220           UNTIL IND-MDAT > 2048 - LUNGH-NOME-MDAT + 1.
009230
009240          GO TO CICLO-IMPATTO-LIB-MDAT.
009250
009260 CHIUDI-IMPATTO-LIB-MDAT.
009270
009280          CLOSE ARKLIB.
009290
009300 EX-CONTA-IMPATTO-MDAT.
009310          EXIT.
009320*
009330 CERCA-NOME-LIB-MDAT.
009340
009350          IF DATI-LIB(IND-MDAT:LUNGH-NOME-MDAT) =
009360           NOME-MDAT(1:LUNGH-NOME-MDAT)
009370           ADD 1                  TO RIGHE-LIB-MDAT
009380          END-IF.
009390
009400 EX-CERCA-NOME-LIB-MDAT.
009410          EXIT.
009420*
009430***** funzione=impatto: SOLO IL PANNELLO DI IMPATTO, SENZA
009440***** TOCCARE LA VOCE
009450*
009460 IMPATTO-MDAT.
009470
009480          PERFORM LEGGI-CAMPI-MDAT THRU EX-LEGGI-CAMPI-MDAT.
009490
009500          PERFORM CONTA-IMPATTO-MDAT
009510           THRU EX-CONTA-IMPATTO-MDAT.
009520
009530          MOVE SPACES             TO MESSAGGIO.
009540          STRING "Impatto di " NOME-MDAT ": " RIGHE-LOG-MDAT
009550           " righe di log, " RIGHE-LIB-MDAT
009560           " occorrenze in libreria"
009570           DELIMITED BY SIZE INTO MESSAGGIO.
009580          PERFORM VIS-MESS        THRU EX-VIS-MESS.
009590
009600 EX-IMPATTO-MDAT.
009610          EXIT.
009620*
009630***** funzione=elimina: TOGLIE LA VOCE DI DIZIONARIO
009640*
009650 ELIMINA-MDAT.
009660
009670          PERFORM LEGGI-CAMPI-MDAT THRU EX-LEGGI-CAMPI-MDAT.
009680
009690          MOVE GRUPPO-MDAT        TO GRUPPO-DATO.
009700          MOVE PROG-MDAT          TO PROG-DATO.
009710          PERFORM LEGGO-DATO      THRU EX-LEGGO-DATO.
009720
009730          IF ESITO-NOK
009740           MOVE "Voce non trovata" TO MESSAGGIO
009750           PERFORM VIS-MESS       THRU EX-VIS-MESS
009760           GO TO EX-ELIMINA-MDAT
009770          END-IF.
009780
009790*         IL SEGNAPOSTO DI SEZIONE NON E' UN CAMPO: TOGLIERLO
009800*         FONDEREBBE DUE TABELLE NELLA LETTURA DI OPENTA02
009810          IF NOME-COBOL-DATO(1:9) = "TABELLA-0"
009820           MOVE "Il segnaposto di sezione non si elimina"
009830            TO MESSAGGIO
009840           PERFORM VIS-MESS       THRU EX-VIS-MESS
009850           GO TO EX-ELIMINA-MDAT
009860          END-IF.
009870
009880          PERFORM CANCELLA-DATO   THRU EX-CANCELLA-DATO.
009890
009900          MOVE "Voce di dizionario eliminata" TO MESSAGGIO.
009910          PERFORM VIS-MESS        THRU EX-VIS-MESS.
009920
009930 EX-ELIMINA-MDAT.
009940          EXIT.
