000300* MASCHERE. UN FILE GENERICO DEL CATALOGO NON E' APRIBILE
000310* SENZA CONOSCERNE LA CHIAVE: I TRACCIATI SERVITI SONO QUELLI
000320* CHE IL DIZIONARIO DESCRIVE.
000321* CHI HA LA CHIAMATA DI RIVELAZIONE DEL GRUPPO DI VISIBILITA'
000322* DEL CAMPO (SI/RV/<gruppo>, PIOVIS.CBL) VEDE SULLA RIGA
000323* MASCHERATA L'AZIONE "MOSTRA": MK-FUNZIONE=mostra CON
000324* MK-campo RIPRESENTA LA GRIGLIA CON QUEL VALORE IN CHIARO E
000325* NE REGISTRA LA RIVELAZIONE SU ARKLET.
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENRISP.
000490          COPY "SELTAB.CBL".
000500          COPY "SELABI.CBL".
000501          COPY "SELGER.CBL".
000505          COPY "SELEFF.CBL".
000510          COPY "SELLET.CBL".
000520
000530 DATA             DIVISION.
000630          COPY "FDETAB.CBL".
000640          COPY "FDEABI.CBL".
000641          COPY "FDEGER.CBL".
000645          COPY "FDEEFF.CBL".
000650          COPY "FDELET.CBL".
000660
000670 WORKING-STORAGE  SECTION.
000850 01 PRIMA-RIGA-RISP          PIC X.
000860 01 VALORE-RISP              PIC X(60).
000865 01 SEZIONE-TA-RISP          PIC X.
000866*
000867** AZIONE "MOSTRA" (MK-FUNZIONE=mostra, MK-campo=<nome cobol>):
000868** IL CAMPO SENSIBILE CHIESTO ESCE IN CHIARO SE L'OPERATORE HA
000869** LA CHIAMATA DI RIVELAZIONE DEL SUO GRUPPO DI VISIBILITA'
000870*
000871 01 FUNZIONE-RISP            PIC X(8).
000872 01 CAMPO-RISP               PIC X(30).
000873 01 MOSTRA-RISP              PIC X.
000874 01 RIVELATO-RISP            PIC X.
000875*
000879 01 IND-GRUPPI-RISP           PIC 9(2) COMP.
000880 PROCEDURE  DIVISION.
000890*
001090          PERFORM READ-WEB        THRU EX-READ-WEB.
001100          MOVE SPACES             TO CHIAVE-RISP.
001110          MOVE VALUE-WEB(1:20)    TO CHIAVE-RISP.
001111
001112          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001113          PERFORM READ-WEB        THRU EX-READ-WEB.
001114          MOVE SPACES             TO FUNZIONE-RISP.
001115          MOVE VALUE-WEB(1:8)     TO FUNZIONE-RISP.
001116
001117          MOVE "MK-campo"         TO FIELD-WEB.
001118          PERFORM READ-WEB        THRU EX-READ-WEB.
001119          MOVE SPACES             TO CAMPO-RISP.
001120          MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:30))
001121           TO CAMPO-RISP.
001122
001130          IF FILE-RISP = "UTENTE"
001140           PERFORM CARICA-UTENTE-RISP
001150            THRU EX-CARICA-UTENTE-RISP
001320          END-IF.
001330
001340          PERFORM DECODIFICA-RISP THRU EX-DECODIFICA-RISP.
001341
001342          IF FUNZIONE-RISP = "mostra" AND RIVELATO-RISP = "N"
001343           MOVE "Campo non visibile in chiaro per l'operatore"
001344            TO MESSAGGIO
001345           PERFORM VIS-MESS       THRU EX-VIS-MESS
001346           GO TO FINE-RISP
001347          END-IF.
001350
001360          MOVE "ISPEZIONE.HTM"    TO PAGE-WEB.
001370          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001590          COPY "PIOABI.CBL".
001591          COPY "PIOGER.CBL".
001592          COPY "PIOGERA.CBL".
001595          COPY "PIOEFF.CBL".
001600          COPY "PIOLET.CBL".
001601          COPY "PIOVIS.CBL".
001610*
001620***** ABILITAZIONE SI/RI/PE SUI DIRITTI EFFETTIVI (GRUPPO
001621***** BASE, GRUPPI EXTRA E GERARCHIA) DELL'OPERATORE
001790
001800          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
001805          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
001807          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
001810
001820          MOVE ZEROS              TO ENTE-ABI.
001840          MOVE "SI"               TO MOD-ABI.
001871*         DIRITTO EFFETTIVO COME NEI REPORT: GRUPPO BASE
001872*         CON L'EREDITARIETA' DI AUTORIZZA-GER E POI I
001873*         GRUPPI EXTRA DELL'OPERATORE
001874*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
001875*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
001876          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
001877
001878          IF NOT PRECALCOLO-VALIDO
001879           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
001880           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
001881
001882           PERFORM PROVA-EXTRA-RISP
001883            THRU EX-PROVA-EXTRA-RISP
001884            VARYING IND-GRUPPI-RISP FROM 1 BY 1
001885            UNTIL IND-GRUPPI-RISP > 5
001886            OR IND-GRUPPI-RISP > NUM-GRUPPI-UTEN
001887            OR ESITO-OK
001888          END-IF.
001890
001892          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
001895          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
001900          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
001910
002470 DECODIFICA-RISP.
002480
002490          MOVE ALL " "            TO MAPPA-RISP.
002491          MOVE "N"                TO RIVELATO-RISP.
002492          MOVE OPERATORE-RISP     TO OPERATORE-VIS-WEB.
002500
002510          MOVE SPACES             TO NOME-JSON.
002520          MOVE "ISPEZIONE"        TO NOME-JSON.
002830           VARYING IND-RISP FROM POS-DATO BY 1
002840           UNTIL IND-RISP > POS-DATO + SIZE-DATO - 1.
002850
002851          MOVE SPACES             TO MOSTRA-RISP.
002852
002853          MOVE SPACES             TO VALORE-RISP.
002854          IF SIZE-DATO > 60
002855           MOVE IMMAGINE-RISP(POS-DATO:60) TO VALORE-RISP
002856          ELSE
002857           MOVE IMMAGINE-RISP(POS-DATO:SIZE-DATO)
002858            TO VALORE-RISP
002859          END-IF.
002860
002861*         IL CAMPO SENSIBILE ESCE SEMPRE MASCHERATO; CHI HA LA
002862*         CHIAMATA DI RIVELAZIONE VEDE IN GRIGLIA L'AZIONE
002863*         "MOSTRA" (MOSTRA = "S") E LO VEDE IN CHIARO SOLO
002864*         CHIEDENDOLO, CON LA SUA RIGA SUL GIORNALE DELLE LETTURE
002865          IF CAMPO-SENSIBILE
002866           PERFORM GRUPPO-VIS-DATO THRU EX-GRUPPO-VIS-DATO
002867           PERFORM DIRITTO-VIS    THRU EX-DIRITTO-VIS
002868           IF VIS-IN-CHIARO
002869            AND FUNZIONE-RISP = "mostra"
002870            AND NOME-COBOL-DATO = CAMPO-RISP
002871            MOVE "S"              TO RIVELATO-RISP
002872            MOVE NOME-COBOL-DATO  TO NOME-LET-WEB
002873            MOVE CHIAVE-RISP      TO CHIAVE-LET-WEB
002874            PERFORM GIORNALE-RIVELA-VIS
002875             THRU EX-GIORNALE-RIVELA-VIS
002876           ELSE
002877            IF VIS-IN-CHIARO
002878             MOVE "S"             TO MOSTRA-RISP
002879            END-IF
002880            MOVE ALL "*"          TO VALORE-RISP
002881            PERFORM GIORNALE-LETTURA-RISP
002882             THRU EX-GIORNALE-LETTURA-RISP
002883           END-IF
002884          END-IF.
002990
003000          PERFORM RIGA-CAMPO-RISP THRU EX-RIGA-CAMPO-RISP.
003010
003510 RIGA-BUCO-RISP.
003520
003530          MOVE SPACES             TO NOME-COBOL-DATO.
003531          MOVE SPACES             TO MOSTRA-RISP.
003540          MOVE "NON COPERTO"      TO NOME-COBOL-DATO(1:11).
003550          MOVE INIZIO-BUCO-RISP   TO POS-DATO.
003560          COMPUTE SIZE-DATO = IND-RISP - INIZIO-BUCO-RISP.
003950           TIPO-DATO              DELIMITED BY SIZE
003960           '","VALORE":"'         DELIMITED BY SIZE
03970           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003971           '","MOSTRA":"'         DELIMITED BY SIZE
003972           MOSTRA-RISP            DELIMITED BY SIZE
003980           '"}'                   DELIMITED BY SIZE
003990           INTO DATI-JSON.
004000          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004110          MOVE NOME-COBOL-DATO    TO NOME-LET-WEB.
004120          MOVE SPACES             TO CHIAVE-LET-WEB.
004130          MOVE CHIAVE-RISP        TO CHIAVE-LET-WEB.
004135          MOVE "M"                TO MODO-LET-WEB.
004140
004150          PERFORM SCRIVI-EVENTO-LET
004160           THRU EX-SCRIVI-EVENTO-LET.
