000280* &PAGINA SOSTITUITI; SENZA LIBRERIA VALE LA TESTATA
000290* INCORPORATA. LA RESA PDF E' A VALLE (STAMPA DEL TABULATO):
000300* QUI SI PRODUCE IL FILE PRONTO PER LA STAMPA.
000301* CON MK-perunita=S IL REGISTRO DELLE UTENZE E' RAGGRUPPATO PER
000302* UNITA' ORGANIZZATIVA (ARKUOA/ARKUOR) CON UN SUBTOTALE PER
000303* UNITA', E IN CODA GLI UTENTI NON ASSEGNATI SOTTO "(NESSUNA)".
000304* IL TABULATO CHIUSO PASSA AL SERVIZIO OPENFIRW: FIRMA CON IL
000305* CERTIFICATO DELL'ENTE (BUSTA .p7m ACCANTO AL FILE), MARCA
000306* TEMPORALE E REGISTRAZIONE SU ARKDOC; LA PAGINA OFFRE ANCHE LA
000307* COPIA FIRMATA E RIPORTA IDENTIFICATIVO E ESITO DELLA FIRMA.
000308* "gdpr" E' IL REGISTRO DEI TRATTAMENTI (ART. 30) DI UN ENTE
000309* (MK-ente, SE MANCA QUELLO DI SESSIONE) COME L'HA COMPOSTO
000310* openbtrt SU ARKTRT, CON LA CARTA INTESTATA DI QUELL'ENTE.
000311* FUORI DALLA PRODUZIONE (CONTRASSEGNO DI AMBIENTE, OPENAMBW) OGNI
000312* PAGINA DEL TABULATO PORTA SOTTO LA TESTATA LA FILIGRANA DI TEST.
000313*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENSTMP.
000340 ENVIRONMENT      DIVISION.
000430          COPY "SELVIEW.CBL".
000440          COPY "SELVSTO.CBL".
000450          COPY "SELUTEN.CBL".
000453          COPY "SELUOR.CBL".
000456          COPY "SELUOA.CBL".
000460          COPY "SELABI.CBL".
000470          COPY "SELCSV.CBL".
000474          COPY "SELTRT.CBL".
000480
000490 DATA             DIVISION.
000500 FILE SECTION.
000550          COPY "FDEVIEW.CBL".
000560          COPY "FDEVSTO.CBL".
000570          COPY "FDEUTEN.CBL".
000573          COPY "FDEUOR.CBL".
000576          COPY "FDEUOA.CBL".
000580          COPY "FDEABI.CBL".
000590          COPY "FDECSV.CBL".
000594          COPY "FDETRT.CBL".
000600
000610 WORKING-STORAGE  SECTION.
000620
000830 01 TOTALE-RIGHE-STMP          PIC 9(9).
000840 01 TOTALE-NEGATE-STMP         PIC 9(9).
000850 01 TOTALE-BLOCCATI-STMP       PIC 9(9).
000851*
000852** REGISTRO PER UNITA': UNITA' IN CORSO DI STAMPA (LOW-VALUES
000853** PRIMA DELLA PRIMA), SUBTOTALI DELL'UNITA' E UTENZE STAMPATE
000854*
000855 01 PER-UNITA-STMP            PIC X.
000856 01 UNITA-CORRENTE-STMP       PIC X(8).
000857 01 SUBTOTALE-UTENZE-STMP     PIC 9(9).
000858 01 SUBTOTALE-BLOCCATI-STMP   PIC 9(9).
000859 01 TOTALE-UTENZE-STMP        PIC 9(9).
000860*
000861** FIRMA DEL TABULATO (SERVIZIO OPENFIRW)
000862*
000863 01 BUSTA-STMP                PIC X(80).
000864 01 PUNTA-MESS-STMP           PIC 9(3).
000865*
000866** REGISTRO DEI TRATTAMENTI: ENTE DELLA CARTA INTESTATA, VOCI E
000867** LACUNE STAMPATE, GRUPPI DI VISIBILITA' DA ELENCARE
000868*
000869 01 ENTE-CARTA-STMP            PIC 9(2).
000870 01 TOTALE-ARCHIVI-STMP        PIC 9(9).
000871 01 TOTALE-LACUNE-STMP         PIC 9(9).
000872 01 COMPILATO-STMP             PIC 9(8).
000873 01 IND-VIS-STMP               PIC 9(2) COMP.
000874*
000875 PROCEDURE  DIVISION.
000880*
000890          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.

001020           AND VALUE-WEB(1:2) NUMERIC
001030           MOVE VALUE-WEB(1:2)    TO FILTRO-ENTE-STMP
001040          END-IF.
001041
001042          MOVE "MK-perunita"      TO FIELD-WEB.
001043          PERFORM READ-WEB        THRU EX-READ-WEB.
001044          MOVE "N"                TO PER-UNITA-STMP.
001045          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:1) = "S"
001046           MOVE "S"               TO PER-UNITA-STMP
001047          END-IF.
001050
001060          PERFORM CARICA-TESTATA-STMP
001070           THRU EX-CARICA-TESTATA-STMP.
001150
001160          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
001170
001171          PERFORM AMBIENTE-AMB    THRU EX-AMBIENTE-AMB.
001172
001180          MOVE ZEROS              TO PAGINA-STMP
001190                                     TOTALE-RIGHE-STMP
001200                                     TOTALE-NEGATE-STMP
001250           PERFORM STAMPA-MATRICE-STMP
001260            THRU EX-STAMPA-MATRICE-STMP
001270          ELSE
001280           IF REPORT-STMP = "registro" AND PER-UNITA-STMP = "S"
001285            PERFORM STAMPA-REGISTRO-UNITA-STMP
001287             THRU EX-STAMPA-REGISTRO-UNITA-STMP
001288           ELSE
001289            IF REPORT-STMP = "registro"
001290             PERFORM STAMPA-REGISTRO-STMP
001300              THRU EX-STAMPA-REGISTRO-STMP
001310            ELSE
001311             IF REPORT-STMP = "gdpr"
001312              PERFORM STAMPA-TRATTAMENTI-STMP
001313               THRU EX-STAMPA-TRATTAMENTI-STMP
001314             ELSE
001320              PERFORM CLOSE-CSV   THRU EX-CLOSE-CSV
001330              MOVE "Indicare il report: matrice, registro o gdpr"
001340               TO MESSAGGIO
001350              PERFORM VIS-MESS    THRU EX-VIS-MESS
001360              GO TO FINE-STMP
001365             END-IF
001370            END-IF
001375           END-IF
001380          END-IF.
001390
001400          PERFORM TOTALI-STMP     THRU EX-TOTALI-STMP.
001406          END-IF.
001410
001420          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
001425
001426          PERFORM FIRMA-STMP      THRU EX-FIRMA-STMP.
001430
001440          MOVE SPACES             TO MESSAGGIO.
001441          MOVE 1                  TO PUNTA-MESS-STMP.
001442
001443*         IL MESSAGGIO PORTA I LINK AI FILE: LE PARTI VARIABILI
001444*         SI RENDONO SICURE QUI E IL RESTO ENTRA COM'E'
001445          MOVE NOME-CSV           TO STRINGA-HTML-WEB.
001446          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
001450          STRING '<a href="' DELIMITED BY SIZE
001455           STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
001460            DELIMITED BY SIZE
001470           '">Scarica il tabulato</a>' DELIMITED BY SIZE
001471           INTO MESSAGGIO WITH POINTER PUNTA-MESS-STMP.
001472
001473          IF ESITO-FIR-WEB = "OK" AND
001474             (STATO-FIR-WEB = "M" OR "F")
001475           MOVE BUSTA-STMP        TO STRINGA-HTML-WEB
001476           PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW
001477           STRING ' - <a href="' DELIMITED BY SIZE
001478            STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
001479             DELIMITED BY SIZE
001480            '">copia firmata</a>' DELIMITED BY SIZE
001481            INTO MESSAGGIO WITH POINTER PUNTA-MESS-STMP
001482          END-IF.
001483
001484          MOVE NOTA-FIR-WEB       TO STRINGA-HTML-WEB.
001485          PERFORM ESCAPE-HTML-VIEW THRU EX-ESCAPE-HTML-VIEW.
001486          IF LUNGH-HTML-ESC-WEB = ZEROS
001487           MOVE 1                 TO LUNGH-HTML-ESC-WEB
001488          END-IF.
001489
001490          IF ESITO-FIR-WEB = "OK"
001491           STRING " - stampa n. " ID-FIR-WEB ": "
001492            DELIMITED BY SIZE
001493            STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
001494             DELIMITED BY SIZE
001495            INTO MESSAGGIO WITH POINTER PUNTA-MESS-STMP
001496          ELSE
001497           STRING " - " DELIMITED BY SIZE
001498            STRINGA-HTML-ESC-WEB(1:LUNGH-HTML-ESC-WEB)
001499             DELIMITED BY SIZE
001500            INTO MESSAGGIO WITH POINTER PUNTA-MESS-STMP
001501          END-IF.
001502
001503          PERFORM VIS-MESS-MARKUP THRU EX-VIS-MESS-MARKUP.
001504
001510 FINE-STMP.
001520
001530          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001630          COPY "PIOVIEWH.CBL".
001640          COPY "PIOLIB.CBL".
001650          COPY "PIOUTEN.CBL".
001653          COPY "PIOUOR.CBL".
001656          COPY "PIOUOA.CBL".
001660          COPY "PIOABI.CBL".
001670          COPY "PIOCSV.CBL".
001674          COPY "PIOTRT.CBL".
001676          COPY "PIOAMB.CBL".
001680*
001690***** TESTATA DI PAGINA: LE PRIME RIGHE (FINO A 3) DEL MODELLO
001700***** ARKLIB SE LA LIBRERIA E' ASSEGNATA, ALTRIMENTI QUELLA
002170          PERFORM LEGGI-ENTE-SESSIONE-WEB
002171           THRU EX-LEGGI-ENTE-SESSIONE-WEB.
002172
002173          MOVE ENTE-SESSIONE-WEB  TO ENTE-CARTA-STMP.
002174
002175*         IL REGISTRO DEI TRATTAMENTI E' DI UN ENTE SOLO: QUELLO
002176*         CHIESTO O ALTRIMENTI QUELLO DI SESSIONE, CON LA SUA CARTA
002177          IF REPORT-STMP = "gdpr"
002178           IF FILTRO-ENTE-STMP > ZEROS
002179            MOVE FILTRO-ENTE-STMP TO ENTE-CARTA-STMP
002180           ELSE
002181            MOVE ENTE-CARTA-STMP TO FILTRO-ENTE-STMP
002182           END-IF
002183          END-IF.
002184
002185          IF ENTE-CARTA-STMP = ZEROS
002186           GO TO EX-INTESTAZIONE-ENTE-STMP
002187          END-IF.
002188
002189          MOVE SPACES             TO NOME-VIEW.
002190          STRING "INTESTAZIONE-ENTE-" ENTE-CARTA-STMP
002191           DELIMITED BY SIZE INTO NOME-VIEW.
002192          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
002193
002194          IF ESITO-NOK
002195           GO TO EX-INTESTAZIONE-ENTE-STMP
002196          END-IF.
002197
002198          IF STRINGA-VIEW(1:60) NOT = SPACES
002199           MOVE SPACES            TO RIGA-TESTATA-STMP(1)
002200           MOVE STRINGA-VIEW(1:60)
002201            TO RIGA-TESTATA-STMP(1)(1:60)
002202           IF TESTATE-STMP = ZEROS
002203            MOVE 1                TO TESTATE-STMP
002204           END-IF
002205          END-IF.
002206
002207          MOVE STRINGA-VIEW(101:60) TO PIE-ENTE-STMP.
002208
002209 EX-INTESTAZIONE-ENTE-STMP.
002210          EXIT.
002211*
002212***** EMETTE UNA RIGA DI DETTAGLIO, APRENDO UNA PAGINA NUOVA
002213***** QUANDO SERVE (LA RIGA E' GIA' IN RIGA-LAVORO-STMP)
002214*
002215 EMETTI-RIGA-STMP.
002220
002230          IF RIGA-PAGINA-STMP NOT LESS RIGHE-PER-PAGINA-STMP
002240           PERFORM NUOVA-PAGINA-STMP
002450           VARYING IND-TESTATA-STMP FROM 1 BY 1
002460           UNTIL IND-TESTATA-STMP > TESTATE-STMP.
002470
002471          IF FILIGRANA-AMB-WEB NOT = SPACES
002472           MOVE SPACES            TO DATI-CSV
002473           MOVE FILIGRANA-AMB-WEB TO DATI-CSV
002474           PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
002475          END-IF.
002476
002480 EX-NUOVA-PAGINA-STMP.
002490          EXIT.
002500*
003560
003570          IF FINE-FILE = "S" GO TO FINE-REGISTRO-STMP.
003580
003590          PERFORM RIGA-UTENTE-STMP THRU EX-RIGA-UTENTE-STMP.
003720
003730          GO TO CICLO-REGISTRO-STMP.
003740
003790 EX-STAMPA-REGISTRO-STMP.
003800          EXIT.
003810*
003820***** RIGA DEL REGISTRO PER L'UTENTE IN ARKUTEN
003830*
003840 RIGA-UTENTE-STMP.
003850
003860          MOVE SPACES             TO RIGA-LAVORO-STMP.
003870          STRING CHIAVE-UTEN "  " NOME-UTEN(1:30)
003880           "  GR. " GRUPPO-UTEN
003890           "  " DELETED-UTEN BLOCCATO-UTEN
003900           "  ULT. " DATA-LOGIN-UTEN
003910           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP.
003920
003930          IF UTENTE-BLOCCATO
003940           ADD 1                  TO TOTALE-BLOCCATI-STMP
003950                                     SUBTOTALE-BLOCCATI-STMP
003960          END-IF.
003970
003980          ADD 1                   TO SUBTOTALE-UTENZE-STMP
003990                                     TOTALE-UTENZE-STMP.
004000
004010          PERFORM EMETTI-RIGA-STMP
004020           THRU EX-EMETTI-RIGA-STMP.
004030
004040 EX-RIGA-UTENTE-STMP.
004050          EXIT.
004060*
004070***** REGISTRO DELLE UTENZE PER UNITA' ORGANIZZATIVA: ARKUOA LETTO
004080***** SULLA CHIAVE ALTERNATIVA, ROTTURA DI CODICE SULL'UNITA' CON
004090***** TESTATA E SUBTOTALE; POI GLI UTENTI SENZA ASSEGNAZIONE. IL
004100***** TOTALE IN CODA CONTA LE SOLE UTENZE, NON TESTATE E SUBTOTALI
004110*
004120 STAMPA-REGISTRO-UNITA-STMP.
004130
004140          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
004150          PERFORM OPEN-I-UOR      THRU EX-OPEN-I-UOR.
004160          PERFORM OPEN-I-UOA      THRU EX-OPEN-I-UOA.
004170
004180          MOVE ZEROS              TO TOTALE-UTENZE-STMP.
004190          MOVE LOW-VALUES         TO UNITA-CORRENTE-STMP.
004200
004210          MOVE LOW-VALUES         TO UNITA-UOA.
004220          PERFORM STARTO-UNITA-UOA THRU EX-STARTO-UNITA-UOA.
004230
004240          IF ESITO-NOK GO TO SENZA-UNITA-STMP.
004250
004260 CICLO-REGISTRO-UNITA-STMP.
004270
004280          PERFORM LEGGO-NEXT-UOA  THRU EX-LEGGO-NEXT-UOA.
004290
004300          IF FINE-FILE = "S" GO TO SENZA-UNITA-STMP.
004310
004320          IF UNITA-UOA NOT = UNITA-CORRENTE-STMP
004330           IF UNITA-CORRENTE-STMP NOT = LOW-VALUES
004340            PERFORM SUBTOTALE-UNITA-STMP
004350             THRU EX-SUBTOTALE-UNITA-STMP
004360           END-IF
004370           MOVE UNITA-UOA         TO UNITA-CORRENTE-STMP
004380           PERFORM TESTATA-UNITA-STMP
004390            THRU EX-TESTATA-UNITA-STMP
004400          END-IF.
004410
004420*        UN'ASSEGNAZIONE RIMASTA A UN UTENTE NON PIU' IN ARKUTEN
004430*        NON HA NIENTE DA STAMPARE
004440          MOVE UTENTE-UOA         TO CHIAVE-UTEN.
004450          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004460          IF ESITO-NOK GO TO CICLO-REGISTRO-UNITA-STMP.
004470
004480          PERFORM RIGA-UTENTE-STMP THRU EX-RIGA-UTENTE-STMP.
004490
004500          GO TO CICLO-REGISTRO-UNITA-STMP.
004510
004520 SENZA-UNITA-STMP.
004530
004540          IF UNITA-CORRENTE-STMP NOT = LOW-VALUES
004550           PERFORM SUBTOTALE-UNITA-STMP
004560            THRU EX-SUBTOTALE-UNITA-STMP
004570          END-IF.
004580
004590          MOVE SPACES             TO UNITA-CORRENTE-STMP.
004600          PERFORM TESTATA-UNITA-STMP THRU EX-TESTATA-UNITA-STMP.
004610
004620          MOVE LOW-VALUE          TO CHIAVE-UTEN.
004630          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
004640
004650          IF ESITO-NOK GO TO CHIUDI-SENZA-UNITA-STMP.
004660
004670 CICLO-SENZA-UNITA-STMP.
004680
004690          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
004700
004710          IF FINE-FILE = "S" GO TO CHIUDI-SENZA-UNITA-STMP.
004720
004730          MOVE CHIAVE-UTEN        TO UTENTE-UOA.
004740          PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA.
004750          IF ESITO-OK GO TO CICLO-SENZA-UNITA-STMP.
004760
004770          PERFORM RIGA-UTENTE-STMP THRU EX-RIGA-UTENTE-STMP.
004780
004790          GO TO CICLO-SENZA-UNITA-STMP.
004800
004810 CHIUDI-SENZA-UNITA-STMP.
004820
004830          PERFORM SUBTOTALE-UNITA-STMP
004840           THRU EX-SUBTOTALE-UNITA-STMP.
004850
004860          PERFORM CLOSE-UOA       THRU EX-CLOSE-UOA.
004870          PERFORM CLOSE-UOR       THRU EX-CLOSE-UOR.
004880          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
004890
004900*        TOTALI-STMP AGGIUNGE E TOGLIE LA SUA RIGA DI SEPARAZIONE
004910          MOVE TOTALE-UTENZE-STMP TO TOTALE-RIGHE-STMP.
004920
004930 EX-STAMPA-REGISTRO-UNITA-STMP.
004940          EXIT.
004950*
004960***** TESTATA DI UNITA' CON LA DESCRIZIONE DA ARKUOR; L'UNITA' A
004970***** SPAZI E' IL GRUPPO DEGLI UTENTI NON ASSEGNATI
004980*
004990 TESTATA-UNITA-STMP.
005000
005010          MOVE ZEROS              TO SUBTOTALE-UTENZE-STMP
005020                                     SUBTOTALE-BLOCCATI-STMP.
005030
005040          MOVE SPACES             TO RIGA-LAVORO-STMP.
005050          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
005060
005070          MOVE SPACES             TO RIGA-LAVORO-STMP.
005080
005090          IF UNITA-CORRENTE-STMP = SPACES
005100           MOVE "UNITA' (NESSUNA)" TO RIGA-LAVORO-STMP
005110           GO TO EMETTI-TESTATA-UNITA-STMP
005120          END-IF.
005130
005140          MOVE UNITA-CORRENTE-STMP TO CODICE-UOR.
005150          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
005160          IF ESITO-NOK
005170           MOVE "(UNITA' NON PIU' CENSITA)" TO DESC-UOR
005180          END-IF.
005190
005200          STRING "UNITA' " UNITA-CORRENTE-STMP "  " DESC-UOR
005210           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP.
005220
005230 EMETTI-TESTATA-UNITA-STMP.
005240
005250          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
005260
005270 EX-TESTATA-UNITA-STMP.
005280          EXIT.
005290*
005300***** SUBTOTALE DELL'UNITA' APPENA CHIUSA
005310*
005320 SUBTOTALE-UNITA-STMP.
005330
005340          MOVE SPACES             TO RIGA-LAVORO-STMP.
005350          STRING "  SUBTOTALE UTENZE: " SUBTOTALE-UTENZE-STMP
005360           "  DI CUI BLOCCATE: " SUBTOTALE-BLOCCATI-STMP
005370           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP.
005380          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
005390
005400 EX-SUBTOTALE-UNITA-STMP.
005410          EXIT.
005420*
005430***** REGISTRO DEI TRATTAMENTI DELL'ENTE: PER OGNI ARCHIVIO CON DATI
005440***** PERSONALI LA SCHEDA (TRACCIATO, CONSERVAZIONE, FERMI,
005450***** CIFRATURA, LACUNE) SEGUITA DAGLI UTENTI CHE VEDONO I CAMPI IN
005460***** CHIARO
005470*
005480 STAMPA-TRATTAMENTI-STMP.
005490
005500          MOVE ZEROS              TO TOTALE-ARCHIVI-STMP
005510                                     TOTALE-LACUNE-STMP
005520                                     COMPILATO-STMP.
005530
005540          MOVE "REGISTRO TRATTAMENTI ART. 30 REG. UE 2016/679"
005550           TO RIGA-LAVORO-STMP.
005560          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
005570
005580          PERFORM OPEN-I-TRT      THRU EX-OPEN-I-TRT.
005590
005600          MOVE LOW-VALUES         TO CHIAVE-TRT.
005610          MOVE FILTRO-ENTE-STMP   TO ENTE-TRT.
005620          PERFORM STARTO-TRT      THRU EX-STARTO-TRT.
005630
005640          IF ESITO-NOK GO TO FINE-TRATTAMENTI-STMP.
005650
005660 CICLO-TRATTAMENTI-STMP.
005670
005680          PERFORM LEGGO-NEXT-TRT  THRU EX-LEGGO-NEXT-TRT.
005690
005700          IF FINE-FILE = "S" GO TO FINE-TRATTAMENTI-STMP.
005710
005720          IF ENTE-TRT NOT = FILTRO-ENTE-STMP
005730           GO TO FINE-TRATTAMENTI-STMP
005740          END-IF.
005750
005760          IF RIGA-LETTORE-TRT
005770           MOVE SPACES            TO RIGA-LAVORO-STMP
005780           STRING "      " UTENTE-TRT "  " NOME-LETT-TRT
005790            "  GR. " GRUPPO-LETT-TRT
005800            DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
005810           IF SCADENZA-LETT-TRT > ZEROS
005820            MOVE SPACES           TO RIGA-LAVORO-STMP(57:)
005830            STRING "  FINO AL " SCADENZA-LETT-TRT
005840             DELIMITED BY SIZE INTO RIGA-LAVORO-STMP(57:)
005850           END-IF
005860           PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP
005870           GO TO CICLO-TRATTAMENTI-STMP
005880          END-IF.
005890
005900          PERFORM SCHEDA-TRATTAMENTO-STMP
005910           THRU EX-SCHEDA-TRATTAMENTO-STMP.
005920
005930          GO TO CICLO-TRATTAMENTI-STMP.
005940
005950 FINE-TRATTAMENTI-STMP.
005960
005970          PERFORM CLOSE-TRT       THRU EX-CLOSE-TRT.
005980
005990          IF TOTALE-ARCHIVI-STMP = ZEROS
006000           MOVE "NESSUNA VOCE: ESEGUIRE openbtrt"
006010            TO RIGA-LAVORO-STMP
006020           PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP
006030          END-IF.
006040
006050 EX-STAMPA-TRATTAMENTI-STMP.
006060          EXIT.
006070*
006080***** SCHEDA DI UN ARCHIVIO (RIGA "A" DI ARKTRT)
006090*
006100 SCHEDA-TRATTAMENTO-STMP.
006110
006120          ADD 1                   TO TOTALE-ARCHIVI-STMP.
006130          MOVE DATA-TRT           TO COMPILATO-STMP.
006140
006150          MOVE SPACES             TO RIGA-LAVORO-STMP.
006160          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
006170
006180          MOVE SPACES             TO RIGA-LAVORO-STMP.
006190          STRING "ARCHIVIO " ARCHIVIO-TRT
006200           "  VERS. " VERSIONE-TRT
006210           "  DIZIONARIO " GRUPPO-CAMPI-TRT
006220           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP.
006230          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
006240
006250          MOVE SPACES             TO RIGA-LAVORO-STMP.
006260          STRING "  " DESC-TRT
006270           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP.
006280          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
006290
006300          MOVE SPACES             TO RIGA-LAVORO-STMP.
006310          MOVE 1                  TO PUNTA-STMP.
006320          STRING "  CAMPI " CAMPI-TRT
006330           " PERSONALI " SENSIBILI-TRT
006340           " VISIBILI A:"
006350           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
006360           WITH POINTER PUNTA-STMP.
006370          PERFORM GRUPPO-VIS-STMP THRU EX-GRUPPO-VIS-STMP
006380           VARYING IND-VIS-STMP FROM 1 BY 1
006390           UNTIL IND-VIS-STMP > 10.
006400          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
006410
006420          MOVE SPACES             TO RIGA-LAVORO-STMP.
006430          IF RITENZIONE-APPLICATA
006440           IF AZIONE-TRT = "A"
006450            STRING "  CONSERVAZIONE " GIORNI-TRT
006460             " GIORNI, POI ARCHIVIAZIONE STORICA"
006470             DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
006480           ELSE
006490            STRING "  CONSERVAZIONE " GIORNI-TRT
006500             " GIORNI, POI CANCELLAZIONE"
006510             DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
006520           END-IF
006530          ELSE
006540           MOVE "  CONSERVAZIONE NON REGOLATA" TO RIGA-LAVORO-STMP
006550          END-IF.
006560          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
006570
006580          MOVE SPACES             TO RIGA-LAVORO-STMP.
006590          MOVE 1                  TO PUNTA-STMP.
006600          STRING "  FERMI LEGALI ATTIVI " FERMI-TRT
006610           "  CIFRATURA: "
006620           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
006630           WITH POINTER PUNTA-STMP.
006640          EVALUATE CIFRATURA-TRT
006650           WHEN "S"
006660            STRING "TUTTI I RECORD" DELIMITED BY SIZE
006670             INTO RIGA-LAVORO-STMP WITH POINTER PUNTA-STMP
006680           WHEN "P"
006690            STRING "PARZIALE, " IN-CHIARO-TRT " IN CHIARO"
006700             DELIMITED BY SIZE
006710             INTO RIGA-LAVORO-STMP WITH POINTER PUNTA-STMP
006720           WHEN "N"
006730            STRING "ASSENTE, " IN-CHIARO-TRT " IN CHIARO"
006740             DELIMITED BY SIZE
006750             INTO RIGA-LAVORO-STMP WITH POINTER PUNTA-STMP
006760           WHEN OTHER
006770            STRING "NON PREVISTA" DELIMITED BY SIZE
006780             INTO RIGA-LAVORO-STMP WITH POINTER PUNTA-STMP
006790          END-EVALUATE.
006800          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
006810
006820          MOVE SPACES             TO RIGA-LAVORO-STMP.
006830          STRING "  ACCESSO AI DATI IN CHIARO: " LETTORI-TRT
006840           " UTENTI DELL'ENTE"
006850           DELIMITED BY SIZE INTO RIGA-LAVORO-STMP.
006860          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
006870
006880          IF LACUNA-RITENZIONE-TRT = "S"
006890           OR LACUNA-CIFRATURA-TRT = "S"
006900           OR LACUNA-TRACCIATO-TRT = "S"
006910           ADD 1                  TO TOTALE-LACUNE-STMP
006920          END-IF.
006930
006940          IF LACUNA-RITENZIONE-TRT = "S"
006950           IF RITENZIONE-IGNORATA
006960            MOVE "  *** LACUNA: CONSERVAZIONE NON APPLICATA"
006970             TO RIGA-LAVORO-STMP
006980           ELSE
006990            MOVE "  *** LACUNA: NESSUNA REGOLA DI CONSERVAZIONE"
007000             TO RIGA-LAVORO-STMP
007010           END-IF
007020           PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP
007030          END-IF.
007040
007050          IF LACUNA-CIFRATURA-TRT = "S"
007060           MOVE "  *** LACUNA: DATI PERSONALI NON CIFRATI"
007070            TO RIGA-LAVORO-STMP
007080           PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP
007090          END-IF.
007100
007110          IF LACUNA-TRACCIATO-TRT = "S"
007120           MOVE "  *** LACUNA: ARCHIVIO SENZA TRACCIATO"
007130            TO RIGA-LAVORO-STMP
007140           PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP
007150          END-IF.
007160
007170 EX-SCHEDA-TRATTAMENTO-STMP.
007180          EXIT.
007190*
007200 GRUPPO-VIS-STMP.
007210
007220          IF VISIBILITA-TRT(IND-VIS-STMP * 2 - 1:2) NOT = SPACES
007230           STRING " " VISIBILITA-TRT(IND-VIS-STMP * 2 - 1:2)
007240            DELIMITED BY SIZE
007250            INTO RIGA-LAVORO-STMP WITH POINTER PUNTA-STMP
007260          END-IF.
007270
007280 EX-GRUPPO-VIS-STMP.
007290          EXIT.
007300*
007310***** TOTALI IN CODA AL TABULATO
007320*
007330 TOTALI-STMP.
007340
007350          MOVE SPACES             TO RIGA-LAVORO-STMP.
007360          MOVE ALL "-"            TO RIGA-LAVORO-STMP.
007370          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
007380
007390*         LA RIGA DI SEPARAZIONE NON E' UNA VOCE DEL REGISTRO
007400          SUBTRACT 1              FROM TOTALE-RIGHE-STMP.
007410
007420          MOVE SPACES             TO RIGA-LAVORO-STMP.
007430          IF REPORT-STMP = "matrice"
007440           STRING "TOTALE VOCI: " TOTALE-RIGHE-STMP
007450            "  DI CUI NEGATE: " TOTALE-NEGATE-STMP
007460            DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
007470          ELSE
007480           IF REPORT-STMP = "gdpr"
007490            STRING "TOTALE TRATTAMENTI: " TOTALE-ARCHIVI-STMP
007500             "  CON LACUNE: " TOTALE-LACUNE-STMP
007510             "  COMPILATO IL " COMPILATO-STMP
007520             DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
007530           ELSE
007540            STRING "TOTALE UTENZE: " TOTALE-RIGHE-STMP
007550             "  DI CUI BLOCCATE: " TOTALE-BLOCCATI-STMP
007560             DELIMITED BY SIZE INTO RIGA-LAVORO-STMP
007570           END-IF
007580          END-IF.
007590          PERFORM EMETTI-RIGA-STMP THRU EX-EMETTI-RIGA-STMP.
007600
007610 EX-TOTALI-STMP.
007620          EXIT.
007630*
007640***** FIRMA E MARCA DEL TABULATO, REGISTRATO SU ARKDOC CON LA
007650***** SESSIONE COME ESECUZIONE
007660*
007670 FIRMA-STMP.
007680
007690          MOVE "MK-OPERATORE"     TO FIELD-WEB.
007700          PERFORM READ-WEB        THRU EX-READ-WEB.
007710          MOVE SPACES             TO OPERATORE-FIR-WEB.
007720          IF COBW3-SEARCH-FLAG-EXIST
007730           MOVE VALUE-WEB(1:8)    TO OPERATORE-FIR-WEB
007740          END-IF.
007750
007760          MOVE "FIRMA"            TO AZIONE-FIR-WEB.
007770          MOVE NOME-CSV           TO FILE-FIR-WEB.
007780          MOVE REPORT-STMP        TO TIPO-FIR-WEB.
007790          MOVE "OPENSTMP"         TO PROGRAMMA-FIR-WEB.
007800          MOVE SECTION-WEB        TO ESECUZIONE-FIR-WEB.
007810
007820          CALL "OPENFIRW" USING AZIONE-FIR-WEB FILE-FIR-WEB
007830                                TIPO-FIR-WEB PROGRAMMA-FIR-WEB
007840                                ESECUZIONE-FIR-WEB
007850                                OPERATORE-FIR-WEB
007860                                ESITO-FIR-WEB ID-FIR-WEB
007870                                STATO-FIR-WEB IMPRONTA-FIR-WEB
007880                                NOTA-FIR-WEB.
007890          CANCEL "OPENFIRW".
007900
007910          MOVE SPACES             TO BUSTA-STMP.
007920          STRING NOME-CSV DELIMITED BY SPACE
007930           ".p7m" DELIMITED BY SIZE INTO BUSTA-STMP.
007940
007950 EX-FIRMA-STMP.
007960          EXIT.
