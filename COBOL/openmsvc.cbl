000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190* MANUTENZIONE DEL REGISTRO DELLE UTENZE NON PERSONALI (ARKSVC):
000200* LA SONDA SINTETICA, I CONTI DIETRO AI GETTONI API, LE LOGIN
000210* CONDIVISE DI SPORTELLO E LE IDENTITA' BATCH NON SONO PERSONE E
000220* NON DEVONO FINIRE NE' SFUGGIRE PER CASO AI CONTROLLI PENSATI
000230* PER LE PERSONE. SENZA funzione LA GRIGLIA JSON
000240* "UTENZESERVIZIO" CON TIPO, RESPONSABILE, SCOPO, ORIGINI AMMESSE,
000250* REVISIONE E STATO DELL'ATTESTAZIONE (IN REGOLA, DA ATTESTARE
000260* ENTRO I GIORNI DEL PARAMETRO SERVIZIO-PREAVVISO, SCADUTA).
000270* funzione=salva CLASSIFICA O AGGIORNA L'UTENZA MK-utente: MK-tipo
000280* (F FUNZIONALE, S SERVIZIO/API, B BATCH, T SONDA), MK-responsabile
000290* (UN'UTENZA PERSONALE ATTIVA DIVERSA DA QUELLA CLASSIFICATA),
000300* MK-scopo OBBLIGATORIO, MK-origine1..4 (PREFISSI DI RETE, VUOTI =
000310* NESSUNA RESTRIZIONE PROPRIA) E MK-revisione AAAAMMGG (ALLA PRIMA
000320* CLASSIFICAZIONE IN MANCANZA FRA UN ANNO); IL TIPO VIENE RIPORTATO
000330* IN TIPO-UTEN SU ARKUTEN, DA CUI LO LEGGONO LOGIN, DORMIENTI,
000340* DIRECTORY E CAMPAGNE PASSWORD. funzione=attesta: IL SOLO
000350* RESPONSABILE CONFERMA CHE L'UTENZA SERVE ANCORA E LA REVISIONE
000360* SI SPOSTA DI UN ANNO. funzione=cancella RIPORTA L'UTENZA A
000370* PERSONA E TOGLIE LA SCHEDA. OGNI OPERAZIONE FINISCE SUL GIORNALE
000380* ARKACC ("SERVIZIO"). LE ORIGINI VANNO IN VIGORE ALLA PROSSIMA
000390* FOTOGRAFIA DI openorig.exe, LE SCADENZE LE SORVEGLIA openbsvc.exe
000400*
000410 IDENTIFICATION   DIVISION.
000420 PROGRAM-ID.      OPENMSVC.
000430 ENVIRONMENT      DIVISION.
000440 CONFIGURATION    SECTION.
000450          COPY "SPECIAL.CBL".
000460 INPUT-OUTPUT     SECTION.
000470 FILE-CONTROL.
000480
000490          COPY "SELWEB.CBL".
000500          COPY "SELESE.CBL".
000510          COPY "SELJOB.CBL".
000520          COPY "SELVIEW.CBL".
000530          COPY "SELVSTO.CBL".
000540          COPY "SELJSON.CBL".
000550          COPY "SELSVC.CBL".
000560          COPY "SELUTEN.CBL".
000570          COPY "SELACC.CBL".
000580
000590 DATA             DIVISION.
000600 FILE SECTION.
000610
000620          COPY "FDEWEB.CBL".
000630          COPY "FDEESE.CBL".
000640          COPY "FDEJOB.CBL".
000650          COPY "FDEVIEW.CBL".
000660          COPY "FDEVSTO.CBL".
000670          COPY "FDEJSON.CBL".
000680          COPY "FDESVC.CBL".
000690          COPY "FDEUTEN.CBL".
000700          COPY "FDEACC.CBL".
000710
000720 WORKING-STORAGE  SECTION.
000730
000740          COPY "COBW3.CBL".
000750          COPY "GLOBALS.CBL".
000760*
000770 01 FUNZIONE-MSVC              PIC X(08).
000780 01 OPERATORE-MSVC             PIC X(08).
000790 01 PRIMA-RIGA-MSVC            PIC X.
000800 01 OGGI-MSVC                  PIC 9(08).
000810 01 NUOVA-MSVC                 PIC X.
000820 01 UTENTE-MSVC                PIC X(08).
000830 01 TIPO-MSVC                  PIC X.
000840 01 NOME-MSVC                  PIC X(30).
000850 01 ORIGINE-IND-MSVC           PIC 9(01).
000860 01 CAMPO-ORIGINE-MSVC         PIC X(11).
000870*
000880** STATO DELL'ATTESTAZIONE PER LA GRIGLIA: SCADUTA, DA ATTESTARE
000890** ENTRO I GIORNI DI SERVIZIO-PREAVVISO (DEFAULT 30) O IN REGOLA
000900*
000910 01 STATO-MSVC                 PIC X(14).
000920 01 PREAVVISO-MSVC             PIC 9(03).
000930 01 LIMITE-MSVC                PIC 9(08).
000940 01 GIORNO-INT-MSVC            PIC 9(07).
000950 01 FRA-UN-ANNO-MSVC           PIC 9(08).
000960*
000970 PROCEDURE  DIVISION.
000980*
000990          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001000
001010*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001020*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001030*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001040          IF SESSIONE-RIFIUTATA GO TO FINE-MSVC.
001050          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001060          PERFORM OPEN-I-SVC      THRU EX-OPEN-I-SVC.
001070          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001080
001090          ACCEPT OGGI-MSVC        FROM DATE YYYYMMDD.
001100
001110          COMPUTE GIORNO-INT-MSVC =
001120           FUNCTION INTEGER-OF-DATE(OGGI-MSVC) + 365.
001130          COMPUTE FRA-UN-ANNO-MSVC =
001140           FUNCTION DATE-OF-INTEGER(GIORNO-INT-MSVC).
001150
001160          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001170          PERFORM READ-WEB        THRU EX-READ-WEB.
001180          MOVE VALUE-WEB(1:8)     TO OPERATORE-MSVC.
001190
001200          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001210          PERFORM READ-WEB        THRU EX-READ-WEB.
001220          MOVE SPACES             TO FUNZIONE-MSVC.
001230          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MSVC.
001240
001250          MOVE "MK-utente"        TO FIELD-WEB.
001260          PERFORM READ-WEB        THRU EX-READ-WEB.
001270          MOVE SPACES             TO UTENTE-MSVC.
001280          IF COBW3-SEARCH-FLAG-EXIST
001290           MOVE VALUE-WEB(1:8)    TO UTENTE-MSVC
001300          END-IF.
001310
001320          IF FUNZIONE-MSVC = "salva"
001330           PERFORM SALVA-MSVC     THRU EX-SALVA-MSVC
001340           GO TO FINE-MSVC
001350          END-IF.
001360
001370          IF FUNZIONE-MSVC = "attesta"
001380           PERFORM ATTESTA-MSVC   THRU EX-ATTESTA-MSVC
001390           GO TO FINE-MSVC
001400          END-IF.
001410
001420          IF FUNZIONE-MSVC = "cancella"
001430           PERFORM CANCELLA-MSVC  THRU EX-CANCELLA-MSVC
001440           GO TO FINE-MSVC
001450          END-IF.
001460
001470          PERFORM ELENCO-MSVC     THRU EX-ELENCO-MSVC.
001480
001490          MOVE "UTENZESERVIZIO.HTM" TO PAGE-WEB.
001500          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001510
001520 FINE-MSVC.
001530          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001540          PERFORM CLOSE-SVC       THRU EX-CLOSE-SVC.
001550          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001560          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001570
001580          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001590
001600          GOBACK.
001610
001620          COPY "PIOWEB1.CBL".
001630          COPY "PIOESE.CBL".
001640          COPY "PIOJOB.CBL".
001650          COPY "PIOVIEW.CBL".
001660          COPY "PIOVSTO.CBL".
001670          COPY "PIOVIEWH.CBL".
001680          COPY "PIOJSON.CBL".
001690          COPY "PIOSVC.CBL".
001700          COPY "PIOUTEN.CBL".
001710          COPY "PIOACC.CBL".
001720*
001730***** GRIGLIA DELLE UTENZE NON PERSONALI REGISTRATE
001740*
001750 ELENCO-MSVC.
001760
001770          MOVE "SERVIZIO-PREAVVISO" TO NOME-PAR-WEB.
001780          PERFORM PARAMETRO-MSVC  THRU EX-PARAMETRO-MSVC.
001790          MOVE 30                 TO PREAVVISO-MSVC.
001800          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
001810           MOVE NUMERO-PAR-WEB    TO PREAVVISO-MSVC
001820          END-IF.
001830
001840          COMPUTE GIORNO-INT-MSVC =
001850           FUNCTION INTEGER-OF-DATE(OGGI-MSVC) + PREAVVISO-MSVC.
001860          COMPUTE LIMITE-MSVC =
001870           FUNCTION DATE-OF-INTEGER(GIORNO-INT-MSVC).
001880
001890          MOVE SPACES             TO NOME-JSON.
001900          MOVE "UTENZESERVIZIO"   TO NOME-JSON.
001910
001920          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001930
001940          MOVE "{""rows"":["      TO DATI-JSON.
001950          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001960
001970          MOVE SPACES             TO DATI-JSON.
001980          MOVE "S"                TO PRIMA-RIGA-MSVC.
001990
002000          MOVE LOW-VALUE          TO CHIAVE-SVC.
002010          PERFORM STARTO-SVC      THRU EX-STARTO-SVC.
002020
002030          IF ESITO-NOK GO TO FINE-ELENCO-MSVC.
002040
002050 CICLO-ELENCO-MSVC.
002060
002070          PERFORM LEGGO-NEXT-SVC  THRU EX-LEGGO-NEXT-SVC.
002080
002090          IF FINE-FILE = "S" GO TO FINE-ELENCO-MSVC.
002100
002110          PERFORM RIGA-ELENCO-MSVC THRU EX-RIGA-ELENCO-MSVC.
002120
002130          GO TO CICLO-ELENCO-MSVC.
002140
002150 FINE-ELENCO-MSVC.
002160
002170          MOVE "]}"               TO DATI-JSON.
002180          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002190
002200          CLOSE ARKJSON.
002210
002220 EX-ELENCO-MSVC.
002230          EXIT.
002240
002250 RIGA-ELENCO-MSVC.
002260
002270          IF PRIMA-RIGA-MSVC = "S"
002280           MOVE "N"               TO PRIMA-RIGA-MSVC
002290          ELSE
002300           MOVE ","               TO DATI-JSON
002310           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002320          END-IF.
002330
002340          MOVE "in regola"        TO STATO-MSVC.
002350          IF REVISIONE-SVC NOT > LIMITE-MSVC
002360           MOVE "da attestare"    TO STATO-MSVC
002370          END-IF.
002380          IF REVISIONE-SVC < OGGI-MSVC
002390           MOVE "scaduta"         TO STATO-MSVC
002400          END-IF.
002410
002420          MOVE UTENTE-SVC         TO CHIAVE-UTEN.
002430          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
002440          MOVE SPACES             TO NOME-MSVC.
002450          IF ESITO-OK
002460           MOVE NOME-UTEN         TO NOME-MSVC
002470           IF UTENTE-CANCELLATO
002480            MOVE "utenza cancellata" TO STATO-MSVC
002490           END-IF
002500          ELSE
002510           MOVE "utenza assente"  TO STATO-MSVC
002520          END-IF.
002530
002540          MOVE "REGOLE"           TO AZIONE-SVC-WEB.
002550          MOVE TIPO-SVC           TO TIPO-SVC-WEB.
002560          CALL "OPENSVCW" USING AREA-SVC-WEB.
002570
002580          MOVE SPACES             TO STRINGA-JSON.
002590          MOVE NOME-MSVC          TO STRINGA-JSON.
002600          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002610
002620          STRING '{"UTENTE":"'    DELIMITED BY SIZE
002630           UTENTE-SVC             DELIMITED BY SIZE
002640           '","NOME":"'           DELIMITED BY SIZE
002650           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002660           '","TIPO":"'           DELIMITED BY SIZE
002670           TIPO-SVC               DELIMITED BY SIZE
002680           " - "                  DELIMITED BY SIZE
002690           DESCR-SVC-WEB          DELIMITED BY "  "
002700           '","RESPONSABILE":"'   DELIMITED BY SIZE
002710           RESPONSABILE-SVC       DELIMITED BY SIZE
002720           '",'                   DELIMITED BY SIZE
002730           INTO DATI-JSON.
002740          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002750
002760          MOVE SPACES             TO STRINGA-JSON.
002770          MOVE SCOPO-SVC          TO STRINGA-JSON.
002780          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002790
002800          STRING '"SCOPO":"'      DELIMITED BY SIZE
002810           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002820           '","ORIGINI":"'        DELIMITED BY SIZE
002830           ORIGINE-SVC(1)         DELIMITED BY SPACE
002840           " "                    DELIMITED BY SIZE
002850           ORIGINE-SVC(2)         DELIMITED BY SPACE
002860           " "                    DELIMITED BY SIZE
002870           ORIGINE-SVC(3)         DELIMITED BY SPACE
002880           " "                    DELIMITED BY SIZE
002890           ORIGINE-SVC(4)         DELIMITED BY SPACE
002900           '","REVISIONE":"'      DELIMITED BY SIZE
002910           REVISIONE-SVC          DELIMITED BY SIZE
002920           '","STATO":"'          DELIMITED BY SIZE
002930           STATO-MSVC             DELIMITED BY "  "
002940           '","ATTESTATO":"'      DELIMITED BY SIZE
002950           ATTESTATO-IL-SVC       DELIMITED BY SIZE
002960           '","ATTESTATODA":"'    DELIMITED BY SIZE
002970           ATTESTATO-DA-SVC       DELIMITED BY SIZE
002980           '",'                   DELIMITED BY SIZE
002990           INTO DATI-JSON.
003000          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003010
003020          STRING '"ATTESTA":"'    DELIMITED BY SIZE
003030           '<a href=openmsvc.exe?MK-KEY=' DELIMITED BY SIZE
003035           SECTION-WEB            DELIMITED BY SIZE
003040           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
003050           "&MK-FUNZIONE=attesta&MK-utente="
003060            DELIMITED BY SIZE
003070           UTENTE-SVC             DELIMITED BY SPACE
003080           '>attesta</a>'         DELIMITED BY SIZE
003090           '","CANCELLA":"'       DELIMITED BY SIZE
003100           '<a href=openmsvc.exe?MK-KEY=' DELIMITED BY SIZE
003105           SECTION-WEB            DELIMITED BY SIZE
003110           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
003120           "&MK-FUNZIONE=cancella&MK-utente="
003130            DELIMITED BY SIZE
003140           UTENTE-SVC             DELIMITED BY SPACE
003150           '>'                    DELIMITED BY SIZE
003160           "<img src='/openpa/images/delete.png' BORDER='0'></a>"
003170            DELIMITED BY SIZE
003180           '"}'                   DELIMITED BY SIZE
003190           INTO DATI-JSON.
003200          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003210
003220 EX-RIGA-ELENCO-MSVC.
003230          EXIT.
003240*
003250***** funzione=salva: CLASSIFICAZIONE NUOVA O AGGIORNAMENTO
003260*
003270 SALVA-MSVC.
003280
003290          MOVE "MK-tipo"          TO FIELD-WEB.
003300          PERFORM READ-WEB        THRU EX-READ-WEB.
003310          MOVE SPACES             TO TIPO-MSVC.
003320          IF COBW3-SEARCH-FLAG-EXIST
003330           MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:1)) TO TIPO-MSVC
003340          END-IF.
003350
003360          IF UTENTE-MSVC = SPACES
003370           MOVE "Indicare l'utenza da classificare" TO MESSAGGIO
003380           PERFORM VIS-MESS       THRU EX-VIS-MESS
003390           GO TO EX-SALVA-MSVC
003400          END-IF.
003410
003420          IF TIPO-MSVC NOT = "F" AND TIPO-MSVC NOT = "S"
003430           AND TIPO-MSVC NOT = "B" AND TIPO-MSVC NOT = "T"
003440           MOVE "Tipo non valido: F, S, B o T" TO MESSAGGIO
003450           PERFORM VIS-MESS       THRU EX-VIS-MESS
003460           GO TO EX-SALVA-MSVC
003470          END-IF.
003480
003490***** IL RESPONSABILE: UNA PERSONA ATTIVA, NON L'UTENZA STESSA
003500
003510          MOVE "MK-responsabile"  TO FIELD-WEB.
003520          PERFORM READ-WEB        THRU EX-READ-WEB.
003530          MOVE SPACES             TO CHIAVE-UTEN.
003540          IF COBW3-SEARCH-FLAG-EXIST
003550           MOVE VALUE-WEB(1:8)    TO CHIAVE-UTEN
003560          END-IF.
003570
003580          IF CHIAVE-UTEN = SPACES OR CHIAVE-UTEN = UTENTE-MSVC
003590           MOVE "Indicare un responsabile diverso dall'utenza"
003600            TO MESSAGGIO
003610           PERFORM VIS-MESS       THRU EX-VIS-MESS
003620           GO TO EX-SALVA-MSVC
003630          END-IF.
003640
003650          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
003660
003670          IF ESITO-NOK OR UTENTE-CANCELLATO OR NOT UTENZA-PERSONA
003680           MOVE SPACES            TO MESSAGGIO
003690           STRING "Il responsabile " CHIAVE-UTEN
003700            " deve essere un'utenza personale attiva"
003710            DELIMITED BY SIZE INTO MESSAGGIO
003720           PERFORM VIS-MESS       THRU EX-VIS-MESS
003730           GO TO EX-SALVA-MSVC
003740          END-IF.
003750
003760          MOVE UTENTE-MSVC        TO CHIAVE-SVC.
003770          MOVE "S"                TO NUOVA-MSVC.
003780          PERFORM LEGGO-SVC       THRU EX-LEGGO-SVC.
003790          IF ESITO-OK
003800           MOVE "N"               TO NUOVA-MSVC
003810          ELSE
003820           INITIALIZE UTENZA-SVC
003830           MOVE UTENTE-MSVC       TO UTENTE-SVC
003840           MOVE FRA-UN-ANNO-MSVC  TO REVISIONE-SVC
003850          END-IF.
003860
003870          MOVE CHIAVE-UTEN        TO RESPONSABILE-SVC.
003880          MOVE TIPO-MSVC          TO TIPO-SVC.
003890
003900          MOVE "MK-scopo"         TO FIELD-WEB.
003910          PERFORM READ-WEB        THRU EX-READ-WEB.
003920          IF COBW3-SEARCH-FLAG-EXIST
003930           MOVE VALUE-WEB(1:60)   TO SCOPO-SVC
003940          END-IF.
003950
003960          IF SCOPO-SVC = SPACES
003970           MOVE "Indicare lo scopo dell'utenza" TO MESSAGGIO
003980           PERFORM VIS-MESS       THRU EX-VIS-MESS
003990           GO TO EX-SALVA-MSVC
004000          END-IF.
004010
004020          PERFORM LEGGI-ORIGINE-MSVC THRU EX-LEGGI-ORIGINE-MSVC
004030           VARYING ORIGINE-IND-MSVC FROM 1 BY 1
004040           UNTIL ORIGINE-IND-MSVC > 4.
004050
004060          MOVE "MK-revisione"     TO FIELD-WEB.
004070          PERFORM READ-WEB        THRU EX-READ-WEB.
004080          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
004090           AND VALUE-WEB(1:8) NOT = "00000000"
004100           MOVE VALUE-WEB(1:8)    TO REVISIONE-SVC
004110          END-IF.
004120
004130          IF REVISIONE-SVC < OGGI-MSVC
004140           OR REVISIONE-SVC > FRA-UN-ANNO-MSVC
004150           MOVE "La revisione va fissata entro un anno da oggi"
004160            TO MESSAGGIO
004170           PERFORM VIS-MESS       THRU EX-VIS-MESS
004180           GO TO EX-SALVA-MSVC
004190          END-IF.
004200
004210***** L'UTENZA DEVE ESISTERE: IL TIPO VA RIPORTATO SU ARKUTEN
004220
004230          MOVE UTENTE-MSVC        TO CHIAVE-UTEN.
004240          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004250
004260          IF ESITO-NOK OR UTENTE-CANCELLATO
004270           MOVE SPACES            TO MESSAGGIO
004280           STRING "Utenza " UTENTE-MSVC
004285            " inesistente o cancellata"
004290            DELIMITED BY SIZE INTO MESSAGGIO
004300           PERFORM VIS-MESS       THRU EX-VIS-MESS
004310           GO TO EX-SALVA-MSVC
004320          END-IF.
004330
004340          MOVE OPERATORE-MSVC     TO REGISTRATO-DA-SVC.
004350          MOVE OGGI-MSVC          TO DATA-REG-SVC.
004360          ACCEPT ORA-REG-SVC      FROM TIME.
004370
004380          IF NUOVA-MSVC = "S"
004390           PERFORM SCRIVI-SVC     THRU EX-SCRIVI-SVC
004400          ELSE
004410           PERFORM RISCRIVI-SVC   THRU EX-RISCRIVI-SVC
004420          END-IF.
004430
004440          IF ESITO-NOK
004450           MOVE "Errore in scrittura della scheda" TO MESSAGGIO
004460           PERFORM VIS-MESS       THRU EX-VIS-MESS
004470           GO TO EX-SALVA-MSVC
004480          END-IF.
004490
004500          MOVE TIPO-MSVC          TO TIPO-UTEN.
004510          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
004520
004530          MOVE SPACES             TO NOTA-ACC-WEB.
004540          STRING UTENTE-MSVC " TIPO " TIPO-MSVC
004550           " RESP " RESPONSABILE-SVC " REV " REVISIONE-SVC
004560           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
004570          PERFORM GIORNALE-MSVC   THRU EX-GIORNALE-MSVC.
004580
004590          MOVE SPACES             TO MESSAGGIO.
004600          STRING "Utenza " UTENTE-MSVC " classificata, revisione "
004610           "entro il " REVISIONE-SVC
004620           DELIMITED BY SIZE INTO MESSAGGIO.
004630          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004640
004650 EX-SALVA-MSVC.
004660          EXIT.
004670
004680 LEGGI-ORIGINE-MSVC.
004690
004700          MOVE SPACES             TO CAMPO-ORIGINE-MSVC.
004710          STRING "MK-origine" ORIGINE-IND-MSVC
004720           DELIMITED BY SIZE INTO CAMPO-ORIGINE-MSVC.
004730          MOVE CAMPO-ORIGINE-MSVC TO FIELD-WEB.
004740          PERFORM READ-WEB        THRU EX-READ-WEB.
004750          IF COBW3-SEARCH-FLAG-EXIST
004760           MOVE VALUE-WEB(1:15)   TO ORIGINE-SVC(ORIGINE-IND-MSVC)
004770          END-IF.
004780
004790 EX-LEGGI-ORIGINE-MSVC.
004800          EXIT.
004810*
004820***** funzione=attesta: SOLO IL RESPONSABILE, REVISIONE FRA UN ANNO
004830*
004840 ATTESTA-MSVC.
004850
004860          MOVE UTENTE-MSVC        TO CHIAVE-SVC.
004870          PERFORM LEGGO-SVC       THRU EX-LEGGO-SVC.
004880
004890          IF ESITO-NOK
004900           MOVE "Utenza non registrata" TO MESSAGGIO
004910           PERFORM VIS-MESS       THRU EX-VIS-MESS
004920           GO TO EX-ATTESTA-MSVC
004930          END-IF.
004940
004950          IF OPERATORE-MSVC NOT = RESPONSABILE-SVC
004960           MOVE SPACES            TO MESSAGGIO
004970           STRING "L'attestazione spetta al responsabile "
004980            RESPONSABILE-SVC DELIMITED BY SIZE INTO MESSAGGIO
004990           PERFORM VIS-MESS       THRU EX-VIS-MESS
005000           GO TO EX-ATTESTA-MSVC
005010          END-IF.
005020
005030          MOVE OGGI-MSVC          TO ATTESTATO-IL-SVC.
005040          MOVE OPERATORE-MSVC     TO ATTESTATO-DA-SVC.
005050          MOVE FRA-UN-ANNO-MSVC   TO REVISIONE-SVC.
005060
005070          PERFORM RISCRIVI-SVC    THRU EX-RISCRIVI-SVC.
005080
005090          IF ESITO-NOK
005100           MOVE "Errore in scrittura della scheda" TO MESSAGGIO
005110           PERFORM VIS-MESS       THRU EX-VIS-MESS
005120           GO TO EX-ATTESTA-MSVC
005130          END-IF.
005140
005150          MOVE SPACES             TO NOTA-ACC-WEB.
005160          STRING "attestata " UTENTE-MSVC " REV " REVISIONE-SVC
005170           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
005180          PERFORM GIORNALE-MSVC   THRU EX-GIORNALE-MSVC.
005190
005200          MOVE SPACES             TO MESSAGGIO.
005210          STRING "Attestazione registrata, prossima revisione il "
005220           REVISIONE-SVC DELIMITED BY SIZE INTO MESSAGGIO.
005230          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005240
005250 EX-ATTESTA-MSVC.
005260          EXIT.
005270*
005280***** funzione=cancella: L'UTENZA TORNA PERSONA, VIA LA SCHEDA
005290*
005300 CANCELLA-MSVC.
005310
005320          MOVE UTENTE-MSVC        TO CHIAVE-SVC.
005330          PERFORM LEGGO-SVC       THRU EX-LEGGO-SVC.
005340
005350          IF ESITO-NOK
005360           MOVE "Utenza non registrata" TO MESSAGGIO
005370           PERFORM VIS-MESS       THRU EX-VIS-MESS
005380           GO TO EX-CANCELLA-MSVC
005390          END-IF.
005400
005410          PERFORM CANCELLA-SVC    THRU EX-CANCELLA-SVC.
005420
005430          IF ESITO-NOK
005440           MOVE "Errore in cancellazione della scheda"
005450            TO MESSAGGIO
005460           PERFORM VIS-MESS       THRU EX-VIS-MESS
005470           GO TO EX-CANCELLA-MSVC
005480          END-IF.
005490
005500          MOVE UTENTE-MSVC        TO CHIAVE-UTEN.
005510          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
005520          IF ESITO-OK
005530           MOVE SPACES            TO TIPO-UTEN
005540           PERFORM RISCRIVI-UTEN  THRU EX-RISCRIVI-UTEN
005550          END-IF.
005560
005570          MOVE SPACES             TO NOTA-ACC-WEB.
005580          STRING "tolta " UTENTE-MSVC " TIPO " TIPO-SVC
005590           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
005600          PERFORM GIORNALE-MSVC   THRU EX-GIORNALE-MSVC.
005610
005620          MOVE "Scheda tolta, l'utenza torna personale"
005630           TO MESSAGGIO.
005640          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005650
005660 EX-CANCELLA-MSVC.
005670          EXIT.
005680*
005690***** EVENTO "SERVIZIO" SUL GIORNALE ARKACC (NOTA GIA' PRONTA)
005700*
005710 GIORNALE-MSVC.
005720
005730          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
005740
005750          MOVE OPERATORE-MSVC     TO UTENTE-ACC-WEB.
005760          MOVE "SERVIZIO"         TO EVENTO-ACC-WEB.
005770          MOVE "OK"               TO ESITO-ACC-WEB.
005780
005790          PERFORM SCRIVI-EVENTO-ACC
005800           THRU EX-SCRIVI-EVENTO-ACC.
005810
005820          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
005830
005840 EX-GIORNALE-MSVC.
005850          EXIT.
005860*
005870***** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
005880***** IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
005890*
005900 PARAMETRO-MSVC.
005910
005920          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
005930          MOVE SPACES             TO QUALIFICA-PAR-WEB.
005940          MOVE "OPENMSVC"         TO PROGRAMMA-PAR-WEB.
005950          MOVE OPERATORE-MSVC     TO OPERATORE-PAR-WEB.
005960
005970          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
005980                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
005990                                PROGRAMMA-PAR-WEB
006000                                OPERATORE-PAR-WEB ESITO-PAR-WEB
006010                                MOTIVO-PAR-WEB.
006020          CANCEL "OPENPARW".
006030
006040          IF ESITO-PAR-WEB NOT = "OK"
006050           MOVE SPACES            TO VALORE-PAR-WEB
006060          END-IF.
006070
006080 EX-PARAMETRO-MSVC.
006090          EXIT.
