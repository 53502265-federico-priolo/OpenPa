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
000190* MANUTENZIONE DEL REGISTRO DELLE QUALIFICHE (ARKQUA): SENZA
000200* funzione LA GRIGLIA JSON (MK-utente LIMITA A UN UTENTE) CON LA
000210* DESCRIZIONE DEL CORSO DAL CATALOGO (RIGHE "QC" DI ARKTAB, ENTE
000220* 00: CODICE IN 1-10, MESI DI VALIDITA' IN 12-14, DESCRIZIONE IN
000230* 16-75) E LO STATO DELLA QUALIFICA; funzione=salva REGISTRA O
000240* RINNOVA LA QUALIFICA MK-utente/MK-corso (CORSO A CATALOGO,
000250* MK-completato AAAAMMGG OBBLIGATORIO E NON FUTURO, MK-scadenza
000260* AAAAMMGG CHE IN MANCANZA VALE COMPLETAMENTO PIU' I MESI DEL
000270* CATALOGO, ZERO MESI = SENZA SCADENZA, MK-attestato E MK-nota);
000280* funzione=cancella LA TOGLIE. OGNI REGISTRAZIONE E OGNI
000290* CANCELLAZIONE FINISCE SUL GIORNALE ARKACC ("QUALIFICA"), PERCHE'
000300* DA QUESTO REGISTRO DIPENDE L'ACCESSO ALLE FUNZIONI SENSIBILI
000310* (PREREQUISITI "QP", SERVIZIO OPENQUAW)
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENMQUA.
000350 ENVIRONMENT      DIVISION.
000360 CONFIGURATION    SECTION.
000370          COPY "SPECIAL.CBL".
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.
000400
000410          COPY "SELWEB.CBL".
000420          COPY "SELESE.CBL".
000430          COPY "SELJOB.CBL".
000440          COPY "SELVIEW.CBL".
000450          COPY "SELVSTO.CBL".
000460          COPY "SELJSON.CBL".
000470          COPY "SELQUA.CBL".
000480          COPY "SELTAB.CBL".
000490          COPY "SELACC.CBL".
000500
000510 DATA             DIVISION.
000520 FILE SECTION.
000530
000540          COPY "FDEWEB.CBL".
000550          COPY "FDEESE.CBL".
000560          COPY "FDEJOB.CBL".
000570          COPY "FDEVIEW.CBL".
000580          COPY "FDEVSTO.CBL".
000590          COPY "FDEJSON.CBL".
000600          COPY "FDEQUA.CBL".
000610          COPY "FDETAB.CBL".
000620          COPY "FDEACC.CBL".
000630
000640 WORKING-STORAGE  SECTION.
000650
000660          COPY "COBW3.CBL".
000670          COPY "GLOBALS.CBL".
000680*
000690 01 FUNZIONE-MQUA              PIC X(08).
000700 01 OPERATORE-MQUA             PIC X(08).
000710 01 PRIMA-RIGA-MQUA            PIC X.
000720 01 FILTRO-UTENTE-MQUA         PIC X(08).
000730 01 OGGI-MQUA                  PIC 9(08).
000740 01 NUOVA-MQUA                 PIC X.
000750*
000760** CORSO DEL CATALOGO "QC"
000770*
000780 01 CORSO-TROVATO-MQUA         PIC X.
000790 01 MESI-CORSO-MQUA            PIC 9(03).
000800 01 DESC-CORSO-MQUA            PIC X(60).
000810*
000820** SCADENZA DI DEFAULT: COMPLETAMENTO PIU' I MESI DEL CATALOGO,
000830** CON IL GIORNO RIPORTATO ALL'ULTIMO DEL MESE SE SERVE
000840*
000850 01 DATA-CALC-MQUA             PIC 9(08).
000860 01 DATA-CALC-R-MQUA REDEFINES DATA-CALC-MQUA.
000870    02 AAAA-CALC-MQUA          PIC 9(04).
000880    02 MM-CALC-MQUA            PIC 9(02).
000890    02 GG-CALC-MQUA            PIC 9(02).
000900 01 MESI-TOT-MQUA              PIC 9(07) COMP.
000910 01 ANNI-MQUA                  PIC 9(05) COMP.
000920 01 RESTO-MQUA                 PIC 9(03) COMP.
000930 01 FINE-MESE-MQUA             PIC 9(02).
000940*
000950** STATO DELLA QUALIFICA PER LA GRIGLIA: SCADUTA, IN SCADENZA
000960** ENTRO 30 GIORNI (PARAMETRO QUALIFICHE-PREAVVISO) O VALIDA
000970*
000980 01 STATO-MQUA                 PIC X(12).
000990 01 PREAVVISO-MQUA             PIC 9(03).
001000 01 LIMITE-MQUA                PIC 9(08).
001010 01 GIORNO-INT-MQUA            PIC 9(07).
001020*
001030 PROCEDURE  DIVISION.
001040*
001050          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001060
001070*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001080*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001090*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001100          IF SESSIONE-RIFIUTATA GO TO FINE-MQUA.
001110          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001120          PERFORM OPEN-I-QUA      THRU EX-OPEN-I-QUA.
001130          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
001140
001150          ACCEPT OGGI-MQUA        FROM DATE YYYYMMDD.
001160
001170          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001180          PERFORM READ-WEB        THRU EX-READ-WEB.
001190          MOVE VALUE-WEB(1:8)     TO OPERATORE-MQUA.
001200
001210          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001220          PERFORM READ-WEB        THRU EX-READ-WEB.
001230          MOVE SPACES             TO FUNZIONE-MQUA.
001240          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MQUA.
001250
001260          IF FUNZIONE-MQUA = "salva"
001270           PERFORM SALVA-MQUA     THRU EX-SALVA-MQUA
001280           GO TO FINE-MQUA
001290          END-IF.
001300
001310          IF FUNZIONE-MQUA = "cancella"
001320           PERFORM CANCELLA-MQUA  THRU EX-CANCELLA-MQUA
001330           GO TO FINE-MQUA
001340          END-IF.
001350
001360          PERFORM ELENCO-MQUA     THRU EX-ELENCO-MQUA.
001370
001380          MOVE "QUALIFICHE.HTM"   TO PAGE-WEB.
001390          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001400
001410 FINE-MQUA.
001420          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
001430          PERFORM CLOSE-QUA       THRU EX-CLOSE-QUA.
001440          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001450          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001460
001470          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001480
001490          GOBACK.
001500
001510          COPY "PIOWEB1.CBL".
001520          COPY "PIOESE.CBL".
001530          COPY "PIOJOB.CBL".
001540          COPY "PIOVIEW.CBL".
001550          COPY "PIOVSTO.CBL".
001560          COPY "PIOVIEWH.CBL".
001570          COPY "PIOJSON.CBL".
001580          COPY "PIOQUA.CBL".
001590          COPY "PIOTAB.CBL".
001600          COPY "PIOACC.CBL".
001610*
001620***** GRIGLIA DELLE QUALIFICHE, TUTTE O DI UN UTENTE
001630*
001640 ELENCO-MQUA.
001650
001660          MOVE "MK-utente"        TO FIELD-WEB.
001670          PERFORM READ-WEB        THRU EX-READ-WEB.
001680          MOVE SPACES             TO FILTRO-UTENTE-MQUA.
001690          IF COBW3-SEARCH-FLAG-EXIST
001700           MOVE VALUE-WEB(1:8)    TO FILTRO-UTENTE-MQUA
001710          END-IF.
001720
001730          MOVE "QUALIFICHE-PREAVVISO" TO NOME-PAR-WEB.
001740          PERFORM PARAMETRO-MQUA  THRU EX-PARAMETRO-MQUA.
001750          MOVE 60                 TO PREAVVISO-MQUA.
001760          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
001761           MOVE NUMERO-PAR-WEB    TO PREAVVISO-MQUA
001762          END-IF.
001770
001780          COMPUTE GIORNO-INT-MQUA =
001790           FUNCTION INTEGER-OF-DATE(OGGI-MQUA) + PREAVVISO-MQUA.
001800          COMPUTE LIMITE-MQUA =
001810           FUNCTION DATE-OF-INTEGER(GIORNO-INT-MQUA).
001820
001830          MOVE SPACES             TO NOME-JSON.
001840          MOVE "QUALIFICHE"       TO NOME-JSON.
001850
001860          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001870
001880          MOVE "{""rows"":["      TO DATI-JSON.
001890          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001900
001910          MOVE SPACES             TO DATI-JSON.
001920          MOVE "S"                TO PRIMA-RIGA-MQUA.
001930
001940          MOVE FILTRO-UTENTE-MQUA TO UTENTE-QUA.
001950          MOVE SPACES             TO CORSO-QUA.
001960          PERFORM STARTO-QUA      THRU EX-STARTO-QUA.
001970
001980          IF ESITO-NOK GO TO FINE-ELENCO-MQUA.
001990
002000 CICLO-ELENCO-MQUA.
002010
002020          PERFORM LEGGO-NEXT-QUA  THRU EX-LEGGO-NEXT-QUA.
002030
002040          IF FINE-FILE = "S" GO TO FINE-ELENCO-MQUA.
002050
002060          IF FILTRO-UTENTE-MQUA NOT = SPACES
002070           AND UTENTE-QUA NOT = FILTRO-UTENTE-MQUA
002080           GO TO FINE-ELENCO-MQUA
002090          END-IF.
002100
002110          PERFORM RIGA-ELENCO-MQUA THRU EX-RIGA-ELENCO-MQUA.
002120
002130          GO TO CICLO-ELENCO-MQUA.
002140
002150 FINE-ELENCO-MQUA.
002160
002170          MOVE "]}"               TO DATI-JSON.
002180          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002190
002200          CLOSE ARKJSON.
002210
002220 EX-ELENCO-MQUA.
002230          EXIT.
002240
002250 RIGA-ELENCO-MQUA.
002260
002270          IF PRIMA-RIGA-MQUA = "S"
002280           MOVE "N"               TO PRIMA-RIGA-MQUA
002290          ELSE
002300           MOVE ","               TO DATI-JSON
002310           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002320          END-IF.
002330
002340          MOVE "valida"           TO STATO-MQUA.
002350          IF SCADENZA-QUA NOT = ZEROS
002360           AND SCADENZA-QUA NOT > LIMITE-MQUA
002370           MOVE "in scadenza"     TO STATO-MQUA
002380          END-IF.
002390          IF SCADENZA-QUA NOT = ZEROS
002400           AND SCADENZA-QUA < OGGI-MQUA
002410           MOVE "scaduta"         TO STATO-MQUA
002420          END-IF.
002430
002440          PERFORM CERCA-CORSO-MQUA THRU EX-CERCA-CORSO-MQUA.
002450
002460          MOVE SPACES             TO STRINGA-JSON.
002470          MOVE DESC-CORSO-MQUA    TO STRINGA-JSON.
002480          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002490
002500          STRING '{"UTENTE":"'    DELIMITED BY SIZE
002510           UTENTE-QUA             DELIMITED BY SIZE
002520           '","CORSO":"'          DELIMITED BY SIZE
002530           CORSO-QUA              DELIMITED BY SIZE
002540           '","DESCRIZIONE":"'    DELIMITED BY SIZE
002550           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002560           '","COMPLETATO":"'     DELIMITED BY SIZE
002570           COMPLETATO-QUA         DELIMITED BY SIZE
002580           '","SCADENZA":"'       DELIMITED BY SIZE
002590           SCADENZA-QUA           DELIMITED BY SIZE
002600           '","STATO":"'          DELIMITED BY SIZE
002610           STATO-MQUA             DELIMITED BY "  "
002620           '",'                   DELIMITED BY SIZE
002630           INTO DATI-JSON.
002640          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002650
002660          MOVE SPACES             TO STRINGA-JSON.
002670          MOVE ATTESTATO-QUA      TO STRINGA-JSON.
002680          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002690
002700          STRING '"ATTESTATO":"'  DELIMITED BY SIZE
002710           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002720           '","REGISTRATO":"'     DELIMITED BY SIZE
002730           REGISTRATO-DA-QUA      DELIMITED BY SIZE
002740           '","DATAREG":"'        DELIMITED BY SIZE
002750           DATA-REG-QUA           DELIMITED BY SIZE
002760           '",'                   DELIMITED BY SIZE
002770           INTO DATI-JSON.
002780          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002790
002800          STRING '"CANCELLA":"'   DELIMITED BY SIZE
002810           '<a href=openmqua.exe?MK-KEY=' DELIMITED BY SIZE
002815           SECTION-WEB            DELIMITED BY SIZE
002820           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002830           "&MK-FUNZIONE=cancella&MK-utente="
002840            DELIMITED BY SIZE
002850           UTENTE-QUA             DELIMITED BY SPACE
002860           "&MK-corso="           DELIMITED BY SIZE
002870           CORSO-QUA              DELIMITED BY SPACE
002880           '>'                    DELIMITED BY SIZE
002890           "<img src='/openpa/images/delete.png' BORDER='0'></a>"
002900            DELIMITED BY SIZE
002910           '"}'                   DELIMITED BY SIZE
002920           INTO DATI-JSON.
002930          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002940
002950 EX-RIGA-ELENCO-MQUA.
002960          EXIT.
002970*
002980***** CORSO-QUA NEL CATALOGO "QC": DESCRIZIONE E MESI DI VALIDITA'
002990*
003000 CERCA-CORSO-MQUA.
003010
003020          MOVE "N"                TO CORSO-TROVATO-MQUA.
003030          MOVE ZEROS              TO MESI-CORSO-MQUA.
003040          MOVE SPACES             TO DESC-CORSO-MQUA.
003050
003060          MOVE "QC"               TO TIPO-TAB.
003070          MOVE ZEROS              TO ENTE-TAB.
003080          MOVE ZEROS              TO PROG-TAB.
003090          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
003100
003110          IF ESITO-NOK GO TO EX-CERCA-CORSO-MQUA.
003120
003130 CICLO-CERCA-CORSO-MQUA.
003140
003150          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
003160
003170          IF FINE-FILE = "S" GO TO EX-CERCA-CORSO-MQUA.
003180
003190          IF TIPO-TAB NOT = "QC" OR ENTE-TAB NOT = ZEROS
003200           GO TO EX-CERCA-CORSO-MQUA
003210          END-IF.
003220
003230          IF TABELLA(1:10) NOT = CORSO-QUA
003240           GO TO CICLO-CERCA-CORSO-MQUA
003250          END-IF.
003260
003270          MOVE "S"                TO CORSO-TROVATO-MQUA.
003280          IF TABELLA(12:3) NUMERIC
003290           MOVE TABELLA(12:3)     TO MESI-CORSO-MQUA
003300          END-IF.
003310          MOVE TABELLA(16:60)     TO DESC-CORSO-MQUA.
003320
003330 EX-CERCA-CORSO-MQUA.
003340          EXIT.
003350*
003360***** funzione=salva: NUOVA QUALIFICA O RINNOVO DI UNA ESISTENTE
003370*
003380 SALVA-MQUA.
003390
003400          MOVE "MK-utente"        TO FIELD-WEB.
003410          PERFORM READ-WEB        THRU EX-READ-WEB.
003420          MOVE SPACES             TO UTENTE-QUA.
003430          IF COBW3-SEARCH-FLAG-EXIST
003440           MOVE VALUE-WEB(1:8)    TO UTENTE-QUA
003450          END-IF.
003460
003470          MOVE "MK-corso"         TO FIELD-WEB.
003480          PERFORM READ-WEB        THRU EX-READ-WEB.
003490          MOVE SPACES             TO CORSO-QUA.
003500          IF COBW3-SEARCH-FLAG-EXIST
003510           MOVE VALUE-WEB(1:10)   TO CORSO-QUA
003520          END-IF.
003530
003540          IF UTENTE-QUA = SPACES OR CORSO-QUA = SPACES
003550           MOVE "Indicare utente e corso" TO MESSAGGIO
003560           PERFORM VIS-MESS       THRU EX-VIS-MESS
003570           GO TO EX-SALVA-MQUA
003580          END-IF.
003590
003600          PERFORM CERCA-CORSO-MQUA THRU EX-CERCA-CORSO-MQUA.
003610
003620          IF CORSO-TROVATO-MQUA NOT = "S"
003630           MOVE SPACES            TO MESSAGGIO
003640           STRING "Corso " CORSO-QUA " non presente nel catalogo"
003650            DELIMITED BY SIZE INTO MESSAGGIO
003660           PERFORM VIS-MESS       THRU EX-VIS-MESS
003670           GO TO EX-SALVA-MQUA
003680          END-IF.
003690
003700          MOVE "S"                TO NUOVA-MQUA.
003710          PERFORM LEGGO-QUA       THRU EX-LEGGO-QUA.
003720          IF ESITO-OK
003730           MOVE "N"               TO NUOVA-MQUA
003740          ELSE
003750           MOVE ZEROS             TO AVVISO-QUA
003760          END-IF.
003770
003780          MOVE ZEROS              TO COMPLETATO-QUA.
003790          MOVE "MK-completato"    TO FIELD-WEB.
003800          PERFORM READ-WEB        THRU EX-READ-WEB.
003810          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
003820           MOVE VALUE-WEB(1:8)    TO COMPLETATO-QUA
003830          END-IF.
003840
003850          IF COMPLETATO-QUA = ZEROS OR COMPLETATO-QUA > OGGI-MQUA
003860           MOVE "Data di completamento mancante o futura"
003870            TO MESSAGGIO
003880           PERFORM VIS-MESS       THRU EX-VIS-MESS
003890           GO TO EX-SALVA-MQUA
003900          END-IF.
003910
003920          MOVE ZEROS              TO SCADENZA-QUA.
003930          MOVE "MK-scadenza"      TO FIELD-WEB.
003940          PERFORM READ-WEB        THRU EX-READ-WEB.
003950          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
003960           MOVE VALUE-WEB(1:8)    TO SCADENZA-QUA
003970          END-IF.
003980
003990          IF SCADENZA-QUA = ZEROS AND MESI-CORSO-MQUA > ZEROS
004000           PERFORM SCADENZA-DEFAULT-MQUA
004010            THRU EX-SCADENZA-DEFAULT-MQUA
004020          END-IF.
004030
004040          IF SCADENZA-QUA NOT = ZEROS
004050           AND SCADENZA-QUA NOT > COMPLETATO-QUA
004060           MOVE "La scadenza deve seguire il completamento"
004070            TO MESSAGGIO
004080           PERFORM VIS-MESS       THRU EX-VIS-MESS
004090           GO TO EX-SALVA-MQUA
004100          END-IF.
004110
004120          MOVE "MK-attestato"     TO FIELD-WEB.
004130          PERFORM READ-WEB        THRU EX-READ-WEB.
004140          IF COBW3-SEARCH-FLAG-EXIST
004150           MOVE VALUE-WEB(1:40)   TO ATTESTATO-QUA
004160          END-IF.
004170
004180          MOVE "MK-nota"          TO FIELD-WEB.
004190          PERFORM READ-WEB        THRU EX-READ-WEB.
004200          IF COBW3-SEARCH-FLAG-EXIST
004210           MOVE VALUE-WEB(1:60)   TO NOTA-QUA
004220          END-IF.
004230
004240          MOVE OPERATORE-MQUA     TO REGISTRATO-DA-QUA.
004250          MOVE OGGI-MQUA          TO DATA-REG-QUA.
004260          ACCEPT ORA-REG-QUA      FROM TIME.
004270
004280          IF NUOVA-MQUA = "S"
004290           PERFORM SCRIVI-QUA     THRU EX-SCRIVI-QUA
004300          ELSE
004310           PERFORM RISCRIVI-QUA   THRU EX-RISCRIVI-QUA
004320          END-IF.
004330
004340          IF ESITO-NOK
004350           MOVE "Errore in scrittura qualifica" TO MESSAGGIO
004360           PERFORM VIS-MESS       THRU EX-VIS-MESS
004370           GO TO EX-SALVA-MQUA
004380          END-IF.
004390
004400          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
004410
004420          MOVE OPERATORE-MQUA     TO UTENTE-ACC-WEB.
004430          MOVE "QUALIFICA"        TO EVENTO-ACC-WEB.
004440          MOVE "OK"               TO ESITO-ACC-WEB.
004450          MOVE SPACES             TO NOTA-ACC-WEB.
004460          STRING UTENTE-QUA " " CORSO-QUA " AL " SCADENZA-QUA
004470           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
004480
004490          PERFORM SCRIVI-EVENTO-ACC
004500           THRU EX-SCRIVI-EVENTO-ACC.
004510
004520          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
004530
004540          MOVE SPACES             TO MESSAGGIO.
004550          IF SCADENZA-QUA = ZEROS
004560           STRING "Qualifica " CORSO-QUA " di " UTENTE-QUA
004570            " registrata senza scadenza"
004580            DELIMITED BY SIZE INTO MESSAGGIO
004590          ELSE
004600           STRING "Qualifica " CORSO-QUA " di " UTENTE-QUA
004610            " registrata, scade il " SCADENZA-QUA
004620            DELIMITED BY SIZE INTO MESSAGGIO
004630          END-IF.
004640
004650          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004660
004670 EX-SALVA-MQUA.
004680          EXIT.
004690*
004700***** COMPLETAMENTO PIU' I MESI DI VALIDITA' DEL CORSO
004710*
004720 SCADENZA-DEFAULT-MQUA.
004730
004740          MOVE COMPLETATO-QUA     TO DATA-CALC-MQUA.
004750
004760          COMPUTE MESI-TOT-MQUA = AAAA-CALC-MQUA * 12
004770           + MM-CALC-MQUA - 1 + MESI-CORSO-MQUA.
004780          DIVIDE MESI-TOT-MQUA BY 12 GIVING ANNI-MQUA
004790           REMAINDER RESTO-MQUA.
004800          MOVE ANNI-MQUA          TO AAAA-CALC-MQUA.
004810          COMPUTE MM-CALC-MQUA = RESTO-MQUA + 1.
004820
004830          MOVE 31                 TO FINE-MESE-MQUA.
004840          IF MM-CALC-MQUA = 4 OR 6 OR 9 OR 11
004850           MOVE 30                TO FINE-MESE-MQUA
004860          END-IF.
004870          IF MM-CALC-MQUA = 2
004880           MOVE 28                TO FINE-MESE-MQUA
004890           DIVIDE AAAA-CALC-MQUA BY 4 GIVING ANNI-MQUA
004900            REMAINDER RESTO-MQUA
004910           IF RESTO-MQUA = ZEROS
004920            MOVE 29               TO FINE-MESE-MQUA
004930           END-IF
004940          END-IF.
004950
004960          IF GG-CALC-MQUA > FINE-MESE-MQUA
004970           MOVE FINE-MESE-MQUA    TO GG-CALC-MQUA
004980          END-IF.
004990
005000          MOVE DATA-CALC-MQUA     TO SCADENZA-QUA.
005010
005020 EX-SCADENZA-DEFAULT-MQUA.
005030          EXIT.
005040*
005050***** funzione=cancella: TOGLIE LA QUALIFICA E LO GIORNALIZZA
005060*
005070 CANCELLA-MQUA.
005080
005090          MOVE "MK-utente"        TO FIELD-WEB.
005100          PERFORM READ-WEB        THRU EX-READ-WEB.
005110          MOVE SPACES             TO UTENTE-QUA.
005120          IF COBW3-SEARCH-FLAG-EXIST
005130           MOVE VALUE-WEB(1:8)    TO UTENTE-QUA
005140          END-IF.
005150
005160          MOVE "MK-corso"         TO FIELD-WEB.
005170          PERFORM READ-WEB        THRU EX-READ-WEB.
005180          MOVE SPACES             TO CORSO-QUA.
005190          IF COBW3-SEARCH-FLAG-EXIST
005200           MOVE VALUE-WEB(1:10)   TO CORSO-QUA
005210          END-IF.
005220
005230          PERFORM LEGGO-QUA       THRU EX-LEGGO-QUA.
005240
005250          IF ESITO-NOK
005260           MOVE "Qualifica non trovata" TO MESSAGGIO
005270           PERFORM VIS-MESS       THRU EX-VIS-MESS
005280           GO TO EX-CANCELLA-MQUA
005290          END-IF.
005300
005310          PERFORM CANCELLA-QUA    THRU EX-CANCELLA-QUA.
005320
005330          IF ESITO-NOK
005340           MOVE "Errore in cancellazione qualifica" TO MESSAGGIO
005350           PERFORM VIS-MESS       THRU EX-VIS-MESS
005360           GO TO EX-CANCELLA-MQUA
005370          END-IF.
005380
005390          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
005400
005410          MOVE OPERATORE-MQUA     TO UTENTE-ACC-WEB.
005420          MOVE "QUALIFICA"        TO EVENTO-ACC-WEB.
005430          MOVE "OK"               TO ESITO-ACC-WEB.
005440          MOVE SPACES             TO NOTA-ACC-WEB.
005450          STRING "tolta " UTENTE-QUA " " CORSO-QUA
005460           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
005470
005480          PERFORM SCRIVI-EVENTO-ACC
005490           THRU EX-SCRIVI-EVENTO-ACC.
005500
005510          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
005520
005530          MOVE "Qualifica cancellata e giornalizzata"
005535           TO MESSAGGIO.
005540          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005550
005560 EX-CANCELLA-MQUA.
005570          EXIT.
005580*
005590***** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
005600***** IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
005610*
005620 PARAMETRO-MQUA.
005630
005640          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
005650          MOVE SPACES             TO QUALIFICA-PAR-WEB.
005660          MOVE "OPENMQUA"         TO PROGRAMMA-PAR-WEB.
005670          MOVE OPERATORE-MQUA     TO OPERATORE-PAR-WEB.
005680
005690          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
005700                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
005710                                PROGRAMMA-PAR-WEB
005720                                OPERATORE-PAR-WEB ESITO-PAR-WEB
005730                                MOTIVO-PAR-WEB.
005740          CANCEL "OPENPARW".
005750
005760          IF ESITO-PAR-WEB NOT = "OK"
005770           MOVE SPACES            TO VALORE-PAR-WEB
005780          END-IF.
005790
005800 EX-PARAMETRO-MQUA.
005810          EXIT.
