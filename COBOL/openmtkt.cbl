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
000190* REGISTRO DEI TICKET DI CAMBIAMENTO (ARKTKT). SENZA funzione LA
000200* GRIGLIA JSON (MK-stato = B/A/R/C FILTRA PER STATO, DEFAULT TUTTI);
000210* funzione=salva SENZA MK-numero APRE UN TICKET IN BOZZA COL NUMERO
000220* DELLA SERIE "TKT", CON MK-numero NE CORREGGE DESCRIZIONE E
000230* FINESTRA (MK-descrizione, MK-inizio E MK-fine AAAAMMGG,
000240* MK-orainizio E MK-orafine HHMM): UN TICKET GIA' APPROVATO TORNA
000250* IN BOZZA E VA RIAPPROVATO; funzione=approva E funzione=respingi
000260* CON MK-numero DECIDONO UNA BOZZA, MAI DA PARTE DEL RICHIEDENTE;
000270* funzione=chiudi CON MK-numero LO RITIRA (NON VALE PIU' PER NESSUNA
000280* MODIFICA); funzione=storico CON MK-numero ELENCA LE RIGHE DI
000290* STORICO REGISTRATE SOTTO IL TICKET SUL GIORNALE ARKTKU.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENMTKT.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELWEB.CBL".
000400          COPY "SELESE.CBL".
000410          COPY "SELJOB.CBL".
000420          COPY "SELVIEW.CBL".
000430          COPY "SELVSTO.CBL".
000440          COPY "SELJSON.CBL".
000450          COPY "SELTKT.CBL".
000460          COPY "SELTKU.CBL".
000470
000480 DATA             DIVISION.
000490 FILE SECTION.
000500
000510          COPY "FDEWEB.CBL".
000520          COPY "FDEESE.CBL".
000530          COPY "FDEJOB.CBL".
000540          COPY "FDEVIEW.CBL".
000550          COPY "FDEVSTO.CBL".
000560          COPY "FDEJSON.CBL".
000570          COPY "FDETKT.CBL".
000580          COPY "FDETKU.CBL".
000590
000600 WORKING-STORAGE  SECTION.
000610
000620          COPY "COBW3.CBL".
000630          COPY "GLOBALS.CBL".
000640*
000650 01 FUNZIONE-MTKT              PIC X(08).
000660 01 FILTRO-STATO-MTKT          PIC X.
000670 01 PRIMA-RIGA-MTKT            PIC X.
000680 01 NUMERO-MTKT                PIC 9(08).
000690 01 NUOVO-MTKT                 PIC X.
000700*
000710** FINESTRA LETTA DAL MODULO, CONTROLLATA PRIMA DI TOCCARE IL TICKET
000720*
000730 01 FINESTRA-MTKT.
000740    02 INIZIO-FIN-MTKT.
000750       05 DATA-INIZIO-MTKT     PIC 9(08).
000760       05 ORA-INIZIO-MTKT      PIC 9(04).
000770    02 FINE-FIN-MTKT.
000780       05 DATA-FINE-MTKT       PIC 9(08).
000790       05 ORA-FINE-MTKT        PIC 9(04).
000800 01 DESC-MTKT                  PIC X(60).
000810*
000820 PROCEDURE  DIVISION.
000830*
000840          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000850
000860*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000870*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000880*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000890          IF SESSIONE-RIFIUTATA GO TO FINE-MTKT.
000900          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000910          PERFORM OPEN-I-TKT      THRU EX-OPEN-I-TKT.
000920
000930          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
000940          PERFORM READ-WEB        THRU EX-READ-WEB.
000950          MOVE SPACES             TO FUNZIONE-MTKT.
000960          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MTKT.
000970
000980          IF FUNZIONE-MTKT = "salva"
000990           PERFORM SALVA-MTKT     THRU EX-SALVA-MTKT
001000           GO TO FINE-MTKT
001010          END-IF.
001020
001030          IF FUNZIONE-MTKT = "approva"
001040           PERFORM APPROVA-MTKT   THRU EX-APPROVA-MTKT
001050           GO TO FINE-MTKT
001060          END-IF.
001070
001080          IF FUNZIONE-MTKT = "respingi"
001090           PERFORM RESPINGI-MTKT  THRU EX-RESPINGI-MTKT
001100           GO TO FINE-MTKT
001110          END-IF.
001120
001130          IF FUNZIONE-MTKT = "chiudi"
001140           PERFORM CHIUDI-MTKT    THRU EX-CHIUDI-MTKT
001150           GO TO FINE-MTKT
001160          END-IF.
001170
001180          IF FUNZIONE-MTKT = "storico"
001190           PERFORM STORICO-MTKT   THRU EX-STORICO-MTKT
001200           MOVE "TICKETUSO.HTM"   TO PAGE-WEB
001210           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001220           GO TO FINE-MTKT
001230          END-IF.
001240
001250          PERFORM ELENCO-MTKT     THRU EX-ELENCO-MTKT.
001260
001270          MOVE "TICKET.HTM"       TO PAGE-WEB.
001280          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001290
001300 FINE-MTKT.
001310          PERFORM CLOSE-TKT       THRU EX-CLOSE-TKT.
001320          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001330          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001340
001350          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001360
001370          GOBACK.
001380
001390          COPY "PIOWEB1.CBL".
001400          COPY "PIOESE.CBL".
001410          COPY "PIOJOB.CBL".
001420          COPY "PIOVIEW.CBL".
001430          COPY "PIOVSTO.CBL".
001440          COPY "PIOVIEWH.CBL".
001450          COPY "PIOJSON.CBL".
001460          COPY "PIOTKT.CBL".
001470          COPY "PIOTKU.CBL".
001480*
001490***** GRIGLIA DEI TICKET, CON FILTRO SULLO STATO
001500*
001510 ELENCO-MTKT.
001520
001530          MOVE "MK-stato"         TO FIELD-WEB.
001540          PERFORM READ-WEB        THRU EX-READ-WEB.
001550          MOVE SPACES             TO FILTRO-STATO-MTKT.
001560          IF COBW3-SEARCH-FLAG-EXIST
001570           MOVE VALUE-WEB(1:1)    TO FILTRO-STATO-MTKT
001580          END-IF.
001590
001600          MOVE SPACES             TO NOME-JSON.
001610          MOVE "TICKET"           TO NOME-JSON.
001620
001630          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001640
001650          MOVE "{""rows"":["      TO DATI-JSON.
001660          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001670
001680          MOVE SPACES             TO DATI-JSON.
001690          MOVE "S"                TO PRIMA-RIGA-MTKT.
001700
001710          MOVE ZEROS              TO NUMERO-TKT.
001720          PERFORM STARTO-TKT      THRU EX-STARTO-TKT.
001730
001740          IF ESITO-NOK GO TO FINE-ELENCO-MTKT.
001750
001760 CICLO-ELENCO-MTKT.
001770
001780          PERFORM LEGGO-NEXT-TKT  THRU EX-LEGGO-NEXT-TKT.
001790
001800          IF FINE-FILE = "S" GO TO FINE-ELENCO-MTKT.
001810
001820          IF FILTRO-STATO-MTKT NOT = SPACES
001830           AND FILTRO-STATO-MTKT NOT = STATO-TKT
001840           GO TO CICLO-ELENCO-MTKT
001850          END-IF.
001860
001870          PERFORM RIGA-ELENCO-MTKT THRU EX-RIGA-ELENCO-MTKT.
001880
001890          GO TO CICLO-ELENCO-MTKT.
001900
001910 FINE-ELENCO-MTKT.
001920
001930          MOVE "]}"               TO DATI-JSON.
001940          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001950
001960          CLOSE ARKJSON.
001970
001980 EX-ELENCO-MTKT.
001990          EXIT.
002000
002010 RIGA-ELENCO-MTKT.
002020
002030          IF PRIMA-RIGA-MTKT = "S"
002040           MOVE "N"               TO PRIMA-RIGA-MTKT
002050          ELSE
002060           MOVE ","               TO DATI-JSON
002070           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002080          END-IF.
002090
002100          STRING '{"NUMERO":"'    DELIMITED BY SIZE
002110           NUMERO-TKT             DELIMITED BY SIZE
002120           '","STATO":"'          DELIMITED BY SIZE
002130           STATO-TKT              DELIMITED BY SIZE
002140           '","RICHIEDENTE":"'    DELIMITED BY SIZE
002150           RICHIEDENTE-TKT        DELIMITED BY SIZE
002160           '","RICHIESTA":"'      DELIMITED BY SIZE
002170           DATA-RICHIESTA-TKT     DELIMITED BY SIZE
002180           '","APPROVATORE":"'    DELIMITED BY SIZE
002190           APPROVATORE-TKT        DELIMITED BY SIZE
002200           '","APPROVAZIONE":"'   DELIMITED BY SIZE
002210           DATA-APPROVAZIONE-TKT  DELIMITED BY SIZE
002220           '","INIZIO":"'         DELIMITED BY SIZE
002230           DATA-INIZIO-TKT        DELIMITED BY SIZE
002240           '","ORAINIZIO":"'      DELIMITED BY SIZE
002250           ORA-INIZIO-TKT         DELIMITED BY SIZE
002260           '","FINE":"'           DELIMITED BY SIZE
002270           DATA-FINE-TKT          DELIMITED BY SIZE
002280           '","ORAFINE":"'        DELIMITED BY SIZE
002290           ORA-FINE-TKT           DELIMITED BY SIZE
002300           '",'                   DELIMITED BY SIZE
002310           INTO DATI-JSON.
002320          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002330
002340          MOVE SPACES             TO STRINGA-JSON.
002350          MOVE DESC-TKT           TO STRINGA-JSON.
002360          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002370
002380          STRING '"UTILIZZI":"'   DELIMITED BY SIZE
002390           UTILIZZI-TKT           DELIMITED BY SIZE
002400           '","CHIUSURA":"'       DELIMITED BY SIZE
002410           DATA-CHIUSURA-TKT      DELIMITED BY SIZE
002420           '","CHIUSO-DA":"'      DELIMITED BY SIZE
002430           OPERATORE-CHIUSURA-TKT DELIMITED BY SIZE
002440           '","DESC":"'           DELIMITED BY SIZE
002450           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002460           '",'                   DELIMITED BY SIZE
002470           INTO DATI-JSON.
002480          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002490
002500          STRING '"STORICO":"'    DELIMITED BY SIZE
002510           '<a href=openmtkt.exe?MK-KEY=' DELIMITED BY SIZE
002520           SECTION-WEB            DELIMITED BY SIZE
002530           "&MK-FUNZIONE=storico&MK-numero=" DELIMITED BY SIZE
002540           NUMERO-TKT             DELIMITED BY SIZE
002550           '>'                    DELIMITED BY SIZE
002560           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
002570            DELIMITED BY SIZE
002580           '"}'                   DELIMITED BY SIZE
002590           INTO DATI-JSON.
002600          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002610
002620 EX-RIGA-ELENCO-MTKT.
002630          EXIT.
002640*
002650***** RILEGGE MK-numero E IL TICKET CORRISPONDENTE; SE MANCA
002660***** MOSTRA IL MESSAGGIO E TORNA ESITO-NOK
002670*
002680 LEGGI-TICKET-MTKT.
002690
002700          MOVE "MK-numero"        TO FIELD-WEB.
002710          PERFORM READ-WEB        THRU EX-READ-WEB.
002720
002730          IF VALUE-WEB(1:8) NOT NUMERIC
002740           MOVE "Numero ticket non valido" TO MESSAGGIO
002750           PERFORM VIS-MESS       THRU EX-VIS-MESS
002760           MOVE "NO"              TO ESITO-WEB
002770           GO TO EX-LEGGI-TICKET-MTKT
002780          END-IF.
002790
002800          MOVE VALUE-WEB(1:8)     TO NUMERO-MTKT.
002810          MOVE NUMERO-MTKT        TO NUMERO-TKT.
002820          PERFORM LEGGO-TKT       THRU EX-LEGGO-TKT.
002830
002840          IF ESITO-NOK
002850           MOVE "Ticket non trovato" TO MESSAGGIO
002860           PERFORM VIS-MESS       THRU EX-VIS-MESS
002870          END-IF.
002880
002890 EX-LEGGI-TICKET-MTKT.
002900          EXIT.
002910*
002920***** DESCRIZIONE E FINESTRA DAL MODULO: LA FINE DEVE SEGUIRE
002930***** L'INIZIO (ORA INIZIO DEFAULT 0000, ORA FINE DEFAULT 2359)
002940*
002950 LEGGI-FINESTRA-MTKT.
002960
002970          MOVE "OK"               TO ESITO-WEB.
002980          MOVE ZEROS              TO FINESTRA-MTKT.
002990          MOVE 2359               TO ORA-FINE-MTKT.
003000
003010          MOVE "MK-descrizione"   TO FIELD-WEB.
003020          PERFORM READ-WEB        THRU EX-READ-WEB.
003030          MOVE SPACES             TO DESC-MTKT.
003040          MOVE VALUE-WEB(1:60)    TO DESC-MTKT.
003050
003060          MOVE "MK-inizio"        TO FIELD-WEB.
003070          PERFORM READ-WEB        THRU EX-READ-WEB.
003080          IF VALUE-WEB(1:8) NUMERIC
003090           MOVE VALUE-WEB(1:8)    TO DATA-INIZIO-MTKT
003100          END-IF.
003110
003120          MOVE "MK-orainizio"     TO FIELD-WEB.
003130          PERFORM READ-WEB        THRU EX-READ-WEB.
003140          IF VALUE-WEB(1:4) NUMERIC
003150           MOVE VALUE-WEB(1:4)    TO ORA-INIZIO-MTKT
003160          END-IF.
003170
003180          MOVE "MK-fine"          TO FIELD-WEB.
003190          PERFORM READ-WEB        THRU EX-READ-WEB.
003200          IF VALUE-WEB(1:8) NUMERIC
003210           MOVE VALUE-WEB(1:8)    TO DATA-FINE-MTKT
003220          END-IF.
003230
003240          MOVE "MK-orafine"       TO FIELD-WEB.
003250          PERFORM READ-WEB        THRU EX-READ-WEB.
003260          IF VALUE-WEB(1:4) NUMERIC
003270           MOVE VALUE-WEB(1:4)    TO ORA-FINE-MTKT
003280          END-IF.
003290
003300          IF DESC-MTKT = SPACES
003310           MOVE "Indicare la descrizione del cambiamento"
003320            TO MESSAGGIO
003330           MOVE "NO"              TO ESITO-WEB
003340           GO TO EX-LEGGI-FINESTRA-MTKT
003350          END-IF.
003360
003370          IF DATA-INIZIO-MTKT = ZEROS OR DATA-FINE-MTKT = ZEROS
003380           OR ORA-INIZIO-MTKT > 2359 OR ORA-FINE-MTKT > 2359
003390           MOVE "Finestra pianificata non valida" TO MESSAGGIO
003400           MOVE "NO"              TO ESITO-WEB
003410           GO TO EX-LEGGI-FINESTRA-MTKT
003420          END-IF.
003430
003440          IF FINE-FIN-MTKT NOT > INIZIO-FIN-MTKT
003450           MOVE "La fine della finestra deve seguire l'inizio"
003460            TO MESSAGGIO
003470           MOVE "NO"              TO ESITO-WEB
003480          END-IF.
003490
003500 EX-LEGGI-FINESTRA-MTKT.
003510          EXIT.
003520*
003530***** funzione=salva: NUOVO TICKET IN BOZZA O CORREZIONE DI UNO
003540***** ESISTENTE; UN TICKET APPROVATO CORRETTO TORNA IN BOZZA
003550*
003560 SALVA-MTKT.
003570
003580          PERFORM LEGGI-FINESTRA-MTKT
003590           THRU EX-LEGGI-FINESTRA-MTKT.
003600
003610          IF ESITO-NOK
003620           PERFORM VIS-MESS       THRU EX-VIS-MESS
003630           GO TO EX-SALVA-MTKT
003640          END-IF.
003650
003660          MOVE "MK-numero"        TO FIELD-WEB.
003670          PERFORM READ-WEB        THRU EX-READ-WEB.
003680          MOVE "S"                TO NUOVO-MTKT.
003690          IF VALUE-WEB(1:8) NUMERIC
003700           AND VALUE-WEB(1:8) NOT = ZEROS
003710           MOVE "N"               TO NUOVO-MTKT
003720          END-IF.
003730
003740          IF NUOVO-MTKT = "S" GO TO NUOVO-SALVA-MTKT.
003750
003760          PERFORM LEGGI-TICKET-MTKT THRU EX-LEGGI-TICKET-MTKT.
003770
003780          IF ESITO-NOK GO TO EX-SALVA-MTKT.
003790
003800          IF TKT-CHIUSO OR TKT-RESPINTO
003810           MOVE "Ticket chiuso o respinto: non modificabile"
003820            TO MESSAGGIO
003830           PERFORM VIS-MESS       THRU EX-VIS-MESS
003840           GO TO EX-SALVA-MTKT
003850          END-IF.
003860
003870          MOVE DESC-MTKT          TO DESC-TKT.
003880          MOVE INIZIO-FIN-MTKT    TO INIZIO-TKT.
003890          MOVE FINE-FIN-MTKT      TO FINE-TKT.
003900
003910          IF TKT-APPROVATO
003920           MOVE "B"               TO STATO-TKT
003930           MOVE SPACES            TO APPROVATORE-TKT
003940           MOVE ZEROS             TO DATA-APPROVAZIONE-TKT
003950          END-IF.
003960
003970          PERFORM RISCRIVI-TKT    THRU EX-RISCRIVI-TKT.
003980
003990          IF ESITO-OK
004000           MOVE "Ticket aggiornato: va approvato di nuovo"
004010            TO MESSAGGIO
004020          ELSE
004030           MOVE "Errore in aggiornamento ticket" TO MESSAGGIO
004040          END-IF.
004050
004060          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004070
004080          GO TO EX-SALVA-MTKT.
004090
004100 NUOVO-SALVA-MTKT.
004110
004120          MOVE "TKT"              TO SERIE-NUM-WEB.
004130          MOVE "OPENMTKT"         TO PROGRAMMA-NUM-WEB.
004140          MOVE ZEROS              TO ENTE-NUM-WEB MINIMO-NUM-WEB
004150                                     TENTATIVI-NUM-WEB.
004160
004170 PROVA-SALVA-MTKT.
004180
004190          PERFORM PRENOTA-NUMERO-WEB
004200           THRU EX-PRENOTA-NUMERO-WEB.
004210
004220          IF ESITO-NUM-WEB NOT = "OK"
004230           MOVE "Numeratore non disponibile, riprovare"
004240            TO MESSAGGIO
004250           PERFORM VIS-MESS       THRU EX-VIS-MESS
004260           GO TO EX-SALVA-MTKT
004270          END-IF.
004280
004290          INITIALIZE TICKET-CAMBIAMENTO.
004300          MOVE NUMERO-NUM-WEB     TO NUMERO-TKT.
004310          MOVE "B"                TO STATO-TKT.
004320          MOVE DESC-MTKT          TO DESC-TKT.
004330          MOVE OPERATORE-SESSIONE-WEB TO RICHIEDENTE-TKT.
004340          ACCEPT DATA-RICHIESTA-TKT FROM DATE YYYYMMDD.
004350          MOVE INIZIO-FIN-MTKT    TO INIZIO-TKT.
004360          MOVE FINE-FIN-MTKT      TO FINE-TKT.
004370
004380          PERFORM SCRIVI-TKT      THRU EX-SCRIVI-TKT.
004390
004400*         NUMERO GIA' OCCUPATO: SI RIPROVA DAL NUMERO SUCCESSIVO,
004410*         COME PER LE ALTRE SERIE
004420          IF ESITO-NOK AND TENTATIVI-NUM-WEB < 10
004430           ADD 1                  TO TENTATIVI-NUM-WEB
004440           MOVE NUMERO-TKT        TO MINIMO-NUM-WEB
004450           GO TO PROVA-SALVA-MTKT
004460          END-IF.
004470
004480          IF ESITO-OK
004490           PERFORM CONFERMA-NUMERO-WEB
004500            THRU EX-CONFERMA-NUMERO-WEB
004510           MOVE SPACES            TO MESSAGGIO
004520           STRING "Ticket " NUMERO-TKT " aperto in bozza"
004530            DELIMITED BY SIZE INTO MESSAGGIO
004540          ELSE
004550           MOVE "Errore in scrittura ticket" TO MESSAGGIO
004560          END-IF.
004570
004580          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004590
004600 EX-SALVA-MTKT.
004610          EXIT.
004620*
004630***** funzione=approva: SOLO UNA BOZZA CON LA SUA FINESTRA, SOLO DA
004640***** UN OPERATORE DIVERSO DAL RICHIEDENTE
004650*
004660 APPROVA-MTKT.
004670
004680          PERFORM LEGGI-TICKET-MTKT THRU EX-LEGGI-TICKET-MTKT.
004690
004700          IF ESITO-NOK GO TO EX-APPROVA-MTKT.
004710
004720          IF NOT TKT-BOZZA
004730           MOVE "Si approva solo un ticket in bozza" TO MESSAGGIO
004740           PERFORM VIS-MESS       THRU EX-VIS-MESS
004750           GO TO EX-APPROVA-MTKT
004760          END-IF.
004770
004780          IF RICHIEDENTE-TKT = OPERATORE-SESSIONE-WEB
004790           MOVE "Il richiedente non puo' approvare il suo ticket"
004800            TO MESSAGGIO
004810           PERFORM VIS-MESS       THRU EX-VIS-MESS
004820           GO TO EX-APPROVA-MTKT
004830          END-IF.
004840
004850          MOVE "A"                TO STATO-TKT.
004860          MOVE OPERATORE-SESSIONE-WEB TO APPROVATORE-TKT.
004870          ACCEPT DATA-APPROVAZIONE-TKT FROM DATE YYYYMMDD.
004880
004890          PERFORM RISCRIVI-TKT    THRU EX-RISCRIVI-TKT.
004900
004910          IF ESITO-OK
004920           MOVE "Ticket approvato" TO MESSAGGIO
004930          ELSE
004940           MOVE "Errore in approvazione ticket" TO MESSAGGIO
004950          END-IF.
004960
004970          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004980
004990 EX-APPROVA-MTKT.
005000          EXIT.
005010*
005020***** funzione=respingi: STESSE REGOLE DELL'APPROVAZIONE
005030*
005040 RESPINGI-MTKT.
005050
005060          PERFORM LEGGI-TICKET-MTKT THRU EX-LEGGI-TICKET-MTKT.
005070
005080          IF ESITO-NOK GO TO EX-RESPINGI-MTKT.
005090
005100          IF NOT TKT-BOZZA
005110           MOVE "Si respinge solo un ticket in bozza"
005120            TO MESSAGGIO
005130           PERFORM VIS-MESS       THRU EX-VIS-MESS
005140           GO TO EX-RESPINGI-MTKT
005150          END-IF.
005160
005170          IF RICHIEDENTE-TKT = OPERATORE-SESSIONE-WEB
005180           MOVE "Il richiedente non puo' respingere il suo ticket"
005190            TO MESSAGGIO
005200           PERFORM VIS-MESS       THRU EX-VIS-MESS
005210           GO TO EX-RESPINGI-MTKT
005220          END-IF.
005230
005240          MOVE "R"                TO STATO-TKT.
005250          MOVE OPERATORE-SESSIONE-WEB TO APPROVATORE-TKT.
005260          ACCEPT DATA-APPROVAZIONE-TKT FROM DATE YYYYMMDD.
005270
005280          PERFORM RISCRIVI-TKT    THRU EX-RISCRIVI-TKT.
005290
005300          IF ESITO-OK
005310           MOVE "Ticket respinto" TO MESSAGGIO
005320          ELSE
005330           MOVE "Errore in aggiornamento ticket" TO MESSAGGIO
005340          END-IF.
005350
005360          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005370
005380 EX-RESPINGI-MTKT.
005390          EXIT.
005400*
005410***** funzione=chiudi: IL TICKET RESTA A REGISTRO CON I SUOI
005420***** UTILIZZI MA NON AUTORIZZA PIU' NESSUNA MODIFICA
005430*
005440 CHIUDI-MTKT.
005450
005460          PERFORM LEGGI-TICKET-MTKT THRU EX-LEGGI-TICKET-MTKT.
005470
005480          IF ESITO-NOK GO TO EX-CHIUDI-MTKT.
005490
005500          IF TKT-CHIUSO
005510           MOVE "Ticket gia' chiuso" TO MESSAGGIO
005520           PERFORM VIS-MESS       THRU EX-VIS-MESS
005530           GO TO EX-CHIUDI-MTKT
005540          END-IF.
005550
005560          MOVE "C"                TO STATO-TKT.
005570          ACCEPT DATA-CHIUSURA-TKT FROM DATE YYYYMMDD.
005580          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-CHIUSURA-TKT.
005590
005600          PERFORM RISCRIVI-TKT    THRU EX-RISCRIVI-TKT.
005610
005620          IF ESITO-OK
005630           MOVE "Ticket chiuso"   TO MESSAGGIO
005640          ELSE
005650           MOVE "Errore in chiusura ticket" TO MESSAGGIO
005660          END-IF.
005670
005680          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005690
005700 EX-CHIUDI-MTKT.
005710          EXIT.
005720*
005730***** funzione=storico: LE RIGHE DI STORICO REGISTRATE SOTTO IL
005740***** TICKET, DAL GIORNALE ARKTKU PER CHIAVE ALTERNATA NUMERO-TKU
005750*
005760 STORICO-MTKT.
005770
005780          MOVE "MK-numero"        TO FIELD-WEB.
005790          PERFORM READ-WEB        THRU EX-READ-WEB.
005800          MOVE ZEROS              TO NUMERO-MTKT.
005810          IF VALUE-WEB(1:8) NUMERIC
005820           MOVE VALUE-WEB(1:8)    TO NUMERO-MTKT
005830          END-IF.
005840
005850          MOVE SPACES             TO NOME-JSON.
005860          MOVE "UTILIZZITKT"      TO NOME-JSON.
005870
005880          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
005890
005900          MOVE "{""rows"":["      TO DATI-JSON.
005910          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005920
005930          MOVE SPACES             TO DATI-JSON.
005940          MOVE "S"                TO PRIMA-RIGA-MTKT.
005950
005960          IF NUMERO-MTKT = ZEROS GO TO FINE-STORICO-MTKT.
005970
005980          PERFORM OPEN-I-TKU      THRU EX-OPEN-I-TKU.
005990
006000          MOVE NUMERO-MTKT        TO NUMERO-TKU.
006010          PERFORM STARTO-NUMERO-TKU THRU EX-STARTO-NUMERO-TKU.
006020
006030          IF ESITO-NOK GO TO CHIUDI-STORICO-MTKT.
006040
006050 CICLO-STORICO-MTKT.
006060
006070          PERFORM LEGGO-NEXT-TKU  THRU EX-LEGGO-NEXT-TKU.
006080
006090          IF FINE-FILE = "S" GO TO CHIUDI-STORICO-MTKT.
006100
006110          IF NUMERO-TKU NOT = NUMERO-MTKT
006120           GO TO CHIUDI-STORICO-MTKT
006130          END-IF.
006140
006150          IF PRIMA-RIGA-MTKT = "S"
006160           MOVE "N"               TO PRIMA-RIGA-MTKT
006170          ELSE
006180           MOVE ","               TO DATI-JSON
006190           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
006200          END-IF.
006210
006220          MOVE SPACES             TO STRINGA-JSON.
006230          MOVE RIFERIMENTO-TKU    TO STRINGA-JSON.
006240          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
006250
006260          STRING '{"ARCHIVIO":"'  DELIMITED BY SIZE
006270           ARCHIVIO-TKU           DELIMITED BY SIZE
006280           '","RIFERIMENTO":"'    DELIMITED BY SIZE
006290           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
006300           '","DATA":"'           DELIMITED BY SIZE
006310           DATA-TKU               DELIMITED BY SIZE
006320           '","ORA":"'            DELIMITED BY SIZE
006330           ORA-TKU                DELIMITED BY SIZE
006340           '","UTENTE":"'         DELIMITED BY SIZE
006350           UTENTE-TKU             DELIMITED BY SIZE
006360           '","PROGRAMMA":"'      DELIMITED BY SIZE
006370           PROGRAMMA-TKU          DELIMITED BY SIZE
006380           '"}'                   DELIMITED BY SIZE
006390           INTO DATI-JSON.
006400          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
006410
006420          GO TO CICLO-STORICO-MTKT.
006430
006440 CHIUDI-STORICO-MTKT.
006450
006460          PERFORM CLOSE-TKU       THRU EX-CLOSE-TKU.
006470
006480 FINE-STORICO-MTKT.
006490
006500          MOVE "]}"               TO DATI-JSON.
006510          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
006520
006530          CLOSE ARKJSON.
006540
006550 EX-STORICO-MTKT.
006560          EXIT.
