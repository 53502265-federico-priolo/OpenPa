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
000190* GESTIONE DEI PROBLEMI (ARKPRB), CIOE' DEGLI INCIDENTI RICORRENTI
000200* RAGGRUPPATI OGNI NOTTE DA OPENBPRB PER PROGRAMMA, FILE E FILE
000210* STATUS. SENZA funzione LA GRIGLIA JSON (MK-stato = "A" SOLO GLI
000220* APERTI, DEFAULT TUTTI); funzione=mostra CON MK-numero ELENCA GLI
000230* INCIDENTI DEL PROBLEMA; funzione=salva CON MK-numero REGISTRA
000240* MK-responsabile E MK-causa; funzione=chiudi CON MK-numero (E
000250* MK-causa SE NON ANCORA REGISTRATA: SENZA CAUSA NON SI CHIUDE)
000260* CHIUDE IL PROBLEMA E IN UN COLPO SOLO TUTTI I SUOI INCIDENTI
000270* ANCORA APERTI.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENMPRB.
000310 ENVIRONMENT      DIVISION.
000320 CONFIGURATION    SECTION.
000330          COPY "SPECIAL.CBL".
000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.
000360
000370          COPY "SELWEB.CBL".
000380          COPY "SELESE.CBL".
000390          COPY "SELJOB.CBL".
000400          COPY "SELVIEW.CBL".
000410          COPY "SELVSTO.CBL".
000420          COPY "SELJSON.CBL".
000430          COPY "SELINC.CBL".
000440          COPY "SELPRB.CBL".
000450
000460 DATA             DIVISION.
000470 FILE SECTION.
000480
000490          COPY "FDEWEB.CBL".
000500          COPY "FDEESE.CBL".
000510          COPY "FDEJOB.CBL".
000520          COPY "FDEVIEW.CBL".
000530          COPY "FDEVSTO.CBL".
000540          COPY "FDEJSON.CBL".
000550          COPY "FDEINC.CBL".
000560          COPY "FDEPRB.CBL".
000570
000580 WORKING-STORAGE  SECTION.
000590
000600          COPY "COBW3.CBL".
000610          COPY "GLOBALS.CBL".
000620*
000630 01 FUNZIONE-MPRB              PIC X(08).
000640 01 FILTRO-STATO-MPRB          PIC X.
000650 01 PRIMA-RIGA-MPRB            PIC X.
000660 01 NUMERO-MPRB                PIC 9(08).
000670 01 CHIUSI-MPRB                PIC 9(07).
000680 01 CHIUSI-EDIT-MPRB           PIC Z(6)9.
000690*
000700 PROCEDURE  DIVISION.
000710*
000720          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000730
000740*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000750*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000760*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000770          IF SESSIONE-RIFIUTATA GO TO FINE-MPRB.
000780          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000790          PERFORM OPEN-I-INC      THRU EX-OPEN-I-INC.
000800          PERFORM OPEN-I-PRB      THRU EX-OPEN-I-PRB.
000810
000820          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
000830          PERFORM READ-WEB        THRU EX-READ-WEB.
000840          MOVE SPACES             TO FUNZIONE-MPRB.
000850          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MPRB.
000860
000870          IF FUNZIONE-MPRB = "salva"
000880           PERFORM SALVA-MPRB     THRU EX-SALVA-MPRB
000890           GO TO FINE-MPRB
000900          END-IF.
000910
000920          IF FUNZIONE-MPRB = "chiudi"
000930           PERFORM CHIUDI-MPRB    THRU EX-CHIUDI-MPRB
000940           GO TO FINE-MPRB
000950          END-IF.
000960
000970          IF FUNZIONE-MPRB = "mostra"
000980           PERFORM MOSTRA-MPRB    THRU EX-MOSTRA-MPRB
000990           MOVE "PROBLEMA.HTM"    TO PAGE-WEB
001000           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001010           GO TO FINE-MPRB
001020          END-IF.
001030
001040          PERFORM ELENCO-MPRB     THRU EX-ELENCO-MPRB.
001050
001060          MOVE "PROBLEMI.HTM"     TO PAGE-WEB.
001070          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001080
001090 FINE-MPRB.
001100          PERFORM CLOSE-PRB       THRU EX-CLOSE-PRB.
001110          PERFORM CLOSE-INC       THRU EX-CLOSE-INC.
001120          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001130          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001140
001150          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001160
001170          GOBACK.
001180
001190          COPY "PIOWEB1.CBL".
001200          COPY "PIOESE.CBL".
001210          COPY "PIOJOB.CBL".
001220          COPY "PIOVIEW.CBL".
001230          COPY "PIOVSTO.CBL".
001240          COPY "PIOVIEWH.CBL".
001250          COPY "PIOJSON.CBL".
001260          COPY "PIOINC.CBL".
001270          COPY "PIOPRB.CBL".
001280*
001290***** GRIGLIA DEI PROBLEMI, CON FILTRO SUGLI APERTI
001300*
001310 ELENCO-MPRB.
001320
001330          MOVE "MK-stato"         TO FIELD-WEB.
001340          PERFORM READ-WEB        THRU EX-READ-WEB.
001350          MOVE SPACES             TO FILTRO-STATO-MPRB.
001360          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:1) = "A"
001370           MOVE "A"               TO FILTRO-STATO-MPRB
001380          END-IF.
001390
001400          MOVE SPACES             TO NOME-JSON.
001410          MOVE "PROBLEMI"         TO NOME-JSON.
001420
001430          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001440
001450          MOVE "{""rows"":["      TO DATI-JSON.
001460          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001470
001480          MOVE SPACES             TO DATI-JSON.
001490          MOVE "S"                TO PRIMA-RIGA-MPRB.
001500
001510          MOVE ZEROS              TO NUMERO-PRB.
001520          PERFORM STARTO-PRB      THRU EX-STARTO-PRB.
001530
001540          IF ESITO-NOK GO TO FINE-ELENCO-MPRB.
001550
001560 CICLO-ELENCO-MPRB.
001570
001580          PERFORM LEGGO-NEXT-PRB  THRU EX-LEGGO-NEXT-PRB.
001590
001600          IF FINE-FILE = "S" GO TO FINE-ELENCO-MPRB.
001610
001620          IF FILTRO-STATO-MPRB = "A" AND NOT PRB-APERTO
001630           GO TO CICLO-ELENCO-MPRB
001640          END-IF.
001650
001660          PERFORM RIGA-ELENCO-MPRB THRU EX-RIGA-ELENCO-MPRB.
001670
001680          GO TO CICLO-ELENCO-MPRB.
001690
001700 FINE-ELENCO-MPRB.
001710
001720          MOVE "]}"               TO DATI-JSON.
001730          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001740
001750          CLOSE ARKJSON.
001760
001770 EX-ELENCO-MPRB.
001780          EXIT.
001790
001800 RIGA-ELENCO-MPRB.
001810
001820          IF PRIMA-RIGA-MPRB = "S"
001830           MOVE "N"               TO PRIMA-RIGA-MPRB
001840          ELSE
001850           MOVE ","               TO DATI-JSON
001860           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
001870          END-IF.
001880
001890          STRING '{"NUMERO":"'    DELIMITED BY SIZE
001900           NUMERO-PRB             DELIMITED BY SIZE
001910           '","PROGRAMMA":"'      DELIMITED BY SIZE
001920           PROGRAMMA-PRB          DELIMITED BY SIZE
001930           '","FILE":"'           DELIMITED BY SIZE
001940           FILE-PRB               DELIMITED BY SIZE
001950           '","STATUS":"'         DELIMITED BY SIZE
001960           STATUS-FILE-PRB        DELIMITED BY SIZE
001970           '","STATO":"'          DELIMITED BY SIZE
001980           STATO-PRB              DELIMITED BY SIZE
001990           '","PRIMA":"'          DELIMITED BY SIZE
002000           PRIMA-DATA-PRB         DELIMITED BY SIZE
002010           '","ULTIMA":"'         DELIMITED BY SIZE
002020           ULTIMA-DATA-PRB        DELIMITED BY SIZE
002030           '","OCCORRENZE":"'     DELIMITED BY SIZE
002040           OCCORRENZE-PRB         DELIMITED BY SIZE
002050           '","APERTI":"'         DELIMITED BY SIZE
002060           APERTI-PRB             DELIMITED BY SIZE
002070           '","SETTIMANA":"'      DELIMITED BY SIZE
002080           SETTIMANA-PRB          DELIMITED BY SIZE
002090           '","PRECEDENTE":"'     DELIMITED BY SIZE
002100           SETTIMANA-PREC-PRB     DELIMITED BY SIZE
002110           '","TENDENZA":"'       DELIMITED BY SIZE
002120           TENDENZA-PRB           DELIMITED BY SIZE
002130           '",'                   DELIMITED BY SIZE
002140           INTO DATI-JSON.
002150          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002160
002170          STRING '"RESPONSABILE":"' DELIMITED BY SIZE
002180           RESPONSABILE-PRB       DELIMITED BY SIZE
002190           '","CHIUSURA":"'       DELIMITED BY SIZE
002200           DATA-CHIUSURA-PRB      DELIMITED BY SIZE
002210           '","CHIUSO-DA":"'      DELIMITED BY SIZE
002220           OPERATORE-CHIUSURA-PRB DELIMITED BY SIZE
002230           '","RICORRENZA-DI":"'  DELIMITED BY SIZE
002240           PRECEDENTE-PRB         DELIMITED BY SIZE
002250           '",'                   DELIMITED BY SIZE
002260           INTO DATI-JSON.
002270          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002280
002290          MOVE SPACES             TO STRINGA-JSON.
002300          MOVE DESC-PRB           TO STRINGA-JSON.
002310          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002320
002330          STRING '"DESC":"'       DELIMITED BY SIZE
002340           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002350           '",'                   DELIMITED BY SIZE
002360           INTO DATI-JSON.
002370          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002380
002390          MOVE SPACES             TO STRINGA-JSON.
002400          MOVE CAUSA-PRB          TO STRINGA-JSON.
002410          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002420
002430          STRING '"CAUSA":"'      DELIMITED BY SIZE
002440           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002450           '",'                   DELIMITED BY SIZE
002460           INTO DATI-JSON.
002470          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002480
002490          STRING '"MOSTRA":"'     DELIMITED BY SIZE
002500           '<a href=openmprb.exe?MK-KEY=' DELIMITED BY SIZE
002510           SECTION-WEB            DELIMITED BY SIZE
002520           "&MK-FUNZIONE=mostra&MK-numero=" DELIMITED BY SIZE
002530           NUMERO-PRB             DELIMITED BY SIZE
002540           '>'                    DELIMITED BY SIZE
002550           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
002560            DELIMITED BY SIZE
002570           '"}'                   DELIMITED BY SIZE
002580           INTO DATI-JSON.
002590          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002600
002610 EX-RIGA-ELENCO-MPRB.
002620          EXIT.
002630*
002640***** RILEGGE MK-numero E IL PROBLEMA CORRISPONDENTE; SE MANCA
002650***** MOSTRA IL MESSAGGIO E TORNA ESITO-NOK
002660*
002670 LEGGI-PROBLEMA-MPRB.
002680
002690          MOVE "MK-numero"        TO FIELD-WEB.
002700          PERFORM READ-WEB        THRU EX-READ-WEB.
002710
002720          IF VALUE-WEB(1:8) NOT NUMERIC
002730           MOVE "Numero problema non valido" TO MESSAGGIO
002740           PERFORM VIS-MESS       THRU EX-VIS-MESS
002750           MOVE "NO"              TO ESITO-WEB
002760           GO TO EX-LEGGI-PROBLEMA-MPRB
002770          END-IF.
002780
002790          MOVE VALUE-WEB(1:8)     TO NUMERO-MPRB.
002800          MOVE NUMERO-MPRB        TO NUMERO-PRB.
002810          PERFORM LEGGO-PRB       THRU EX-LEGGO-PRB.
002820
002830          IF ESITO-NOK
002840           MOVE "Problema non trovato" TO MESSAGGIO
002850           PERFORM VIS-MESS       THRU EX-VIS-MESS
002860          END-IF.
002870
002880 EX-LEGGI-PROBLEMA-MPRB.
002890          EXIT.
002900*
002910***** funzione=mostra: GLI INCIDENTI RICONDOTTI AL PROBLEMA
002920*
002930 MOSTRA-MPRB.
002940
002950          MOVE "MK-numero"        TO FIELD-WEB.
002960          PERFORM READ-WEB        THRU EX-READ-WEB.
002970          MOVE ZEROS              TO NUMERO-MPRB.
002980          IF VALUE-WEB(1:8) NUMERIC
002990           MOVE VALUE-WEB(1:8)    TO NUMERO-MPRB
003000          END-IF.
003010
003020          MOVE SPACES             TO NOME-JSON.
003030          MOVE "PROBLEMA"         TO NOME-JSON.
003040
003050          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
003060
003070          MOVE "{""rows"":["      TO DATI-JSON.
003080          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003090
003100          MOVE SPACES             TO DATI-JSON.
003110          MOVE "S"                TO PRIMA-RIGA-MPRB.
003120
003130          IF NUMERO-MPRB = ZEROS GO TO FINE-MOSTRA-MPRB.
003140
003150          MOVE ZEROS              TO NUMERO-INC.
003160          PERFORM STARTO-INC      THRU EX-STARTO-INC.
003170
003180          IF ESITO-NOK GO TO FINE-MOSTRA-MPRB.
003190
003200 CICLO-MOSTRA-MPRB.
003210
003220          PERFORM LEGGO-NEXT-INC  THRU EX-LEGGO-NEXT-INC.
003230
003240          IF FINE-FILE = "S" GO TO FINE-MOSTRA-MPRB.
003250
003260          IF PROBLEMA-INC NOT NUMERIC
003270           OR PROBLEMA-INC NOT = NUMERO-MPRB
003280           GO TO CICLO-MOSTRA-MPRB
003290          END-IF.
003300
003310          IF PRIMA-RIGA-MPRB = "S"
003320           MOVE "N"               TO PRIMA-RIGA-MPRB
003330          ELSE
003340           MOVE ","               TO DATI-JSON
003350           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
003360          END-IF.
003370
003380          MOVE SPACES             TO STRINGA-JSON.
003390          MOVE DESC-INC           TO STRINGA-JSON.
003400          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003410
003420          STRING '{"NUMERO":"'    DELIMITED BY SIZE
003430           NUMERO-INC             DELIMITED BY SIZE
003440           '","DATA":"'           DELIMITED BY SIZE
003450           DATA-INC               DELIMITED BY SIZE
003460           '","ORA":"'            DELIMITED BY SIZE
003470           ORA-INC                DELIMITED BY SIZE
003480           '","OPERATORE":"'      DELIMITED BY SIZE
003490           OPERATORE-INC          DELIMITED BY SIZE
003500           '","SECTION":"'        DELIMITED BY SIZE
003510           SECTION-INC            DELIMITED BY SIZE
003520           '","STATO":"'          DELIMITED BY SIZE
003530           STATO-INC              DELIMITED BY SIZE
003540           '","DESC":"'           DELIMITED BY SIZE
003550           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003560           '"}'                   DELIMITED BY SIZE
003570           INTO DATI-JSON.
003580          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003590
003600          GO TO CICLO-MOSTRA-MPRB.
003610
003620 FINE-MOSTRA-MPRB.
003630
003640          MOVE "]}"               TO DATI-JSON.
003650          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003660
003670          CLOSE ARKJSON.
003680
003690 EX-MOSTRA-MPRB.
003700          EXIT.
003710*
003720***** funzione=salva: RESPONSABILE E CAUSA DI UN PROBLEMA APERTO
003730***** (UN CAMPO NON INVIATO RESTA COM'E')
003740*
003750 SALVA-MPRB.
003760
003770          PERFORM LEGGI-PROBLEMA-MPRB THRU EX-LEGGI-PROBLEMA-MPRB.
003780
003790          IF ESITO-NOK GO TO EX-SALVA-MPRB.
003800
003810          IF PRB-CHIUSO
003820           MOVE "Problema gia' chiuso" TO MESSAGGIO
003830           PERFORM VIS-MESS       THRU EX-VIS-MESS
003840           GO TO EX-SALVA-MPRB
003850          END-IF.
003860
003870          MOVE "MK-responsabile"  TO FIELD-WEB.
003880          PERFORM READ-WEB        THRU EX-READ-WEB.
003890          IF COBW3-SEARCH-FLAG-EXIST
003900           MOVE VALUE-WEB(1:8)    TO RESPONSABILE-PRB
003910          END-IF.
003920
003930          PERFORM LEGGI-CAUSA-MPRB THRU EX-LEGGI-CAUSA-MPRB.
003940
003950          PERFORM RISCRIVI-PRB    THRU EX-RISCRIVI-PRB.
003960
003970          IF ESITO-OK
003980           MOVE "Problema aggiornato" TO MESSAGGIO
003990          ELSE
004000           MOVE "Errore in aggiornamento problema" TO MESSAGGIO
004010          END-IF.
004020
004030          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004040
004050 EX-SALVA-MPRB.
004060          EXIT.
004070
004080 LEGGI-CAUSA-MPRB.
004090
004100          MOVE "MK-causa"         TO FIELD-WEB.
004110          PERFORM READ-WEB        THRU EX-READ-WEB.
004120          IF COBW3-SEARCH-FLAG-EXIST
004130           MOVE VALUE-WEB(1:160)  TO CAUSA-PRB
004140          END-IF.
004150
004160 EX-LEGGI-CAUSA-MPRB.
004170          EXIT.
004180*
004190***** funzione=chiudi: IL PROBLEMA CON LA SUA CAUSA RESTA A
004200***** REGISTRO; I SUOI INCIDENTI ANCORA APERTI SI CHIUDONO CON LUI
004210*
004220 CHIUDI-MPRB.
004230
004240          PERFORM LEGGI-PROBLEMA-MPRB THRU EX-LEGGI-PROBLEMA-MPRB.
004250
004260          IF ESITO-NOK GO TO EX-CHIUDI-MPRB.
004270
004280          IF PRB-CHIUSO
004290           MOVE "Problema gia' chiuso" TO MESSAGGIO
004300           PERFORM VIS-MESS       THRU EX-VIS-MESS
004310           GO TO EX-CHIUDI-MPRB
004320          END-IF.
004330
004340          PERFORM LEGGI-CAUSA-MPRB THRU EX-LEGGI-CAUSA-MPRB.
004350
004360          IF CAUSA-PRB = SPACES
004370           MOVE "Indicare la causa prima di chiudere il problema"
004380            TO MESSAGGIO
004390           PERFORM VIS-MESS       THRU EX-VIS-MESS
004400           GO TO EX-CHIUDI-MPRB
004410          END-IF.
004420
004430          MOVE "C"                TO STATO-PRB.
004440          ACCEPT DATA-CHIUSURA-PRB FROM DATE YYYYMMDD.
004450          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-CHIUSURA-PRB.
004460          MOVE ZEROS              TO APERTI-PRB.
004470
004480          PERFORM RISCRIVI-PRB    THRU EX-RISCRIVI-PRB.
004490
004500          IF ESITO-NOK
004510           MOVE "Errore in chiusura problema" TO MESSAGGIO
004520           PERFORM VIS-MESS       THRU EX-VIS-MESS
004530           GO TO EX-CHIUDI-MPRB
004540          END-IF.
004550
004560          MOVE ZEROS              TO CHIUSI-MPRB.
004570
004580          MOVE ZEROS              TO NUMERO-INC.
004590          PERFORM STARTO-INC      THRU EX-STARTO-INC.
004600
004610          IF ESITO-NOK GO TO FINE-CHIUDI-MPRB.
004620
004630 CICLO-CHIUDI-MPRB.
004640
004650          PERFORM LEGGO-NEXT-INC  THRU EX-LEGGO-NEXT-INC.
004660
004670          IF FINE-FILE = "S" GO TO FINE-CHIUDI-MPRB.
004680
004690          IF PROBLEMA-INC NOT NUMERIC
004700           OR PROBLEMA-INC NOT = NUMERO-MPRB
004710           OR NOT INC-APERTO
004720           GO TO CICLO-CHIUDI-MPRB
004730          END-IF.
004740
004750          MOVE "C"                TO STATO-INC.
004760          PERFORM RISCRIVI-INC    THRU EX-RISCRIVI-INC.
004770
004780          IF ESITO-OK
004790           ADD 1                  TO CHIUSI-MPRB
004800          END-IF.
004810
004820          GO TO CICLO-CHIUDI-MPRB.
004830
004840 FINE-CHIUDI-MPRB.
004850
004860          MOVE CHIUSI-MPRB        TO CHIUSI-EDIT-MPRB.
004870          MOVE SPACES             TO MESSAGGIO.
004880          STRING "Problema chiuso, incidenti chiusi con lui: "
004890           CHIUSI-EDIT-MPRB DELIMITED BY SIZE INTO MESSAGGIO.
004900
004910          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004920
004930 EX-CHIUDI-MPRB.
004940          EXIT.
