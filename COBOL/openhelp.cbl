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
000190*
000200* GUIDA CONTESTUALE DELLE VOCI DI MENU: E' LA PAGINA APERTA DAL
000210* "?" CHE MAKE-WEB METTE IN OGNI MODELLO (CAMPO MK-AIUTO). LA VOCE
000220* ARRIVA COME TERNA MOD/ENT/FUNZ IN MK-voce (OPPURE DIRETTAMENTE
000230* COME NUM-MENU IN MK-numero, PER I RIMANDI TRA UNA GUIDA E
000240* L'ALTRA);
000250* SE LA TERNA ESATTA NON E' A MENU SI PRENDE LA PRIMA VOCE DELLO
000260* STESSO MODULO/ENTITA', E SE NEMMENO QUESTA ESISTE LA GUIDA
000270* GENERALE (VOCE ZERO). I TESTI (ARKHLP, MANUTENZIONE IN
000280* openmhlp.exe) SONO MOSTRATI NELLA LINGUA-UTEN DELL'OPERATORE,
000290* CON RIPIEGO SULL'ITALIANO SE LA TRADUZIONE MANCA; ANCHE IL
000300* TITOLO E' LA DESCRIZIONE DELLA VOCE TRADOTTA (ARKMLNG). LA
000310* GRIGLIA "AIUTO" HA UNA RIGA PER TESTO, CON IL NOME DEL CAMPO
000320* DESCRITTO (VUOTO PER LE RIGHE GENERALI DELLA PAGINA).
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENHELP.
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000380          COPY "SPECIAL.CBL".
000390 INPUT-OUTPUT     SECTION.
000400 FILE-CONTROL.
000410
000420          COPY "SELWEB.CBL".
000430          COPY "SELESE.CBL".
000440          COPY "SELJOB.CBL".
000450          COPY "SELVIEW.CBL".
000460          COPY "SELVSTO.CBL".
000470          COPY "SELJSON.CBL".
000480          COPY "SELMENU.CBL".
000490          COPY "SELMLNG.CBL".
000500          COPY "SELUTEN.CBL".
000510          COPY "SELHLP.CBL".
000520
000530 DATA             DIVISION.
000540 FILE SECTION.
000550
000560          COPY "FDEWEB.CBL".
000570          COPY "FDEESE.CBL".
000580          COPY "FDEJOB.CBL".
000590          COPY "FDEVIEW.CBL".
000600          COPY "FDEVSTO.CBL".
000610          COPY "FDEJSON.CBL".
000620          COPY "FDEMENU.CBL".
000630          COPY "FDEMLNG.CBL".
000640          COPY "FDEUTEN.CBL".
000650          COPY "FDEHLP.CBL".
000660
000670 WORKING-STORAGE  SECTION.
000680
000690          COPY "COBW3.CBL".
000700          COPY "GLOBALS.CBL".
000710*
000720 01 OPERATORE-HELP             PIC X(8).
000730 01 LINGUA-HELP                PIC XX.
000740*
000750** VOCE RICHIESTA (TERNA O NUMERO) E VOCE RISOLTA SU ARKMENU
000760*
000770 01 VOCE-HELP                  PIC X(6).
000780 01 NUM-VOCE-HELP              PIC 9(7).
000790 01 TITOLO-HELP                PIC X(40).
000800 01 PRIMA-RIGA-HELP            PIC X.
000810*
000820 PROCEDURE  DIVISION.
000830*
000840          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000850
000860*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000870*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000880*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000890          IF SESSIONE-RIFIUTATA GO TO FINE-HELP.
000900          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000910          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000920          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
000930          PERFORM OPEN-I-MLNG     THRU EX-OPEN-I-MLNG.
000940          PERFORM OPEN-I-HLP      THRU EX-OPEN-I-HLP.
000950
000960          PERFORM LINGUA-HELP-OPERATORE
000970           THRU EX-LINGUA-HELP-OPERATORE.
000980
000990          PERFORM CERCA-VOCE-HELP THRU EX-CERCA-VOCE-HELP.
001000
001010          IF ESITO-NOK GO TO FINE-HELP.
001020
001030          MOVE NUM-VOCE-HELP      TO NUM-MENU-HLP.
001040          MOVE LINGUA-HELP        TO LINGUA-HLP.
001050          PERFORM POSIZIONA-HLP   THRU EX-POSIZIONA-HLP.
001060
001070          IF ESITO-NOK
001080           MOVE SPACES            TO MESSAGGIO
001090           STRING "Nessuna guida disponibile per "
001100                                  DELIMITED BY SIZE
001110                  TITOLO-HELP     DELIMITED BY SIZE
001120            INTO MESSAGGIO
001130           PERFORM VIS-MESS       THRU EX-VIS-MESS
001140           GO TO FINE-HELP
001150          END-IF.
001160
001170          PERFORM GRIGLIA-HELP    THRU EX-GRIGLIA-HELP.
001180
001190          MOVE TITOLO-HELP        TO VALUE-WEB.
001200          MOVE "MK-TITOLO"        TO FIELD-WEB.
001210          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001220
001230          MOVE LINGUA-HLP-WEB     TO VALUE-WEB.
001240          MOVE "MK-LINGUA"        TO FIELD-WEB.
001250          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001260
001270*         IL MODELLO AVVISA CHE LA TRADUZIONE MANCA E SI STA
001280*         LEGGENDO IL TESTO ITALIANO
001290          MOVE RIPIEGO-HLP-WEB    TO VALUE-WEB.
001300          MOVE "MK-RIPIEGO"       TO FIELD-WEB.
001310          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001320
001330          MOVE "AIUTO.HTM"        TO PAGE-WEB.
001340
001350          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001360
001370 FINE-HELP.
001380
001390          PERFORM CLOSE-HLP       THRU EX-CLOSE-HLP.
001400          PERFORM CLOSE-MLNG      THRU EX-CLOSE-MLNG.
001410          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
001420          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001430          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001440          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001450
001460          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001470
001480          GOBACK.
001490
001500          COPY "PIOWEB1.CBL".
001510          COPY "PIOESE.CBL".
001520          COPY "PIOJOB.CBL".
001530          COPY "PIOVIEW.CBL".
001540          COPY "PIOVSTO.CBL".
001550          COPY "PIOVIEWH.CBL".
001560          COPY "PIOJSON.CBL".
001570          COPY "PIOMENU.CBL".
001580          COPY "PIOMLNG.CBL".
001590          COPY "PIOUTEN.CBL".
001600          COPY "PIOHLP.CBL".
001610*
001620***** LINGUA DELLA GUIDA: QUELLA DELL'OPERATORE (LINGUA-UTEN);
001630***** SENZA OPERATORE RICONOSCIUTO VALE LA LINGUA DELLA SESSIONE
001640*
001650 LINGUA-HELP-OPERATORE.
001660
001670          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001680          PERFORM READ-WEB        THRU EX-READ-WEB.
001690          MOVE SPACES             TO OPERATORE-HELP.
001700          MOVE VALUE-WEB(1:8)     TO OPERATORE-HELP.
001710
001720          MOVE SPACES             TO LINGUA-HELP.
001730
001740          IF OPERATORE-HELP NOT = SPACES
001750           MOVE OPERATORE-HELP    TO CHIAVE-UTEN
001760           PERFORM LEGGO-UTEN     THRU EX-LEGGO-UTEN
001770           IF ESITO-OK
001780            MOVE LINGUA-UTEN      TO LINGUA-HELP
001790           END-IF
001800          END-IF.
001810
001820          IF LINGUA-HELP = SPACES
001830           PERFORM LEGGI-LINGUA-LOCALE-WEB
001840            THRU EX-LEGGI-LINGUA-LOCALE-WEB
001850           MOVE LINGUA-LOCALE-WEB TO LINGUA-HELP
001860          END-IF.
001870
001880          INSPECT LINGUA-HELP CONVERTING
001890           "abcdefghijklmnopqrstuvwxyz" TO
001900           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001910
001920 EX-LINGUA-HELP-OPERATORE.
001930          EXIT.
001940*
001950***** VOCE DI MENU DELLA GUIDA: MK-numero SE INDICATO, ALTRIMENTI
001960***** LA TERNA DI MK-voce, POI LA PRIMA VOCE DELLO STESSO MODULO/
001970***** ENTITA', INFINE LA GUIDA GENERALE (VOCE ZERO). "NO" SOLO PER
001980***** UN MK-numero CHE NON ESISTE
001990*
002000 CERCA-VOCE-HELP.
002010
002020          MOVE "OK"               TO ESITO-WEB.
002030          MOVE ZEROS              TO NUM-VOCE-HELP.
002040          MOVE "Guida generale"   TO TITOLO-HELP.
002050
002060          MOVE "MK-numero"        TO FIELD-WEB.
002070          PERFORM READ-WEB        THRU EX-READ-WEB.
002080
002090          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
002100           PERFORM ALFA-TO-NUM-WEB THRU EX-ALFA-TO-NUM-WEB
002110           MOVE NUMERO-WEB        TO NUM-VOCE-HELP
002120           IF NUM-VOCE-HELP = ZEROS
002130            GO TO EX-CERCA-VOCE-HELP
002140           END-IF
002150           MOVE NUM-VOCE-HELP     TO NUM-MENU
002160           PERFORM LEGGO-MENU     THRU EX-LEGGO-MENU
002170           IF ESITO-NOK
002180            MOVE "Voce di menu inesistente" TO MESSAGGIO
002190            PERFORM VIS-MESS      THRU EX-VIS-MESS
002200            MOVE "NO"             TO ESITO-WEB
002210            GO TO EX-CERCA-VOCE-HELP
002220           END-IF
002230           GO TO TITOLO-VOCE-HELP
002240          END-IF.
002250
002260          MOVE "MK-voce"          TO FIELD-WEB.
002270          PERFORM READ-WEB        THRU EX-READ-WEB.
002280          MOVE SPACES             TO VOCE-HELP.
002290          MOVE VALUE-WEB(1:6)     TO VOCE-HELP.
002300          INSPECT VOCE-HELP CONVERTING
002310           "abcdefghijklmnopqrstuvwxyz" TO
002320           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002330
002340          MOVE "OK"               TO ESITO-WEB.
002350
002360          IF VOCE-HELP(1:2) = SPACES
002370           GO TO EX-CERCA-VOCE-HELP
002380          END-IF.
002390
002400          MOVE VOCE-HELP          TO CHIAVE-SEC-MENU.
002410          PERFORM LEGGO-SEC-MENU  THRU EX-LEGGO-SEC-MENU.
002420
002430          IF ESITO-OK GO TO TITOLO-VOCE-HELP.
002440
002450          MOVE VOCE-HELP(1:4)     TO CHIAVE-SEC-MENU(1:4).
002460          MOVE LOW-VALUES         TO FUNZ-MENU.
002470          PERFORM STARTO-SEC-MENU THRU EX-STARTO-SEC-MENU.
002480
002490          IF ESITO-NOK
002500           MOVE "OK"              TO ESITO-WEB
002510           GO TO EX-CERCA-VOCE-HELP
002520          END-IF.
002530
002540          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
002550
002560          IF FINE-FILE = "S"
002570           OR CHIAVE-SEC-MENU(1:4) NOT = VOCE-HELP(1:4)
002580           GO TO EX-CERCA-VOCE-HELP
002590          END-IF.
002600
002610 TITOLO-VOCE-HELP.
002620
002630          MOVE NUM-MENU           TO NUM-VOCE-HELP.
002640          MOVE LINGUA-HELP        TO LINGUA-MLNG.
002650          PERFORM RISOLVI-DESC-MLNG THRU EX-RISOLVI-DESC-MLNG.
002660          MOVE DESC-MENU-RISOLTA  TO TITOLO-HELP.
002670          MOVE "OK"               TO ESITO-WEB.
002680
002690 EX-CERCA-VOCE-HELP.
002700          EXIT.
002710*
002720***** GRIGLIA JSON DEI TESTI: POSIZIONA-HLP HA GIA' LA PRIMA RIGA
002730***** IN MEMORIA, SI PROSEGUE FINCHE' VOCE E LINGUA RESTANO QUELLE
002740*
002750 GRIGLIA-HELP.
002760
002770          MOVE SPACES              TO NOME-JSON.
002780          MOVE "AIUTO"             TO NOME-JSON.
002790
002800          PERFORM OPEN-O-JSON      THRU EX-OPEN-O-JSON.
002810
002820          MOVE "{""rows"":["       TO DATI-JSON.
002830          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002840
002850          MOVE "S"                 TO PRIMA-RIGA-HELP.
002860
002870 CICLO-GRIGLIA-HELP.
002880
002890          IF PRIMA-RIGA-HELP = "S"
002900           MOVE "N"                TO PRIMA-RIGA-HELP
002910          ELSE
002920           MOVE ","                TO DATI-JSON
002930           PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON
002940          END-IF.
002950
002960*         LE RIGHE GENERALI HANNO IL CAMPO VUOTO E UNA RIGA DI
002970*         TESTO VUOTA FA DA SPAZIATURA: NIENTE DA RENDERE SICURO
002980          MOVE SPACES              TO STRINGA-JSON.
002990          MOVE CAMPO-HLP           TO STRINGA-JSON.
003000          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
003010
003020          MOVE SPACES              TO DATI-JSON.
003030          IF LUNGH-JSON-ESC = ZEROS
003040           MOVE '{"CAMPO":"",'     TO DATI-JSON
003050          ELSE
003060           STRING '{"CAMPO":"'     DELIMITED BY SIZE
003070            STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003080            '",'                   DELIMITED BY SIZE
003090            INTO DATI-JSON
003100          END-IF.
003110          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
003120
003130          MOVE SPACES              TO STRINGA-JSON.
003140          MOVE TESTO-HLP           TO STRINGA-JSON.
003150          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
003160
003170          MOVE SPACES              TO DATI-JSON.
003180          IF LUNGH-JSON-ESC = ZEROS
003190           MOVE '"TESTO":""}'      TO DATI-JSON
003200          ELSE
003210           STRING '"TESTO":"'      DELIMITED BY SIZE
003220            STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003230            '"}'                   DELIMITED BY SIZE
003240            INTO DATI-JSON
003250          END-IF.
003260          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
003270
003280          PERFORM LEGGO-NEXT-HLP   THRU EX-LEGGO-NEXT-HLP.
003290
003300          IF FINE-FILE = "S"
003310           OR NUM-MENU-HLP NOT = NUM-HLP-WEB
003320           OR LINGUA-HLP NOT = LINGUA-HLP-WEB
003330           GO TO FINE-GRIGLIA-HELP
003340          END-IF.
003350
003360          GO TO CICLO-GRIGLIA-HELP.
003370
003380 FINE-GRIGLIA-HELP.
003390
003400          MOVE "]}"                TO DATI-JSON.
003410          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
003420
003430          CLOSE ARKJSON.
003440
003450 EX-GRIGLIA-HELP.
003460          EXIT.
