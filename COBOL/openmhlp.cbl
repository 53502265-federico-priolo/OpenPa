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
000200* MANUTENZIONE DEI TESTI DI AIUTO CONTESTUALE ARKHLP (GRIGLIA JSON
000210* NELLO STILE DI openmmsg.exe): SENZA funzione TORNA L'ELENCO
000220* DELLE RIGHE, FILTRATO SU MK-numero (NUM-MENU, ZERO = GUIDA
000230* GENERALE) E MK-lingua SE INDICATI; funzione=salva RICEVE
000240* MK-numero/MK-lingua/MK-riga/MK-campo/MK-testo E AGGIUNGE O
000250* AGGIORNA LA RIGA (MK-riga VUOTO ACCODA DOPO L'ULTIMA RIGA DELLA
000260* VOCE IN QUELLA LINGUA; MK-campo VUOTO = TESTO GENERALE DELLA
000270* PAGINA, ALTRIMENTI IL NOME DEL CAMPO DESCRITTO);
000280* funzione=elimina RICEVE MK-numero/MK-lingua/MK-riga E TOGLIE LA
000290* RIGA, O TUTTE LE RIGHE DELLA VOCE IN QUELLA LINGUA SE MK-riga E'
000300* VUOTO. LA LETTURA A VIDEO E' DI openhelp.exe, LA STAMPA DEL
000310* MANUALE DI openbman.
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENMHLP.
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
000470          COPY "SELMENU.CBL".
000480          COPY "SELHLP.CBL".
000490
000500 DATA             DIVISION.
000510 FILE SECTION.
000520
000530          COPY "FDEWEB.CBL".
000540          COPY "FDEESE.CBL".
000550          COPY "FDEJOB.CBL".
000560          COPY "FDEVIEW.CBL".
000570          COPY "FDEVSTO.CBL".
000580          COPY "FDEJSON.CBL".
000590          COPY "FDEMENU.CBL".
000600          COPY "FDEHLP.CBL".
000610
000620 WORKING-STORAGE  SECTION.
000630
000640          COPY "COBW3.CBL".
000650          COPY "GLOBALS.CBL".
000660*
000670** FUNZIONE RICHIESTA (salva / elimina, IL RESTO VA ALLA GRIGLIA)
000680*
000690 01 FUNZIONE-MHLP              PIC X(08).
000700*
000710** CAMPI DELLA RIGA IN ARRIVO DALLA MASCHERA
000720*
000730 01 NUMERO-MHLP                PIC 9(7).
000740 01 NUMERO-DATO-MHLP           PIC X.
000750 01 LINGUA-MHLP                PIC X(02).
000760 01 RIGA-MHLP                  PIC 9(3).
000770 01 ULTIMA-RIGA-MHLP           PIC 9(3).
000780 01 OPERATORE-MHLP             PIC X(8).
000790 01 DATA-MHLP                  PIC 9(8).
000800 01 RIGHE-MHLP                 PIC 9(5).
000810 01 RIGHE-ED-MHLP              PIC Z(4)9.
000820 01 PRIMA-RIGA-MHLP            PIC X.
000830 01 VOCE-LETTA-MHLP            PIC 9(7).
000840 01 DESC-VOCE-MHLP             PIC X(40).
000850*
000860 PROCEDURE  DIVISION.
000870*
000880          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000890
000900*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000910*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000920*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000930          IF SESSIONE-RIFIUTATA GO TO FINE-MHLP.
000940          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000950          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
000960          PERFORM OPEN-I-HLP      THRU EX-OPEN-I-HLP.
000970
000980          PERFORM CAMPI-CHIAVE-MHLP THRU EX-CAMPI-CHIAVE-MHLP.
000990
001000          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001010          PERFORM READ-WEB        THRU EX-READ-WEB.
001020          MOVE SPACES             TO FUNZIONE-MHLP.
001030          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MHLP.
001040
001050          IF FUNZIONE-MHLP = "salva"
001060           PERFORM SALVA-MHLP     THRU EX-SALVA-MHLP
001070           GO TO FINE-MHLP
001080          END-IF.
001090
001100          IF FUNZIONE-MHLP = "elimina"
001110           PERFORM ELIMINA-MHLP   THRU EX-ELIMINA-MHLP
001120           GO TO FINE-MHLP
001130          END-IF.
001140
001150          PERFORM ELENCO-MHLP     THRU EX-ELENCO-MHLP.
001160
001170          MOVE "AIUTI.HTM"        TO PAGE-WEB.
001180
001190          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001200
001210 FINE-MHLP.
001220
001230          PERFORM CLOSE-HLP       THRU EX-CLOSE-HLP.
001240          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
001250          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001260          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001270
001280          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001290
001300          GOBACK.
001310
001320          COPY "PIOWEB1.CBL".
001330          COPY "PIOESE.CBL".
001340          COPY "PIOJOB.CBL".
001350          COPY "PIOVIEW.CBL".
001360          COPY "PIOVSTO.CBL".
001370          COPY "PIOVIEWH.CBL".
001380          COPY "PIOJSON.CBL".
001390          COPY "PIOMENU.CBL".
001400          COPY "PIOHLP.CBL".
001410*
001420***** VOCE, LINGUA E RIGA DALLA MASCHERA, COMUNI A TUTTE LE
001430***** FUNZIONI (LINGUA IN MAIUSCOLO; PER salva VUOTA = ITALIANO)
001440*
001450 CAMPI-CHIAVE-MHLP.
001460
001470          MOVE "MK-numero"        TO FIELD-WEB.
001480          PERFORM READ-WEB        THRU EX-READ-WEB.
001490          MOVE "N"                TO NUMERO-DATO-MHLP.
001500          MOVE ZEROS              TO NUMERO-MHLP.
001510          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
001520           MOVE "S"               TO NUMERO-DATO-MHLP
001530           PERFORM ALFA-TO-NUM-WEB THRU EX-ALFA-TO-NUM-WEB
001540           MOVE NUMERO-WEB        TO NUMERO-MHLP
001550          END-IF.
001560
001570          MOVE "MK-lingua"        TO FIELD-WEB.
001580          PERFORM READ-WEB        THRU EX-READ-WEB.
001590          MOVE SPACES             TO LINGUA-MHLP.
001600          IF COBW3-SEARCH-FLAG-EXIST
001610           MOVE VALUE-WEB(1:2)    TO LINGUA-MHLP
001620          END-IF.
001630          INSPECT LINGUA-MHLP CONVERTING
001640           "abcdefghijklmnopqrstuvwxyz" TO
001650           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001660
001670          MOVE "MK-riga"          TO FIELD-WEB.
001680          PERFORM READ-WEB        THRU EX-READ-WEB.
001690          MOVE ZEROS              TO RIGA-MHLP.
001700          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
001710           PERFORM ALFA-TO-NUM-WEB THRU EX-ALFA-TO-NUM-WEB
001720           MOVE NUMERO-WEB        TO RIGA-MHLP
001730          END-IF.
001740
001750 EX-CAMPI-CHIAVE-MHLP.
001760          EXIT.
001770*
001780***** ELENCO DELLE RIGHE IN JSON PER LA GRIGLIA, CON LA
001790***** DESCRIZIONE DELLA VOCE DI MENU A CUI SI RIFERISCONO
001800*
001810 ELENCO-MHLP.
001820
001830          MOVE SPACES              TO NOME-JSON.
001840          MOVE "AIUTI"             TO NOME-JSON.
001850
001860          PERFORM OPEN-O-JSON      THRU EX-OPEN-O-JSON.
001870
001880          MOVE "{""rows"":["       TO DATI-JSON.
001890          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
001900
001910          MOVE SPACES              TO DATI-JSON.
001920          MOVE "S"                 TO PRIMA-RIGA-MHLP.
001930          MOVE 9999999             TO VOCE-LETTA-MHLP.
001940
001950          MOVE LOW-VALUES          TO CHIAVE-HLP.
001960          IF NUMERO-DATO-MHLP = "S"
001970           MOVE NUMERO-MHLP        TO NUM-MENU-HLP
001980          END-IF.
001990          PERFORM STARTO-HLP       THRU EX-STARTO-HLP.
002000
002010          IF ESITO-NOK GO TO FINE-ELENCO-MHLP.
002020
002030 CICLO-ELENCO-MHLP.
002040
002050          PERFORM LEGGO-NEXT-HLP   THRU EX-LEGGO-NEXT-HLP.
002060
002070          IF FINE-FILE = "S" GO TO FINE-ELENCO-MHLP.
002080
002090          IF NUMERO-DATO-MHLP = "S"
002100           AND NUM-MENU-HLP NOT = NUMERO-MHLP
002110           GO TO FINE-ELENCO-MHLP
002120          END-IF.
002130
002140          IF LINGUA-MHLP NOT = SPACES
002150           AND LINGUA-HLP NOT = LINGUA-MHLP
002160           GO TO CICLO-ELENCO-MHLP
002170          END-IF.
002180
002190          IF NUM-MENU-HLP NOT = VOCE-LETTA-MHLP
002200           PERFORM DESCRIVI-VOCE-MHLP THRU EX-DESCRIVI-VOCE-MHLP
002210          END-IF.
002220
002230          IF PRIMA-RIGA-MHLP = "S"
002240           MOVE "N"                TO PRIMA-RIGA-MHLP
002250          ELSE
002260           MOVE ","                TO DATI-JSON
002270           PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON
002280          END-IF.
002290
002300          MOVE SPACES              TO STRINGA-JSON.
002310          MOVE DESC-VOCE-MHLP      TO STRINGA-JSON.
002320          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
002330
002340          MOVE SPACES              TO DATI-JSON.
002350          STRING '{"NUMERO":"'     DELIMITED BY SIZE
002360           NUM-MENU-HLP            DELIMITED BY SIZE
002370           '","VOCE":"'            DELIMITED BY SIZE
002380           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002390           '","LINGUA":"'          DELIMITED BY SIZE
002400           LINGUA-HLP              DELIMITED BY SIZE
002410           '","RIGA":"'            DELIMITED BY SIZE
002420           RIGA-HLP                DELIMITED BY SIZE
002430           '","CAMPO":"'           DELIMITED BY SIZE
002440           CAMPO-HLP               DELIMITED BY SPACE
002450           '",'                    DELIMITED BY SIZE
002460           INTO DATI-JSON.
002470          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002480
002490          MOVE SPACES              TO STRINGA-JSON.
002500          MOVE TESTO-HLP           TO STRINGA-JSON.
002510          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
002520
002530          MOVE SPACES              TO DATI-JSON.
002540          IF LUNGH-JSON-ESC = ZEROS
002550           MOVE '"TESTO":"",'      TO DATI-JSON
002560          ELSE
002570           STRING '"TESTO":"'      DELIMITED BY SIZE
002580            STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002590            '",'                   DELIMITED BY SIZE
002600            INTO DATI-JSON
002610          END-IF.
002620          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002630
002640**** ITEM: ELIMINA
002650          MOVE SPACES              TO DATI-JSON.
002660          STRING '"ELIMINA":"'     DELIMITED BY SIZE
002670           '<a href=openmhlp.exe?MK-KEY=' DELIMITED BY SIZE
002675           SECTION-WEB             DELIMITED BY SIZE
002680           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002690           "&MK-FUNZIONE=elimina&MK-numero=" DELIMITED BY SIZE
002700           NUM-MENU-HLP            DELIMITED BY SIZE
002710           "&MK-lingua="           DELIMITED BY SIZE
002720           LINGUA-HLP              DELIMITED BY SIZE
002730           "&MK-riga="             DELIMITED BY SIZE
002740           RIGA-HLP                DELIMITED BY SIZE
002750           '>'                     DELIMITED BY SIZE
002760           "<img src='/openpa/images/cancella.gif' BORDER='0'>"
002770            DELIMITED BY SIZE
002780           "</a>"                  DELIMITED BY SIZE
002790           '"}'                    DELIMITED BY SIZE
002800           INTO DATI-JSON.
002810          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002820
002830          GO TO CICLO-ELENCO-MHLP.
002840
002850 FINE-ELENCO-MHLP.
002860
002870          MOVE "]}"                TO DATI-JSON.
002880          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002890
002900          CLOSE ARKJSON.
002910
002920 EX-ELENCO-MHLP.
002930          EXIT.
002940*
002950***** DESCRIZIONE DELLA VOCE DI MENU DELLA RIGA (ZERO = GUIDA
002960***** GENERALE, VOCE SPARITA DAL MENU = SEGNALATA COME TALE)
002970*
002980 DESCRIVI-VOCE-MHLP.
002990
003000          MOVE NUM-MENU-HLP        TO VOCE-LETTA-MHLP.
003010
003020          IF NUM-MENU-HLP = ZEROS
003030           MOVE "Guida generale"   TO DESC-VOCE-MHLP
003040           GO TO EX-DESCRIVI-VOCE-MHLP
003050          END-IF.
003060
003070          MOVE NUM-MENU-HLP        TO NUM-MENU.
003080          PERFORM LEGGO-MENU       THRU EX-LEGGO-MENU.
003090
003100          IF ESITO-OK
003110           MOVE DESC-MENU          TO DESC-VOCE-MHLP
003120          ELSE
003130           MOVE "Voce non piu' a menu" TO DESC-VOCE-MHLP
003140          END-IF.
003150
003160 EX-DESCRIVI-VOCE-MHLP.
003170          EXIT.
003180*
003190***** funzione=salva: AGGIUNGE O AGGIORNA LA RIGA DI GUIDA COI
003200***** CAMPI DELLA MASCHERA
003210*
003220 SALVA-MHLP.
003230
003240          IF NUMERO-DATO-MHLP NOT = "S"
003250           MOVE "Indicare la voce di menu (zero = guida generale)"
003260                                  TO MESSAGGIO
003270           PERFORM VIS-MESS       THRU EX-VIS-MESS
003280           GO TO EX-SALVA-MHLP
003290          END-IF.
003300
003310          IF NUMERO-MHLP NOT = ZEROS
003320           MOVE NUMERO-MHLP       TO NUM-MENU
003330           PERFORM LEGGO-MENU     THRU EX-LEGGO-MENU
003340           IF ESITO-NOK
003350            MOVE "Voce di menu inesistente" TO MESSAGGIO
003360            PERFORM VIS-MESS      THRU EX-VIS-MESS
003370            GO TO EX-SALVA-MHLP
003380           END-IF
003390          END-IF.
003400
003410          IF LINGUA-MHLP = SPACES
003420           MOVE "IT"              TO LINGUA-MHLP
003430          END-IF.
003440
003450          IF RIGA-MHLP = ZEROS
003460           PERFORM ULTIMA-RIGA-MHLP-CERCA
003470            THRU EX-ULTIMA-RIGA-MHLP-CERCA
003480           IF ULTIMA-RIGA-MHLP = 999
003490            MOVE "Raggiunto il numero massimo di righe della voce"
003500                                  TO MESSAGGIO
003510            PERFORM VIS-MESS      THRU EX-VIS-MESS
003520            GO TO EX-SALVA-MHLP
003530           END-IF
003540           COMPUTE RIGA-MHLP = ULTIMA-RIGA-MHLP + 1
003550          END-IF.
003560
003570          MOVE NUMERO-MHLP        TO NUM-MENU-HLP.
003580          MOVE LINGUA-MHLP        TO LINGUA-HLP.
003590          MOVE RIGA-MHLP          TO RIGA-HLP.
003600          PERFORM LEGGO-HLP       THRU EX-LEGGO-HLP.
003610
003620          IF ESITO-NOK
003630           INITIALIZE TESTO-AIUTO
003640           MOVE NUMERO-MHLP       TO NUM-MENU-HLP
003650           MOVE LINGUA-MHLP       TO LINGUA-HLP
003660           MOVE RIGA-MHLP         TO RIGA-HLP
003670          END-IF.
003680
003690          MOVE "MK-campo"         TO FIELD-WEB.
003700          PERFORM READ-WEB        THRU EX-READ-WEB.
003710          IF COBW3-SEARCH-FLAG-EXIST
003720           MOVE VALUE-WEB(1:20)   TO CAMPO-HLP
003730          END-IF.
003740
003750          MOVE "MK-testo"         TO FIELD-WEB.
003760          PERFORM READ-WEB        THRU EX-READ-WEB.
003770          IF COBW3-SEARCH-FLAG-EXIST
003780           MOVE VALUE-WEB(1:150)  TO TESTO-HLP
003790          END-IF.
003800
003810          MOVE "MK-OPERATORE"     TO FIELD-WEB.
003820          PERFORM READ-WEB        THRU EX-READ-WEB.
003830          MOVE VALUE-WEB(1:8)     TO OPERATORE-MHLP.
003840          ACCEPT DATA-MHLP        FROM DATE YYYYMMDD.
003850
003860          MOVE OPERATORE-MHLP     TO UTENTE-HLP.
003870          MOVE DATA-MHLP          TO DATA-HLP.
003880
003890          PERFORM SCRIVI-HLP      THRU EX-SCRIVI-HLP.
003900
003910          IF ESITO-NOK
003920           PERFORM RISCRIVI-HLP   THRU EX-RISCRIVI-HLP
003930          END-IF.
003940
003950          MOVE "Riga di guida registrata" TO MESSAGGIO.
003960          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003970
003980 EX-SALVA-MHLP.
003990          EXIT.
004000*
004010***** ULTIMA RIGA GIA' PRESENTE PER VOCE E LINGUA (ZERO = NESSUNA)
004020*
004030 ULTIMA-RIGA-MHLP-CERCA.
004040
004050          MOVE ZEROS              TO ULTIMA-RIGA-MHLP.
004060
004070          MOVE NUMERO-MHLP        TO NUM-MENU-HLP.
004080          MOVE LINGUA-MHLP        TO LINGUA-HLP.
004090          MOVE ZEROS              TO RIGA-HLP.
004100          PERFORM STARTO-HLP      THRU EX-STARTO-HLP.
004110
004120          IF ESITO-NOK GO TO EX-ULTIMA-RIGA-MHLP-CERCA.
004130
004140 CICLO-ULTIMA-RIGA-MHLP.
004150
004160          PERFORM LEGGO-NEXT-HLP  THRU EX-LEGGO-NEXT-HLP.
004170
004180          IF FINE-FILE = "S"
004190           OR NUM-MENU-HLP NOT = NUMERO-MHLP
004200           OR LINGUA-HLP NOT = LINGUA-MHLP
004210           GO TO EX-ULTIMA-RIGA-MHLP-CERCA
004220          END-IF.
004230
004240          MOVE RIGA-HLP           TO ULTIMA-RIGA-MHLP.
004250
004260          GO TO CICLO-ULTIMA-RIGA-MHLP.
004270
004280 EX-ULTIMA-RIGA-MHLP-CERCA.
004290          EXIT.
004300*
004310***** funzione=elimina: TOGLIE UNA RIGA, O CON MK-riga VUOTO TUTTE
004320***** LE RIGHE DELLA VOCE NELLA LINGUA INDICATA
004330*
004340 ELIMINA-MHLP.
004350
004360          IF NUMERO-DATO-MHLP NOT = "S"
004370           MOVE "Indicare la voce di menu (zero = guida generale)"
004380                                  TO MESSAGGIO
004390           PERFORM VIS-MESS       THRU EX-VIS-MESS
004400           GO TO EX-ELIMINA-MHLP
004410          END-IF.
004420
004430          IF LINGUA-MHLP = SPACES
004440           MOVE "IT"              TO LINGUA-MHLP
004450          END-IF.
004460
004470          IF RIGA-MHLP = ZEROS
004480           GO TO ELIMINA-TUTTE-MHLP
004490          END-IF.
004500
004510          MOVE NUMERO-MHLP        TO NUM-MENU-HLP.
004520          MOVE LINGUA-MHLP        TO LINGUA-HLP.
004530          MOVE RIGA-MHLP          TO RIGA-HLP.
004540          PERFORM LEGGO-HLP       THRU EX-LEGGO-HLP.
004550
004560          IF ESITO-NOK
004570           MOVE "Riga non trovata" TO MESSAGGIO
004580           PERFORM VIS-MESS       THRU EX-VIS-MESS
004590           GO TO EX-ELIMINA-MHLP
004600          END-IF.
004610
004620          PERFORM CANCELLA-HLP    THRU EX-CANCELLA-HLP.
004630
004640          MOVE "Riga eliminata"   TO MESSAGGIO.
004650          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004660
004670          GO TO EX-ELIMINA-MHLP.
004680
004690*         SI RIPOSIZIONA A OGNI GIRO SULLA PRIMA RIGA RIMASTA,
004700*         COSI' LA CANCELLAZIONE NON DIPENDE DALLA LETTURA IN
004710*         SEQUENZA
004720 ELIMINA-TUTTE-MHLP.
004730
004740          MOVE ZEROS              TO RIGHE-MHLP.
004750
004760 CICLO-ELIMINA-MHLP.
004770
004780          MOVE NUMERO-MHLP        TO NUM-MENU-HLP.
004790          MOVE LINGUA-MHLP        TO LINGUA-HLP.
004800          MOVE ZEROS              TO RIGA-HLP.
004810          PERFORM STARTO-HLP      THRU EX-STARTO-HLP.
004820
004830          IF ESITO-NOK GO TO FINE-ELIMINA-MHLP.
004840
004850          PERFORM LEGGO-NEXT-HLP  THRU EX-LEGGO-NEXT-HLP.
004860
004870          IF FINE-FILE = "S"
004880           OR NUM-MENU-HLP NOT = NUMERO-MHLP
004890           OR LINGUA-HLP NOT = LINGUA-MHLP
004900           GO TO FINE-ELIMINA-MHLP
004910          END-IF.
004920
004930          PERFORM CANCELLA-HLP    THRU EX-CANCELLA-HLP.
004940
004950          IF ESITO-NOK GO TO FINE-ELIMINA-MHLP.
004960
004970          ADD 1                   TO RIGHE-MHLP.
004980
004990          GO TO CICLO-ELIMINA-MHLP.
005000
005010 FINE-ELIMINA-MHLP.
005020
005030          MOVE RIGHE-MHLP         TO RIGHE-ED-MHLP.
005040          MOVE SPACES             TO MESSAGGIO.
005050          STRING "Righe di guida eliminate: " DELIMITED BY SIZE
005060                 RIGHE-ED-MHLP    DELIMITED BY SIZE
005070           INTO MESSAGGIO.
005080          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005090
005100 EX-ELIMINA-MHLP.
005110          EXIT.
