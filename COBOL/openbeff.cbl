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
000200* PERMESSI EFFETTIVI PRECALCOLATI (ARKEFF), PASSO NOTTURNO. IL
000210* CARTELLINO A CONSOLE SCEGLIE IL LAVORO:
000220*   (VUOTO)    - RICOSTRUZIONE COMPLETA DEL FILE (OPENEFFW "TUTTI"),
000230*                CHE RECUPERA OGNI VARIAZIONE SFUGGITA AI RICALCOLI
000240*                FATTI IN LINEA; RC 0, 4 SE QUALCHE UTENTE NON E'
000250*                STATO RICALCOLATO E RESTA ALLA RISALITA COMPLETA
000260*   RICONCILIA - PROVA CHE IL FILE DIA LE STESSE RISPOSTE DELLA
000270*                RISALITA COMPLETA: PER OGNI UTENTE SI CONFRONTANO
000280*                AUTORIZZA-EFF E AUTORIZZA-GER (GRUPPO BASE E POI
000290*                GRUPPI EXTRA) SU OGNI CHIAMATA CHE HA UNA VOCE IN
000300*                ARKEFF E SU OGNI VOCE DI MENU NON RICICLATA (ENTE
000310*                00). LE DISCORDANZE VANNO IN LISTA. RC 0 SE TUTTO
000320*                CONCORDA, 4 SE CI SONO SOLO PRECALCOLI NON VALIDI
000330*                (USATI DALLA RISALITA COMPLETA, QUINDI INNOCUI), 8
000340*                SE ALMENO UNA RISPOSTA E' DIVERSA
000342*
000344* A FINE GIRO LASCIA I TOTALI DI CONTROLLO IN FILES/BATCH/
000346* OPENBEFF.TOT (CONSEGNA-TOTALI-TOT): IL GIRO NOTTURNO LI RIPORTA
000348* SULLA RIGA DEL PASSO IN ARKBCK E NE VERIFICA LA QUADRATURA.
000350*
000360 IDENTIFICATION   DIVISION.
000370 PROGRAM-ID.      OPENBEFF.
000380 ENVIRONMENT      DIVISION.
000390 CONFIGURATION    SECTION.
000400          COPY "SPECIAL.CBL".
000410 INPUT-OUTPUT     SECTION.
000420 FILE-CONTROL.
000430
000440          COPY "SELUTEN.CBL".
000450          COPY "SELABI.CBL".
000460          COPY "SELGER.CBL".
000470          COPY "SELMENU.CBL".
000475          COPY "SELEFF.CBL".
000480          COPY "SELTOT.CBL".
000490
000500 DATA             DIVISION.
000510 FILE SECTION.
000520
000530          COPY "FDEUTEN.CBL".
000540          COPY "FDEABI.CBL".
000550          COPY "FDEGER.CBL".
000560          COPY "FDEMENU.CBL".
000565          COPY "FDEEFF.CBL".
000570          COPY "FDETOT.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
000610          COPY "GLOBALS.CBL".
000620*
000630 01 MODO-BEFF                  PIC X(10).
000640*
000650** CHIAMATE DA CONFRONTARE PER L'UTENTE CORRENTE: LE VOCI DI MENU
000660** (CARICATE UNA VOLTA) SEGUITE DALLE VOCI ARKEFF DELL'UTENTE
000670*
000680 01 TAB-CHIAMATE-BEFF.
000690    02 VOCE-TAB-BEFF           OCCURS 3000 TIMES.
000700       03 ENTE-TAB-BEFF        PIC 99.
000710       03 TERNA-TAB-BEFF       PIC X(06).
000720 01 NUM-MENU-BEFF              PIC 9(04) COMP.
000730 01 NUM-CHIAMATE-BEFF          PIC 9(04) COMP.
000740 01 IND-CHIAMATE-BEFF          PIC 9(04) COMP.
000750 01 IND-CERCA-BEFF             PIC 9(04) COMP.
000760 01 MAX-CHIAMATE-BEFF          PIC 9(04) VALUE 3000.
000770 01 IND-EXTRA-BEFF             PIC 9(02) COMP.
000780 01 TROVATO-BEFF               PIC X.
000790*
000800** RISPOSTA DEL PRECALCOLO TENUTA DA PARTE DURANTE LA RISALITA
000810*
000820 01 ESITO-PRE-BEFF             PIC XX.
000830 01 GRUPPO-PRE-BEFF            PIC 9(04).
000840*
000850** CONTATORI DI RIEPILOGO
000860*
000870 01 UTENTI-BEFF                PIC 9(06).
000880 01 CONFRONTI-BEFF             PIC 9(09).
000890 01 CONCORDI-BEFF              PIC 9(09).
000900 01 NON-VALIDI-BEFF            PIC 9(09).
000910 01 DISCORDI-BEFF              PIC 9(09).
000920 01 TRABOCCHI-BEFF             PIC 9(06).
000930*
000940 PROCEDURE  DIVISION.
000950*
000960          MOVE SPACES             TO MODO-BEFF.
000970          ACCEPT MODO-BEFF        FROM CONSOLE.
000980
000990          IF MODO-BEFF = SPACES
001000           PERFORM RICOSTRUISCI-BEFF THRU EX-RICOSTRUISCI-BEFF
001010           GOBACK
001020          END-IF.
001030
001040          IF MODO-BEFF NOT = "RICONCILIA"
001050           DISPLAY "OPENBEFF: CARTELLINO NON RICONOSCIUTO "
001060            MODO-BEFF
001070           MOVE 8                 TO RETURN-CODE
001080           GOBACK
001090          END-IF.
001100
001110          PERFORM RICONCILIA-BEFF THRU EX-RICONCILIA-BEFF.
001120
001130          GOBACK.
001140*
001150***** RICOSTRUZIONE NOTTURNA DA CAPO
001160*
001170 RICOSTRUISCI-BEFF.
001180
001190          DISPLAY "RICOSTRUZIONE PERMESSI EFFETTIVI (ARKEFF)".
001200
001210          MOVE "TUTTI"            TO AZIONE-EFF-WEB.
001220          MOVE SPACES             TO UTENTE-EFF-WEB.
001230          MOVE ZEROS              TO GRUPPI-EFF-WEB
001240                                     GRUPPO-EFF-WEB.
001250
001260          CALL "OPENEFFW" USING AZIONE-EFF-WEB UTENTE-EFF-WEB
001270                                GRUPPI-EFF-WEB GRUPPO-EFF-WEB
001280                                RICALCOLATI-EFF-WEB ESITO-EFF-WEB.
001290          CANCEL "OPENEFFW".
001300
001310          DISPLAY "UTENTI RICALCOLATI   : " RICALCOLATI-EFF-WEB.
001311
001312***** TOTALI DI CONTROLLO PER IL GIRO NOTTURNO (ARKBCK)
001313
001314          MOVE "OPENBEFF"            TO PROGRAMMA-TOT-WEB.
001315          MOVE RICALCOLATI-EFF-WEB   TO LETTI-TOT-WEB.
001316          MOVE RICALCOLATI-EFF-WEB   TO SCRITTI-TOT-WEB.
001317          MOVE ZEROS                 TO AGGIORNATI-TOT-WEB.
001318          MOVE ZEROS                 TO CANCELLATI-TOT-WEB.
001319          MOVE ZEROS                 TO SCARTATI-TOT-WEB.
001320          MOVE "N"                   TO EQUAZIONE-TOT-WEB.
001321          PERFORM CONSEGNA-TOTALI-TOT
001322           THRU EX-CONSEGNA-TOTALI-TOT.
001323
001330          IF ESITO-EFF-WEB = "OK"
001340           MOVE ZERO              TO RETURN-CODE
001350          ELSE
001360           DISPLAY "OPENBEFF: UTENTI NON RICALCOLATI, RESTANO "
001370            "ALLA RISALITA COMPLETA"
001380           MOVE 4                 TO RETURN-CODE
001390          END-IF.
001400
001410 EX-RICOSTRUISCI-BEFF.
001420          EXIT.
001430*
001440***** RICONCILIAZIONE TRA PRECALCOLO E RISALITA COMPLETA
001450*
001460 RICONCILIA-BEFF.
001470
001480          DISPLAY "RICONCILIAZIONE PERMESSI EFFETTIVI (ARKEFF)".
001490
001500          MOVE ZEROS              TO UTENTI-BEFF CONFRONTI-BEFF
001510                                     CONCORDI-BEFF NON-VALIDI-BEFF
001520                                     DISCORDI-BEFF TRABOCCHI-BEFF.
001530
001540          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
001550
001560          IF NOT ARKEFF-DISPONIBILE
001570           DISPLAY "OPENBEFF: APERTURA ARKEFF FALLITA, STATUS = "
001580            STATUS-EFF
001590           MOVE 8                 TO RETURN-CODE
001600           GO TO EX-RICONCILIA-BEFF
001610          END-IF.
001620
001630          OPEN INPUT ARKABI.
001640          OPEN INPUT ARKGER.
001650          OPEN INPUT ARKUTEN.
001660
001670          IF STATUS-UTEN NOT = "00"
001680           DISPLAY "OPENBEFF: APERTURA ARKUTEN FALLITA, STATUS = "
001690            STATUS-UTEN
001700           MOVE 8                 TO RETURN-CODE
001710           GO TO CHIUDI-RICONCILIA-BEFF
001720          END-IF.
001730
001740          PERFORM CARICA-MENU-BEFF THRU EX-CARICA-MENU-BEFF.
001750
001760          MOVE LOW-VALUE          TO CHIAVE-UTEN.
001770
001780          START ARKUTEN KEY IS NOT LESS THAN CHIAVE-UTEN
001790           INVALID KEY GO TO RIEPILOGO-RICONCILIA-BEFF.
001800
001810 CICLO-RICONCILIA-BEFF.
001820
001830          READ ARKUTEN NEXT RECORD
001840           AT END GO TO RIEPILOGO-RICONCILIA-BEFF.
001850
001860          IF STATUS-UTEN NOT = "00" AND STATUS-UTEN NOT = "02"
001870           DISPLAY "OPENBEFF: LETTURA ARKUTEN FALLITA, STATUS = "
001880            STATUS-UTEN
001890           ADD 1                  TO DISCORDI-BEFF
001900           GO TO RIEPILOGO-RICONCILIA-BEFF
001910          END-IF.
001920
001930          ADD 1                   TO UTENTI-BEFF.
001940
001950          PERFORM CARICA-VOCI-BEFF THRU EX-CARICA-VOCI-BEFF.
001960
001970          PERFORM CONFRONTA-BEFF  THRU EX-CONFRONTA-BEFF
001980           VARYING IND-CHIAMATE-BEFF FROM 1 BY 1
001990           UNTIL IND-CHIAMATE-BEFF > NUM-CHIAMATE-BEFF.
002000
002010          GO TO CICLO-RICONCILIA-BEFF.
002020
002030 RIEPILOGO-RICONCILIA-BEFF.
002040
002050          DISPLAY "UTENTI ESAMINATI     : " UTENTI-BEFF.
002060          DISPLAY "CONFRONTI ESEGUITI   : " CONFRONTI-BEFF.
002070          DISPLAY "RISPOSTE CONCORDI    : " CONCORDI-BEFF.
002080          DISPLAY "PRECALCOLI NON VALIDI: " NON-VALIDI-BEFF.
002090          DISPLAY "RISPOSTE DISCORDI    : " DISCORDI-BEFF.
002100          DISPLAY "UTENTI CON TROPPE VOCI: " TRABOCCHI-BEFF.
002110
002120          IF DISCORDI-BEFF > ZEROS
002130           MOVE 8                 TO RETURN-CODE
002140          ELSE
002150           IF NON-VALIDI-BEFF > ZEROS OR TRABOCCHI-BEFF > ZEROS
002160            MOVE 4                TO RETURN-CODE
002170           ELSE
002180            MOVE ZERO             TO RETURN-CODE
002190           END-IF
002200          END-IF.
002210
002220 CHIUDI-RICONCILIA-BEFF.
002230
002240          CLOSE ARKUTEN.
002250          CLOSE ARKGER.
002260          CLOSE ARKABI.
002270          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
002280
002290 EX-RICONCILIA-BEFF.
002300          EXIT.
002310*
002320***** VOCI DI MENU NON RICICLATE: SONO LE CHIAMATE CHE LE PAGINE
002330***** VERIFICANO DAVVERO, SULL'ENTE 00
002340*
002350 CARICA-MENU-BEFF.
002360
002370          MOVE ZEROS              TO NUM-MENU-BEFF
002380                                     NUM-CHIAMATE-BEFF.
002390
002400          OPEN INPUT ARKMENU.
002410
002420          IF STATUS-MENU NOT = "00"
002430           DISPLAY "OPENBEFF: ARKMENU NON DISPONIBILE, STATUS = "
002440            STATUS-MENU
002450           GO TO EX-CARICA-MENU-BEFF
002460          END-IF.
002470
002480          MOVE LOW-VALUE          TO CHIAVE-MENU.
002490          PERFORM STARTO-MENU     THRU EX-STARTO-MENU.
002500
002510          IF ESITO-NOK GO TO FINE-CARICA-MENU-BEFF.
002520
002530 CICLO-CARICA-MENU-BEFF.
002540
002550          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
002560
002570          IF FINE-FILE-SI GO TO FINE-CARICA-MENU-BEFF.
002580
002590          IF MENU-RICICLATO GO TO CICLO-CARICA-MENU-BEFF.
002600
002610          MOVE ZEROS              TO ENTE-ABI.
002620          MOVE CHIAVE-SEC-MENU    TO CHIAMATA-ABI.
002630
002640          PERFORM AGGIUNGI-CHIAMATA-BEFF
002650           THRU EX-AGGIUNGI-CHIAMATA-BEFF.
002660
002670          GO TO CICLO-CARICA-MENU-BEFF.
002680
002690 FINE-CARICA-MENU-BEFF.
002700
002710          CLOSE ARKMENU.
002720          MOVE NUM-CHIAMATE-BEFF  TO NUM-MENU-BEFF.
002730
002740          DISPLAY "VOCI DI MENU DA PROVARE: " NUM-MENU-BEFF.
002750
002760 EX-CARICA-MENU-BEFF.
002770          EXIT.
002780*
002790***** ALLE VOCI DI MENU SI AGGIUNGONO LE CHIAMATE CHE L'UTENTE HA IN
002800***** ARKEFF (TESTATA ESCLUSA), SENZA DOPPIONI
002810*
002820 CARICA-VOCI-BEFF.
002830
002840          MOVE NUM-MENU-BEFF      TO NUM-CHIAMATE-BEFF.
002850
002860          MOVE CHIAVE-UTEN        TO UTENTE-EFF.
002870          MOVE ZEROS              TO ENTE-EFF.
002880          MOVE LOW-VALUE          TO CHIAMATA-EFF.
002890
002900          PERFORM STARTO-EFF      THRU EX-STARTO-EFF.
002910
002920          IF ESITO-NOK GO TO EX-CARICA-VOCI-BEFF.
002930
002940 CICLO-CARICA-VOCI-BEFF.
002950
002960          PERFORM LEGGO-NEXT-EFF  THRU EX-LEGGO-NEXT-EFF.
002970
002980          IF FINE-FILE-SI GO TO EX-CARICA-VOCI-BEFF.
002990
003000          IF UTENTE-EFF NOT = CHIAVE-UTEN
003010           GO TO EX-CARICA-VOCI-BEFF
003020          END-IF.
003030
003040          IF ENTE-EFF = ZEROS AND CHIAMATA-EFF = LOW-VALUE
003050           GO TO CICLO-CARICA-VOCI-BEFF
003060          END-IF.
003070
003080          MOVE ENTE-EFF           TO ENTE-ABI.
003090          MOVE CHIAMATA-EFF       TO CHIAMATA-ABI.
003100
003110          PERFORM AGGIUNGI-CHIAMATA-BEFF
003120           THRU EX-AGGIUNGI-CHIAMATA-BEFF.
003130
003140          IF TROVATO-BEFF = "T"
003150           ADD 1                  TO TRABOCCHI-BEFF
003160           DISPLAY "OPENBEFF: " CHIAVE-UTEN
003170            " HA PIU' DI " MAX-CHIAMATE-BEFF
003180            " CHIAMATE, CONFRONTO PARZIALE"
003190           GO TO EX-CARICA-VOCI-BEFF
003200          END-IF.
003210
003220          GO TO CICLO-CARICA-VOCI-BEFF.
003230
003240 EX-CARICA-VOCI-BEFF.
003250          EXIT.
003260*
003270***** ENTE-ABI/CHIAMATA-ABI IN TABELLA SE NON C'E' GIA'; TROVATO-BEFF
003280***** "T" SE LA TABELLA E' PIENA
003290*
003300 AGGIUNGI-CHIAMATA-BEFF.
003310
003320          MOVE "N"                TO TROVATO-BEFF.
003330
003340          PERFORM CERCA-CHIAMATA-BEFF THRU EX-CERCA-CHIAMATA-BEFF
003350           VARYING IND-CERCA-BEFF FROM 1 BY 1
003360           UNTIL IND-CERCA-BEFF > NUM-CHIAMATE-BEFF
003370           OR TROVATO-BEFF = "S".
003380
003390          IF TROVATO-BEFF = "S" GO TO EX-AGGIUNGI-CHIAMATA-BEFF.
003400
003410          IF NUM-CHIAMATE-BEFF NOT < MAX-CHIAMATE-BEFF
003420           MOVE "T"               TO TROVATO-BEFF
003430           GO TO EX-AGGIUNGI-CHIAMATA-BEFF
003440          END-IF.
003450
003460          ADD 1                   TO NUM-CHIAMATE-BEFF.
003470          MOVE ENTE-ABI
003480           TO ENTE-TAB-BEFF(NUM-CHIAMATE-BEFF).
003490          MOVE CHIAMATA-ABI
003500           TO TERNA-TAB-BEFF(NUM-CHIAMATE-BEFF).
003510
003520 EX-AGGIUNGI-CHIAMATA-BEFF.
003530          EXIT.
003540*
003550 CERCA-CHIAMATA-BEFF.
003560
003570          IF ENTE-TAB-BEFF(IND-CERCA-BEFF) = ENTE-ABI
003580           AND TERNA-TAB-BEFF(IND-CERCA-BEFF) = CHIAMATA-ABI
003590           MOVE "S"               TO TROVATO-BEFF
003600          END-IF.
003610
003620 EX-CERCA-CHIAMATA-BEFF.
003630          EXIT.
003640*
003650***** UNA CHIAMATA: PRIMA IL PRECALCOLO, POI LA RISALITA COMPLETA
003660***** COME NELLE VERIFICHE IN LINEA; UN PRECALCOLO NON VALIDO NON SI
003670***** CONFRONTA PERCHE' IN LINEA CEDE IL PASSO ALLA RISALITA
003680*
003690 CONFRONTA-BEFF.
003700
003710          ADD 1                   TO CONFRONTI-BEFF.
003720
003730          MOVE ENTE-TAB-BEFF(IND-CHIAMATE-BEFF)  TO ENTE-ABI.
003740          MOVE TERNA-TAB-BEFF(IND-CHIAMATE-BEFF) TO CHIAMATA-ABI.
003750
003760          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
003770
003780          IF NOT PRECALCOLO-VALIDO
003790           ADD 1                  TO NON-VALIDI-BEFF
003800           GO TO EX-CONFRONTA-BEFF
003810          END-IF.
003820
003830          MOVE ESITO-WEB          TO ESITO-PRE-BEFF.
003840          MOVE GRUPPO-CONCESSO-GER-WEB TO GRUPPO-PRE-BEFF.
003850
003860          MOVE GRUPPO-UTEN        TO GRUPPO-ABI.
003870          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
003880
003890          PERFORM PROVA-EXTRA-BEFF THRU EX-PROVA-EXTRA-BEFF
003900           VARYING IND-EXTRA-BEFF FROM 1 BY 1
003910           UNTIL IND-EXTRA-BEFF > 5
003920           OR IND-EXTRA-BEFF > NUM-GRUPPI-UTEN
003930           OR ESITO-OK.
003940
003950          IF ESITO-WEB = ESITO-PRE-BEFF
003960           ADD 1                  TO CONCORDI-BEFF
003970           GO TO EX-CONFRONTA-BEFF
003980          END-IF.
003990
004000          ADD 1                   TO DISCORDI-BEFF.
004010
004020          DISPLAY "DISCORDANZA " CHIAVE-UTEN
004030           " ENTE " ENTE-TAB-BEFF(IND-CHIAMATE-BEFF)
004040           " CHIAMATA " TERNA-TAB-BEFF(IND-CHIAMATE-BEFF)
004050           " ARKEFF " ESITO-PRE-BEFF
004060           " (GRUPPO " GRUPPO-PRE-BEFF ")"
004070           " RISALITA " ESITO-WEB.
004080
004090 EX-CONFRONTA-BEFF.
004100          EXIT.
004110*
004120 PROVA-EXTRA-BEFF.
004130
004140          IF GRUPPO-EXTRA-UTEN(IND-EXTRA-BEFF) > ZEROS
004150           MOVE GRUPPO-EXTRA-UTEN(IND-EXTRA-BEFF) TO GRUPPO-ABI
004160           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
004170          END-IF.
004180
004190 EX-PROVA-EXTRA-BEFF.
004200          EXIT.
004210
004220          COPY "PIOABI.CBL".
004230          COPY "PIOGER.CBL".
004240          COPY "PIOGERA.CBL".
004250          COPY "PIOMENU.CBL".
004255          COPY "PIOEFF.CBL".
004260          COPY "PIOTOT.CBL".
