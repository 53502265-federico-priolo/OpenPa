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
000190* EDITOR AD ALBERO DI ARKMENU. SENZA funzione TORNA IN JSON
000200* (GRIGLIA "ALBEROMENU") TUTTE LE VOCI VISITATE IN PROFONDITA'
000210* A PARTIRE DA QUELLE DI PRIMO LIVELLO, OGNUNA COL SUO LIVELLO
000220* DI RIENTRO E, TRA SORELLE, NELL'ORDINE DI ORDINE-MENU.
000230* funzione=mostra PREPARA LA MASCHERA DI UNA VOCE (MK-numero),
000240* funzione=crea INSERISCE UNA VOCE NUOVA IN CODA ALLE FIGLIE DI
000250* MK-padre, funzione=salva VARIA I DATI DI UNA VOCE ESISTENTE
000260* SENZA TOCCARNE LA POSIZIONE, funzione=sposta LA RIAGGANCIA
000270* (CON TUTTO IL SUO RAMO) SOTTO MK-padre E funzione=ordina LA
000280* SCAMBIA CON LA SORELLA PRECEDENTE (MK-direzione=su) O SEGUENTE
000290* (MK-direzione=giu).
000300* OGNI VARIAZIONE DI UNA VOCE GIA' ESISTENTE PASSA DA
000310* RISCRIVI-MENU-VER, COSI' ARKMVER CONSERVA LA VERSIONE
000320* SOSTITUITA E openmven.exe LA PUO' RIPRISTINARE. SUBLIV-MENU NON
000330* SI IMPOSTA PIU' A MANO: E' IL LIVELLO DELLA VOCE NELL'ALBERO
000340* ("01" = PRIMO LIVELLO) E VIENE RICALCOLATO PER TUTTO IL RAMO
000350* SPOSTATO. UN NUM-MENU GIA' IN USO E UNA TERNA MOD/ENT/FUNZ CHE
000360* NON COMPARE IN NESSUNA RIGA DI ABILITAZIONE (DI QUALSIASI ENTE
000370* E GRUPPO, JOLLY COMPRESI) VENGONO RIFIUTATI.
000372* crea/salva/sposta/ordina ACCETTANO MK-ticket, IL TICKET DI
000374* CAMBIAMENTO CHE AUTORIZZA LA VARIAZIONE, OBBLIGATORIO SE IL
000376* PARAMETRO TICKET-MENU VALE "S".
000377* crea/salva ACCETTANO ANCHE MK-alias, IL CODICE DI ACCESSO RAPIDO
000378* DELLA VOCE (openscor.exe): VIENE PORTATO IN MAIUSCOLO E NON PUO'
000379* COINCIDERE NE' CON L'ALIAS NE' CON LA TERNA DI UN'ALTRA VOCE.
000380*
000390 IDENTIFICATION   DIVISION.
000400 PROGRAM-ID.      OPENMALB.
000410 ENVIRONMENT      DIVISION.
000420 CONFIGURATION    SECTION.
000430          COPY "SPECIAL.CBL".
000440 INPUT-OUTPUT     SECTION.
000450 FILE-CONTROL.
000460
000470          COPY "SELWEB.CBL".
000480          COPY "SELESE.CBL".
000490          COPY "SELJOB.CBL".
000500          COPY "SELVIEW.CBL".
000510          COPY "SELVSTO.CBL".
000520          COPY "SELMENU.CBL".
000530          COPY "SELMVER.CBL".
000540          COPY "SELABI.CBL".
000550          COPY "SELJSON.CBL".
000560
000570 DATA             DIVISION.
000580 FILE SECTION.
000590
000600          COPY "FDEWEB.CBL".
000610          COPY "FDEESE.CBL".
000620          COPY "FDEJOB.CBL".
000630          COPY "FDEVIEW.CBL".
000640          COPY "FDEVSTO.CBL".
000650          COPY "FDEMENU.CBL".
000660          COPY "FDEMVER.CBL".
000670          COPY "FDEABI.CBL".
000680          COPY "FDEJSON.CBL".
000690
000700 WORKING-STORAGE  SECTION.
000710
000720          COPY "COBW3.CBL".
000730          COPY "GLOBALS.CBL".
000740          COPY "LKGRID.CBL".
000750*
000760** FUNZIONE RICHIESTA E PARAMETRI DELLA MASCHERA
000770*
000780 01 FUNZIONE-MALB             PIC X(10).
000790 01 NUMERO-MALB               PIC 9(7).
000800 01 PADRE-NUOVO-MALB          PIC 9(7).
000810 01 DIREZIONE-MALB            PIC X(3).
000820*
000830** TERNA DA VERIFICARE CONTRO ARKABI
000840*
000850 01 TERNA-MALB.
000860    02 MOD-TERNA-MALB         PIC XX.
000870    02 ENT-TERNA-MALB         PIC XX.
000880    02 FUNZ-TERNA-MALB        PIC XX.
000890 01 TERNA-TROVATA-MALB        PIC X.
000900    88 TERNA-ABILITATA-MALB   VALUE "S".
000901*
000902** CONTROLLO DI UNICITA' DELL'ALIAS: LA VOCE IN LAVORAZIONE VIENE
000903** MESSA DA PARTE DURANTE LA SCANSIONE DI ARKMENU
000904*
000905 01 VOCE-SALVATA-MALB         PIC X(512).
000906 01 ALIAS-MALB                PIC X(8).
000907 01 NUM-ALIAS-MALB            PIC 9(7).
000908 01 ALIAS-DOPPIO-MALB         PIC X.
000909    88 ALIAS-IN-USO-MALB      VALUE "S".
000910*
000920** RISALITA DELLA CATENA DEI PADRI: LIVELLO DELLA VOCE DI
000930** PARTENZA E SEGNALE DI ANELLO (LA VOCE SPOSTATA RITROVATA
000940** TRA I SUOI STESSI ANTENATI)
000950*
000960 01 RISALITA-MALB             PIC 9(7).
000970 01 LIVELLO-MALB              PIC 9(2).
000980 01 ANELLO-MALB               PIC X.
000990    88 ANELLO-SI-MALB         VALUE "S".
001000 01 LIVELLO-NUOVO-MALB        PIC 9(2).
001010 01 SUBLIV-NUOVO-MALB         PIC 9(2).
001020 01 ORDINE-NUOVO-MALB         PIC 9(4).
001030 01 ALTEZZA-MALB              PIC 9(2) COMP.
001040*
001050 01 DATA-OGGI-MALB.
001060    02 AAAA-OGGI-MALB         PIC 9(4).
001070    02 MM-OGGI-MALB           PIC 9(2).
001080    02 GG-OGGI-MALB           PIC 9(2).
001090*
001100** TUTTE LE VOCI DI ARKMENU CON LA SOLA POSIZIONE NELL'ALBERO:
001110** LA CHIAVE DI ORDINAMENTO TRA SORELLE E' ORDINE-MENU E, A
001120** PARITA' (VOCI MAI RIORDINATE), NUM-MENU
001130*
001140 01 TAB-VOCI-MALB.
001150    02 VOCI-MALB OCCURS 2000 TIMES.
001160       03 NUM-VOCE-MALB        PIC 9(7).
001170       03 PADRE-VOCE-MALB      PIC 9(7).
001180       03 CHIAVE-ORD-VOCE-MALB.
001190          05 ORDINE-VOCE-MALB  PIC 9(4).
001200          05 NUM-ORD-VOCE-MALB PIC 9(7).
001210       03 NUOVO-ORDINE-MALB    PIC 9(4).
001220       03 RADICE-VOCE-MALB     PIC X.
001230       03 VISITATA-VOCE-MALB   PIC X.
001240 01 QUANTE-VOCI-MALB          PIC 9(4) COMP.
001250*
001260** PILA DELLA VISITA IN PROFONDITA' (IL PRIMO POSTO E' LA
001270** RADICE FITTIZIA, INDICE ZERO, CHE HA PER FIGLIE LE VOCI DI
001280** PRIMO LIVELLO): PER OGNI NODO SI RICORDA LA CHIAVE
001290** DELL'ULTIMA FIGLIA GIA' VISITATA
001300*
001310 01 TAB-PILA-MALB.
001320    02 PILA-MALB OCCURS 11 TIMES.
001330       03 INDICE-PILA-MALB     PIC 9(4) COMP.
001340       03 ULTIMO-PILA-MALB     PIC X(11).
001350 01 PROFONDITA-MALB           PIC 9(2) COMP.
001360*
001370** MODO DELLA VISITA: C = CONTA LE RIGHE, E = EMETTE LA GRIGLIA,
001380** A = MISURA L'ALTEZZA DI UN RAMO, L = RICALCOLA SUBLIV-MENU
001390** DI UN RAMO SPOSTATO
001400*
001410 01 MODO-VISITA-MALB          PIC X.
001420 01 LIVELLO-BASE-MALB         PIC 9(2).
001430 01 LIVELLO-NODO-MALB         PIC 9(2).
001440 01 RIGHE-MALB                PIC 9(7).
001450*
001460 01 IND-MALB                  PIC 9(4) COMP.
001470 01 IND2-MALB                 PIC 9(4) COMP.
001480 01 IND-PADRE-MALB            PIC 9(4) COMP.
001490 01 IND-VOCE-MALB             PIC 9(4) COMP.
001500 01 IND-VICINA-MALB           PIC 9(4) COMP.
001510 01 IND-PRECEDENTE-MALB       PIC 9(4) COMP.
001520 01 FIGLIO-TROVATO-MALB       PIC 9(4) COMP.
001530 01 ULTIMA-CHIAVE-MALB        PIC X(11).
001540 01 MIGLIORE-MALB             PIC X(11).
001550 01 FIGLIA-MALB               PIC X.
001560    88 FIGLIA-SI-MALB         VALUE "S".
001570 01 NUM-CERCATO-MALB          PIC 9(7).
001580 01 IND-TROVATO-MALB          PIC 9(4) COMP.
001590 01 PROGR-ORDINE-MALB         PIC 9(5).
001600*
001610 PROCEDURE  DIVISION.
001620*
001630          PERFORM INIZIO-WEB     THRU EX-INIZIO-WEB.

001640*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001650*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001660*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001670          IF SESSIONE-RIFIUTATA GO TO FINE-MALB.
001680
001690          PERFORM OPEN-I-VSTO    THRU EX-OPEN-I-VSTO.
001700          PERFORM OPEN-I-MENU    THRU EX-OPEN-I-MENU.
001710          PERFORM OPEN-I-MVER    THRU EX-OPEN-I-MVER.
001720          PERFORM OPEN-I-ABI     THRU EX-OPEN-I-ABI.
001730
001740          MOVE "MK-FUNZIONE"     TO FIELD-WEB.
001750          PERFORM READ-WEB       THRU EX-READ-WEB.
001760          MOVE SPACES            TO FUNZIONE-MALB.
001770          IF COBW3-SEARCH-FLAG-EXIST
001780           MOVE VALUE-WEB(1:10)  TO FUNZIONE-MALB
001790          END-IF.
001800
001810          MOVE "MK-OPERATORE"    TO FIELD-WEB.
001820          PERFORM READ-WEB       THRU EX-READ-WEB.
001830          MOVE SPACES            TO UTENTE-MENU-WEB.
001840          IF COBW3-SEARCH-FLAG-EXIST
001850           MOVE VALUE-WEB(1:8)   TO UTENTE-MENU-WEB
001860          END-IF.
001870
001880          MOVE ZEROS             TO NUMERO-MALB.
001890          MOVE "MK-numero"       TO FIELD-WEB.
001900          PERFORM READ-WEB       THRU EX-READ-WEB.
001910          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:7) NUMERIC
001920           MOVE VALUE-WEB(1:7)   TO NUMERO-MALB
001930          END-IF.
001940
001950          MOVE ZEROS             TO PADRE-NUOVO-MALB.
001960          MOVE "MK-padre"        TO FIELD-WEB.
001970          PERFORM READ-WEB       THRU EX-READ-WEB.
001980          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:7) NUMERIC
001990           MOVE VALUE-WEB(1:7)   TO PADRE-NUOVO-MALB
002000          END-IF.
002010
002020          IF FUNZIONE-MALB = "mostra"
002030           PERFORM MOSTRA-MALB   THRU EX-MOSTRA-MALB
002040           GO TO FINE-MALB
002050          END-IF.
002060
002061*         OGNI VARIAZIONE DELL'ALBERO E' UNA MODIFICA DI MENU:
002062*         SERVE IL TICKET DI CAMBIAMENTO MK-ticket (SE IL
002063*         PARAMETRO TICKET-MENU LO RICHIEDE), CHE ACCOMPAGNA POI
002064*         LO STORICO
002065          IF FUNZIONE-MALB = "crea" OR FUNZIONE-MALB = "salva"
002066           OR FUNZIONE-MALB = "sposta" OR FUNZIONE-MALB = "ordina"
002067           MOVE "OPENMALB"      TO PROGRAMMA-TKT-WEB
002068           PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB
002069           MOVE "MVER"          TO ARCHIVIO-TKT-WEB
002070           MOVE NUMERO-MALB     TO RIFERIMENTO-TKT-WEB
002071           PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB
002072           IF ESITO-TKT-WEB NOT = "OK"
002073            PERFORM VIS-MESS    THRU EX-VIS-MESS
002074            GO TO FINE-MALB
002075           END-IF
002076          END-IF.
002077
002078          IF FUNZIONE-MALB = "crea"
002080           PERFORM CREA-MALB     THRU EX-CREA-MALB
002090           GO TO FINE-MALB
002100          END-IF.
002110
002120          IF FUNZIONE-MALB = "salva"
002130           PERFORM SALVA-MALB    THRU EX-SALVA-MALB
002140           GO TO FINE-MALB
002150          END-IF.
002160
002170          IF FUNZIONE-MALB = "sposta"
002180           PERFORM SPOSTA-MALB   THRU EX-SPOSTA-MALB
002190           GO TO FINE-MALB
002200          END-IF.
002210
002220          IF FUNZIONE-MALB = "ordina"
002230           PERFORM ORDINA-MALB   THRU EX-ORDINA-MALB
002240           GO TO FINE-MALB
002250          END-IF.
002260
002270          PERFORM ALBERO-MALB    THRU EX-ALBERO-MALB.
002280
002290 FINE-MALB.
002300
002310          PERFORM CLOSE-ABI      THRU EX-CLOSE-ABI.
002320          PERFORM CLOSE-MVER     THRU EX-CLOSE-MVER.
002330          PERFORM CLOSE-MENU     THRU EX-CLOSE-MENU.
002340          PERFORM CLOSE-VSTO     THRU EX-CLOSE-VSTO.
002350          PERFORM CLOSE-VIEW     THRU EX-CLOSE-VIEW.
002360
002370          PERFORM FINE-WEB       THRU EX-FINE-WEB.
002380
002390          GOBACK.
002400
002410          COPY "PIOWEB1.CBL".
002420          COPY "PIOESE.CBL".
002430          COPY "PIOJOB.CBL".
002440          COPY "PIOVIEW.CBL".
002450          COPY "PIOVSTO.CBL".
002460          COPY "PIOVIEWH.CBL".
002470          COPY "PIOJSON.CBL".
002480          COPY "PIOMENU.CBL".
002490          COPY "PIOMVER.CBL".
002500          COPY "PIOMENW.CBL".
002510          COPY "PIOABI.CBL".
002520*
002530***** ALBERO COMPLETO: PRIMA PASSATA SOLO PER CONTARE LE RIGHE
002540***** (LA GRIGLIA VUOLE IL TOTALE IN TESTA), POI QUELLA CHE
002550***** EMETTE, COME IN opengert.exe
002560*
002570 ALBERO-MALB.
002580
002590          PERFORM CARICA-VOCI-MALB THRU EX-CARICA-VOCI-MALB.
002600
002610          MOVE ZEROS              TO LIVELLO-BASE-MALB.
002620          MOVE ZEROS              TO RIGHE-MALB.
002630          MOVE "C"                TO MODO-VISITA-MALB.
002640          PERFORM FORESTA-MALB    THRU EX-FORESTA-MALB.
002650
002660          MOVE "APRI"             TO GRIDJSON-AZIONE.
002670          MOVE "ALBEROMENU"       TO GRIDJSON-NOME-JSON.
002680          MOVE RIGHE-MALB         TO GRIDJSON-TOTALE.
002690          CALL "GRIDJSON" USING GRIDJSON-LK.
002700
002710          MOVE "E"                TO MODO-VISITA-MALB.
002720          PERFORM FORESTA-MALB    THRU EX-FORESTA-MALB.
002730
002740          MOVE "CHIUDI"           TO GRIDJSON-AZIONE.
002750          CALL "GRIDJSON" USING GRIDJSON-LK.
002760
002770 EX-ALBERO-MALB.
002780          EXIT.
002790*
002800***** CARICA IN TABELLA LA POSIZIONE DI TUTTE LE VOCI; UNA VOCE
002810***** SENZA PADRE, CON SE' STESSA COME PADRE O CON UN PADRE CHE
002820***** NON ESISTE PIU' VALE COME VOCE DI PRIMO LIVELLO
002830*
002840 CARICA-VOCI-MALB.
002850
002860          MOVE ZERO               TO QUANTE-VOCI-MALB.
002870
002880          MOVE LOW-VALUE          TO CHIAVE-MENU.
002890          PERFORM STARTO-MENU     THRU EX-STARTO-MENU.
002900
002910          IF ESITO-NOK GO TO RADICI-CARICA-VOCI-MALB.
002920
002930 CICLO-CARICA-VOCI-MALB.
002940
002950          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
002960
002970          IF FINE-FILE = "S" GO TO RADICI-CARICA-VOCI-MALB.
002980
002990          IF QUANTE-VOCI-MALB NOT < 2000
003000           GO TO RADICI-CARICA-VOCI-MALB
003010          END-IF.
003020
003030          ADD 1                   TO QUANTE-VOCI-MALB.
003040          MOVE QUANTE-VOCI-MALB   TO IND-MALB.
003050          MOVE NUM-MENU           TO NUM-VOCE-MALB(IND-MALB).
003060          MOVE NUM-MENU           TO NUM-ORD-VOCE-MALB(IND-MALB).
003070          MOVE ZEROS              TO PADRE-VOCE-MALB(IND-MALB).
003080          IF PADRE-MENU NUMERIC
003090           MOVE PADRE-MENU        TO PADRE-VOCE-MALB(IND-MALB)
003100          END-IF.
003110          MOVE ZEROS              TO ORDINE-VOCE-MALB(IND-MALB).
003120          IF ORDINE-MENU NUMERIC
003130           MOVE ORDINE-MENU       TO ORDINE-VOCE-MALB(IND-MALB)
003140          END-IF.
003150          MOVE ORDINE-VOCE-MALB(IND-MALB)
003160           TO NUOVO-ORDINE-MALB(IND-MALB).
003170          MOVE "N"                TO RADICE-VOCE-MALB(IND-MALB).
003180          MOVE "N"                TO VISITATA-VOCE-MALB(IND-MALB).
003190
003200          GO TO CICLO-CARICA-VOCI-MALB.
003210
003220 RADICI-CARICA-VOCI-MALB.
003230
003240          MOVE ZERO               TO IND-MALB.
003250
003260 CICLO-RADICI-CARICA-VOCI-MALB.
003270
003280          ADD 1                   TO IND-MALB.
003290
003300          IF IND-MALB > QUANTE-VOCI-MALB
003310           GO TO EX-CARICA-VOCI-MALB
003320          END-IF.
003330
003340          IF PADRE-VOCE-MALB(IND-MALB) = ZEROS
003350           OR PADRE-VOCE-MALB(IND-MALB) = NUM-VOCE-MALB(IND-MALB)
003360           MOVE "S"               TO RADICE-VOCE-MALB(IND-MALB)
003370           GO TO CICLO-RADICI-CARICA-VOCI-MALB
003380          END-IF.
003390
003400          MOVE PADRE-VOCE-MALB(IND-MALB) TO NUM-CERCATO-MALB.
003410          PERFORM TROVA-VOCE-MALB THRU EX-TROVA-VOCE-MALB.
003420
003430          IF IND-TROVATO-MALB = ZERO
003440           MOVE "S"               TO RADICE-VOCE-MALB(IND-MALB)
003450          END-IF.
003460
003470          GO TO CICLO-RADICI-CARICA-VOCI-MALB.
003480
003490 EX-CARICA-VOCI-MALB.
003500          EXIT.
003510*
003520***** INDICE IN TABELLA DELLA VOCE NUM-CERCATO-MALB (ZERO SE
003530***** NON C'E')
003540*
003550 TROVA-VOCE-MALB.
003560
003570          MOVE ZERO               TO IND-TROVATO-MALB.
003580          MOVE ZERO               TO IND2-MALB.
003590
003600 CICLO-TROVA-VOCE-MALB.
003610
003620          ADD 1                   TO IND2-MALB.
003630
003640          IF IND2-MALB > QUANTE-VOCI-MALB
003650           GO TO EX-TROVA-VOCE-MALB
003660          END-IF.
003670
003680          IF NUM-VOCE-MALB(IND2-MALB) = NUM-CERCATO-MALB
003690           MOVE IND2-MALB         TO IND-TROVATO-MALB
003700           GO TO EX-TROVA-VOCE-MALB
003710          END-IF.
003720
003730          GO TO CICLO-TROVA-VOCE-MALB.
003740
003750 EX-TROVA-VOCE-MALB.
003760          EXIT.
003770*
003780***** AZZERA I SEGNI DI VISITA PRIMA DI OGNI NUOVA PASSATA
003790*
003800 AZZERA-VISITE-MALB.
003810
003820          MOVE ZERO               TO IND-MALB.
003830
003840 CICLO-AZZERA-VISITE-MALB.
003850
003860          ADD 1                   TO IND-MALB.
003870
003880          IF IND-MALB > QUANTE-VOCI-MALB
003890           GO TO EX-AZZERA-VISITE-MALB
003900          END-IF.
003910
003920          MOVE "N"                TO VISITATA-VOCE-MALB(IND-MALB).
003930
003940          GO TO CICLO-AZZERA-VISITE-MALB.
003950
003960 EX-AZZERA-VISITE-MALB.
003970          EXIT.
003980*
003990***** LA FORESTA: SI PARTE DALLA RADICE FITTIZIA; LE VOCI CHE
004000***** RESTANO NON VISITATE (SOLO SE I DATI CONTENGONO UN ANELLO
004010***** DI PADRI) DIVENTANO A LORO VOLTA PRIMO LIVELLO, COSI'
004020***** NESSUNA VOCE SPARISCE DALL'ALBERO
004030*
004040 FORESTA-MALB.
004050
004060          PERFORM AZZERA-VISITE-MALB THRU EX-AZZERA-VISITE-MALB.
004070
004080          MOVE ZERO               TO INDICE-PILA-MALB(1).
004090          PERFORM VISITA-MALB     THRU EX-VISITA-MALB.
004100
004110          MOVE ZERO               TO IND-VOCE-MALB.
004120
004130 CICLO-FORESTA-MALB.
004140
004150          ADD 1                   TO IND-VOCE-MALB.
004160
004170          IF IND-VOCE-MALB > QUANTE-VOCI-MALB
004180           GO TO EX-FORESTA-MALB
004190          END-IF.
004200
004210          IF VISITATA-VOCE-MALB(IND-VOCE-MALB) = "S"
004220           GO TO CICLO-FORESTA-MALB
004230          END-IF.
004240
004250          MOVE "S"                TO
004255           RADICE-VOCE-MALB(IND-VOCE-MALB).
004260          MOVE ZERO               TO INDICE-PILA-MALB(1).
004270          PERFORM VISITA-MALB     THRU EX-VISITA-MALB.
004280
004290          GO TO CICLO-FORESTA-MALB.
004300
004310 EX-FORESTA-MALB.
004320          EXIT.
004330*
004340***** VISITA IN PROFONDITA' CON PILA ESPLICITA A PARTIRE DAL
004350***** NODO GIA' MESSO DAL CHIAMANTE IN INDICE-PILA-MALB(1): SI
004360***** SCENDE SULLA PROSSIMA FIGLIA NON ANCORA VISITATA DEL NODO
004370***** IN CIMA, ALTRIMENTI SI RISALE; OLTRE I 10 LIVELLI NON SI
004380***** SCENDE, COME FA AUTORIZZA-GER
004390*
004400 VISITA-MALB.
004410
004420          MOVE 1                  TO PROFONDITA-MALB.
004430          MOVE ZEROS              TO ULTIMO-PILA-MALB(1).
004440
004450          PERFORM ELABORA-NODO-MALB THRU EX-ELABORA-NODO-MALB.
004460
004470 CICLO-VISITA-MALB.
004480
004490          IF PROFONDITA-MALB = ZERO
004500           GO TO EX-VISITA-MALB
004510          END-IF.
004520
004530          MOVE INDICE-PILA-MALB(PROFONDITA-MALB)
004535           TO IND-PADRE-MALB.
004540          MOVE ULTIMO-PILA-MALB(PROFONDITA-MALB)
004550           TO ULTIMA-CHIAVE-MALB.
004560          PERFORM CERCA-FIGLIA-MALB THRU EX-CERCA-FIGLIA-MALB.
004570
004580          IF FIGLIO-TROVATO-MALB = ZERO
004590           SUBTRACT 1             FROM PROFONDITA-MALB
004600           GO TO CICLO-VISITA-MALB
004610          END-IF.
004620
004630          MOVE CHIAVE-ORD-VOCE-MALB(FIGLIO-TROVATO-MALB)
004640           TO ULTIMO-PILA-MALB(PROFONDITA-MALB).
004650          MOVE "S"                TO
004660           VISITATA-VOCE-MALB(FIGLIO-TROVATO-MALB).
004670
004680          IF PROFONDITA-MALB NOT < 11
004690           GO TO CICLO-VISITA-MALB
004700          END-IF.
004710
004720          ADD 1                   TO PROFONDITA-MALB.
004730          MOVE FIGLIO-TROVATO-MALB
004740           TO INDICE-PILA-MALB(PROFONDITA-MALB).
004750          MOVE ZEROS              TO
004755           ULTIMO-PILA-MALB(PROFONDITA-MALB).
004760
004770          PERFORM ELABORA-NODO-MALB THRU EX-ELABORA-NODO-MALB.
004780
004790          GO TO CICLO-VISITA-MALB.
004800
004810 EX-VISITA-MALB.
004820          EXIT.
004830*
004840***** LA FIGLIA NON ANCORA VISITATA DI IND-PADRE-MALB (ZERO =
004850***** RADICE FITTIZIA) CON LA CHIAVE DI ORDINAMENTO PIU' BASSA
004860***** TRA QUELLE OLTRE ULTIMA-CHIAVE-MALB
004870*
004880 CERCA-FIGLIA-MALB.
004890
004900          MOVE ZERO               TO FIGLIO-TROVATO-MALB.
004910          MOVE HIGH-VALUE         TO MIGLIORE-MALB.
004920          MOVE ZERO               TO IND2-MALB.
004930
004940 CICLO-CERCA-FIGLIA-MALB.
004950
004960          ADD 1                   TO IND2-MALB.
004970
004980          IF IND2-MALB > QUANTE-VOCI-MALB
004990           GO TO EX-CERCA-FIGLIA-MALB
005000          END-IF.
005010
005020          IF VISITATA-VOCE-MALB(IND2-MALB) = "S"
005030           GO TO CICLO-CERCA-FIGLIA-MALB
005040          END-IF.
005050
005060          PERFORM E-FIGLIA-MALB   THRU EX-E-FIGLIA-MALB.
005070
005080          IF NOT FIGLIA-SI-MALB
005090           GO TO CICLO-CERCA-FIGLIA-MALB
005100          END-IF.
005110
005120          IF CHIAVE-ORD-VOCE-MALB(IND2-MALB)
005130             NOT > ULTIMA-CHIAVE-MALB
005140           GO TO CICLO-CERCA-FIGLIA-MALB
005150          END-IF.
005160
005170          IF CHIAVE-ORD-VOCE-MALB(IND2-MALB) < MIGLIORE-MALB
005180           MOVE CHIAVE-ORD-VOCE-MALB(IND2-MALB) TO MIGLIORE-MALB
005190           MOVE IND2-MALB         TO FIGLIO-TROVATO-MALB
005200          END-IF.
005210
005220          GO TO CICLO-CERCA-FIGLIA-MALB.
005230
005240 EX-CERCA-FIGLIA-MALB.
005250          EXIT.
005260*
005270***** "S" SE LA VOCE IND2-MALB E' FIGLIA DI IND-PADRE-MALB: DELLA
005280***** RADICE FITTIZIA SONO FIGLIE LE SOLE VOCI DI PRIMO LIVELLO
005290*
005300 E-FIGLIA-MALB.
005310
005320          MOVE "N"                TO FIGLIA-MALB.
005330
005340          IF IND-PADRE-MALB = ZERO
005350           IF RADICE-VOCE-MALB(IND2-MALB) = "S"
005360            MOVE "S"              TO FIGLIA-MALB
005370           END-IF
005380           GO TO EX-E-FIGLIA-MALB
005390          END-IF.
005400
005410          IF RADICE-VOCE-MALB(IND2-MALB) NOT = "S"
005420           AND PADRE-VOCE-MALB(IND2-MALB) =
005430               NUM-VOCE-MALB(IND-PADRE-MALB)
005440           MOVE "S"               TO FIGLIA-MALB
005450          END-IF.
005460
005470 EX-E-FIGLIA-MALB.
005480          EXIT.
005490*
005500***** LAVORO SUL NODO APPENA RAGGIUNTO, SECONDO IL MODO DELLA
005510***** VISITA (LA RADICE FITTIZIA NON PRODUCE NULLA)
005520*
005530 ELABORA-NODO-MALB.
005540
005550          IF INDICE-PILA-MALB(PROFONDITA-MALB) = ZERO
005560           GO TO EX-ELABORA-NODO-MALB
005570          END-IF.
005580
005590          COMPUTE LIVELLO-NODO-MALB =
005600           LIVELLO-BASE-MALB + PROFONDITA-MALB - 1.
005610
005620          EVALUATE MODO-VISITA-MALB
005630           WHEN "C"
005640            ADD 1                 TO RIGHE-MALB
005650           WHEN "E"
005660            PERFORM EMETTI-NODO-MALB THRU EX-EMETTI-NODO-MALB
005670           WHEN "A"
005680            IF PROFONDITA-MALB > ALTEZZA-MALB
005690             MOVE PROFONDITA-MALB TO ALTEZZA-MALB
005700            END-IF
005710           WHEN "L"
005720            IF PROFONDITA-MALB > 1
005730             PERFORM RILIVELLA-NODO-MALB
005740              THRU EX-RILIVELLA-NODO-MALB
005750            END-IF
005760          END-EVALUATE.
005770
005780 EX-ELABORA-NODO-MALB.
005790          EXIT.
005800*
005810***** RIGA DELLA GRIGLIA PER IL NODO IN CIMA ALLA PILA: I DATI
005820***** DESCRITTIVI SI RILEGGONO DA ARKMENU
005830*
005840 EMETTI-NODO-MALB.
005850
005860          MOVE INDICE-PILA-MALB(PROFONDITA-MALB) TO IND-MALB.
005870          MOVE NUM-VOCE-MALB(IND-MALB) TO NUM-MENU.
005880          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
005890
005900          IF ESITO-NOK
005910           INITIALIZE VOCE-MENU
005920           MOVE NUM-VOCE-MALB(IND-MALB) TO NUM-MENU
005930          END-IF.
005940
005950          MOVE 10                 TO GRIDJSON-NUM-CAMPI.
005960          MOVE "LIVELLO"          TO GRIDJSON-CAMPO-NOME(1).
005970          MOVE LIVELLO-NODO-MALB  TO GRIDJSON-CAMPO-VAL(1).
005980          MOVE "NUMERO"           TO GRIDJSON-CAMPO-NOME(2).
005990          MOVE NUM-MENU           TO GRIDJSON-CAMPO-VAL(2).
006000          MOVE "DESC"             TO GRIDJSON-CAMPO-NOME(3).
006010          MOVE DESC-MENU          TO GRIDJSON-CAMPO-VAL(3).
006020          MOVE "MOD"              TO GRIDJSON-CAMPO-NOME(4).
006030          MOVE MOD-MENU           TO GRIDJSON-CAMPO-VAL(4).
006040          MOVE "ENT"              TO GRIDJSON-CAMPO-NOME(5).
006050          MOVE ENT-MENU           TO GRIDJSON-CAMPO-VAL(5).
006060          MOVE "FUNZ"             TO GRIDJSON-CAMPO-NOME(6).
006070          MOVE FUNZ-MENU          TO GRIDJSON-CAMPO-VAL(6).
006080          MOVE "PROG"             TO GRIDJSON-CAMPO-NOME(7).
006090          MOVE PROG-MENU          TO GRIDJSON-CAMPO-VAL(7).
006100          MOVE "PADRE"            TO GRIDJSON-CAMPO-NOME(8).
006110          MOVE PADRE-VOCE-MALB(IND-MALB) TO GRIDJSON-CAMPO-VAL(8).
006120          MOVE "ORDINE"           TO GRIDJSON-CAMPO-NOME(9).
006130          MOVE ORDINE-VOCE-MALB(IND-MALB)
006135           TO GRIDJSON-CAMPO-VAL(9).
006140          MOVE "STATO"            TO GRIDJSON-CAMPO-NOME(10).
006150          MOVE SPACES             TO GRIDJSON-CAMPO-VAL(10).
006160
006170          PERFORM VERIFICA-FINESTRA-MENU
006180           THRU EX-VERIFICA-FINESTRA-MENU.
006190
006200          IF FUORI-FINESTRA-MENU-WEB = "S"
006210           MOVE "FUORI FINESTRA"  TO GRIDJSON-CAMPO-VAL(10)
006220          END-IF.
006230
006240          IF MENU-RICICLATO
006250           MOVE "RIMOSSA"         TO GRIDJSON-CAMPO-VAL(10)
006260          END-IF.
006270
006280          MOVE "RIGA"             TO GRIDJSON-AZIONE.
006290          CALL "GRIDJSON" USING GRIDJSON-LK.
006300
006310 EX-EMETTI-NODO-MALB.
006320          EXIT.
006330*
006340***** funzione=mostra: MASCHERA DI UNA VOCE (VUOTA SE MK-numero
006350***** NON ESISTE, PER L'INSERIMENTO SOTTO MK-padre)
006360*
006370 MOSTRA-MALB.
006380
006390          INITIALIZE VOCE-MENU.
006400
006410          IF NUMERO-MALB > ZEROS
006420           MOVE NUMERO-MALB       TO NUM-MENU
006430           PERFORM LEGGO-MENU     THRU EX-LEGGO-MENU
006440           IF ESITO-NOK
006450            INITIALIZE VOCE-MENU
006460            MOVE NUMERO-MALB      TO NUM-MENU
006470            MOVE PADRE-NUOVO-MALB TO PADRE-MENU
006480           END-IF
006490          ELSE
006500           MOVE PADRE-NUOVO-MALB  TO PADRE-MENU
006510          END-IF.
006520
006530          MOVE NUM-MENU           TO STRINGA-VIEW.
006540          MOVE "NUM-MENU"         TO NOME-VIEW.
006550          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006560
006570          MOVE DESC-MENU          TO STRINGA-VIEW.
006580          MOVE "DESC-MENU"        TO NOME-VIEW.
006590          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006600
006610          MOVE MOD-MENU           TO STRINGA-VIEW.
006620          MOVE "MOD-MENU"         TO NOME-VIEW.
006630          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006640
006650          MOVE ENT-MENU           TO STRINGA-VIEW.
006660          MOVE "ENT-MENU"         TO NOME-VIEW.
006670          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006680
006690          MOVE FUNZ-MENU          TO STRINGA-VIEW.
006700          MOVE "FUNZ-MENU"        TO NOME-VIEW.
006710          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006720
006730          MOVE ENT-PROG-MENU      TO STRINGA-VIEW.
006740          MOVE "ENT-PROG-MENU"    TO NOME-VIEW.
006750          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006760
006770          MOVE FUNZ-PROG-MENU     TO STRINGA-VIEW.
006780          MOVE "FUNZ-PROG-MENU"   TO NOME-VIEW.
006790          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006800
006810          MOVE PROG-MENU          TO STRINGA-VIEW.
006820          MOVE "PROG-MENU"        TO NOME-VIEW.
006830          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006840
006850          MOVE DLL-MENU           TO STRINGA-VIEW.
006860          MOVE "DLL-MENU"         TO NOME-VIEW.
006870          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006880
006890          MOVE IMAGE-MENU         TO STRINGA-VIEW.
006900          MOVE "IMAGE-MENU"       TO NOME-VIEW.
006910          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006920
006930          MOVE SUBLIV-MENU        TO STRINGA-VIEW.
006940          MOVE "SUBLIV-MENU"      TO NOME-VIEW.
006950          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006960
006970          MOVE MULTI-USER-MENU    TO STRINGA-VIEW.
006980          MOVE "MULTI-USER-MENU"  TO NOME-VIEW.
006990          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
007000
007010          MOVE PASSO-MENU         TO STRINGA-VIEW.
007020          MOVE "PASSO-MENU"       TO NOME-VIEW.
007030          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
007040
007050          MOVE BARRA-MENU         TO STRINGA-VIEW.
007060          MOVE "BARRA-MENU"       TO NOME-VIEW.
007070          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
007080
007090          MOVE PERS-MENU          TO STRINGA-VIEW.
007100          MOVE "PERS-MENU"        TO NOME-VIEW.
007110          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
007120
007130          MOVE PADRE-MENU         TO STRINGA-VIEW.
007140          MOVE "PADRE-MENU"       TO NOME-VIEW.
007150          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
007151
007152          MOVE ALIAS-MENU         TO STRINGA-VIEW.
007153          MOVE "ALIAS-MENU"       TO NOME-VIEW.
007154          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
007160
007170          MOVE "TEMPLATE/MENUALB.HTM" TO PAGE-WEB.
007180          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
007190
007200 EX-MOSTRA-MALB.
007210          EXIT.
007220*
007230***** funzione=crea: LA VOCE NUOVA NASCE IN CODA ALLE FIGLIE DI
007240***** MK-padre, CON SUBLIV-MENU PARI AL SUO LIVELLO; IL NUMERO
007250***** NON DEVE ESSERE GIA' IN USO (LEGGO-MENU DI PROVA PRIMA
007260***** DELLA SCRIVI-MENU, MAI UNA WRITE ALLA CIECA)
007270*
007280 CREA-MALB.
007290
007300          IF NUMERO-MALB = ZEROS
007310           MOVE "Indicare il numero della voce" TO MESSAGGIO
007320           PERFORM VIS-MESS       THRU EX-VIS-MESS
007330           GO TO EX-CREA-MALB
007340          END-IF.
007350
007360          MOVE NUMERO-MALB        TO NUM-MENU.
007370          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
007380
007390          IF ESITO-OK
007400           MOVE "Numero di voce gia' in uso" TO MESSAGGIO
007410           PERFORM VIS-MESS       THRU EX-VIS-MESS
007420           GO TO EX-CREA-MALB
007430          END-IF.
007440
007450          PERFORM VERIFICA-PADRE-MALB THRU EX-VERIFICA-PADRE-MALB.
007460
007470          IF MESSAGGIO NOT = SPACES
007480           PERFORM VIS-MESS       THRU EX-VIS-MESS
007490           GO TO EX-CREA-MALB
007500          END-IF.
007510
007520          PERFORM CARICA-VOCI-MALB THRU EX-CARICA-VOCI-MALB.
007530          PERFORM CODA-FIGLIE-MALB THRU EX-CODA-FIGLIE-MALB.
007540
007550          INITIALIZE VOCE-MENU.
007560          MOVE NUMERO-MALB        TO NUM-MENU.
007570          MOVE "N"                TO RICICLO-USER-MENU.
007580
007590          PERFORM CARICA-CAMPI-MALB THRU EX-CARICA-CAMPI-MALB.
007600
007610          PERFORM VERIFICA-TERNA-MALB THRU EX-VERIFICA-TERNA-MALB.
007620
007630          IF NOT TERNA-ABILITATA-MALB
007640           MOVE "Terna MOD/ENT/FUNZ senza alcuna abilitazione"
007650                                  TO MESSAGGIO
007660           PERFORM VIS-MESS       THRU EX-VIS-MESS
007670           GO TO EX-CREA-MALB
007680          END-IF.
007681
007682          PERFORM VERIFICA-ALIAS-MALB THRU EX-VERIFICA-ALIAS-MALB.
007683
007684          IF ALIAS-IN-USO-MALB
007685           MOVE "Alias gia' usato da un'altra voce di menu"
007686                                  TO MESSAGGIO
007687           PERFORM VIS-MESS       THRU EX-VIS-MESS
007688           GO TO EX-CREA-MALB
007689          END-IF.
007690
007700          MOVE PADRE-NUOVO-MALB   TO PADRE-MENU.
007710          MOVE ORDINE-NUOVO-MALB  TO ORDINE-MENU.
007720          MOVE LIVELLO-NUOVO-MALB TO SUBLIV-NUOVO-MALB.
007730          MOVE SUBLIV-NUOVO-MALB  TO SUBLIV-MENU.
007740          ACCEPT VERS-MENU        FROM TIME.
007750          PERFORM DATA-VOCE-MALB  THRU EX-DATA-VOCE-MALB.
007760
007770          PERFORM SCRIVI-MENU     THRU EX-SCRIVI-MENU.
007780
007790          IF ESITO-NOK
007800           MOVE "Errore in scrittura voce di menu" TO MESSAGGIO
007810          ELSE
007820           MOVE "Voce di menu creata" TO MESSAGGIO
007830          END-IF.
007840
007850          PERFORM VIS-MESS        THRU EX-VIS-MESS.
007860
007870 EX-CREA-MALB.
007880          EXIT.
007890*
007900***** funzione=salva: VARIA I DATI DELLA VOCE; PADRE, ORDINE E
007910***** LIVELLO RESTANO QUELLI IN VIGORE (SI CAMBIANO CON sposta
007920***** E ordina)
007930*
007940 SALVA-MALB.
007950
007960          MOVE NUMERO-MALB        TO NUM-MENU.
007970          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
007980
007990          IF ESITO-NOK
008000           MOVE "Voce di menu non trovata" TO MESSAGGIO
008010           PERFORM VIS-MESS       THRU EX-VIS-MESS
008020           GO TO EX-SALVA-MALB
008030          END-IF.
008040
008050          PERFORM SALVA-PRECEDENTE-MENU
008060           THRU EX-SALVA-PRECEDENTE-MENU.
008070
008080          PERFORM CARICA-CAMPI-MALB THRU EX-CARICA-CAMPI-MALB.
008090
008100          PERFORM VERIFICA-TERNA-MALB THRU EX-VERIFICA-TERNA-MALB.
008110
008120          IF NOT TERNA-ABILITATA-MALB
008130           MOVE "Terna MOD/ENT/FUNZ senza alcuna abilitazione"
008140                                  TO MESSAGGIO
008150           PERFORM VIS-MESS       THRU EX-VIS-MESS
008160           GO TO EX-SALVA-MALB
008170          END-IF.
008171
008172          PERFORM VERIFICA-ALIAS-MALB THRU EX-VERIFICA-ALIAS-MALB.
008173
008174          IF ALIAS-IN-USO-MALB
008175           MOVE "Alias gia' usato da un'altra voce di menu"
008176                                  TO MESSAGGIO
008177           PERFORM VIS-MESS       THRU EX-VIS-MESS
008178           GO TO EX-SALVA-MALB
008179          END-IF.
008180
008190          ACCEPT VERS-MENU        FROM TIME.
008200          PERFORM DATA-VOCE-MALB  THRU EX-DATA-VOCE-MALB.
008210
008220          PERFORM RISCRIVI-MENU-VER THRU EX-RISCRIVI-MENU-VER.
008230
008240          IF ESITO-NOK
008250           MOVE "Errore in registrazione voce di menu"
008255                                  TO MESSAGGIO
008260          ELSE
008270           MOVE "Voce di menu aggiornata" TO MESSAGGIO
008280          END-IF.
008290
008300          PERFORM VIS-MESS        THRU EX-VIS-MESS.
008310
008320 EX-SALVA-MALB.
008330          EXIT.
008340*
008350***** CAMPI DESCRITTIVI COMUNI A CREAZIONE E VARIAZIONE: SI
008360***** TOCCANO SOLO QUELLI PRESENTI NELLA RICHIESTA
008370*
008380 CARICA-CAMPI-MALB.
008390
008400          MOVE "MK-desc"          TO FIELD-WEB.
008410          PERFORM READ-WEB        THRU EX-READ-WEB.
008420          IF COBW3-SEARCH-FLAG-EXIST
008430           MOVE VALUE-WEB(1:40)   TO DESC-MENU
008440          END-IF.
008450
008460          MOVE "MK-mod"           TO FIELD-WEB.
008470          PERFORM READ-WEB        THRU EX-READ-WEB.
008480          IF COBW3-SEARCH-FLAG-EXIST
008490           MOVE VALUE-WEB(1:2)    TO MOD-MENU
008500          END-IF.
008510
008520          MOVE "MK-ent"           TO FIELD-WEB.
008530          PERFORM READ-WEB        THRU EX-READ-WEB.
008540          IF COBW3-SEARCH-FLAG-EXIST
008550           MOVE VALUE-WEB(1:2)    TO ENT-MENU
008560          END-IF.
008570
008580          MOVE "MK-funz"          TO FIELD-WEB.
008590          PERFORM READ-WEB        THRU EX-READ-WEB.
008600          IF COBW3-SEARCH-FLAG-EXIST
008610           MOVE VALUE-WEB(1:2)    TO FUNZ-MENU
008620          END-IF.
008630
008640          MOVE "MK-entprog"       TO FIELD-WEB.
008650          PERFORM READ-WEB        THRU EX-READ-WEB.
008660          IF COBW3-SEARCH-FLAG-EXIST
008670           MOVE VALUE-WEB(1:2)    TO ENT-PROG-MENU
008680          END-IF.
008690
008700          MOVE "MK-funzprog"      TO FIELD-WEB.
008710          PERFORM READ-WEB        THRU EX-READ-WEB.
008720          IF COBW3-SEARCH-FLAG-EXIST
008730           MOVE VALUE-WEB(1:2)    TO FUNZ-PROG-MENU
008740          END-IF.
008750
008760          MOVE "MK-prog"          TO FIELD-WEB.
008770          PERFORM READ-WEB        THRU EX-READ-WEB.
008780          IF COBW3-SEARCH-FLAG-EXIST
008790           MOVE VALUE-WEB(1:14)   TO PROG-MENU
008800          END-IF.
008810
008820          MOVE "MK-dll"           TO FIELD-WEB.
008830          PERFORM READ-WEB        THRU EX-READ-WEB.
008840          IF COBW3-SEARCH-FLAG-EXIST
008850           MOVE VALUE-WEB(1:14)   TO DLL-MENU
008860          END-IF.
008870
008880          MOVE "MK-image"         TO FIELD-WEB.
008890          PERFORM READ-WEB        THRU EX-READ-WEB.
008900          IF COBW3-SEARCH-FLAG-EXIST
008910           MOVE VALUE-WEB(1:40)   TO IMAGE-MENU
008920          END-IF.
008930
008940          MOVE "MK-multi"         TO FIELD-WEB.
008950          PERFORM READ-WEB        THRU EX-READ-WEB.
008960          IF COBW3-SEARCH-FLAG-EXIST
008970           MOVE VALUE-WEB(1:1)    TO MULTI-USER-MENU
008980          END-IF.
008990
009000          MOVE "MK-passo"         TO FIELD-WEB.
009010          PERFORM READ-WEB        THRU EX-READ-WEB.
009020          IF COBW3-SEARCH-FLAG-EXIST
009030           MOVE VALUE-WEB(1:1)    TO PASSO-MENU
009040          END-IF.
009050
009060          MOVE "MK-barra"         TO FIELD-WEB.
009070          PERFORM READ-WEB        THRU EX-READ-WEB.
009080          IF COBW3-SEARCH-FLAG-EXIST
009090           MOVE VALUE-WEB(1:1)    TO BARRA-MENU
009100          END-IF.
009110
009120          MOVE "MK-pers"          TO FIELD-WEB.
009130          PERFORM READ-WEB        THRU EX-READ-WEB.
009140          IF COBW3-SEARCH-FLAG-EXIST
009150           MOVE VALUE-WEB(1:1)    TO PERS-MENU
009160          END-IF.
009161
009162          MOVE "MK-alias"         TO FIELD-WEB.
009163          PERFORM READ-WEB        THRU EX-READ-WEB.
009164          IF COBW3-SEARCH-FLAG-EXIST
009165           MOVE VALUE-WEB(1:8)    TO ALIAS-MENU
009166           INSPECT ALIAS-MENU CONVERTING
009167            "abcdefghijklmnopqrstuvwxyz"
009168            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
009169          END-IF.
009170
009180 EX-CARICA-CAMPI-MALB.
009190          EXIT.
009200*
009210***** DATA-MENU NEL FORMATO GG/MM/AAAA DELLE MASCHERE
009220*
009230 DATA-VOCE-MALB.
009240
009250          ACCEPT DATA-OGGI-MALB   FROM DATE YYYYMMDD.
009260
009270          MOVE SPACES             TO DATA-MENU.
009280          STRING GG-OGGI-MALB "/" MM-OGGI-MALB "/" AAAA-OGGI-MALB
009290           DELIMITED BY SIZE INTO DATA-MENU.
009300
009310 EX-DATA-VOCE-MALB.
009320          EXIT.
009330*
009340***** LA TERNA DELLA VOCE (MOD/ENT/FUNZ-MENU) DEVE COMPARIRE IN
009350***** ALMENO UNA RIGA DI ARKABI, DI QUALSIASI ENTE E GRUPPO:
009360***** VALGONO ANCHE LE RIGHE JOLLY (FUNZ-ABI A SPAZI PER TUTTO
009370***** L'ENT-ABI, ENT-ABI E FUNZ-ABI A SPAZI PER TUTTO IL MODULO)
009380*
009390 VERIFICA-TERNA-MALB.
009400
009410          MOVE "N"                TO TERNA-TROVATA-MALB.
009420          MOVE MOD-MENU           TO MOD-TERNA-MALB.
009430          MOVE ENT-MENU           TO ENT-TERNA-MALB.
009440          MOVE FUNZ-MENU          TO FUNZ-TERNA-MALB.
009450
009460          IF MOD-TERNA-MALB = SPACES
009470           GO TO EX-VERIFICA-TERNA-MALB
009480          END-IF.
009490
009500          MOVE LOW-VALUE          TO CHIAVE-ABI.
009510          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
009520
009530          IF ESITO-NOK GO TO EX-VERIFICA-TERNA-MALB.
009540
009550 CICLO-VERIFICA-TERNA-MALB.
009560
009570          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
009580
009590          IF FINE-FILE = "S" GO TO EX-VERIFICA-TERNA-MALB.
009600
009610          IF MOD-ABI NOT = MOD-TERNA-MALB
009620           GO TO CICLO-VERIFICA-TERNA-MALB
009630          END-IF.
009640
009650          IF ENT-ABI = ENT-TERNA-MALB
009655           AND FUNZ-ABI = FUNZ-TERNA-MALB
009660           MOVE "S"               TO TERNA-TROVATA-MALB
009670           GO TO EX-VERIFICA-TERNA-MALB
009680          END-IF.
009690
009700          IF ENT-ABI = ENT-TERNA-MALB AND FUNZ-ABI = SPACES
009710           MOVE "S"               TO TERNA-TROVATA-MALB
009720           GO TO EX-VERIFICA-TERNA-MALB
009730          END-IF.
009740
009750          IF ENT-ABI = SPACES AND FUNZ-ABI = SPACES
009760           MOVE "S"               TO TERNA-TROVATA-MALB
009770           GO TO EX-VERIFICA-TERNA-MALB
009780          END-IF.
009790
009800          GO TO CICLO-VERIFICA-TERNA-MALB.
009810
009820 EX-VERIFICA-TERNA-MALB.
009830          EXIT.
009831*
009832***** L'ALIAS (SE INDICATO) NON DEVE ESSERE L'ALIAS DI UN'ALTRA
009833***** VOCE NE' LA TERNA MOD/ENT/FUNZ DI UN'ALTRA VOCE, ALTRIMENTI
009834***** IL CODICE RAPIDO SAREBBE AMBIGUO
009835*
009836 VERIFICA-ALIAS-MALB.
009837
009838          MOVE "N"                TO ALIAS-DOPPIO-MALB.
009839
009840          IF ALIAS-MENU = SPACES GO TO EX-VERIFICA-ALIAS-MALB.
009841
009842          MOVE VOCE-MENU          TO VOCE-SALVATA-MALB.
009843          MOVE ALIAS-MENU         TO ALIAS-MALB.
009844          MOVE NUM-MENU           TO NUM-ALIAS-MALB.
009845
009846          MOVE LOW-VALUE          TO CHIAVE-MENU.
009847          PERFORM STARTO-MENU     THRU EX-STARTO-MENU.
009848
009849          IF ESITO-NOK GO TO RIPRISTINO-VERIFICA-ALIAS-MALB.
009850
009851 CICLO-VERIFICA-ALIAS-MALB.
009852
009853          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
009854
009855          IF FINE-FILE = "S" GO TO RIPRISTINO-VERIFICA-ALIAS-MALB.
009856
009857          IF NUM-MENU = NUM-ALIAS-MALB
009858           GO TO CICLO-VERIFICA-ALIAS-MALB
009859          END-IF.
009860
009861          IF ALIAS-MENU = ALIAS-MALB
009862           OR CHIAVE-SEC-MENU = ALIAS-MALB
009863           MOVE "S"               TO ALIAS-DOPPIO-MALB
009864           GO TO RIPRISTINO-VERIFICA-ALIAS-MALB
009865          END-IF.
009866
009867          GO TO CICLO-VERIFICA-ALIAS-MALB.
009868
009869 RIPRISTINO-VERIFICA-ALIAS-MALB.
009870
009871          MOVE VOCE-SALVATA-MALB  TO VOCE-MENU.
009872
009873 EX-VERIFICA-ALIAS-MALB.
009874          EXIT.
009875*
009876***** IL PADRE INDICATO (ZERO = PRIMO LIVELLO) DEVE ESISTERE,
009877***** NON PUO' ESSERE LA VOCE STESSA NE' UNA SUA DISCENDENTE, E
009878***** LA VOCE NON PUO' FINIRE OLTRE IL DECIMO LIVELLO; ESCE CON
009880***** MESSAGGIO A SPAZI SE VA BENE E LIVELLO-NUOVO-MALB PARI AL
009890***** LIVELLO CHE LA VOCE AVRA' SOTTO QUEL PADRE
009900*
009910 VERIFICA-PADRE-MALB.
009920
009930          MOVE SPACES             TO MESSAGGIO.
009940          MOVE 1                  TO LIVELLO-NUOVO-MALB.
009950
009960          IF PADRE-NUOVO-MALB = ZEROS
009970           GO TO EX-VERIFICA-PADRE-MALB
009980          END-IF.
009990
010000          IF PADRE-NUOVO-MALB = NUMERO-MALB
010010           MOVE "Una voce non puo' essere padre di se' stessa"
010020                                  TO MESSAGGIO
010030           GO TO EX-VERIFICA-PADRE-MALB
010040          END-IF.
010050
010060          MOVE PADRE-NUOVO-MALB   TO NUM-MENU.
010070          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
010080
010090          IF ESITO-NOK
010100           MOVE "Voce padre non trovata" TO MESSAGGIO
010110           GO TO EX-VERIFICA-PADRE-MALB
010120          END-IF.
010130
010140          MOVE PADRE-NUOVO-MALB   TO RISALITA-MALB.
010150          PERFORM RISALI-MALB     THRU EX-RISALI-MALB.
010160
010170          IF ANELLO-SI-MALB
010180           MOVE "Il nuovo padre e' una discendente della voce"
010190                                  TO MESSAGGIO
010200           GO TO EX-VERIFICA-PADRE-MALB
010210          END-IF.
010220
010230          IF LIVELLO-MALB NOT < 10
010240           MOVE "Albero oltre i 10 livelli" TO MESSAGGIO
010250           GO TO EX-VERIFICA-PADRE-MALB
010260          END-IF.
010270
010280          COMPUTE LIVELLO-NUOVO-MALB = LIVELLO-MALB + 1.
010290
010300 EX-VERIFICA-PADRE-MALB.
010310          EXIT.
010320*
010330***** RISALE LA CATENA DEI PADRI DA RISALITA-MALB: LIVELLO-MALB
010340***** TORNA COL LIVELLO DELLA VOCE DI PARTENZA (1 = PRIMO
010350***** LIVELLO), ANELLO-MALB A "S" SE LUNGO LA CATENA SI INCONTRA
010360***** NUMERO-MALB; OLTRE I 10 PASSI CI SI FERMA
010370*
010380 RISALI-MALB.
010390
010400          MOVE ZEROS              TO LIVELLO-MALB.
010410          MOVE "N"                TO ANELLO-MALB.
010420
010430 CICLO-RISALI-MALB.
010440
010450          IF RISALITA-MALB = ZEROS
010460           GO TO EX-RISALI-MALB
010470          END-IF.
010480
010490          IF RISALITA-MALB = NUMERO-MALB
010500           MOVE "S"               TO ANELLO-MALB
010510           GO TO EX-RISALI-MALB
010520          END-IF.
010530
010540          ADD 1                   TO LIVELLO-MALB.
010550
010560          IF LIVELLO-MALB NOT < 10
010570           GO TO EX-RISALI-MALB
010580          END-IF.
010590
010600          MOVE RISALITA-MALB      TO NUM-MENU.
010610          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
010620
010630          IF ESITO-NOK GO TO EX-RISALI-MALB.
010640
010650          MOVE ZEROS              TO RISALITA-MALB.
010660          IF PADRE-MENU NUMERIC AND PADRE-MENU NOT = NUM-MENU
010670           MOVE PADRE-MENU        TO RISALITA-MALB
010680          END-IF.
010690
010700          GO TO CICLO-RISALI-MALB.
010710
010720 EX-RISALI-MALB.
010730          EXIT.
010740*
010750***** ORDINE-NUOVO-MALB: IN CODA ALLE FIGLIE ATTUALI DI
010760***** PADRE-NUOVO-MALB (PASSO 10, PER LASCIARE SPAZIO), ESCLUSA
010770***** LA VOCE NUMERO-MALB STESSA QUANDO VIENE SPOSTATA
010780*
010790 CODA-FIGLIE-MALB.
010800
010810          MOVE ZEROS              TO PROGR-ORDINE-MALB.
010820          MOVE ZERO               TO IND-PADRE-MALB.
010830
010840          IF PADRE-NUOVO-MALB NOT = ZEROS
010850           MOVE PADRE-NUOVO-MALB  TO NUM-CERCATO-MALB
010860           PERFORM TROVA-VOCE-MALB THRU EX-TROVA-VOCE-MALB
010870           MOVE IND-TROVATO-MALB  TO IND-PADRE-MALB
010880          END-IF.
010890
010900          MOVE ZERO               TO IND2-MALB.
010910
010920 CICLO-CODA-FIGLIE-MALB.
010930
010940          ADD 1                   TO IND2-MALB.
010950
010960          IF IND2-MALB > QUANTE-VOCI-MALB
010970           GO TO FINE-CODA-FIGLIE-MALB
010980          END-IF.
010990
011000          IF NUM-VOCE-MALB(IND2-MALB) = NUMERO-MALB
011010           GO TO CICLO-CODA-FIGLIE-MALB
011020          END-IF.
011030
011040          PERFORM E-FIGLIA-MALB   THRU EX-E-FIGLIA-MALB.
011050
011060          IF FIGLIA-SI-MALB
011070           AND ORDINE-VOCE-MALB(IND2-MALB) > PROGR-ORDINE-MALB
011080           MOVE ORDINE-VOCE-MALB(IND2-MALB) TO PROGR-ORDINE-MALB
011090          END-IF.
011100
011110          GO TO CICLO-CODA-FIGLIE-MALB.
011120
011130 FINE-CODA-FIGLIE-MALB.
011140
011150          ADD 10                  TO PROGR-ORDINE-MALB.
011160
011170          IF PROGR-ORDINE-MALB > 9999
011180           MOVE 9999              TO PROGR-ORDINE-MALB
011190          END-IF.
011200
011210          MOVE PROGR-ORDINE-MALB  TO ORDINE-NUOVO-MALB.
011220
011230 EX-CODA-FIGLIE-MALB.
011240          EXIT.
011250*
011260***** funzione=sposta: LA VOCE VA IN CODA ALLE FIGLIE DEL NUOVO
011270***** PADRE E TUTTO IL SUO RAMO LA SEGUE; SUBLIV-MENU VIENE
011280***** RIALLINEATO AL NUOVO LIVELLO DI OGNI VOCE DEL RAMO
011290*
011300 SPOSTA-MALB.
011310
011320          MOVE NUMERO-MALB        TO NUM-MENU.
011330          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
011340
011350          IF ESITO-NOK
011360           MOVE "Voce di menu non trovata" TO MESSAGGIO
011370           PERFORM VIS-MESS       THRU EX-VIS-MESS
011380           GO TO EX-SPOSTA-MALB
011390          END-IF.
011400
011410          PERFORM VERIFICA-PADRE-MALB THRU EX-VERIFICA-PADRE-MALB.
011420
011430          IF MESSAGGIO NOT = SPACES
011440           PERFORM VIS-MESS       THRU EX-VIS-MESS
011450           GO TO EX-SPOSTA-MALB
011460          END-IF.
011470
011480          PERFORM CARICA-VOCI-MALB THRU EX-CARICA-VOCI-MALB.
011490
011500          MOVE NUMERO-MALB        TO NUM-CERCATO-MALB.
011510          PERFORM TROVA-VOCE-MALB THRU EX-TROVA-VOCE-MALB.
011520          MOVE IND-TROVATO-MALB   TO IND-VOCE-MALB.
011530
011540          IF IND-VOCE-MALB = ZERO
011550           MOVE "Voce di menu non trovata" TO MESSAGGIO
011560           PERFORM VIS-MESS       THRU EX-VIS-MESS
011570           GO TO EX-SPOSTA-MALB
011580          END-IF.
011590
011600*        IL RAMO SPOSTATO NON DEVE SPORGERE OLTRE IL DECIMO
011610*        LIVELLO SOTTO IL NUOVO PADRE
011620          PERFORM AZZERA-VISITE-MALB THRU EX-AZZERA-VISITE-MALB.
011630          MOVE ZERO               TO ALTEZZA-MALB.
011640          MOVE "A"                TO MODO-VISITA-MALB.
011650          MOVE LIVELLO-NUOVO-MALB TO LIVELLO-BASE-MALB.
011660          MOVE "S"                TO
011665           VISITATA-VOCE-MALB(IND-VOCE-MALB).
011670          MOVE IND-VOCE-MALB      TO INDICE-PILA-MALB(1).
011680          PERFORM VISITA-MALB     THRU EX-VISITA-MALB.
011690
011700          IF LIVELLO-NUOVO-MALB + ALTEZZA-MALB - 1 > 10
011710           MOVE "Albero oltre i 10 livelli" TO MESSAGGIO
011720           PERFORM VIS-MESS       THRU EX-VIS-MESS
011730           GO TO EX-SPOSTA-MALB
011740          END-IF.
011750
011760          PERFORM CODA-FIGLIE-MALB THRU EX-CODA-FIGLIE-MALB.
011770
011780          MOVE NUMERO-MALB        TO NUM-MENU.
011790          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
011800
011810          PERFORM SALVA-PRECEDENTE-MENU
011820           THRU EX-SALVA-PRECEDENTE-MENU.
011830
011840          MOVE PADRE-NUOVO-MALB   TO PADRE-MENU.
011850          MOVE ORDINE-NUOVO-MALB  TO ORDINE-MENU.
011860          MOVE LIVELLO-NUOVO-MALB TO SUBLIV-NUOVO-MALB.
011870          MOVE SUBLIV-NUOVO-MALB  TO SUBLIV-MENU.
011880          ACCEPT VERS-MENU        FROM TIME.
011890
011900          PERFORM RISCRIVI-MENU-VER THRU EX-RISCRIVI-MENU-VER.
011910
011920          IF ESITO-NOK
011930           MOVE "Errore in registrazione voce di menu"
011935                                  TO MESSAGGIO
011940           PERFORM VIS-MESS       THRU EX-VIS-MESS
011950           GO TO EX-SPOSTA-MALB
011960          END-IF.
011970
011980*        RIALLINEAMENTO DEI LIVELLI DELLE DISCENDENTI
011990          PERFORM AZZERA-VISITE-MALB THRU EX-AZZERA-VISITE-MALB.
012000          MOVE "L"                TO MODO-VISITA-MALB.
012010          MOVE "S"                TO
012015           VISITATA-VOCE-MALB(IND-VOCE-MALB).
012020          MOVE IND-VOCE-MALB      TO INDICE-PILA-MALB(1).
012030          PERFORM VISITA-MALB     THRU EX-VISITA-MALB.
012040
012050          MOVE "Voce di menu spostata" TO MESSAGGIO.
012060          PERFORM VIS-MESS        THRU EX-VIS-MESS.
012070
012080 EX-SPOSTA-MALB.
012090          EXIT.
012100*
012110***** SUBLIV-MENU DI UNA DISCENDENTE DEL RAMO SPOSTATO: SI
012120***** RISCRIVE SOLO SE IL LIVELLO E' DAVVERO CAMBIATO
012130*
012140 RILIVELLA-NODO-MALB.
012150
012160          MOVE INDICE-PILA-MALB(PROFONDITA-MALB) TO IND-MALB.
012170          MOVE NUM-VOCE-MALB(IND-MALB) TO NUM-MENU.
012180          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
012190
012200          IF ESITO-NOK GO TO EX-RILIVELLA-NODO-MALB.
012210
012220          MOVE LIVELLO-NODO-MALB  TO SUBLIV-NUOVO-MALB.
012230
012240          IF SUBLIV-MENU = SUBLIV-NUOVO-MALB
012250           GO TO EX-RILIVELLA-NODO-MALB
012260          END-IF.
012270
012280          PERFORM SALVA-PRECEDENTE-MENU
012290           THRU EX-SALVA-PRECEDENTE-MENU.
012300
012310          MOVE SUBLIV-NUOVO-MALB  TO SUBLIV-MENU.
012320          ACCEPT VERS-MENU        FROM TIME.
012330
012340          PERFORM RISCRIVI-MENU-VER THRU EX-RISCRIVI-MENU-VER.
012350
012360 EX-RILIVELLA-NODO-MALB.
012370          EXIT.
012380*
012390***** funzione=ordina: LE SORELLE VENGONO PRIMA RINUMERATE A
012400***** PASSO 10 NELL'ORDINE ATTUALE (LE VOCI MAI RIORDINATE HANNO
012410***** TUTTE ORDINE ZERO), POI LA VOCE SCAMBIA IL POSTO CON LA
012420***** PRECEDENTE O LA SEGUENTE; OGNI VOCE TOCCATA VIENE RISCRITTA
012430***** UNA SOLA VOLTA, CON IL SUO ORDINE FINALE
012440*
012450 ORDINA-MALB.
012460
012470          MOVE "MK-direzione"     TO FIELD-WEB.
012480          PERFORM READ-WEB        THRU EX-READ-WEB.
012490          MOVE SPACES             TO DIREZIONE-MALB.
012500          IF COBW3-SEARCH-FLAG-EXIST
012510           MOVE VALUE-WEB(1:3)    TO DIREZIONE-MALB
012520          END-IF.
012530
012540          IF DIREZIONE-MALB NOT = "su"
012545           AND DIREZIONE-MALB NOT = "giu"
012550           MOVE "Direzione non valida (su/giu)" TO MESSAGGIO
012560           PERFORM VIS-MESS       THRU EX-VIS-MESS
012570           GO TO EX-ORDINA-MALB
012580          END-IF.
012590
012600          PERFORM CARICA-VOCI-MALB THRU EX-CARICA-VOCI-MALB.
012610
012620          MOVE NUMERO-MALB        TO NUM-CERCATO-MALB.
012630          PERFORM TROVA-VOCE-MALB THRU EX-TROVA-VOCE-MALB.
012640          MOVE IND-TROVATO-MALB   TO IND-VOCE-MALB.
012650
012660          IF IND-VOCE-MALB = ZERO
012670           MOVE "Voce di menu non trovata" TO MESSAGGIO
012680           PERFORM VIS-MESS       THRU EX-VIS-MESS
012690           GO TO EX-ORDINA-MALB
012700          END-IF.
012710
012720          MOVE ZERO               TO IND-PADRE-MALB.
012730          IF RADICE-VOCE-MALB(IND-VOCE-MALB) NOT = "S"
012740           MOVE PADRE-VOCE-MALB(IND-VOCE-MALB) TO NUM-CERCATO-MALB
012750           PERFORM TROVA-VOCE-MALB THRU EX-TROVA-VOCE-MALB
012760           MOVE IND-TROVATO-MALB  TO IND-PADRE-MALB
012770          END-IF.
012780
012790          PERFORM AZZERA-VISITE-MALB THRU EX-AZZERA-VISITE-MALB.
012800          PERFORM NUMERA-SORELLE-MALB THRU EX-NUMERA-SORELLE-MALB.
012810
012820          IF IND-VICINA-MALB = ZERO
012830           MOVE "La voce e' gia' al limite del suo livello"
012840                                  TO MESSAGGIO
012850           PERFORM VIS-MESS       THRU EX-VIS-MESS
012860           GO TO EX-ORDINA-MALB
012870          END-IF.
012880
012890          MOVE NUOVO-ORDINE-MALB(IND-VOCE-MALB)
012895           TO ORDINE-NUOVO-MALB.
012900          MOVE NUOVO-ORDINE-MALB(IND-VICINA-MALB)
012910           TO NUOVO-ORDINE-MALB(IND-VOCE-MALB).
012920          MOVE ORDINE-NUOVO-MALB
012930           TO NUOVO-ORDINE-MALB(IND-VICINA-MALB).
012940
012950          PERFORM RISCRIVI-SORELLE-MALB
012960           THRU EX-RISCRIVI-SORELLE-MALB.
012970
012980          MOVE "Ordine delle voci aggiornato" TO MESSAGGIO.
012990          PERFORM VIS-MESS        THRU EX-VIS-MESS.
013000
013010 EX-ORDINA-MALB.
013020          EXIT.
013030*
013040***** RINUMERA IN NUOVO-ORDINE-MALB LE FIGLIE DI IND-PADRE-MALB A
013050***** PASSO 10, NELL'ORDINE ATTUALE, E INTANTO RICONOSCE LA
013060***** SORELLA VICINA ALLA VOCE IND-VOCE-MALB NELLA DIREZIONE
013070***** RICHIESTA (ZERO SE LA VOCE E' GIA' PRIMA O ULTIMA)
013080*
013090 NUMERA-SORELLE-MALB.
013100
013110          MOVE ZEROS              TO PROGR-ORDINE-MALB.
013120          MOVE ZERO               TO IND-VICINA-MALB.
013130          MOVE ZERO               TO IND-PRECEDENTE-MALB.
013140          MOVE ZEROS              TO ULTIMA-CHIAVE-MALB.
013150
013160 CICLO-NUMERA-SORELLE-MALB.
013170
013180          PERFORM CERCA-FIGLIA-MALB THRU EX-CERCA-FIGLIA-MALB.
013190
013200          IF FIGLIO-TROVATO-MALB = ZERO
013210           GO TO EX-NUMERA-SORELLE-MALB
013220          END-IF.
013230
013240          MOVE CHIAVE-ORD-VOCE-MALB(FIGLIO-TROVATO-MALB)
013250           TO ULTIMA-CHIAVE-MALB.
013260          MOVE "S"                TO
013270           VISITATA-VOCE-MALB(FIGLIO-TROVATO-MALB).
013280
013290          ADD 10                  TO PROGR-ORDINE-MALB.
013300          IF PROGR-ORDINE-MALB > 9999
013310           MOVE 9999              TO PROGR-ORDINE-MALB
013320          END-IF.
013330          MOVE PROGR-ORDINE-MALB
013340           TO NUOVO-ORDINE-MALB(FIGLIO-TROVATO-MALB).
013350
013360          IF DIREZIONE-MALB = "su"
013370           AND FIGLIO-TROVATO-MALB = IND-VOCE-MALB
013380           MOVE IND-PRECEDENTE-MALB TO IND-VICINA-MALB
013390          END-IF.
013400
013410          IF DIREZIONE-MALB = "giu"
013420           AND IND-PRECEDENTE-MALB = IND-VOCE-MALB
013430           AND IND-PRECEDENTE-MALB NOT = ZERO
013440           MOVE FIGLIO-TROVATO-MALB TO IND-VICINA-MALB
013450          END-IF.
013460
013470          MOVE FIGLIO-TROVATO-MALB TO IND-PRECEDENTE-MALB.
013480
013490          GO TO CICLO-NUMERA-SORELLE-MALB.
013500
013510 EX-NUMERA-SORELLE-MALB.
013520          EXIT.
013530*
013540***** RISCRIVE (VIA RISCRIVI-MENU-VER) LE SOLE VOCI IL CUI
013550***** ORDINE E' CAMBIATO
013560*
013570 RISCRIVI-SORELLE-MALB.
013580
013590          MOVE ZERO               TO IND-MALB.
013600
013610 CICLO-RISCRIVI-SORELLE-MALB.
013620
013630          ADD 1                   TO IND-MALB.
013640
013650          IF IND-MALB > QUANTE-VOCI-MALB
013660           GO TO EX-RISCRIVI-SORELLE-MALB
013670          END-IF.
013680
013690          IF NUOVO-ORDINE-MALB(IND-MALB) =
013695             ORDINE-VOCE-MALB(IND-MALB)
013700           GO TO CICLO-RISCRIVI-SORELLE-MALB
013710          END-IF.
013720
013730          MOVE NUM-VOCE-MALB(IND-MALB) TO NUM-MENU.
013740          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
013750
013760          IF ESITO-NOK GO TO CICLO-RISCRIVI-SORELLE-MALB.
013770
013780          PERFORM SALVA-PRECEDENTE-MENU
013790           THRU EX-SALVA-PRECEDENTE-MENU.
013800
013810          MOVE NUOVO-ORDINE-MALB(IND-MALB) TO ORDINE-MENU.
013820          ACCEPT VERS-MENU        FROM TIME.
013830
013840          PERFORM RISCRIVI-MENU-VER THRU EX-RISCRIVI-MENU-VER.
013850
013860          MOVE NUOVO-ORDINE-MALB(IND-MALB)
013870           TO ORDINE-VOCE-MALB(IND-MALB).
013880
013890          GO TO CICLO-RISCRIVI-SORELLE-MALB.
013900
013910 EX-RISCRIVI-SORELLE-MALB.
013920          EXIT.
