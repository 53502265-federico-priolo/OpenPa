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
000200* ANAGRAFICA AD ALBERO DELLE UNITA' ORGANIZZATIVE (ARKUOR) E
000210* ASSEGNAZIONE DEGLI UTENTI ALLE UNITA' (ARKUOA). SENZA funzione
000220* TORNA IN JSON (GRIGLIA "ALBEROUNITA") LE UNITA' DI OGNI ENTE
000230* VISITATE IN PROFONDITA' A PARTIRE DA QUELLE DI PRIMO LIVELLO,
000240* OGNUNA COL SUO LIVELLO DI RIENTRO, IL RESPONSABILE E QUANTI
000250* UTENTI VI SONO ASSEGNATI; MK-ente LIMITA L'ALBERO AD UN ENTE.
000260* funzione=mostra PREPARA LA MASCHERA DELL'UNITA' MK-codice
000270* (VUOTA, SOTTO MK-padre, SE NON ESISTE ANCORA), funzione=salva LA
000280* CREA O NE VARIA DESCRIZIONE, ENTE, PADRE, RESPONSABILE E STATO,
000290* funzione=assegna METTE L'UTENTE MK-utente NELL'UNITA' MK-codice
000300* (MK-codice VUOTO TOGLIE L'ASSEGNAZIONE). IL PADRE DEVE ESISTERE,
000310* STARE NELLO STESSO ENTE E NON ESSERE L'UNITA' STESSA NE' UNA SUA
000320* DISCENDENTE, E L'ALBERO NON SUPERA I 10 LIVELLI; L'ENTE DI
000330* UN'UNITA' CHE HA FIGLIE NON SI CAMBIA. IL RESPONSABILE DEVE
000340* ESSERE UN UTENTE NON CANCELLATO. UN'UNITA' NON SI CHIUDE FINCHE'
000350* HA FIGLIE APERTE O UTENTI ASSEGNATI, E UN'UNITA' CHIUSA NON
000360* RICEVE ASSEGNAZIONI. L'UTENTE VA SOLO IN UN'UNITA' DI UN ENTE SU
000370* CUI LAVORA (ENTE-UTEN O ENTI AGGIUNTIVI; CHI NON HA APPARTENENZA
000380* SOCIETARIA PUO' ANDARE OVUNQUE).
000390*
000400 IDENTIFICATION   DIVISION.
000410 PROGRAM-ID.      OPENMUOR.
000420 ENVIRONMENT      DIVISION.
000430 CONFIGURATION    SECTION.
000440          COPY "SPECIAL.CBL".
000450 INPUT-OUTPUT     SECTION.
000460 FILE-CONTROL.
000470
000480          COPY "SELWEB.CBL".
000490          COPY "SELESE.CBL".
000500          COPY "SELJOB.CBL".
000510          COPY "SELVIEW.CBL".
000520          COPY "SELVSTO.CBL".
000530          COPY "SELUOR.CBL".
000540          COPY "SELUOA.CBL".
000550          COPY "SELUTEN.CBL".
000560          COPY "SELJSON.CBL".
000570
000580 DATA             DIVISION.
000590 FILE SECTION.
000600
000610          COPY "FDEWEB.CBL".
000620          COPY "FDEESE.CBL".
000630          COPY "FDEJOB.CBL".
000640          COPY "FDEVIEW.CBL".
000650          COPY "FDEVSTO.CBL".
000660          COPY "FDEUOR.CBL".
000670          COPY "FDEUOA.CBL".
000680          COPY "FDEUTEN.CBL".
000690          COPY "FDEJSON.CBL".
000700
000710 WORKING-STORAGE  SECTION.
000720
000730          COPY "COBW3.CBL".
000740          COPY "GLOBALS.CBL".
000750          COPY "LKGRID.CBL".
000760*
000770** FUNZIONE RICHIESTA E PARAMETRI DELLA MASCHERA
000780*
000790 01 FUNZIONE-MUOR            PIC X(10).
000800 01 OPERATORE-MUOR           PIC X(8).
000810 01 CODICE-MUOR              PIC X(8).
000820 01 PADRE-NUOVO-MUOR         PIC X(8).
000830 01 PADRE-INDICATO-MUOR      PIC X.
000840 01 UTENTE-MUOR              PIC X(8).
000850 01 FILTRO-ENTE-MUOR         PIC 9(2).
000860 01 ENTE-NUOVO-MUOR          PIC 9(2).
000870 01 ENTE-VECCHIO-MUOR        PIC 9(2).
000880 01 NUOVA-MUOR               PIC X.
000890    88 UNITA-NUOVA-MUOR      VALUE "S".
000900 01 DATA-OGGI-MUOR           PIC 9(8).
000910*
000920** L'UNITA' IN LAVORAZIONE MESSA DA PARTE MENTRE SI LEGGONO IL
000930** PADRE E GLI ANTENATI
000940*
000950 01 UNITA-SALVATA-MUOR       PIC X(128).
000960*
000970** RISALITA DELLA CATENA DEI PADRI: LIVELLO DEL PADRE PROPOSTO E
000980** SEGNALE DI ANELLO (L'UNITA' RITROVATA TRA I SUOI ANTENATI)
000990*
001000 01 RISALITA-MUOR            PIC X(8).
001010 01 LIVELLO-MUOR             PIC 9(2).
001020 01 ANELLO-MUOR              PIC X.
001030    88 ANELLO-SI-MUOR        VALUE "S".
001040*
001050** TUTTE LE UNITA' DI ARKUOR CON LA SOLA POSIZIONE NELL'ALBERO,
001060** NELL'ORDINE DEL CODICE (QUELLO DI LETTURA)
001070*
001080 01 TAB-UNITA-MUOR.
001090    02 UNITA-MUOR OCCURS 1000 TIMES.
001100       03 CODICE-TAB-MUOR     PIC X(8).
001110       03 PADRE-TAB-MUOR      PIC X(8).
001120       03 ENTE-TAB-MUOR       PIC 9(2).
001130       03 RADICE-TAB-MUOR     PIC X.
001140       03 VISITATA-TAB-MUOR   PIC X.
001150 01 QUANTE-UNITA-MUOR        PIC 9(4) COMP.
001160*
001170** PILA DELLA VISITA IN PROFONDITA' (INDICI IN TABELLA)
001180*
001190 01 TAB-PILA-MUOR.
001200    02 INDICE-PILA-MUOR      PIC 9(4) COMP OCCURS 10 TIMES.
001210 01 PROFONDITA-MUOR          PIC 9(2) COMP.
001220*
001230** MODO DELLA VISITA: C = CONTA LE RIGHE, E = EMETTE LA GRIGLIA
001240*
001250 01 MODO-VISITA-MUOR         PIC X.
001260 01 RIGHE-MUOR               PIC 9(7).
001270 01 LIVELLO-NODO-MUOR        PIC 9(2).
001280 01 ENTE-CICLO-MUOR          PIC 9(3) COMP.
001290 01 ENTE-RADICI-MUOR         PIC 9(2).
001300*
001310 01 IND-MUOR                 PIC 9(4) COMP.
001320 01 IND2-MUOR                PIC 9(4) COMP.
001330 01 IND-PADRE-MUOR           PIC 9(4) COMP.
001340 01 FIGLIA-TROVATA-MUOR      PIC 9(4) COMP.
001350 01 IND-ENTE-MUOR            PIC 9(1) COMP.
001360*
001370** CONTEGGI DI CONTROLLO (UTENTI ASSEGNATI, FIGLIE APERTE)
001380*
001390 01 MEMBRI-MUOR              PIC 9(5).
001400 01 FIGLIE-APERTE-MUOR       PIC 9(5).
001410 01 ENTE-AMMESSO-MUOR        PIC X.
001420    88 ENTE-UTENTE-OK-MUOR   VALUE "S".
001430*
001440 PROCEDURE  DIVISION.
001450*
001460          PERFORM INIZIO-WEB     THRU EX-INIZIO-WEB.
001470
001480*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001490*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001500*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001510          IF SESSIONE-RIFIUTATA GO TO FINE-MUOR.
001520
001530          PERFORM OPEN-I-VSTO    THRU EX-OPEN-I-VSTO.
001540          PERFORM OPEN-I-UOR     THRU EX-OPEN-I-UOR.
001550          PERFORM OPEN-I-UOA     THRU EX-OPEN-I-UOA.
001560          PERFORM OPEN-I-UTEN    THRU EX-OPEN-I-UTEN.
001570
001580          ACCEPT DATA-OGGI-MUOR  FROM DATE YYYYMMDD.
001590
001600          MOVE "MK-FUNZIONE"     TO FIELD-WEB.
001610          PERFORM READ-WEB       THRU EX-READ-WEB.
001620          MOVE SPACES            TO FUNZIONE-MUOR.
001630          IF COBW3-SEARCH-FLAG-EXIST
001640           MOVE VALUE-WEB(1:10)  TO FUNZIONE-MUOR
001650          END-IF.
001660
001670          MOVE "MK-OPERATORE"    TO FIELD-WEB.
001680          PERFORM READ-WEB       THRU EX-READ-WEB.
001690          MOVE SPACES            TO OPERATORE-MUOR.
001700          IF COBW3-SEARCH-FLAG-EXIST
001710           MOVE VALUE-WEB(1:8)   TO OPERATORE-MUOR
001720          END-IF.
001730
001740          MOVE "MK-codice"       TO FIELD-WEB.
001750          PERFORM READ-WEB       THRU EX-READ-WEB.
001760          MOVE SPACES            TO CODICE-MUOR.
001770          IF COBW3-SEARCH-FLAG-EXIST
001780           MOVE VALUE-WEB(1:8)   TO CODICE-MUOR
001790           INSPECT CODICE-MUOR CONVERTING
001800            "abcdefghijklmnopqrstuvwxyz"
001810            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001820          END-IF.
001830
001840          MOVE "MK-padre"        TO FIELD-WEB.
001850          PERFORM READ-WEB       THRU EX-READ-WEB.
001860          MOVE SPACES            TO PADRE-NUOVO-MUOR.
001870          MOVE "N"               TO PADRE-INDICATO-MUOR.
001880          IF COBW3-SEARCH-FLAG-EXIST
001890           MOVE "S"              TO PADRE-INDICATO-MUOR
001900           MOVE VALUE-WEB(1:8)   TO PADRE-NUOVO-MUOR
001910           INSPECT PADRE-NUOVO-MUOR CONVERTING
001920            "abcdefghijklmnopqrstuvwxyz"
001930            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001940          END-IF.
001950
001960          MOVE "MK-ente"         TO FIELD-WEB.
001970          PERFORM READ-WEB       THRU EX-READ-WEB.
001980          MOVE ZEROS             TO FILTRO-ENTE-MUOR.
001990          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:2) NUMERIC
002000           MOVE VALUE-WEB(1:2)   TO FILTRO-ENTE-MUOR
002010          END-IF.
002020
002030          IF FUNZIONE-MUOR = "mostra"
002040           PERFORM MOSTRA-MUOR   THRU EX-MOSTRA-MUOR
002050           GO TO FINE-MUOR
002060          END-IF.
002070
002080          IF FUNZIONE-MUOR = "salva"
002090           PERFORM SALVA-MUOR    THRU EX-SALVA-MUOR
002100           GO TO FINE-MUOR
002110          END-IF.
002120
002130          IF FUNZIONE-MUOR = "assegna"
002140           PERFORM ASSEGNA-MUOR  THRU EX-ASSEGNA-MUOR
002150           GO TO FINE-MUOR
002160          END-IF.
002170
002180          PERFORM ALBERO-MUOR    THRU EX-ALBERO-MUOR.
002190
002200 FINE-MUOR.
002210
002220          PERFORM CLOSE-UTEN     THRU EX-CLOSE-UTEN.
002230          PERFORM CLOSE-UOA      THRU EX-CLOSE-UOA.
002240          PERFORM CLOSE-UOR      THRU EX-CLOSE-UOR.
002250          PERFORM CLOSE-VSTO     THRU EX-CLOSE-VSTO.
002260          PERFORM CLOSE-VIEW     THRU EX-CLOSE-VIEW.
002270
002280          PERFORM FINE-WEB       THRU EX-FINE-WEB.
002290
002300          GOBACK.
002310
002320          COPY "PIOWEB1.CBL".
002330          COPY "PIOESE.CBL".
002340          COPY "PIOJOB.CBL".
002350          COPY "PIOVIEW.CBL".
002360          COPY "PIOVSTO.CBL".
002370          COPY "PIOVIEWH.CBL".
002380          COPY "PIOJSON.CBL".
002390          COPY "PIOUOR.CBL".
002400          COPY "PIOUOA.CBL".
002410          COPY "PIOUTEN.CBL".
002420*
002430***** ALBERO COMPLETO: PRIMA PASSATA SOLO PER CONTARE LE RIGHE
002440***** (LA GRIGLIA VUOLE IL TOTALE IN TESTA), POI QUELLA CHE
002450***** EMETTE, COME IN openmalb.exe
002460*
002470 ALBERO-MUOR.
002480
002490          PERFORM CARICA-UNITA-MUOR THRU EX-CARICA-UNITA-MUOR.
002500
002510          MOVE ZEROS              TO RIGHE-MUOR.
002520          MOVE "C"                TO MODO-VISITA-MUOR.
002530          PERFORM FORESTA-MUOR    THRU EX-FORESTA-MUOR.
002540
002550          MOVE "APRI"             TO GRIDJSON-AZIONE.
002560          MOVE "ALBEROUNITA"      TO GRIDJSON-NOME-JSON.
002570          MOVE RIGHE-MUOR         TO GRIDJSON-TOTALE.
002580          CALL "GRIDJSON" USING GRIDJSON-LK.
002590
002600          MOVE "E"                TO MODO-VISITA-MUOR.
002610          PERFORM FORESTA-MUOR    THRU EX-FORESTA-MUOR.
002620
002630          MOVE "CHIUDI"           TO GRIDJSON-AZIONE.
002640          CALL "GRIDJSON" USING GRIDJSON-LK.
002650
002660 EX-ALBERO-MUOR.
002670          EXIT.
002680*
002690***** CARICA IN TABELLA LA POSIZIONE DI TUTTE LE UNITA'; UN'UNITA'
002700***** SENZA PADRE, CON SE' STESSA COME PADRE, CON UN PADRE CHE NON
002710***** ESISTE PIU' O DI UN ALTRO ENTE VALE COME PRIMO LIVELLO
002720*
002730 CARICA-UNITA-MUOR.
002740
002750          MOVE ZERO               TO QUANTE-UNITA-MUOR.
002760
002770          MOVE LOW-VALUE          TO CHIAVE-UOR.
002780          PERFORM STARTO-UOR      THRU EX-STARTO-UOR.
002790
002800          IF ESITO-NOK GO TO RADICI-CARICA-UNITA-MUOR.
002810
002820 CICLO-CARICA-UNITA-MUOR.
002830
002840          PERFORM LEGGO-NEXT-UOR  THRU EX-LEGGO-NEXT-UOR.
002850
002860          IF FINE-FILE = "S" GO TO RADICI-CARICA-UNITA-MUOR.
002870
002880          IF QUANTE-UNITA-MUOR NOT < 1000
002890           GO TO RADICI-CARICA-UNITA-MUOR
002900          END-IF.
002910
002920          ADD 1                   TO QUANTE-UNITA-MUOR.
002930          MOVE QUANTE-UNITA-MUOR  TO IND-MUOR.
002940          MOVE CODICE-UOR         TO CODICE-TAB-MUOR(IND-MUOR).
002950          MOVE PADRE-UOR          TO PADRE-TAB-MUOR(IND-MUOR).
002960          MOVE ENTE-UOR           TO ENTE-TAB-MUOR(IND-MUOR).
002970          MOVE "N"                TO RADICE-TAB-MUOR(IND-MUOR).
002980          MOVE "N"                TO VISITATA-TAB-MUOR(IND-MUOR).
002990
003000          GO TO CICLO-CARICA-UNITA-MUOR.
003010
003020 RADICI-CARICA-UNITA-MUOR.
003030
003040          MOVE ZERO               TO IND-MUOR.
003050
003060 CICLO-RADICI-CARICA-UNITA-MUOR.
003070
003080          ADD 1                   TO IND-MUOR.
003090
003100          IF IND-MUOR > QUANTE-UNITA-MUOR
003110           GO TO EX-CARICA-UNITA-MUOR
003120          END-IF.
003130
003140          IF PADRE-TAB-MUOR(IND-MUOR) = SPACES
003150           OR PADRE-TAB-MUOR(IND-MUOR) = CODICE-TAB-MUOR(IND-MUOR)
003160           MOVE "S"               TO RADICE-TAB-MUOR(IND-MUOR)
003170           GO TO CICLO-RADICI-CARICA-UNITA-MUOR
003180          END-IF.
003190
003200          MOVE "S"                TO RADICE-TAB-MUOR(IND-MUOR).
003210          MOVE ZERO               TO IND2-MUOR.
003220
003230 CICLO-PADRE-CARICA-UNITA-MUOR.
003240
003250          ADD 1                   TO IND2-MUOR.
003260
003270          IF IND2-MUOR > QUANTE-UNITA-MUOR
003280           GO TO CICLO-RADICI-CARICA-UNITA-MUOR
003290          END-IF.
003300
003310          IF CODICE-TAB-MUOR(IND2-MUOR) = PADRE-TAB-MUOR(IND-MUOR)
003320           AND ENTE-TAB-MUOR(IND2-MUOR) = ENTE-TAB-MUOR(IND-MUOR)
003330           MOVE "N"               TO RADICE-TAB-MUOR(IND-MUOR)
003340           GO TO CICLO-RADICI-CARICA-UNITA-MUOR
003350          END-IF.
003360
003370          GO TO CICLO-PADRE-CARICA-UNITA-MUOR.
003380
003390 EX-CARICA-UNITA-MUOR.
003400          EXIT.
003410*
003420***** LA FORESTA, UN ENTE DOPO L'ALTRO (SOLO MK-ente SE INDICATO):
003430***** SI VISITANO LE UNITA' DI PRIMO LIVELLO DELL'ENTE E, SOTTO
003440***** OGNUNA, IL SUO RAMO. LE UNITA' CHE RESTANO NON VISITATE
003450***** (SOLO SE I DATI CONTENGONO UN ANELLO DI PADRI) DIVENTANO A
003460***** LORO VOLTA PRIMO LIVELLO, COSI' NESSUNA UNITA' SPARISCE
003470*
003480 FORESTA-MUOR.
003490
003500          PERFORM AZZERA-VISITE-MUOR THRU EX-AZZERA-VISITE-MUOR
003510           VARYING IND-MUOR FROM 1 BY 1
003520           UNTIL IND-MUOR > QUANTE-UNITA-MUOR.
003530
003540          PERFORM RADICI-ENTE-MUOR THRU EX-RADICI-ENTE-MUOR
003550           VARYING ENTE-CICLO-MUOR FROM 0 BY 1
003560           UNTIL ENTE-CICLO-MUOR > 99.
003570
003580          MOVE ZERO               TO IND-MUOR.
003590
003600 CICLO-FORESTA-MUOR.
003610
003620          ADD 1                   TO IND-MUOR.
003630
003640          IF IND-MUOR > QUANTE-UNITA-MUOR
003650           GO TO EX-FORESTA-MUOR
003660          END-IF.
003670
003680          IF VISITATA-TAB-MUOR(IND-MUOR) = "S"
003690           GO TO CICLO-FORESTA-MUOR
003700          END-IF.
003710
003720          IF FILTRO-ENTE-MUOR > ZEROS
003730           AND ENTE-TAB-MUOR(IND-MUOR) NOT = FILTRO-ENTE-MUOR
003740           GO TO CICLO-FORESTA-MUOR
003750          END-IF.
003760
003770          MOVE "S"                TO RADICE-TAB-MUOR(IND-MUOR).
003780          PERFORM VISITA-MUOR     THRU EX-VISITA-MUOR.
003790
003800          GO TO CICLO-FORESTA-MUOR.
003810
003820 EX-FORESTA-MUOR.
003830          EXIT.
003840*
003850 AZZERA-VISITE-MUOR.
003860
003870          MOVE "N"                TO VISITATA-TAB-MUOR(IND-MUOR).
003880
003890 EX-AZZERA-VISITE-MUOR.
003900          EXIT.
003910*
003920***** LE UNITA' DI PRIMO LIVELLO DELL'ENTE ENTE-CICLO-MUOR, NELL'
003930***** ORDINE DEL CODICE, OGNUNA COL SUO RAMO
003940*
003950 RADICI-ENTE-MUOR.
003960
003970          MOVE ENTE-CICLO-MUOR    TO ENTE-RADICI-MUOR.
003980
003990          IF FILTRO-ENTE-MUOR > ZEROS
004000           AND ENTE-RADICI-MUOR NOT = FILTRO-ENTE-MUOR
004010           GO TO EX-RADICI-ENTE-MUOR
004020          END-IF.
004030
004040          MOVE ZERO               TO IND-MUOR.
004050
004060 CICLO-RADICI-ENTE-MUOR.
004070
004080          ADD 1                   TO IND-MUOR.
004090
004100          IF IND-MUOR > QUANTE-UNITA-MUOR
004110           GO TO EX-RADICI-ENTE-MUOR
004120          END-IF.
004130
004140          IF RADICE-TAB-MUOR(IND-MUOR) = "S"
004150           AND ENTE-TAB-MUOR(IND-MUOR) = ENTE-RADICI-MUOR
004160           AND VISITATA-TAB-MUOR(IND-MUOR) NOT = "S"
004170           PERFORM VISITA-MUOR    THRU EX-VISITA-MUOR
004180          END-IF.
004190
004200          GO TO CICLO-RADICI-ENTE-MUOR.
004210
004220 EX-RADICI-ENTE-MUOR.
004230          EXIT.
004240*
004250***** VISITA IN PROFONDITA' CON PILA ESPLICITA A PARTIRE
004260***** DALL'UNITA' IND-MUOR: SI SCENDE SULLA PRIMA FIGLIA NON
004270***** ANCORA VISITATA DELL'UNITA' IN CIMA, ALTRIMENTI SI RISALE;
004280***** OLTRE I 10 LIVELLI NON SI SCENDE
004290*
004300 VISITA-MUOR.
004310
004320          MOVE 1                  TO PROFONDITA-MUOR.
004330          MOVE IND-MUOR           TO INDICE-PILA-MUOR(1).
004340          MOVE "S"                TO VISITATA-TAB-MUOR(IND-MUOR).
004350
004360          PERFORM ELABORA-NODO-MUOR THRU EX-ELABORA-NODO-MUOR.
004370
004380 CICLO-VISITA-MUOR.
004390
004400          IF PROFONDITA-MUOR = ZERO
004410           GO TO EX-VISITA-MUOR
004420          END-IF.
004430
004440          MOVE INDICE-PILA-MUOR(PROFONDITA-MUOR)
004450           TO IND-PADRE-MUOR.
004460          PERFORM CERCA-FIGLIA-MUOR THRU EX-CERCA-FIGLIA-MUOR.
004470
004480          IF FIGLIA-TROVATA-MUOR = ZERO
004490           SUBTRACT 1             FROM PROFONDITA-MUOR
004500           GO TO CICLO-VISITA-MUOR
004510          END-IF.
004520
004530          MOVE "S"                TO
004540           VISITATA-TAB-MUOR(FIGLIA-TROVATA-MUOR).
004550
004560          IF PROFONDITA-MUOR NOT < 10
004570           GO TO CICLO-VISITA-MUOR
004580          END-IF.
004590
004600          ADD 1                   TO PROFONDITA-MUOR.
004610          MOVE FIGLIA-TROVATA-MUOR
004620           TO INDICE-PILA-MUOR(PROFONDITA-MUOR).
004630
004640          PERFORM ELABORA-NODO-MUOR THRU EX-ELABORA-NODO-MUOR.
004650
004660          GO TO CICLO-VISITA-MUOR.
004670
004680 EX-VISITA-MUOR.
004690          EXIT.
004700*
004710***** LA PRIMA FIGLIA NON ANCORA VISITATA DI IND-PADRE-MUOR (LA
004720***** TABELLA E' GIA' NELL'ORDINE DEL CODICE)
004730*
004740 CERCA-FIGLIA-MUOR.
004750
004760          MOVE ZERO               TO FIGLIA-TROVATA-MUOR.
004770          MOVE ZERO               TO IND2-MUOR.
004780
004790 CICLO-CERCA-FIGLIA-MUOR.
004800
004810          ADD 1                   TO IND2-MUOR.
004820
004830          IF IND2-MUOR > QUANTE-UNITA-MUOR
004840           GO TO EX-CERCA-FIGLIA-MUOR
004850          END-IF.
004860
004870          IF VISITATA-TAB-MUOR(IND2-MUOR) = "S"
004880           OR RADICE-TAB-MUOR(IND2-MUOR) = "S"
004890           GO TO CICLO-CERCA-FIGLIA-MUOR
004900          END-IF.
004910
004920          IF PADRE-TAB-MUOR(IND2-MUOR) =
004930             CODICE-TAB-MUOR(IND-PADRE-MUOR)
004940           MOVE IND2-MUOR         TO FIGLIA-TROVATA-MUOR
004950           GO TO EX-CERCA-FIGLIA-MUOR
004960          END-IF.
004970
004980          GO TO CICLO-CERCA-FIGLIA-MUOR.
004990
005000 EX-CERCA-FIGLIA-MUOR.
005010          EXIT.
005020*
005030***** LAVORO SUL NODO APPENA RAGGIUNTO, SECONDO IL MODO DELLA
005040***** VISITA
005050*
005060 ELABORA-NODO-MUOR.
005070
005080          MOVE PROFONDITA-MUOR    TO LIVELLO-NODO-MUOR.
005090
005100          IF MODO-VISITA-MUOR = "C"
005110           ADD 1                  TO RIGHE-MUOR
005120          ELSE
005130           PERFORM EMETTI-NODO-MUOR THRU EX-EMETTI-NODO-MUOR
005140          END-IF.
005150
005160 EX-ELABORA-NODO-MUOR.
005170          EXIT.
005180*
005190***** RIGA DELLA GRIGLIA PER L'UNITA' IN CIMA ALLA PILA: I DATI
005200***** DESCRITTIVI SI RILEGGONO DA ARKUOR, GLI UTENTI SI CONTANO SU
005210***** ARKUOA PER CHIAVE ALTERNATIVA
005220*
005230 EMETTI-NODO-MUOR.
005240
005250          MOVE INDICE-PILA-MUOR(PROFONDITA-MUOR) TO IND-MUOR.
005260          MOVE CODICE-TAB-MUOR(IND-MUOR) TO CODICE-UOR.
005270          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
005280
005290          IF ESITO-NOK
005300           INITIALIZE UNITA-ORGANIZZATIVA
005310           MOVE CODICE-TAB-MUOR(IND-MUOR) TO CODICE-UOR
005320          END-IF.
005330
005340          PERFORM CONTA-MEMBRI-MUOR THRU EX-CONTA-MEMBRI-MUOR.
005350
005360          MOVE 8                  TO GRIDJSON-NUM-CAMPI.
005370          MOVE "LIVELLO"          TO GRIDJSON-CAMPO-NOME(1).
005380          MOVE LIVELLO-NODO-MUOR  TO GRIDJSON-CAMPO-VAL(1).
005390          MOVE "CODICE"           TO GRIDJSON-CAMPO-NOME(2).
005400          MOVE CODICE-UOR         TO GRIDJSON-CAMPO-VAL(2).
005410          MOVE "DESC"             TO GRIDJSON-CAMPO-NOME(3).
005420          MOVE DESC-UOR           TO GRIDJSON-CAMPO-VAL(3).
005430          MOVE "ENTE"             TO GRIDJSON-CAMPO-NOME(4).
005440          MOVE ENTE-UOR           TO GRIDJSON-CAMPO-VAL(4).
005450          MOVE "PADRE"            TO GRIDJSON-CAMPO-NOME(5).
005460          MOVE PADRE-UOR          TO GRIDJSON-CAMPO-VAL(5).
005470          MOVE "RESPONSABILE"     TO GRIDJSON-CAMPO-NOME(6).
005480          MOVE RESPONSABILE-UOR   TO GRIDJSON-CAMPO-VAL(6).
005490          MOVE "UTENTI"           TO GRIDJSON-CAMPO-NOME(7).
005500          MOVE MEMBRI-MUOR        TO GRIDJSON-CAMPO-VAL(7).
005510          MOVE "STATO"            TO GRIDJSON-CAMPO-NOME(8).
005520          MOVE SPACES             TO GRIDJSON-CAMPO-VAL(8).
005530          IF UOR-CHIUSA
005540           MOVE "CHIUSA"          TO GRIDJSON-CAMPO-VAL(8)
005550          END-IF.
005560
005570          MOVE "RIGA"             TO GRIDJSON-AZIONE.
005580          CALL "GRIDJSON" USING GRIDJSON-LK.
005590
005600 EX-EMETTI-NODO-MUOR.
005610          EXIT.
005620*
005630***** MEMBRI-MUOR: QUANTI UTENTI SONO ASSEGNATI ALL'UNITA'
005640***** CODICE-UOR
005650*
005660 CONTA-MEMBRI-MUOR.
005670
005680          MOVE ZEROS              TO MEMBRI-MUOR.
005690
005700          MOVE CODICE-UOR         TO UNITA-UOA.
005710          PERFORM STARTO-UNITA-UOA THRU EX-STARTO-UNITA-UOA.
005720
005730          IF ESITO-NOK GO TO EX-CONTA-MEMBRI-MUOR.
005740
005750 CICLO-CONTA-MEMBRI-MUOR.
005760
005770          PERFORM LEGGO-NEXT-UOA  THRU EX-LEGGO-NEXT-UOA.
005780
005790          IF FINE-FILE = "S" GO TO EX-CONTA-MEMBRI-MUOR.
005800
005810          IF UNITA-UOA NOT = CODICE-UOR
005820           GO TO EX-CONTA-MEMBRI-MUOR
005830          END-IF.
005840
005850          ADD 1                   TO MEMBRI-MUOR.
005860
005870          GO TO CICLO-CONTA-MEMBRI-MUOR.
005880
005890 EX-CONTA-MEMBRI-MUOR.
005900          EXIT.
005910*
005920***** funzione=mostra: MASCHERA DI UN'UNITA' (VUOTA SE MK-codice
005930***** NON ESISTE, PER L'INSERIMENTO SOTTO MK-padre NELL'ENTE
005940***** MK-ente)
005950*
005960 MOSTRA-MUOR.
005970
005980          INITIALIZE UNITA-ORGANIZZATIVA.
005990
006000          IF CODICE-MUOR NOT = SPACES
006010           MOVE CODICE-MUOR       TO CODICE-UOR
006020           PERFORM LEGGO-UOR      THRU EX-LEGGO-UOR
006030           IF ESITO-NOK
006040            INITIALIZE UNITA-ORGANIZZATIVA
006050            MOVE CODICE-MUOR      TO CODICE-UOR
006060            MOVE PADRE-NUOVO-MUOR TO PADRE-UOR
006070            MOVE FILTRO-ENTE-MUOR TO ENTE-UOR
006080           END-IF
006090          ELSE
006100           MOVE PADRE-NUOVO-MUOR  TO PADRE-UOR
006110           MOVE FILTRO-ENTE-MUOR  TO ENTE-UOR
006120          END-IF.
006130
006140          MOVE CODICE-UOR         TO STRINGA-VIEW.
006150          MOVE "CODICE-UOR"       TO NOME-VIEW.
006160          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006170
006180          MOVE DESC-UOR           TO STRINGA-VIEW.
006190          MOVE "DESC-UOR"         TO NOME-VIEW.
006200          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006210
006220          MOVE ENTE-UOR           TO STRINGA-VIEW.
006230          MOVE "ENTE-UOR"         TO NOME-VIEW.
006240          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006250
006260          MOVE PADRE-UOR          TO STRINGA-VIEW.
006270          MOVE "PADRE-UOR"        TO NOME-VIEW.
006280          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006290
006300          MOVE RESPONSABILE-UOR   TO STRINGA-VIEW.
006310          MOVE "RESPONSABILE-UOR" TO NOME-VIEW.
006320          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006330
006340          MOVE STATO-UOR          TO STRINGA-VIEW.
006350          MOVE "STATO-UOR"        TO NOME-VIEW.
006360          PERFORM SCRITTURA-VIEW  THRU EX-SCRITTURA-VIEW.
006370
006380          MOVE "UNITA.HTM"        TO PAGE-WEB.
006390          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
006400
006410 EX-MOSTRA-MUOR.
006420          EXIT.
006430*
006440***** funzione=salva: CREA L'UNITA' MK-codice SE NON ESISTE,
006450***** ALTRIMENTI NE VARIA I DATI; SI TOCCANO SOLO I CAMPI PRESENTI
006460***** NELLA RICHIESTA (SENZA MK-padre L'UNITA' RESTA DOV'E')
006470*
006480 SALVA-MUOR.
006490
006500          IF CODICE-MUOR = SPACES
006510           MOVE "Indicare il codice dell'unita'" TO MESSAGGIO
006520           PERFORM VIS-MESS       THRU EX-VIS-MESS
006530           GO TO EX-SALVA-MUOR
006540          END-IF.
006550
006560          MOVE CODICE-MUOR        TO CODICE-UOR.
006570          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
006580
006590          MOVE "N"                TO NUOVA-MUOR.
006600          IF ESITO-NOK
006610           MOVE "S"               TO NUOVA-MUOR
006620           INITIALIZE UNITA-ORGANIZZATIVA
006630           MOVE CODICE-MUOR       TO CODICE-UOR
006640           MOVE "A"               TO STATO-UOR
006650          END-IF.
006660
006670          MOVE ENTE-UOR           TO ENTE-VECCHIO-MUOR.
006680
006690          IF PADRE-INDICATO-MUOR = "N"
006700           MOVE PADRE-UOR         TO PADRE-NUOVO-MUOR
006710          END-IF.
006720
006730          PERFORM CARICA-CAMPI-MUOR THRU EX-CARICA-CAMPI-MUOR.
006740
006750          IF DESC-UOR = SPACES
006760           MOVE "Indicare la descrizione dell'unita'" TO MESSAGGIO
006770           PERFORM VIS-MESS       THRU EX-VIS-MESS
006780           GO TO EX-SALVA-MUOR
006790          END-IF.
006800
006810          MOVE PADRE-NUOVO-MUOR   TO PADRE-UOR.
006820          MOVE UNITA-ORGANIZZATIVA TO UNITA-SALVATA-MUOR.
006830
006840*         L'ENTE DI UN'UNITA' CON FIGLIE NON SI CAMBIA: LE FIGLIE
006850*         RESTEREBBERO SOTTO UN PADRE DI UN ALTRO ENTE
006860
006870          IF NOT UNITA-NUOVA-MUOR
006880           AND ENTE-UOR NOT = ENTE-VECCHIO-MUOR
006890           PERFORM CONTA-FIGLIE-MUOR THRU EX-CONTA-FIGLIE-MUOR
006900           IF IND-MUOR > ZERO
006910            MOVE "L'unita' ha unita' figlie: l'ente non si cambia"
006920                                  TO MESSAGGIO
006930            PERFORM VIS-MESS      THRU EX-VIS-MESS
006940            GO TO EX-SALVA-MUOR
006950           END-IF
006960          END-IF.
006970
006980          PERFORM VERIFICA-PADRE-MUOR THRU EX-VERIFICA-PADRE-MUOR.
006990
007000          IF MESSAGGIO NOT = SPACES
007010           PERFORM VIS-MESS       THRU EX-VIS-MESS
007020           GO TO EX-SALVA-MUOR
007030          END-IF.
007040
007050          PERFORM VERIFICA-RESPONSABILE-MUOR
007060           THRU EX-VERIFICA-RESPONSABILE-MUOR.
007070
007080          IF MESSAGGIO NOT = SPACES
007090           PERFORM VIS-MESS       THRU EX-VIS-MESS
007100           GO TO EX-SALVA-MUOR
007110          END-IF.
007120
007130*         CHIUSURA: NIENTE FIGLIE ANCORA APERTE, NESSUN UTENTE
007140
007150          IF UOR-CHIUSA AND NOT UNITA-NUOVA-MUOR
007160           PERFORM CONTA-FIGLIE-MUOR THRU EX-CONTA-FIGLIE-MUOR
007170           MOVE UNITA-SALVATA-MUOR TO UNITA-ORGANIZZATIVA
007180           PERFORM CONTA-MEMBRI-MUOR THRU EX-CONTA-MEMBRI-MUOR
007190           IF FIGLIE-APERTE-MUOR > ZEROS OR MEMBRI-MUOR > ZEROS
007200            MOVE SPACES           TO MESSAGGIO
007210            STRING "Unita' non chiudibile: " DELIMITED BY SIZE
007220             FIGLIE-APERTE-MUOR DELIMITED BY SIZE
007230             " figlie aperte, " DELIMITED BY SIZE
007240             MEMBRI-MUOR " utenti assegnati" DELIMITED BY SIZE
007250             INTO MESSAGGIO
007260            PERFORM VIS-MESS      THRU EX-VIS-MESS
007270            GO TO EX-SALVA-MUOR
007280           END-IF
007290          END-IF.
007300
007310          MOVE UNITA-SALVATA-MUOR TO UNITA-ORGANIZZATIVA.
007320          MOVE OPERATORE-MUOR     TO UTENTE-AGG-UOR.
007330          MOVE DATA-OGGI-MUOR     TO DATA-AGG-UOR.
007340
007350          IF UNITA-NUOVA-MUOR
007360           PERFORM SCRIVI-UOR     THRU EX-SCRIVI-UOR
007370          ELSE
007380           PERFORM RISCRIVI-UOR   THRU EX-RISCRIVI-UOR
007390          END-IF.
007400
007410          IF ESITO-NOK
007420           MOVE "Errore in registrazione unita'" TO MESSAGGIO
007430          ELSE
007440           IF UNITA-NUOVA-MUOR
007450            MOVE "Unita' organizzativa creata" TO MESSAGGIO
007460           ELSE
007470            MOVE "Unita' organizzativa aggiornata" TO MESSAGGIO
007480           END-IF
007490          END-IF.
007500
007510          PERFORM VIS-MESS        THRU EX-VIS-MESS.
007520
007530 EX-SALVA-MUOR.
007540          EXIT.
007550*
007560***** CAMPI DESCRITTIVI DELLA MASCHERA PRESENTI NELLA RICHIESTA
007570*
007580 CARICA-CAMPI-MUOR.
007590
007600          MOVE "MK-desc"          TO FIELD-WEB.
007610          PERFORM READ-WEB        THRU EX-READ-WEB.
007620          IF COBW3-SEARCH-FLAG-EXIST
007630           MOVE VALUE-WEB(1:40)   TO DESC-UOR
007640          END-IF.
007650
007660          MOVE "MK-ente"          TO FIELD-WEB.
007670          PERFORM READ-WEB        THRU EX-READ-WEB.
007680          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:2) NUMERIC
007690           MOVE VALUE-WEB(1:2)    TO ENTE-UOR
007700          END-IF.
007710
007720          MOVE "MK-responsabile"  TO FIELD-WEB.
007730          PERFORM READ-WEB        THRU EX-READ-WEB.
007740          IF COBW3-SEARCH-FLAG-EXIST
007750           MOVE VALUE-WEB(1:8)    TO RESPONSABILE-UOR
007760          END-IF.
007770
007780          MOVE "MK-stato"         TO FIELD-WEB.
007790          PERFORM READ-WEB        THRU EX-READ-WEB.
007800          IF COBW3-SEARCH-FLAG-EXIST
007810           AND (VALUE-WEB(1:1) = "A" OR VALUE-WEB(1:1) = "C")
007820           MOVE VALUE-WEB(1:1)    TO STATO-UOR
007830          END-IF.
007840
007850 EX-CARICA-CAMPI-MUOR.
007860          EXIT.
007870*
007880***** IL PADRE PROPOSTO (PADRE-UOR, UNITA' IN UNITA-SALVATA-MUOR):
007890***** DEVE ESISTERE NELLO STESSO ENTE, NON PUO' ESSERE L'UNITA'
007900***** STESSA NE' UNA SUA DISCENDENTE E L'UNITA' NON PUO' FINIRE
007910***** OLTRE IL DECIMO LIVELLO; ESCE CON MESSAGGIO A SPAZI SE VA
007920***** BENE
007930*
007940 VERIFICA-PADRE-MUOR.
007950
007960          MOVE SPACES             TO MESSAGGIO.
007970
007980          IF PADRE-NUOVO-MUOR = SPACES
007990           GO TO EX-VERIFICA-PADRE-MUOR
008000          END-IF.
008010
008020          IF PADRE-NUOVO-MUOR = CODICE-MUOR
008030           MOVE "Un'unita' non puo' stare sotto se' stessa"
008040                                  TO MESSAGGIO
008050           GO TO EX-VERIFICA-PADRE-MUOR
008060          END-IF.
008070
008080          MOVE ENTE-UOR           TO ENTE-NUOVO-MUOR.
008090
008100          MOVE PADRE-NUOVO-MUOR   TO CODICE-UOR.
008110          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
008120
008130          IF ESITO-NOK
008140           MOVE "Unita' padre non trovata" TO MESSAGGIO
008150           GO TO FINE-VERIFICA-PADRE-MUOR
008160          END-IF.
008170
008180          IF ENTE-UOR NOT = ENTE-NUOVO-MUOR
008190           MOVE "L'unita' padre appartiene ad un altro ente"
008200                                  TO MESSAGGIO
008210           GO TO FINE-VERIFICA-PADRE-MUOR
008220          END-IF.
008230
008240          MOVE PADRE-NUOVO-MUOR   TO RISALITA-MUOR.
008250          PERFORM RISALI-MUOR     THRU EX-RISALI-MUOR.
008260
008270          IF ANELLO-SI-MUOR
008280           MOVE "Il nuovo padre e' una discendente dell'unita'"
008290                                  TO MESSAGGIO
008300           GO TO FINE-VERIFICA-PADRE-MUOR
008310          END-IF.
008320
008330          IF LIVELLO-MUOR NOT < 10
008340           MOVE "Albero delle unita' oltre i 10 livelli"
008350                                  TO MESSAGGIO
008360          END-IF.
008370
008380 FINE-VERIFICA-PADRE-MUOR.
008390
008400          MOVE UNITA-SALVATA-MUOR TO UNITA-ORGANIZZATIVA.
008410
008420 EX-VERIFICA-PADRE-MUOR.
008430          EXIT.
008440*
008450***** RISALE LA CATENA DEI PADRI DA RISALITA-MUOR: LIVELLO-MUOR
008460***** TORNA COL LIVELLO DELL'UNITA' DI PARTENZA (1 = PRIMO
008470***** LIVELLO), ANELLO-MUOR A "S" SE LUNGO LA CATENA SI INCONTRA
008480***** CODICE-MUOR; OLTRE I 10 PASSI CI SI FERMA
008490*
008500 RISALI-MUOR.
008510
008520          MOVE ZEROS              TO LIVELLO-MUOR.
008530          MOVE "N"                TO ANELLO-MUOR.
008540
008550 CICLO-RISALI-MUOR.
008560
008570          IF RISALITA-MUOR = SPACES
008580           GO TO EX-RISALI-MUOR
008590          END-IF.
008600
008610          IF RISALITA-MUOR = CODICE-MUOR
008620           MOVE "S"               TO ANELLO-MUOR
008630           GO TO EX-RISALI-MUOR
008640          END-IF.
008650
008660          ADD 1                   TO LIVELLO-MUOR.
008670
008680          IF LIVELLO-MUOR NOT < 10
008690           GO TO EX-RISALI-MUOR
008700          END-IF.
008710
008720          MOVE RISALITA-MUOR      TO CODICE-UOR.
008730          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
008740
008750          IF ESITO-NOK GO TO EX-RISALI-MUOR.
008760
008770          MOVE SPACES             TO RISALITA-MUOR.
008780          IF PADRE-UOR NOT = CODICE-UOR
008790           MOVE PADRE-UOR         TO RISALITA-MUOR
008800          END-IF.
008810
008820          GO TO CICLO-RISALI-MUOR.
008830
008840 EX-RISALI-MUOR.
008850          EXIT.
008860*
008870***** IL RESPONSABILE, SE INDICATO, DEVE ESSERE UN UTENTE CENSITO
008880***** E NON CANCELLATO
008890*
008900 VERIFICA-RESPONSABILE-MUOR.
008910
008920          MOVE SPACES             TO MESSAGGIO.
008930
008940          IF RESPONSABILE-UOR = SPACES
008950           GO TO EX-VERIFICA-RESPONSABILE-MUOR
008960          END-IF.
008970
008980          MOVE RESPONSABILE-UOR   TO CHIAVE-UTEN.
008990          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
009000
009010          IF ESITO-NOK
009020           MOVE "Responsabile non censito tra gli utenti"
009030                                  TO MESSAGGIO
009040           GO TO EX-VERIFICA-RESPONSABILE-MUOR
009050          END-IF.
009060
009070          IF UTENTE-CANCELLATO
009080           MOVE "Il responsabile e' un utente cancellato"
009090                                  TO MESSAGGIO
009100          END-IF.
009110
009120 EX-VERIFICA-RESPONSABILE-MUOR.
009130          EXIT.
009140*
009150***** FIGLIE DELL'UNITA' CODICE-MUOR: IND-MUOR TORNA CON IL NUMERO
009160***** DI FIGLIE, FIGLIE-APERTE-MUOR CON QUELLE NON CHIUSE
009170*
009180 CONTA-FIGLIE-MUOR.
009190
009200          MOVE ZERO               TO IND-MUOR.
009210          MOVE ZEROS              TO FIGLIE-APERTE-MUOR.
009220
009230          MOVE LOW-VALUE          TO CHIAVE-UOR.
009240          PERFORM STARTO-UOR      THRU EX-STARTO-UOR.
009250
009260          IF ESITO-NOK GO TO FINE-CONTA-FIGLIE-MUOR.
009270
009280 CICLO-CONTA-FIGLIE-MUOR.
009290
009300          PERFORM LEGGO-NEXT-UOR  THRU EX-LEGGO-NEXT-UOR.
009310
009320          IF FINE-FILE = "S" GO TO FINE-CONTA-FIGLIE-MUOR.
009330
009340          IF PADRE-UOR = CODICE-MUOR
009350           AND CODICE-UOR NOT = CODICE-MUOR
009360           ADD 1                  TO IND-MUOR
009370           IF NOT UOR-CHIUSA
009380            ADD 1                 TO FIGLIE-APERTE-MUOR
009390           END-IF
009400          END-IF.
009410
009420          GO TO CICLO-CONTA-FIGLIE-MUOR.
009430
009440 FINE-CONTA-FIGLIE-MUOR.
009450
009460          MOVE UNITA-SALVATA-MUOR TO UNITA-ORGANIZZATIVA.
009470
009480 EX-CONTA-FIGLIE-MUOR.
009490          EXIT.
009500*
009510***** funzione=assegna: L'UTENTE MK-utente PASSA ALL'UNITA'
009520***** MK-codice (UNA SOLA UNITA' PER UTENTE); MK-codice VUOTO
009530***** TOGLIE L'ASSEGNAZIONE
009540*
009550 ASSEGNA-MUOR.
009560
009570          MOVE "MK-utente"        TO FIELD-WEB.
009580          PERFORM READ-WEB        THRU EX-READ-WEB.
009590          MOVE SPACES             TO UTENTE-MUOR.
009600          IF COBW3-SEARCH-FLAG-EXIST
009610           MOVE VALUE-WEB(1:8)    TO UTENTE-MUOR
009620          END-IF.
009630
009640          MOVE UTENTE-MUOR        TO CHIAVE-UTEN.
009650          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
009660
009670          IF UTENTE-MUOR = SPACES OR ESITO-NOK
009680           MOVE "Utente non trovato" TO MESSAGGIO
009690           PERFORM VIS-MESS       THRU EX-VIS-MESS
009700           GO TO EX-ASSEGNA-MUOR
009710          END-IF.
009720
009730          IF CODICE-MUOR = SPACES
009740           PERFORM TOGLI-ASSEGNAZIONE-MUOR
009750            THRU EX-TOGLI-ASSEGNAZIONE-MUOR
009760           GO TO EX-ASSEGNA-MUOR
009770          END-IF.
009780
009790          MOVE CODICE-MUOR        TO CODICE-UOR.
009800          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
009810
009820          IF ESITO-NOK
009830           MOVE "Unita' organizzativa non trovata" TO MESSAGGIO
009840           PERFORM VIS-MESS       THRU EX-VIS-MESS
009850           GO TO EX-ASSEGNA-MUOR
009860          END-IF.
009870
009880          IF UOR-CHIUSA
009890           MOVE "Unita' organizzativa chiusa" TO MESSAGGIO
009900           PERFORM VIS-MESS       THRU EX-VIS-MESS
009910           GO TO EX-ASSEGNA-MUOR
009920          END-IF.
009930
009940*         L'UNITA' DEVE STARE IN UN ENTE SU CUI L'UTENTE LAVORA
009950
009960          MOVE "N"                TO ENTE-AMMESSO-MUOR.
009970          IF ENTE-UTEN = ZEROS OR ENTE-UTEN = ENTE-UOR
009980           MOVE "S"               TO ENTE-AMMESSO-MUOR
009990          END-IF.
010000
010010          PERFORM PROVA-ENTE-EXTRA-MUOR
010020           THRU EX-PROVA-ENTE-EXTRA-MUOR
010030           VARYING IND-ENTE-MUOR FROM 1 BY 1
010040           UNTIL IND-ENTE-MUOR > 4 OR ENTE-UTENTE-OK-MUOR.
010050
010060          IF NOT ENTE-UTENTE-OK-MUOR
010070           MOVE SPACES            TO MESSAGGIO
010080           STRING "L'utente non lavora sull'ente "
010090            DELIMITED BY SIZE
010100            ENTE-UOR DELIMITED BY SIZE
010110            " dell'unita'" DELIMITED BY SIZE
010120            INTO MESSAGGIO
010130           PERFORM VIS-MESS       THRU EX-VIS-MESS
010140           GO TO EX-ASSEGNA-MUOR
010150          END-IF.
010160
010170          MOVE UTENTE-MUOR        TO UTENTE-UOA.
010180          PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA.
010190
010200          MOVE CODICE-MUOR        TO UNITA-UOA.
010210          MOVE DATA-OGGI-MUOR     TO DATA-UOA.
010220          MOVE OPERATORE-MUOR     TO UTENTE-AGG-UOA.
010230
010240          IF ESITO-OK
010250           PERFORM RISCRIVI-UOA   THRU EX-RISCRIVI-UOA
010260          ELSE
010270           MOVE UTENTE-MUOR       TO UTENTE-UOA
010280           PERFORM SCRIVI-UOA     THRU EX-SCRIVI-UOA
010290          END-IF.
010300
010310          IF ESITO-NOK
010320           MOVE "Errore in registrazione assegnazione"
010330                                  TO MESSAGGIO
010340          ELSE
010350           MOVE SPACES            TO MESSAGGIO
010360           STRING "Utente " DELIMITED BY SIZE
010370            UTENTE-MUOR DELIMITED BY SPACE
010380            " assegnato all'unita' " DELIMITED BY SIZE
010390            CODICE-MUOR DELIMITED BY SPACE
010400            INTO MESSAGGIO
010410          END-IF.
010420
010430          PERFORM VIS-MESS        THRU EX-VIS-MESS.
010440
010450 EX-ASSEGNA-MUOR.
010460          EXIT.
010470*
010480 PROVA-ENTE-EXTRA-MUOR.
010490
010500          IF ENTE-EXTRA-UTEN(IND-ENTE-MUOR) = ENTE-UOR
010510           AND ENTE-UOR > ZEROS
010520           MOVE "S"               TO ENTE-AMMESSO-MUOR
010530          END-IF.
010540
010550 EX-PROVA-ENTE-EXTRA-MUOR.
010560          EXIT.
010570*
010580 TOGLI-ASSEGNAZIONE-MUOR.
010590
010600          MOVE UTENTE-MUOR        TO UTENTE-UOA.
010610          PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA.
010620
010630          IF ESITO-NOK
010640           MOVE "L'utente non e' assegnato ad alcuna unita'"
010650                                  TO MESSAGGIO
010660           PERFORM VIS-MESS       THRU EX-VIS-MESS
010670           GO TO EX-TOGLI-ASSEGNAZIONE-MUOR
010680          END-IF.
010690
010700          PERFORM CANCELLA-UOA    THRU EX-CANCELLA-UOA.
010710
010720          IF ESITO-NOK
010730           MOVE "Errore in cancellazione assegnazione"
010740                                  TO MESSAGGIO
010750          ELSE
010760           MOVE "Assegnazione all'unita' tolta" TO MESSAGGIO
010770          END-IF.
010780
010790          PERFORM VIS-MESS        THRU EX-VIS-MESS.
010800
010810 EX-TOGLI-ASSEGNAZIONE-MUOR.
010820          EXIT.
