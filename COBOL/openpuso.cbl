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
000200* INFORMATIVA SULL'USO DEL SISTEMA E SULLA RISERVATEZZA: E' LA
000210* PAGINA A CUI RIMANDA IL CONTROLLO DI SESSIONE
000220* VERIFICA-POLITICA-USO-WEB FINCHE' L'OPERATORE NON HA ACCETTATO
000230* LA VERSIONE IN VIGORE, ED E' L'UNICA CHE QUEL CONTROLLO LASCIA
000240* PASSARE. SENZA funzione MOSTRA IL TESTO DELLA VERSIONE CORRENTE
000250* (ARKPOL) NELLA LINGUA-UTEN DELL'OPERATORE, CON RIPIEGO
000260* SULL'ITALIANO SE LA TRADUZIONE MANCA: GRIGLIA "POLITICA" CON UNA
000270* RIGA PER TESTO, TITOLO, VERSIONE E DATA DI VIGORE NEI CAMPI MK-.
000280* funzione=accetta RICEVE MK-versione (QUELLA LETTA) E MK-lingua,
000290* REGISTRA L'ACCETTAZIONE SU ARKPAC TRAMITE OPENPOLW CON L'ORIGINE
000300* DI RETE (MK-ORIGINE), NE LASCIA LA TRACCIA SU ARKACC (EVENTO
000310* "POLITICA") E PORTA AL MENU. SE NEL FRATTEMPO E' ENTRATA IN
000320* VIGORE UNA VERSIONE NUOVA L'ACCETTAZIONE E' RIFIUTATA E SI
000330* RIPROPONE IL TESTO AGGIORNATO.
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENPUSO.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390          COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000420
000430          COPY "SELWEB.CBL".
000440          COPY "SELESE.CBL".
000450          COPY "SELJOB.CBL".
000460          COPY "SELVIEW.CBL".
000470          COPY "SELVSTO.CBL".
000480          COPY "SELJSON.CBL".
000490          COPY "SELUTEN.CBL".
000500          COPY "SELPOL.CBL".
000510
000520 DATA             DIVISION.
000530 FILE SECTION.
000540
000550          COPY "FDEWEB.CBL".
000560          COPY "FDEESE.CBL".
000570          COPY "FDEJOB.CBL".
000580          COPY "FDEVIEW.CBL".
000590          COPY "FDEVSTO.CBL".
000600          COPY "FDEJSON.CBL".
000610          COPY "FDEUTEN.CBL".
000620          COPY "FDEPOL.CBL".
000630
000640 WORKING-STORAGE  SECTION.
000650
000660          COPY "COBW3.CBL".
000670          COPY "GLOBALS.CBL".
000680*
000690 01 FUNZIONE-PUSO             PIC X(08).
000700 01 LINGUA-PUSO               PIC XX.
000710 01 VERSIONE-LETTA-PUSO       PIC 9(4).
000720 01 TITOLO-PUSO               PIC X(150).
000730 01 VIGORE-ED-PUSO            PIC X(10).
000740 01 AVVISO-PUSO               PIC X(100).
000750 01 PRIMA-RIGA-PUSO           PIC X.
000760*
000770 PROCEDURE  DIVISION.
000780*
000790*         QUESTA E' LA PAGINA DELL'INFORMATIVA: IL CONTROLLO DI
000800*         SESSIONE NON DEVE RIMANDARE A SE' STESSA
000810          MOVE "S"                TO PAGINA-POLITICA-WEB.
000820
000830          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000840
000850*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000860*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000870*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000880          IF SESSIONE-RIFIUTATA GO TO FINE-PUSO.
000890          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000900          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000910          PERFORM OPEN-I-POL      THRU EX-OPEN-I-POL.
000920
000930          IF OPERATORE-SESSIONE-WEB = SPACES
000940           PERFORM VIS-LOGIN      THRU EX-VIS-LOGIN
000950           GO TO FINE-PUSO
000960          END-IF.
000970
000980          PERFORM LINGUA-PUSO-OPERATORE
000990           THRU EX-LINGUA-PUSO-OPERATORE.
001000
001010          MOVE SPACES             TO AVVISO-PUSO.
001020
001030          MOVE "CORRENTE"         TO AZIONE-POL-WEB.
001040          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-POL-WEB.
001050          PERFORM CHIAMA-POLITICA-WEB THRU EX-CHIAMA-POLITICA-WEB.
001060
001070          IF ESITO-POL-WEB NOT = "OK"
001080           MOVE "Nessuna informativa d'uso in vigore" TO MESSAGGIO
001090           PERFORM VIS-MESS       THRU EX-VIS-MESS
001100           GO TO FINE-PUSO
001110          END-IF.
001120
001130          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001140          PERFORM READ-WEB        THRU EX-READ-WEB.
001150          MOVE SPACES             TO FUNZIONE-PUSO.
001160          MOVE VALUE-WEB(1:8)     TO FUNZIONE-PUSO.
001170
001180          IF FUNZIONE-PUSO = "accetta"
001190           PERFORM ACCETTA-PUSO   THRU EX-ACCETTA-PUSO
001200           IF ESITO-POL-WEB NOT = "KO"
001210            GO TO FINE-PUSO
001220           END-IF
001230          END-IF.
001240
001250          PERFORM MOSTRA-PUSO     THRU EX-MOSTRA-PUSO.
001260
001270 FINE-PUSO.
001280
001290          PERFORM CLOSE-POL       THRU EX-CLOSE-POL.
001300          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001310          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001320          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001330
001340          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001350
001360          GOBACK.
001370
001380          COPY "PIOWEB1.CBL".
001390          COPY "PIOESE.CBL".
001400          COPY "PIOJOB.CBL".
001410          COPY "PIOVIEW.CBL".
001420          COPY "PIOVSTO.CBL".
001430          COPY "PIOVIEWH.CBL".
001440          COPY "PIOJSON.CBL".
001450          COPY "PIOUTEN.CBL".
001460          COPY "PIOPOL.CBL".
001470*
001480***** LINGUA DEL TESTO: QUELLA DELL'OPERATORE (LINGUA-UTEN), E SE
001490***** NON E' INDICATA QUELLA DELLA SESSIONE
001500*
001510 LINGUA-PUSO-OPERATORE.
001520
001530          MOVE SPACES             TO LINGUA-PUSO.
001540
001550          MOVE OPERATORE-SESSIONE-WEB TO CHIAVE-UTEN.
001560          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001570          IF ESITO-OK
001580           MOVE LINGUA-UTEN       TO LINGUA-PUSO
001590          END-IF.
001600
001610          IF LINGUA-PUSO = SPACES
001620           PERFORM LEGGI-LINGUA-LOCALE-WEB
001630            THRU EX-LEGGI-LINGUA-LOCALE-WEB
001640           MOVE LINGUA-LOCALE-WEB TO LINGUA-PUSO
001650          END-IF.
001660
001670          INSPECT LINGUA-PUSO CONVERTING
001680           "abcdefghijklmnopqrstuvwxyz" TO
001690           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001700
001710 EX-LINGUA-PUSO-OPERATORE.
001720          EXIT.
001730*
001740***** TESTO DELLA VERSIONE CORRENTE (VERSIONE-POL-WEB) NELLA
001750***** LINGUA DELL'OPERATORE: TESTATA NEI CAMPI MK-, RIGHE NELLA
001760***** GRIGLIA
001770*
001780 MOSTRA-PUSO.
001790
001800          MOVE VERSIONE-POL-WEB   TO VERSIONE-POL.
001810          MOVE LINGUA-PUSO        TO LINGUA-POL.
001820          PERFORM POSIZIONA-POL   THRU EX-POSIZIONA-POL.
001830
001840          IF ESITO-NOK
001850           MOVE "Testo dell'informativa d'uso non disponibile"
001860                                  TO MESSAGGIO
001870           PERFORM VIS-MESS       THRU EX-VIS-MESS
001880           GO TO EX-MOSTRA-PUSO
001890          END-IF.
001900
001910          MOVE TESTO-POL          TO TITOLO-PUSO.
001920
001930          PERFORM GRIGLIA-PUSO    THRU EX-GRIGLIA-PUSO.
001940
001950          MOVE TITOLO-PUSO        TO VALUE-WEB.
001960          MOVE "MK-TITOLO"        TO FIELD-WEB.
001970          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001980
001990          MOVE VERSIONE-POL-WEB   TO VALUE-WEB.
002000          MOVE "MK-versione"      TO FIELD-WEB.
002010          PERFORM METTI-WEB       THRU EX-METTI-WEB.
002020
002030          MOVE SPACES             TO VIGORE-ED-PUSO.
002040          STRING VIGORE-POL-WEB(7:2) "/" VIGORE-POL-WEB(5:2) "/"
002050                 VIGORE-POL-WEB(1:4)
002060           DELIMITED BY SIZE INTO VIGORE-ED-PUSO.
002070          MOVE VIGORE-ED-PUSO     TO VALUE-WEB.
002080          MOVE "MK-VIGORE"        TO FIELD-WEB.
002090          PERFORM METTI-WEB       THRU EX-METTI-WEB.
002100
002110          MOVE LINGUA-POS-WEB     TO VALUE-WEB.
002120          MOVE "MK-lingua"        TO FIELD-WEB.
002130          PERFORM METTI-WEB       THRU EX-METTI-WEB.
002140
002150*         IL MODELLO AVVISA CHE LA TRADUZIONE MANCA E SI STA
002160*         LEGGENDO IL TESTO ITALIANO
002170          MOVE RIPIEGO-POL-WEB    TO VALUE-WEB.
002180          MOVE "MK-RIPIEGO"       TO FIELD-WEB.
002190          PERFORM METTI-WEB       THRU EX-METTI-WEB.
002200
002210          MOVE AVVISO-PUSO        TO VALUE-WEB.
002220          MOVE "MK-AVVISO"        TO FIELD-WEB.
002230          PERFORM METTI-WEB       THRU EX-METTI-WEB.
002240
002250          MOVE "POLITICA.HTM"     TO PAGE-WEB.
002260
002270          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
002280
002290 EX-MOSTRA-PUSO.
002300          EXIT.
002310*
002320***** GRIGLIA JSON DEL TESTO: POSIZIONA-POL HA LASCIATO IN MEMORIA
002330***** LA TESTATA, LE RIGHE SEGUONO FINCHE' VERSIONE E LINGUA
002340***** RESTANO QUELLE
002350*
002360 GRIGLIA-PUSO.
002370
002380          MOVE SPACES              TO NOME-JSON.
002390          MOVE "POLITICA"          TO NOME-JSON.
002400
002410          PERFORM OPEN-O-JSON      THRU EX-OPEN-O-JSON.
002420
002430          MOVE "{""rows"":["       TO DATI-JSON.
002440          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002450
002460          MOVE "S"                 TO PRIMA-RIGA-PUSO.
002470
002480 CICLO-GRIGLIA-PUSO.
002490
002500          PERFORM LEGGO-NEXT-POL   THRU EX-LEGGO-NEXT-POL.
002510
002520          IF FINE-FILE = "S"
002530           OR VERSIONE-POL NOT = VERSIONE-POS-WEB
002540           OR LINGUA-POL NOT = LINGUA-POS-WEB
002550           GO TO FINE-GRIGLIA-PUSO
002560          END-IF.
002570
002580          IF PRIMA-RIGA-PUSO = "S"
002590           MOVE "N"                TO PRIMA-RIGA-PUSO
002600          ELSE
002610           MOVE ","                TO DATI-JSON
002620           PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON
002630          END-IF.
002640
002650*         UNA RIGA DI TESTO VUOTA FA DA SPAZIATURA TRA I PARAGRAFI
002660          MOVE SPACES              TO STRINGA-JSON.
002670          MOVE TESTO-POL           TO STRINGA-JSON.
002680          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
002690
002700          MOVE SPACES              TO DATI-JSON.
002710          IF LUNGH-JSON-ESC = ZEROS
002720           MOVE '{"TESTO":""}'     TO DATI-JSON
002730          ELSE
002740           STRING '{"TESTO":"'     DELIMITED BY SIZE
002750            STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002760            '"}'                   DELIMITED BY SIZE
002770            INTO DATI-JSON
002780          END-IF.
002790          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002800
002810          GO TO CICLO-GRIGLIA-PUSO.
002820
002830 FINE-GRIGLIA-PUSO.
002840
002850          MOVE "]}"                TO DATI-JSON.
002860          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002870
002880          CLOSE ARKJSON.
002890
002900 EX-GRIGLIA-PUSO.
002910          EXIT.
002920*
002930***** funzione=accetta: REGISTRAZIONE SU ARKPAC (OPENPOLW),
002940***** TRACCIA SU ARKACC E PASSAGGIO AL MENU. CON ESITO-POL-WEB
002950***** "KO" IL CHIAMANTE RIPROPONE IL TESTO DELLA VERSIONE ORA IN
002960***** VIGORE
002970*
002980 ACCETTA-PUSO.
002990
003000          MOVE "MK-versione"      TO FIELD-WEB.
003010          PERFORM READ-WEB        THRU EX-READ-WEB.
003020          MOVE ZEROS              TO VERSIONE-LETTA-PUSO.
003030          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
003040           PERFORM ALFA-TO-NUM-WEB THRU EX-ALFA-TO-NUM-WEB
003050           MOVE NUMERO-WEB        TO VERSIONE-LETTA-PUSO
003060          END-IF.
003070
003080          MOVE "MK-lingua"        TO FIELD-WEB.
003090          PERFORM READ-WEB        THRU EX-READ-WEB.
003100          MOVE LINGUA-PUSO        TO LINGUA-POL-WEB.
003110          IF COBW3-SEARCH-FLAG-EXIST
003120           AND VALUE-WEB(1:2) NOT = SPACES
003130           MOVE VALUE-WEB(1:2)    TO LINGUA-POL-WEB
003140           INSPECT LINGUA-POL-WEB CONVERTING
003150            "abcdefghijklmnopqrstuvwxyz" TO
003160            "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003170          END-IF.
003180
003190          MOVE "MK-ORIGINE"       TO FIELD-WEB.
003200          PERFORM READ-WEB        THRU EX-READ-WEB.
003210          MOVE SPACES             TO ORIGINE-POL-WEB.
003220          IF COBW3-SEARCH-FLAG-EXIST
003230           MOVE VALUE-WEB(1:15)   TO ORIGINE-POL-WEB
003240          END-IF.
003250
003260          MOVE "ACCETTA"          TO AZIONE-POL-WEB.
003270          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-POL-WEB.
003280          MOVE VERSIONE-LETTA-PUSO TO VERSIONE-POL-WEB.
003290          PERFORM CHIAMA-POLITICA-WEB THRU EX-CHIAMA-POLITICA-WEB.
003300
003310          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ACC-WEB.
003320          MOVE "POLITICA"         TO EVENTO-ACC-WEB.
003330          MOVE SPACES             TO NOTA-ACC-WEB.
003340
003350          IF ESITO-POL-WEB = "KO"
003360           MOVE "KO"              TO ESITO-ACC-WEB
003370           STRING "v." VERSIONE-LETTA-PUSO " non in vigore"
003380            DELIMITED BY SIZE INTO NOTA-ACC-WEB
003390           PERFORM GIORNALE-PUSO  THRU EX-GIORNALE-PUSO
003400           STRING "L'informativa e' stata aggiornata: leggere "
003410                  "e accettare la versione in vigore"
003420            DELIMITED BY SIZE INTO AVVISO-PUSO
003430           MOVE "CORRENTE"        TO AZIONE-POL-WEB
003440           PERFORM CHIAMA-POLITICA-WEB THRU EX-CHIAMA-POLITICA-WEB
003450           IF ESITO-POL-WEB NOT = "OK"
003460            MOVE "Nessuna informativa d'uso in vigore"
003470                                  TO MESSAGGIO
003480            PERFORM VIS-MESS      THRU EX-VIS-MESS
003490            MOVE "NO"             TO ESITO-POL-WEB
003500            GO TO EX-ACCETTA-PUSO
003510           END-IF
003520           MOVE "KO"              TO ESITO-POL-WEB
003530           GO TO EX-ACCETTA-PUSO
003540          END-IF.
003550
003560*         UNA SECONDA ACCETTAZIONE DELLA STESSA VERSIONE ("NO")
003570*         NON LASCIA UNA NUOVA TRACCIA: FA FEDE LA PRIMA
003580          IF ESITO-POL-WEB = "OK"
003590           MOVE "OK"              TO ESITO-ACC-WEB
003600           STRING "v." VERSIONE-LETTA-PUSO " da " ORIGINE-POL-WEB
003610            DELIMITED BY SIZE INTO NOTA-ACC-WEB
003620           PERFORM GIORNALE-PUSO  THRU EX-GIORNALE-PUSO
003630          END-IF.
003640
003650          PERFORM SEGNA-POLITICA-SESSIONE-WEB
003660           THRU EX-SEGNA-POLITICA-SESSIONE-WEB.
003670
003680          MOVE SPACES             TO MESSAGGIO.
003690          STRING "Informativa d'uso accettata, versione "
003700                 VERSIONE-LETTA-PUSO
003710           DELIMITED BY SIZE INTO MESSAGGIO.
003720
003730          MOVE MESSAGGIO          TO VALUE-WEB.
003740          MOVE "MK-MESSAGE"       TO FIELD-WEB.
003750          PERFORM METTI-WEB       THRU EX-METTI-WEB.
003760
003770          MOVE SECTION-WEB        TO VALUE-WEB.
003780          MOVE "MK-KEY"           TO FIELD-WEB.
003790          PERFORM METTI-WEB       THRU EX-METTI-WEB.
003800
003810          MOVE PATH-WEB           TO VALUE-WEB.
003820          MOVE "MK-PATH"          TO FIELD-WEB.
003830          PERFORM METTI-WEB       THRU EX-METTI-WEB.
003840
003850          MOVE OPERATORE-SESSIONE-WEB TO VALUE-WEB.
003860          MOVE "MK-OPERATORE"     TO FIELD-WEB.
003870          PERFORM METTI-WEB       THRU EX-METTI-WEB.
003880
003890          MOVE "TEMPLATE/GOMENU.HTM" TO PAGE-WEB.
003900          PERFORM SHOW-WEB        THRU EX-SHOW-WEB.
003910
003920 EX-ACCETTA-PUSO.
003930          EXIT.
003940*
003950***** TRACCIA SUL GIORNALE DEGLI ACCESSI ARKACC (DATA, ORA, UTENTE
003960***** E SESSIONE LI METTE OPENACCJ; VERSIONE E ORIGINE NELLA NOTA)
003970*
003980 GIORNALE-PUSO.
003990
003993          PERFORM IMPOSTA-DELEGANTE-ACC-WEB
003996           THRU EX-IMPOSTA-DELEGANTE-ACC-WEB.
004000          CALL "OPENACCJ" USING UTENTE-ACC-WEB SECTION-WEB
004010                                EVENTO-ACC-WEB ESITO-ACC-WEB
004020                                NOTA-ACC-WEB DELEGANTE-ACC-WEB.
004025          CANCEL "OPENACCJ".
004030          MOVE SPACES             TO DELEGANTE-ACC-WEB.
004040
004050 EX-GIORNALE-PUSO.
004060          EXIT.
