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
000200* SERVIZIO DI RICALCOLO DEI PERMESSI EFFETTIVI PRECALCOLATI
000210* (ARKEFF), RICHIAMATO CON CALL AD OGNI VARIAZIONE CHE PUO' CAMBIARE
000220* IL RISULTATO DI AUTORIZZA-GER: RIGHE DI ARKABI (SCRIVI-STORICO-ABI
000230* IN PIOABIW), RIGHE DI ARKGER (SCRIVI/RISCRIVI/CANCELLA-GER IN
000240* PIOGER) E GRUPPI DI UN UTENTE (SCRIVI/RISCRIVI-UTEN IN PIOUTEN).
000250* PER OGNI UTENTE DA RICALCOLARE SI RACCOLGONO I GRUPPI RAGGIUNGIBILI
000260* (BASE, EXTRA E I LORO ANTENATI, FINO A 10 LIVELLI COME IN
000270* AUTORIZZA-GER), LE CHIAMATE CHE QUEI GRUPPI HANNO IN ARKABI (IN
000280* QUALSIASI ENTE, JOLLY COMPRESI) E PER OGNUNA SI REGISTRA L'ESITO
000290* DELLA RISALITA COMPLETA, QUELLA CHE LE VERIFICHE IN LINEA FANNO
000300* SUL GRUPPO BASE E POI SUI GRUPPI EXTRA. LA TESTATA DELL'UTENTE
000310* RESTA "IN CALCOLO" FINCHE' TUTTE LE VOCI NON SONO SCRITTE: UN
000320* RICALCOLO INTERROTTO LASCIA L'UTENTE ALLA RISALITA COMPLETA.
000330* AZIONI:
000340*   UTENTE - RICALCOLA L'UTENTE PASSATO CON I GRUPPI PASSATI, SE
000350*            DIVERSI DA QUELLI DELL'ULTIMO CALCOLO
000360*   GRUPPO - RICALCOLA GLI UTENTI CHE RAGGIUNGONO IL GRUPPO PASSATO
000370*   TUTTI  - RICOSTRUISCE IL FILE DA CAPO PER TUTTI GLI UTENTI
000380* ESITO "OK" O "NO" (ALMENO UN UTENTE NON RICALCOLATO); IN
000390* RICALCOLATI IL NUMERO DI UTENTI RICALCOLATI.
000400*
000410 IDENTIFICATION   DIVISION.
000420 PROGRAM-ID.      OPENEFFW.
000430 ENVIRONMENT      DIVISION.
000440 CONFIGURATION    SECTION.
000450          COPY "SPECIAL.CBL".
000460 INPUT-OUTPUT     SECTION.
000470 FILE-CONTROL.
000480
000490          COPY "SELUTEN.CBL".
000500          COPY "SELABI.CBL".
000510          COPY "SELGER.CBL".
000520          COPY "SELEFF.CBL".
000530
000540 DATA             DIVISION.
000550 FILE SECTION.
000560
000570          COPY "FDEUTEN.CBL".
000580          COPY "FDEABI.CBL".
000590          COPY "FDEGER.CBL".
000600          COPY "FDEEFF.CBL".
000610
000620 WORKING-STORAGE  SECTION.
000630
000640          COPY "GLOBALS.CBL".
000650*
000660** UTENTE IN RICALCOLO CON I GRUPPI SU CUI SI CALCOLA
000670*
000680 01 CORRENTE-EFFW.
000690    02 UTENTE-CORR-EFFW          PIC X(08).
000700    02 GRUPPI-CORR-EFFW.
000710       03 GRUPPO-BASE-CORR-EFFW  PIC 9(04).
000720       03 NUM-GRUPPI-CORR-EFFW   PIC 9(02).
000730       03 GRUPPI-EXTRA-CORR-EFFW.
000740          04 GRUPPO-EXTRA-CORR-EFFW PIC 9(04) OCCURS 5 TIMES.
000750 01 VOCI-CORR-EFFW               PIC 9(05).
000760*
000770** GRUPPI RAGGIUNGIBILI: SEI RAMI (BASE E CINQUE EXTRA) DI AL
000780** MASSIMO UNDICI GRUPPI CIASCUNO
000790*
000800 01 TAB-RAGG-EFFW.
000810    02 GRUPPO-RAGG-EFFW          PIC 9(04) OCCURS 66 TIMES.
000820 01 NUM-RAGG-EFFW                PIC 9(03) COMP.
000830 01 IND-RAGG-EFFW                PIC 9(03) COMP.
000840 01 GRUPPO-SALITA-EFFW           PIC 9(04).
000850 01 LIVELLO-EFFW                 PIC 9(02) COMP.
000860*
000870** ENTI PRESENTI IN ARKABI E CHIAMATE DA RISOLVERE PER L'UTENTE
000880*
000890 01 TAB-ENTI-EFFW.
000900    02 ENTE-USATO-EFFW           PIC 99 OCCURS 100 TIMES.
000910 01 NUM-ENTI-EFFW                PIC 9(03) COMP.
000920 01 IND-ENTI-EFFW                PIC 9(03) COMP.
000930 01 TAB-CHIAMATE-EFFW.
000940    02 VOCE-TAB-EFFW             OCCURS 2000 TIMES.
000950       03 ENTE-TAB-EFFW          PIC 99.
000960       03 TERNA-TAB-EFFW         PIC X(06).
000970 01 NUM-CHIAMATE-EFFW            PIC 9(04) COMP.
000980 01 IND-CHIAMATE-EFFW            PIC 9(04) COMP.
000990 01 MAX-CHIAMATE-EFFW            PIC 9(04) VALUE 2000.
001000 01 IND-EXTRA-EFFW               PIC 9(02) COMP.
001010*
001020 01 TROVATO-EFFW                 PIC X.
001030 01 TRABOCCO-EFFW                PIC X.
001040    88 CHIAMATE-TRABOCCATE       VALUE "S".
001050 01 ERRORI-EFFW                  PIC 9(06).
001060*
001070 LINKAGE SECTION.
001080*
001090 01 LK-AZIONE-EFFW               PIC X(08).
001100 01 LK-UTENTE-EFFW               PIC X(08).
001110 01 LK-GRUPPI-EFFW               PIC X(26).
001120 01 LK-GRUPPO-EFFW               PIC 9(04).
001130 01 LK-RICALCOLATI-EFFW          PIC 9(06).
001140 01 LK-ESITO-EFFW                PIC XX.
001150*
001160 PROCEDURE  DIVISION USING LK-AZIONE-EFFW LK-UTENTE-EFFW
001170                           LK-GRUPPI-EFFW LK-GRUPPO-EFFW
001180                           LK-RICALCOLATI-EFFW LK-ESITO-EFFW.
001190*
001200          MOVE "NO"               TO LK-ESITO-EFFW.
001210          MOVE ZEROS              TO LK-RICALCOLATI-EFFW.
001220          MOVE ZEROS              TO ERRORI-EFFW.
001230
001240          IF LK-AZIONE-EFFW NOT = "UTENTE"
001250           AND LK-AZIONE-EFFW NOT = "GRUPPO"
001260           AND LK-AZIONE-EFFW NOT = "TUTTI"
001270           GOBACK
001280          END-IF.
001290
001300          IF LK-AZIONE-EFFW = "TUTTI"
001310           PERFORM OPEN-O-EFF     THRU EX-OPEN-O-EFF
001320          ELSE
001330           PERFORM OPEN-IO-EFF    THRU EX-OPEN-IO-EFF
001340          END-IF.
001350
001360          IF NOT ARKEFF-DISPONIBILE
001370           GOBACK
001380          END-IF.
001390
001400***** UN UTENTE CON GLI STESSI GRUPPI DELL'ULTIMO CALCOLO NON SI
001410***** RICALCOLA: E' IL CASO DI OGNI RISCRITTURA DI ARKUTEN CHE NON
001420***** TOCCA I GRUPPI (LOGIN, PASSWORD, BLOCCHI)
001430
001440          IF LK-AZIONE-EFFW = "UTENTE"
001450           MOVE LK-UTENTE-EFFW    TO UTENTE-EFF
001460           MOVE ZEROS             TO ENTE-EFF
001470           MOVE LOW-VALUE         TO CHIAMATA-EFF
001480           PERFORM LEGGO-EFF      THRU EX-LEGGO-EFF
001490           IF ESITO-OK AND TESTATA-VALIDA
001500            AND GRUPPI-TEST-EFF = LK-GRUPPI-EFFW
001510            MOVE "OK"             TO LK-ESITO-EFFW
001520            GO TO CHIUDI-EFFW
001530           END-IF
001540          END-IF.
001550
001560***** ARKABI E ARKGER IN SOLA LETTURA: CHI HA RICHIAMATO IL SERVIZIO
001570***** LI PUO' TENERE APERTI IN AGGIORNAMENTO
001580
001590          OPEN INPUT ARKABI.
001600
001610          IF STATUS-ABI NOT = "00"
001620           GO TO CHIUDI-EFFW
001630          END-IF.
001640
001650          OPEN INPUT ARKGER.
001660
001670          IF STATUS-GER NOT = "00"
001680           CLOSE ARKABI
001690           GO TO CHIUDI-EFFW
001700          END-IF.
001710
001720          PERFORM CARICA-ENTI-EFFW THRU EX-CARICA-ENTI-EFFW.
001730
001740          IF LK-AZIONE-EFFW = "UTENTE"
001750           MOVE LK-UTENTE-EFFW    TO UTENTE-CORR-EFFW
001760           MOVE LK-GRUPPI-EFFW    TO GRUPPI-CORR-EFFW
001770           PERFORM RICALCOLA-UTENTE-EFFW
001780            THRU EX-RICALCOLA-UTENTE-EFFW
001790          ELSE
001800           PERFORM SCORRI-UTENTI-EFFW
001810            THRU EX-SCORRI-UTENTI-EFFW
001820          END-IF.
001830
001840          CLOSE ARKGER.
001850          CLOSE ARKABI.
001860
001870          IF ERRORI-EFFW = ZEROS
001880           MOVE "OK"              TO LK-ESITO-EFFW
001890          END-IF.
001900
001910 CHIUDI-EFFW.
001920
001930          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
001940
001950          GOBACK.
001960
001970          COPY "PIOABI.CBL".
001980          COPY "PIOGER.CBL".
001990          COPY "PIOGERA.CBL".
002000          COPY "PIOEFF.CBL".
002010*
002020***** ENTI CHE COMPAIONO IN ARKABI: SI SALTA DA UN ENTE AL SUCCESSIVO
002030***** POSIZIONANDOSI OLTRE L'ULTIMA CHIAVE POSSIBILE DELL'ENTE LETTO
002040*
002050 CARICA-ENTI-EFFW.
002060
002070          MOVE ZEROS              TO NUM-ENTI-EFFW.
002080          MOVE LOW-VALUE          TO CHIAVE-ABI.
002090
002100          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
002110
002120          IF ESITO-NOK GO TO EX-CARICA-ENTI-EFFW.
002130
002140 CICLO-CARICA-ENTI-EFFW.
002150
002160          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
002170
002180          IF FINE-FILE-SI GO TO EX-CARICA-ENTI-EFFW.
002190
002200          IF STATUS-ABI NOT = "00" AND STATUS-ABI NOT = "02"
002210           ADD 1                  TO ERRORI-EFFW
002220           GO TO EX-CARICA-ENTI-EFFW
002230          END-IF.
002240
002250          ADD 1                   TO NUM-ENTI-EFFW.
002260          MOVE ENTE-ABI
002270           TO ENTE-USATO-EFFW(NUM-ENTI-EFFW).
002280
002290          IF ENTE-ABI = 99 OR NUM-ENTI-EFFW NOT < 100
002300           GO TO EX-CARICA-ENTI-EFFW
002310          END-IF.
002320
002330          MOVE 9999               TO GRUPPO-ABI.
002340          MOVE HIGH-VALUE         TO CHIAMATA-ABI.
002350
002360          START ARKABI KEY IS GREATER THAN CHIAVE-ABI
002370           INVALID KEY GO TO EX-CARICA-ENTI-EFFW.
002380
002390          GO TO CICLO-CARICA-ENTI-EFFW.
002400
002410 EX-CARICA-ENTI-EFFW.
002420          EXIT.
002430*
002440***** GRUPPO E TUTTI: SCORRE ARKUTEN; CON GRUPPO SI RICALCOLA SOLO
002450***** CHI RAGGIUNGE IL GRUPPO VARIATO
002460*
002470 SCORRI-UTENTI-EFFW.
002480
002490          OPEN INPUT ARKUTEN.
002500
002510          IF STATUS-UTEN NOT = "00"
002520           ADD 1                  TO ERRORI-EFFW
002530           GO TO EX-SCORRI-UTENTI-EFFW
002540          END-IF.
002550
002560          MOVE LOW-VALUE          TO CHIAVE-UTEN.
002570
002580          START ARKUTEN KEY IS NOT LESS THAN CHIAVE-UTEN
002590           INVALID KEY GO TO FINE-SCORRI-UTENTI-EFFW.
002600
002610 CICLO-SCORRI-UTENTI-EFFW.
002620
002630          READ ARKUTEN NEXT RECORD
002640           AT END GO TO FINE-SCORRI-UTENTI-EFFW.
002650
002660          IF STATUS-UTEN NOT = "00" AND STATUS-UTEN NOT = "02"
002670           ADD 1                  TO ERRORI-EFFW
002680           GO TO FINE-SCORRI-UTENTI-EFFW
002690          END-IF.
002700
002710          MOVE CHIAVE-UTEN        TO UTENTE-CORR-EFFW.
002720          MOVE GRUPPO-UTEN        TO GRUPPO-BASE-CORR-EFFW.
002730          MOVE NUM-GRUPPI-UTEN    TO NUM-GRUPPI-CORR-EFFW.
002740          MOVE GRUPPI-EXTRA-UTEN  TO GRUPPI-EXTRA-CORR-EFFW.
002750
002760          IF LK-AZIONE-EFFW = "GRUPPO"
002770           PERFORM RAGGIUNGIBILI-EFFW THRU EX-RAGGIUNGIBILI-EFFW
002780           MOVE LK-GRUPPO-EFFW    TO GRUPPO-SALITA-EFFW
002790           PERFORM CERCA-RAGG-EFFW THRU EX-CERCA-RAGG-EFFW
002800           IF TROVATO-EFFW = "N"
002810            GO TO CICLO-SCORRI-UTENTI-EFFW
002820           END-IF
002830          END-IF.
002840
002850          PERFORM RICALCOLA-UTENTE-EFFW
002860           THRU EX-RICALCOLA-UTENTE-EFFW.
002870
002880          GO TO CICLO-SCORRI-UTENTI-EFFW.
002890
002900 FINE-SCORRI-UTENTI-EFFW.
002910
002920          CLOSE ARKUTEN.
002930
002940 EX-SCORRI-UTENTI-EFFW.
002950          EXIT.
002960*
002970***** RICALCOLO DI UN UTENTE: VIA LE VOCI VECCHIE, TESTATA "IN
002980***** CALCOLO", UNA VOCE PER CHIAMATA, TESTATA VALIDA
002990*
003000 RICALCOLA-UTENTE-EFFW.
003010
003020          PERFORM RAGGIUNGIBILI-EFFW THRU EX-RAGGIUNGIBILI-EFFW.
003030
003040          MOVE UTENTE-CORR-EFFW   TO UTENTE-EFF.
003050          MOVE ZEROS              TO ENTE-EFF.
003060          MOVE LOW-VALUE          TO CHIAMATA-EFF.
003070
003080          PERFORM STARTO-EFF      THRU EX-STARTO-EFF.
003090
003100          IF ESITO-OK
003110           PERFORM CANCELLA-VOCI-EFFW THRU EX-CANCELLA-VOCI-EFFW
003120          END-IF.
003130
003140          MOVE UTENTE-CORR-EFFW   TO UTENTE-EFF.
003150          MOVE ZEROS              TO ENTE-EFF.
003160          MOVE LOW-VALUE          TO CHIAMATA-EFF.
003170          MOVE SPACES             TO TESTATA-EFF.
003180          MOVE "S"                TO STATO-EFF.
003190          MOVE GRUPPI-CORR-EFFW   TO GRUPPI-TEST-EFF.
003200          ACCEPT DATA-CALCOLO-EFF FROM DATE YYYYMMDD.
003210          ACCEPT ORA-CALCOLO-EFF  FROM TIME.
003220          MOVE ZEROS              TO VOCI-EFF.
003230
003240          PERFORM SCRIVI-EFF      THRU EX-SCRIVI-EFF.
003250
003260          IF ESITO-NOK
003270           ADD 1                  TO ERRORI-EFFW
003280           GO TO EX-RICALCOLA-UTENTE-EFFW
003290          END-IF.
003300
003310          PERFORM RACCOGLI-CHIAMATE-EFFW
003320           THRU EX-RACCOGLI-CHIAMATE-EFFW.
003330
003340          IF CHIAMATE-TRABOCCATE
003350           ADD 1                  TO ERRORI-EFFW
003360           GO TO EX-RICALCOLA-UTENTE-EFFW
003370          END-IF.
003380
003390          MOVE ZEROS              TO VOCI-CORR-EFFW.
003400
003410          PERFORM RISOLVI-CHIAMATA-EFFW
003420           THRU EX-RISOLVI-CHIAMATA-EFFW
003430           VARYING IND-CHIAMATE-EFFW FROM 1 BY 1
003440           UNTIL IND-CHIAMATE-EFFW > NUM-CHIAMATE-EFFW.
003450
003460          MOVE UTENTE-CORR-EFFW   TO UTENTE-EFF.
003470          MOVE ZEROS              TO ENTE-EFF.
003480          MOVE LOW-VALUE          TO CHIAMATA-EFF.
003490
003500          PERFORM LEGGO-EFF       THRU EX-LEGGO-EFF.
003510
003520          IF ESITO-NOK
003530           ADD 1                  TO ERRORI-EFFW
003540           GO TO EX-RICALCOLA-UTENTE-EFFW
003550          END-IF.
003560
003570          MOVE "V"                TO STATO-EFF.
003580          MOVE VOCI-CORR-EFFW     TO VOCI-EFF.
003590
003600          PERFORM RISCRIVI-EFF    THRU EX-RISCRIVI-EFF.
003610
003620          IF ESITO-NOK
003630           ADD 1                  TO ERRORI-EFFW
003640           GO TO EX-RICALCOLA-UTENTE-EFFW
003650          END-IF.
003660
003670          ADD 1                   TO LK-RICALCOLATI-EFFW.
003680
003690 EX-RICALCOLA-UTENTE-EFFW.
003700          EXIT.
003710*
003720 CANCELLA-VOCI-EFFW.
003730
003740          PERFORM LEGGO-NEXT-EFF  THRU EX-LEGGO-NEXT-EFF.
003750
003760          IF FINE-FILE-SI GO TO EX-CANCELLA-VOCI-EFFW.
003770
003780          IF STATUS-EFF NOT = "00" AND STATUS-EFF NOT = "02"
003790           GO TO EX-CANCELLA-VOCI-EFFW
003800          END-IF.
003810
003820          IF UTENTE-EFF NOT = UTENTE-CORR-EFFW
003830           GO TO EX-CANCELLA-VOCI-EFFW
003840          END-IF.
003850
003860          PERFORM CANCELLA-EFF    THRU EX-CANCELLA-EFF.
003870
003880          GO TO CANCELLA-VOCI-EFFW.
003890
003900 EX-CANCELLA-VOCI-EFFW.
003910          EXIT.
003920*
003930***** GRUPPI RAGGIUNGIBILI: IL BASE E OGNI EXTRA VALORIZZATO, CON
003940***** I LORO ANTENATI ARKGER FINO A 10 LIVELLI, SENZA DOPPIONI
003950*
003960 RAGGIUNGIBILI-EFFW.
003970
003980          MOVE ZEROS              TO NUM-RAGG-EFFW.
003990
004000          MOVE GRUPPO-BASE-CORR-EFFW TO GRUPPO-SALITA-EFFW.
004010          PERFORM SALI-RAMO-EFFW  THRU EX-SALI-RAMO-EFFW.
004020
004030          PERFORM RAMO-EXTRA-EFFW THRU EX-RAMO-EXTRA-EFFW
004040           VARYING IND-EXTRA-EFFW FROM 1 BY 1
004050           UNTIL IND-EXTRA-EFFW > 5
004060           OR IND-EXTRA-EFFW > NUM-GRUPPI-CORR-EFFW.
004070
004080 EX-RAGGIUNGIBILI-EFFW.
004090          EXIT.
004100*
004110 RAMO-EXTRA-EFFW.
004120
004130          IF GRUPPO-EXTRA-CORR-EFFW(IND-EXTRA-EFFW) > ZEROS
004140           MOVE GRUPPO-EXTRA-CORR-EFFW(IND-EXTRA-EFFW)
004150            TO GRUPPO-SALITA-EFFW
004160           PERFORM SALI-RAMO-EFFW THRU EX-SALI-RAMO-EFFW
004170          END-IF.
004180
004190 EX-RAMO-EXTRA-EFFW.
004200          EXIT.
004210*
004220 SALI-RAMO-EFFW.
004230
004240          MOVE ZEROS              TO LIVELLO-EFFW.
004250
004260 CICLO-SALI-RAMO-EFFW.
004270
004280          PERFORM CERCA-RAGG-EFFW THRU EX-CERCA-RAGG-EFFW.
004290
004300          IF TROVATO-EFFW = "N" AND NUM-RAGG-EFFW < 66
004310           ADD 1                  TO NUM-RAGG-EFFW
004320           MOVE GRUPPO-SALITA-EFFW
004330            TO GRUPPO-RAGG-EFFW(NUM-RAGG-EFFW)
004340          END-IF.
004350
004360          IF LIVELLO-EFFW NOT < 10 GO TO EX-SALI-RAMO-EFFW.
004370
004380          MOVE GRUPPO-SALITA-EFFW TO GRUPPO-FIGLIO-GER.
004390          PERFORM LEGGO-GER       THRU EX-LEGGO-GER.
004400
004410          IF ESITO-NOK GO TO EX-SALI-RAMO-EFFW.
004420
004430          MOVE GRUPPO-PADRE-GER   TO GRUPPO-SALITA-EFFW.
004440          ADD 1                   TO LIVELLO-EFFW.
004450
004460          GO TO CICLO-SALI-RAMO-EFFW.
004470
004480 EX-SALI-RAMO-EFFW.
004490          EXIT.
004500*
004510***** GRUPPO-SALITA-EFFW E' GIA' TRA I RAGGIUNGIBILI?
004520*
004530 CERCA-RAGG-EFFW.
004540
004550          MOVE "N"                TO TROVATO-EFFW.
004560
004570          PERFORM CONFRONTA-RAGG-EFFW THRU EX-CONFRONTA-RAGG-EFFW
004580           VARYING IND-RAGG-EFFW FROM 1 BY 1
004590           UNTIL IND-RAGG-EFFW > NUM-RAGG-EFFW
004600           OR TROVATO-EFFW = "S".
004610
004620 EX-CERCA-RAGG-EFFW.
004630          EXIT.
004640*
004650 CONFRONTA-RAGG-EFFW.
004660
004670          IF GRUPPO-RAGG-EFFW(IND-RAGG-EFFW) = GRUPPO-SALITA-EFFW
004680           MOVE "S"               TO TROVATO-EFFW
004690          END-IF.
004700
004710 EX-CONFRONTA-RAGG-EFFW.
004720          EXIT.
004730*
004740***** CHIAMATE DA RISOLVERE: OGNI RIGA ARKABI, DI OGNI ENTE, DEI
004750***** GRUPPI RAGGIUNGIBILI, UNA VOLTA SOLA PER ENTE E TERNA
004760*
004770 RACCOGLI-CHIAMATE-EFFW.
004780
004790          MOVE ZEROS              TO NUM-CHIAMATE-EFFW.
004800          MOVE "N"                TO TRABOCCO-EFFW.
004810
004820          PERFORM RACCOGLI-ENTE-EFFW THRU EX-RACCOGLI-ENTE-EFFW
004830           VARYING IND-ENTI-EFFW FROM 1 BY 1
004840           UNTIL IND-ENTI-EFFW > NUM-ENTI-EFFW
004850           OR CHIAMATE-TRABOCCATE.
004860
004870 EX-RACCOGLI-CHIAMATE-EFFW.
004880          EXIT.
004890*
004900 RACCOGLI-ENTE-EFFW.
004910
004920          PERFORM RACCOGLI-GRUPPO-EFFW
004930           THRU EX-RACCOGLI-GRUPPO-EFFW
004940           VARYING IND-RAGG-EFFW FROM 1 BY 1
004950           UNTIL IND-RAGG-EFFW > NUM-RAGG-EFFW
004960           OR CHIAMATE-TRABOCCATE.
004970
004980 EX-RACCOGLI-ENTE-EFFW.
004990          EXIT.
005000*
005010 RACCOGLI-GRUPPO-EFFW.
005020
005030          MOVE ENTE-USATO-EFFW(IND-ENTI-EFFW) TO ENTE-ABI.
005040          MOVE GRUPPO-RAGG-EFFW(IND-RAGG-EFFW) TO GRUPPO-ABI.
005050          MOVE LOW-VALUE          TO CHIAMATA-ABI.
005060
005070          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
005080
005090          IF ESITO-NOK GO TO EX-RACCOGLI-GRUPPO-EFFW.
005100
005110 CICLO-RACCOGLI-GRUPPO-EFFW.
005120
005130          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
005140
005150          IF FINE-FILE-SI GO TO EX-RACCOGLI-GRUPPO-EFFW.
005160
005170          IF STATUS-ABI NOT = "00" AND STATUS-ABI NOT = "02"
005180           MOVE "S"               TO TRABOCCO-EFFW
005190           GO TO EX-RACCOGLI-GRUPPO-EFFW
005200          END-IF.
005210
005220          IF ENTE-ABI NOT = ENTE-USATO-EFFW(IND-ENTI-EFFW)
005230           OR GRUPPO-ABI NOT = GRUPPO-RAGG-EFFW(IND-RAGG-EFFW)
005240           GO TO EX-RACCOGLI-GRUPPO-EFFW
005250          END-IF.
005260
005270          MOVE "N"                TO TROVATO-EFFW.
005280
005290          PERFORM CONFRONTA-CHIAMATA-EFFW
005300           THRU EX-CONFRONTA-CHIAMATA-EFFW
005310           VARYING IND-CHIAMATE-EFFW FROM 1 BY 1
005320           UNTIL IND-CHIAMATE-EFFW > NUM-CHIAMATE-EFFW
005330           OR TROVATO-EFFW = "S".
005340
005350          IF TROVATO-EFFW = "N"
005360           IF NUM-CHIAMATE-EFFW NOT < MAX-CHIAMATE-EFFW
005370            MOVE "S"              TO TRABOCCO-EFFW
005380            GO TO EX-RACCOGLI-GRUPPO-EFFW
005390           END-IF
005400           ADD 1                  TO NUM-CHIAMATE-EFFW
005410           MOVE ENTE-ABI
005420            TO ENTE-TAB-EFFW(NUM-CHIAMATE-EFFW)
005430           MOVE CHIAMATA-ABI
005440            TO TERNA-TAB-EFFW(NUM-CHIAMATE-EFFW)
005450          END-IF.
005460
005470          GO TO CICLO-RACCOGLI-GRUPPO-EFFW.
005480
005490 EX-RACCOGLI-GRUPPO-EFFW.
005500          EXIT.
005510*
005520 CONFRONTA-CHIAMATA-EFFW.
005530
005540          IF ENTE-TAB-EFFW(IND-CHIAMATE-EFFW) = ENTE-ABI
005550           AND TERNA-TAB-EFFW(IND-CHIAMATE-EFFW) = CHIAMATA-ABI
005560           MOVE "S"               TO TROVATO-EFFW
005570          END-IF.
005580
005590 EX-CONFRONTA-CHIAMATA-EFFW.
005600          EXIT.
005610*
005620***** RISALITA COMPLETA SU UNA CHIAMATA, COME NELLE VERIFICHE IN
005630***** LINEA: GRUPPO BASE CON AUTORIZZA-GER, POI I GRUPPI EXTRA
005640***** VALORIZZATI FINO ALLA PRIMA CONCESSIONE. SU UNA CONCESSIONE
005650***** IL RECORD DI ARKABI IN MEMORIA E' LA RIGA CHE HA CONCESSO
005660*
005670 RISOLVI-CHIAMATA-EFFW.
005680
005690          MOVE ENTE-TAB-EFFW(IND-CHIAMATE-EFFW)  TO ENTE-ABI.
005700          MOVE TERNA-TAB-EFFW(IND-CHIAMATE-EFFW) TO CHIAMATA-ABI.
005710          MOVE GRUPPO-BASE-CORR-EFFW TO GRUPPO-ABI.
005720
005730          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
005740
005750          IF ESITO-NOK
005760           PERFORM PROVA-EXTRA-EFFW THRU EX-PROVA-EXTRA-EFFW
005770            VARYING IND-EXTRA-EFFW FROM 1 BY 1
005780            UNTIL IND-EXTRA-EFFW > 5
005790            OR IND-EXTRA-EFFW > NUM-GRUPPI-CORR-EFFW
005800            OR ESITO-OK
005810          END-IF.
005820
005830          MOVE UTENTE-CORR-EFFW   TO UTENTE-EFF.
005840          MOVE ENTE-TAB-EFFW(IND-CHIAMATE-EFFW)  TO ENTE-EFF.
005850          MOVE TERNA-TAB-EFFW(IND-CHIAMATE-EFFW) TO CHIAMATA-EFF.
005860          MOVE SPACES             TO DATI-EFF.
005870
005880          IF ESITO-OK
005890           MOVE "C"               TO ESITO-EFF
005900           MOVE GRUPPO-PARTENZA-GER-WEB TO GRUPPO-PARTENZA-EFF
005910           MOVE GRUPPO-CONCESSO-GER-WEB TO GRUPPO-CONCESSO-EFF
005920           MOVE LIVELLI-GER-WEB   TO LIVELLI-EFF
005930           MOVE EREDITATA-GER-WEB TO EREDITATA-EFF
005940           MOVE SCADENZA-ABI      TO SCADENZA-EFF
005950          ELSE
005960           MOVE "N"               TO ESITO-EFF
005970           MOVE ZEROS             TO GRUPPO-PARTENZA-EFF
005980                                     GRUPPO-CONCESSO-EFF
005990                                     LIVELLI-EFF
006000                                     SCADENZA-EFF
006010           MOVE "N"               TO EREDITATA-EFF
006020          END-IF.
006030
006040          PERFORM SCRIVI-EFF      THRU EX-SCRIVI-EFF.
006050
006060          IF ESITO-OK
006070           ADD 1                  TO VOCI-CORR-EFFW
006080          ELSE
006090           ADD 1                  TO ERRORI-EFFW
006100          END-IF.
006110
006120 EX-RISOLVI-CHIAMATA-EFFW.
006130          EXIT.
006140*
006150 PROVA-EXTRA-EFFW.
006160
006170          IF GRUPPO-EXTRA-CORR-EFFW(IND-EXTRA-EFFW) > ZEROS
006180           MOVE GRUPPO-EXTRA-CORR-EFFW(IND-EXTRA-EFFW)
006190            TO GRUPPO-ABI
006200           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
006210          END-IF.
006220
006230 EX-PROVA-EXTRA-EFFW.
006240          EXIT.
