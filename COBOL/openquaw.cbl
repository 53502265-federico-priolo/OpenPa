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
000200* SERVIZIO DEI PREREQUISITI DI FORMAZIONE, RICHIAMATO CON CALL
000210* DAL CONTROLLO DI ASSEGNAZIONE DEI GRUPPI (VERIFICA-ASSEGNABILE-
000220* GRU IN PIOGRU.CBL: openmout, openruol, openpend, openucar,
000230* opendsyn) E DALLE RICHIESTE DI ABILITAZIONE (openabiq.exe). IL
000240* PARAMETRO E' AREA-QUA-WEB. I PREREQUISITI SONO LE RIGHE "QP" DI
000250* ARKTAB (ENTE 00): GRUPPO IN 1-4 (ZERO O SPAZI SE NESSUNO),
000260* CHIAMATA MOD/ENT/FUNZ IN 6-11 (SPAZI = JOLLY, COME SU ARKABI),
000270* CORSO DEL CATALOGO "QC" IN 13-22, NOTA IN 24-83. UN UTENTE E'
000280* QUALIFICATO PER UN CORSO SE HA LA RIGA SU ARKQUA E LA SCADENZA
000290* E' ZERO O NON ANCORA PASSATA. AZIONI:
000300*   GRUPPO   - PREREQUISITI DEL GRUPPO E DI OGNI CHIAMATA CHE IL
000310*              GRUPPO HA SU ARKABI (NON NEGATA E NON SCADUTA)
000320*   CHIAMATA - PREREQUISITI DELLA CHIAMATA; A UTENTE A SPAZI SI
000330*              CONTROLLANO TUTTI I MEMBRI NON CANCELLATI DEL
000340*              GRUPPO (BASE O EXTRA) CHE LA RICEVEREBBERO
000350* SI FERMA AL PRIMO PREREQUISITO NON SODDISFATTO. TUTTO IN SOLA
000360* LETTURA: IL CHIAMANTE PUO' TENERE GLI STESSI FILE APERTI
000370*
000380 IDENTIFICATION   DIVISION.
000390 PROGRAM-ID.      OPENQUAW.
000400 ENVIRONMENT      DIVISION.
000410 CONFIGURATION    SECTION.
000420          COPY "SPECIAL.CBL".
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.
000450
000460          COPY "SELTAB.CBL".
000470          COPY "SELABI.CBL".
000480          COPY "SELUTEN.CBL".
000490          COPY "SELQUA.CBL".
000500
000510 DATA             DIVISION.
000520 FILE SECTION.
000530
000540          COPY "FDETAB.CBL".
000550          COPY "FDEABI.CBL".
000560          COPY "FDEUTEN.CBL".
000570          COPY "FDEQUA.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
000610          COPY "GLOBALS.CBL".
000620*
000630** PREREQUISITI LETTI DA ARKTAB; RICHIESTO-PRE "S" SE VALGONO PER
000640** IL CONTROLLO IN CORSO, CON L'OGGETTO CHE LI RENDE NECESSARI
000650*
000660 01 TAB-PRE-QUAW.
000670    02 PRE-QUAW OCCURS 200 TIMES.
000680       05 GRUPPO-PRE-QUAW      PIC 9(4).
000690       05 CHIAMATA-PRE-QUAW    PIC X(6).
000700       05 CORSO-PRE-QUAW       PIC X(10).
000710       05 RICHIESTO-PRE-QUAW   PIC X.
000720       05 OGGETTO-PRE-QUAW     PIC X(20).
000730 01 NUM-PRE-QUAW              PIC 9(3) COMP.
000740 01 IND-PRE-QUAW              PIC 9(3) COMP.
000750 01 NUM-RICHIESTI-QUAW        PIC 9(3) COMP.
000760 01 CERCA-ABI-QUAW            PIC X.
000770*
000780** CONFRONTO FRA DUE CHIAMATE CON I JOLLY A SPAZI
000790*
000800 01 CHIAMATA-A-QUAW.
000810    02 MOD-A-QUAW             PIC XX.
000820    02 ENT-A-QUAW             PIC XX.
000830    02 FUNZ-A-QUAW            PIC XX.
000840 01 CHIAMATA-B-QUAW.
000850    02 MOD-B-QUAW             PIC XX.
000860    02 ENT-B-QUAW             PIC XX.
000870    02 FUNZ-B-QUAW            PIC XX.
000880 01 SOVRAPPOSTE-QUAW          PIC X.
000890*
000900 01 OGGI-QUAW                 PIC 9(8).
000910 01 APERTO-QUAW               PIC XX.
000920 01 UTENTE-PROVA-QUAW         PIC X(8).
000930 01 IND-EXTRA-QUAW            PIC 9(2) COMP.
000940 01 MEMBRO-QUAW               PIC X.
000950 01 STATO-TXT-QUAW            PIC X(22).
000960 01 SCADENZA-ED-QUAW          PIC 9(8).
000970 01 SCADENZA-R-QUAW REDEFINES SCADENZA-ED-QUAW.
000980    02 AAAA-QUAW              PIC 9(4).
000990    02 MM-QUAW                PIC 9(2).
001000    02 GG-QUAW                PIC 9(2).
001010*
001020 LINKAGE SECTION.
001030*
001040 01 LK-AREA-QUAW              PIC X(134).
001050*
001060 PROCEDURE  DIVISION USING LK-AREA-QUAW.
001070*
001080          MOVE LK-AREA-QUAW       TO AREA-QUA-WEB.
001090
001100          MOVE "OK"               TO ESITO-QUA-WEB.
001110          MOVE SPACES             TO MANCANTE-QUA-WEB
001120                                     CORSO-QUA-WEB
001130                                     MOTIVO-QUA-WEB.
001140          MOVE ZEROS              TO SCADUTA-QUA-WEB.
001150
001160          IF AZIONE-QUA-WEB NOT = "GRUPPO"
001170           AND AZIONE-QUA-WEB NOT = "CHIAMATA"
001180           MOVE "NO"              TO ESITO-QUA-WEB
001190           MOVE "Controllo di qualifica non previsto"
001200            TO MOTIVO-QUA-WEB
001210           GO TO RESTITUISCI-QUAW
001220          END-IF.
001230
001240          ACCEPT OGGI-QUAW        FROM DATE YYYYMMDD.
001250
001260***** SENZA PREREQUISITI REGISTRATI NON SERVE ALTRO
001270
001280          OPEN INPUT ARKTAB.
001290          IF STATUS-TAB NOT = "00"
001300           GO TO RESTITUISCI-QUAW
001310          END-IF.
001320
001330          PERFORM CARICA-PREREQUISITI-QUAW
001340           THRU EX-CARICA-PREREQUISITI-QUAW.
001350
001360          CLOSE ARKTAB.
001370
001380          IF NUM-PRE-QUAW = ZEROS
001390           GO TO RESTITUISCI-QUAW
001400          END-IF.
001410
001420          PERFORM SCEGLI-PREREQUISITI-QUAW
001430           THRU EX-SCEGLI-PREREQUISITI-QUAW.
001440
001450          IF NUM-RICHIESTI-QUAW = ZEROS
001460           GO TO RESTITUISCI-QUAW
001470          END-IF.
001480
001490***** SENZA ARKQUA (MAI CREATO) NESSUNO HA QUALIFICHE
001500
001510          OPEN INPUT ARKQUA.
001520          MOVE STATUS-QUA         TO APERTO-QUAW.
001530
001540          IF UTENTE-QUA-WEB NOT = SPACES
001550           MOVE UTENTE-QUA-WEB    TO UTENTE-PROVA-QUAW
001560           PERFORM PROVA-UTENTE-QUAW THRU EX-PROVA-UTENTE-QUAW
001570          ELSE
001580           PERFORM PROVA-MEMBRI-QUAW THRU EX-PROVA-MEMBRI-QUAW
001590          END-IF.
001600
001610          IF APERTO-QUAW = "00"
001620           CLOSE ARKQUA
001630          END-IF.
001640
001650 RESTITUISCI-QUAW.
001660
001670          MOVE AREA-QUA-WEB       TO LK-AREA-QUAW.
001680
001690          GOBACK.
001700
001710          COPY "PIOTAB.CBL".
001720          COPY "PIOABI.CBL".
001730          COPY "PIOUTEN.CBL".
001740          COPY "PIOQUA.CBL".
001750*
001760***** RIGHE "QP" DI ARKTAB (AL MASSIMO 200), SENZA QUELLE PRIVE DI
001770***** CORSO O SENZA NE' GRUPPO NE' CHIAMATA
001780*
001790 CARICA-PREREQUISITI-QUAW.
001800
001810          MOVE ZEROS              TO NUM-PRE-QUAW.
001820
001830          MOVE "QP"               TO TIPO-TAB.
001840          MOVE ZEROS              TO ENTE-TAB.
001850          MOVE ZEROS              TO PROG-TAB.
001860          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
001870
001880          IF ESITO-NOK GO TO EX-CARICA-PREREQUISITI-QUAW.
001890
001900 CICLO-CARICA-PREREQUISITI-QUAW.
001910
001920          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
001930
001940          IF FINE-FILE = "S" GO TO EX-CARICA-PREREQUISITI-QUAW.
001950
001960          IF TIPO-TAB NOT = "QP" OR ENTE-TAB NOT = ZEROS
001970           GO TO EX-CARICA-PREREQUISITI-QUAW
001980          END-IF.
001990
002000          IF TABELLA(13:10) = SPACES
002010           OR NUM-PRE-QUAW NOT < 200
002020           GO TO CICLO-CARICA-PREREQUISITI-QUAW
002030          END-IF.
002040
002050          IF (TABELLA(1:4) NOT NUMERIC OR TABELLA(1:4) = "0000")
002060           AND TABELLA(6:6) = SPACES
002070           GO TO CICLO-CARICA-PREREQUISITI-QUAW
002080          END-IF.
002090
002100          ADD 1                   TO NUM-PRE-QUAW.
002110
002115          MOVE ZEROS
002120           TO GRUPPO-PRE-QUAW(NUM-PRE-QUAW).
002130          IF TABELLA(1:4) NUMERIC
002140           MOVE TABELLA(1:4)      TO GRUPPO-PRE-QUAW(NUM-PRE-QUAW)
002150          END-IF.
002155          MOVE TABELLA(6:6)
002160           TO CHIAMATA-PRE-QUAW(NUM-PRE-QUAW).
002170          MOVE TABELLA(13:10)     TO CORSO-PRE-QUAW(NUM-PRE-QUAW).
002175          MOVE "N"
002180           TO RICHIESTO-PRE-QUAW(NUM-PRE-QUAW).
002185          MOVE SPACES
002190           TO OGGETTO-PRE-QUAW(NUM-PRE-QUAW).
002200
002210          GO TO CICLO-CARICA-PREREQUISITI-QUAW.
002220
002230 EX-CARICA-PREREQUISITI-QUAW.
002240          EXIT.
002250*
002260***** QUALI PREREQUISITI VALGONO PER IL CONTROLLO RICHIESTO
002270*
002280 SCEGLI-PREREQUISITI-QUAW.
002290
002300          MOVE ZEROS              TO NUM-RICHIESTI-QUAW.
002310          MOVE "N"                TO CERCA-ABI-QUAW.
002320
002330          PERFORM SCEGLI-UNO-QUAW THRU EX-SCEGLI-UNO-QUAW
002340           VARYING IND-PRE-QUAW FROM 1 BY 1
002350           UNTIL IND-PRE-QUAW > NUM-PRE-QUAW.
002360
002370          IF CERCA-ABI-QUAW = "S"
002380           PERFORM CERCA-CHIAMATE-QUAW THRU EX-CERCA-CHIAMATE-QUAW
002390          END-IF.
002400
002410 EX-SCEGLI-PREREQUISITI-QUAW.
002420          EXIT.
002430
002440 SCEGLI-UNO-QUAW.
002450
002460          IF AZIONE-QUA-WEB = "CHIAMATA"
002470           GO TO SCEGLI-CHIAMATA-QUAW
002480          END-IF.
002490
002500          IF GRUPPO-QUA-WEB NOT = ZEROS
002510           AND GRUPPO-PRE-QUAW(IND-PRE-QUAW) = GRUPPO-QUA-WEB
002515           MOVE SPACES
002520            TO OGGETTO-PRE-QUAW(IND-PRE-QUAW)
002530           STRING "gruppo " GRUPPO-QUA-WEB
002540            DELIMITED BY SIZE INTO OGGETTO-PRE-QUAW(IND-PRE-QUAW)
002550           PERFORM MARCA-QUAW     THRU EX-MARCA-QUAW
002560          END-IF.
002570
002580          IF GRUPPO-QUA-WEB NOT = ZEROS
002590           AND CHIAMATA-PRE-QUAW(IND-PRE-QUAW) NOT = SPACES
002600           MOVE "S"               TO CERCA-ABI-QUAW
002610          END-IF.
002620
002630          GO TO EX-SCEGLI-UNO-QUAW.
002640
002650 SCEGLI-CHIAMATA-QUAW.
002660
002670          IF CHIAMATA-PRE-QUAW(IND-PRE-QUAW) = SPACES
002680           GO TO EX-SCEGLI-UNO-QUAW
002690          END-IF.
002700
002710          MOVE CHIAMATA-PRE-QUAW(IND-PRE-QUAW) TO CHIAMATA-A-QUAW.
002720          MOVE CHIAMATA-QUA-WEB   TO CHIAMATA-B-QUAW.
002730          PERFORM CONFRONTA-QUAW  THRU EX-CONFRONTA-QUAW.
002740
002750          IF SOVRAPPOSTE-QUAW = "S"
002755           MOVE SPACES
002760            TO OGGETTO-PRE-QUAW(IND-PRE-QUAW)
002770           STRING "chiamata " CHIAMATA-QUA-WEB
002780            DELIMITED BY SIZE INTO OGGETTO-PRE-QUAW(IND-PRE-QUAW)
002790           PERFORM MARCA-QUAW     THRU EX-MARCA-QUAW
002800          END-IF.
002810
002820 EX-SCEGLI-UNO-QUAW.
002830          EXIT.
002840
002850 MARCA-QUAW.
002860
002870          IF RICHIESTO-PRE-QUAW(IND-PRE-QUAW) NOT = "S"
002875           MOVE "S"
002880            TO RICHIESTO-PRE-QUAW(IND-PRE-QUAW)
002890           ADD 1                  TO NUM-RICHIESTI-QUAW
002900          END-IF.
002910
002920 EX-MARCA-QUAW.
002930          EXIT.
002940*
002950***** DUE CHIAMATE SI SOVRAPPONGONO SE OGNI PARTE (MODULO, ENTITA',
002960***** FUNZIONE) E' UGUALE O A SPAZI IN UNA DELLE DUE
002970*
002980 CONFRONTA-QUAW.
002990
003000          MOVE "N"                TO SOVRAPPOSTE-QUAW.
003010
003020          IF MOD-A-QUAW NOT = MOD-B-QUAW
003030           AND MOD-A-QUAW NOT = SPACES
003035           AND MOD-B-QUAW NOT = SPACES
003040           GO TO EX-CONFRONTA-QUAW
003050          END-IF.
003060
003070          IF ENT-A-QUAW NOT = ENT-B-QUAW
003080           AND ENT-A-QUAW NOT = SPACES
003085           AND ENT-B-QUAW NOT = SPACES
003090           GO TO EX-CONFRONTA-QUAW
003100          END-IF.
003110
003120          IF FUNZ-A-QUAW NOT = FUNZ-B-QUAW
003130           AND FUNZ-A-QUAW NOT = SPACES
003135           AND FUNZ-B-QUAW NOT = SPACES
003140           GO TO EX-CONFRONTA-QUAW
003150          END-IF.
003160
003170          MOVE "S"                TO SOVRAPPOSTE-QUAW.
003180
003190 EX-CONFRONTA-QUAW.
003200          EXIT.
003210*
003220***** CHIAMATE DEL GRUPPO SU ARKABI (IN OGNI ENTE): OGNUNA RENDE
003230***** NECESSARI I PREREQUISITI DI CHIAMATA CHE LA TOCCANO
003240*
003250 CERCA-CHIAMATE-QUAW.
003260
003270          OPEN INPUT ARKABI.
003280          IF STATUS-ABI NOT = "00"
003290           GO TO EX-CERCA-CHIAMATE-QUAW
003300          END-IF.
003310
003320          MOVE ZEROS              TO ENTE-ABI GRUPPO-ABI.
003330          MOVE SPACES             TO CHIAMATA-ABI.
003340          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
003350
003360          IF ESITO-NOK GO TO FINE-CERCA-CHIAMATE-QUAW.
003370
003380 CICLO-CERCA-CHIAMATE-QUAW.
003390
003400          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
003410
003420          IF FINE-FILE = "S" GO TO FINE-CERCA-CHIAMATE-QUAW.
003430
003440          IF GRUPPO-ABI NOT = GRUPPO-QUA-WEB OR ABI-NEGATA
003450           GO TO CICLO-CERCA-CHIAMATE-QUAW
003460          END-IF.
003470
003480          IF SCADENZA-ABI NOT = ZEROS AND SCADENZA-ABI < OGGI-QUAW
003490           GO TO CICLO-CERCA-CHIAMATE-QUAW
003500          END-IF.
003510
003520          PERFORM CONFRONTA-ABI-QUAW THRU EX-CONFRONTA-ABI-QUAW
003530           VARYING IND-PRE-QUAW FROM 1 BY 1
003540           UNTIL IND-PRE-QUAW > NUM-PRE-QUAW.
003550
003560          GO TO CICLO-CERCA-CHIAMATE-QUAW.
003570
003580 FINE-CERCA-CHIAMATE-QUAW.
003590
003600          CLOSE ARKABI.
003610
003620 EX-CERCA-CHIAMATE-QUAW.
003630          EXIT.
003640
003650 CONFRONTA-ABI-QUAW.
003660
003670          IF CHIAMATA-PRE-QUAW(IND-PRE-QUAW) = SPACES
003680           OR RICHIESTO-PRE-QUAW(IND-PRE-QUAW) = "S"
003690           GO TO EX-CONFRONTA-ABI-QUAW
003700          END-IF.
003710
003720          MOVE CHIAMATA-PRE-QUAW(IND-PRE-QUAW) TO CHIAMATA-A-QUAW.
003730          MOVE CHIAMATA-ABI       TO CHIAMATA-B-QUAW.
003740          PERFORM CONFRONTA-QUAW  THRU EX-CONFRONTA-QUAW.
003750
003760          IF SOVRAPPOSTE-QUAW = "S"
003765           MOVE SPACES
003770            TO OGGETTO-PRE-QUAW(IND-PRE-QUAW)
003780           STRING "chiamata " CHIAMATA-ABI
003790            DELIMITED BY SIZE INTO OGGETTO-PRE-QUAW(IND-PRE-QUAW)
003800           PERFORM MARCA-QUAW     THRU EX-MARCA-QUAW
003810          END-IF.
003820
003830 EX-CONFRONTA-ABI-QUAW.
003840          EXIT.
003850*
003860***** UN UTENTE CONTRO TUTTI I PREREQUISITI RICHIESTI
003870*
003880 PROVA-UTENTE-QUAW.
003890
003900          PERFORM PROVA-CORSO-QUAW THRU EX-PROVA-CORSO-QUAW
003910           VARYING IND-PRE-QUAW FROM 1 BY 1
003920           UNTIL IND-PRE-QUAW > NUM-PRE-QUAW
003930           OR ESITO-QUA-WEB = "NO".
003940
003950 EX-PROVA-UTENTE-QUAW.
003960          EXIT.
003970
003980 PROVA-CORSO-QUAW.
003990
004000          IF RICHIESTO-PRE-QUAW(IND-PRE-QUAW) NOT = "S"
004010           GO TO EX-PROVA-CORSO-QUAW
004020          END-IF.
004030
004040          MOVE "NO"               TO ESITO-WEB.
004050
004060          IF APERTO-QUAW = "00"
004070           MOVE UTENTE-PROVA-QUAW TO UTENTE-QUA
004080           MOVE CORSO-PRE-QUAW(IND-PRE-QUAW) TO CORSO-QUA
004090           PERFORM LEGGO-QUA      THRU EX-LEGGO-QUA
004100          END-IF.
004110
004120          IF ESITO-OK
004123          IF ESITO-OK
004126           AND (SCADENZA-QUA = ZEROS
004130            OR SCADENZA-QUA NOT < OGGI-QUAW)
004140           GO TO EX-PROVA-CORSO-QUAW
004150          END-IF.
004160
004170          MOVE "NO"               TO ESITO-QUA-WEB.
004180          MOVE UTENTE-PROVA-QUAW  TO MANCANTE-QUA-WEB.
004190          MOVE CORSO-PRE-QUAW(IND-PRE-QUAW) TO CORSO-QUA-WEB.
004200          MOVE "mancante"         TO STATO-TXT-QUAW.
004210
004220          IF ESITO-OK
004230           MOVE SCADENZA-QUA      TO SCADUTA-QUA-WEB
004240                                     SCADENZA-ED-QUAW
004250           MOVE SPACES            TO STATO-TXT-QUAW
004260           STRING "scaduto il " GG-QUAW "/" MM-QUAW "/" AAAA-QUAW
004270            DELIMITED BY SIZE INTO STATO-TXT-QUAW
004280          END-IF.
004290
004300          MOVE SPACES             TO MOTIVO-QUA-WEB.
004310
004320          IF UTENTE-QUA-WEB = SPACES
004330           STRING "Utente " DELIMITED BY SIZE
004340            UTENTE-PROVA-QUAW DELIMITED BY SPACE
004350            ": corso " DELIMITED BY SIZE
004360            CORSO-QUA-WEB DELIMITED BY SPACE
004370            " " DELIMITED BY SIZE
004380            STATO-TXT-QUAW DELIMITED BY "  "
004390            " (" DELIMITED BY SIZE
004400            OGGETTO-PRE-QUAW(IND-PRE-QUAW) DELIMITED BY "  "
004410            ")" DELIMITED BY SIZE
004420            INTO MOTIVO-QUA-WEB
004430          ELSE
004440           STRING "Corso " DELIMITED BY SIZE
004450            CORSO-QUA-WEB DELIMITED BY SPACE
004460            " " DELIMITED BY SIZE
004470            STATO-TXT-QUAW DELIMITED BY "  "
004480            " (" DELIMITED BY SIZE
004490            OGGETTO-PRE-QUAW(IND-PRE-QUAW) DELIMITED BY "  "
004500            ")" DELIMITED BY SIZE
004510            INTO MOTIVO-QUA-WEB
004520          END-IF.
004530
004540 EX-PROVA-CORSO-QUAW.
004550          EXIT.
004560*
004570***** MEMBRI DEL GRUPPO: PRIMA PER GRUPPO BASE (CHIAVE ALTERNATA),
004580***** POI TRA GLI UTENTI CHE HANNO GRUPPI EXTRA
004590*
004600 PROVA-MEMBRI-QUAW.
004610
004620          IF GRUPPO-QUA-WEB = ZEROS
004630           GO TO EX-PROVA-MEMBRI-QUAW
004640          END-IF.
004650
004660          OPEN INPUT ARKUTEN.
004670          IF STATUS-UTEN NOT = "00"
004680           GO TO EX-PROVA-MEMBRI-QUAW
004690          END-IF.
004700
004710          MOVE GRUPPO-QUA-WEB     TO GRUPPO-UTEN.
004720          PERFORM STARTO-GRUPPO-UTEN THRU EX-STARTO-GRUPPO-UTEN.
004730
004740          IF ESITO-NOK GO TO EXTRA-MEMBRI-QUAW.
004750
004760 CICLO-BASE-MEMBRI-QUAW.
004770
004780          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
004790
004800          IF FINE-FILE = "S" OR GRUPPO-UTEN NOT = GRUPPO-QUA-WEB
004810           GO TO EXTRA-MEMBRI-QUAW
004820          END-IF.
004830
004840          IF UTENTE-CANCELLATO GO TO CICLO-BASE-MEMBRI-QUAW.
004850
004860          MOVE CHIAVE-UTEN        TO UTENTE-PROVA-QUAW.
004870          PERFORM PROVA-UTENTE-QUAW THRU EX-PROVA-UTENTE-QUAW.
004880
004890          IF ESITO-QUA-WEB = "NO" GO TO FINE-MEMBRI-QUAW.
004900
004910          GO TO CICLO-BASE-MEMBRI-QUAW.
004920
004930 EXTRA-MEMBRI-QUAW.
004940
004950          MOVE ZEROS              TO NUM-GRUPPI-UTEN.
004960          PERFORM STARTO-EXTRA-UTEN THRU EX-STARTO-EXTRA-UTEN.
004970
004980          IF ESITO-NOK GO TO FINE-MEMBRI-QUAW.
004990
005000 CICLO-EXTRA-MEMBRI-QUAW.
005010
005020          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
005030
005040          IF FINE-FILE = "S" GO TO FINE-MEMBRI-QUAW.
005050
005060          IF UTENTE-CANCELLATO OR GRUPPO-UTEN = GRUPPO-QUA-WEB
005070           GO TO CICLO-EXTRA-MEMBRI-QUAW
005080          END-IF.
005090
005100          MOVE "N"                TO MEMBRO-QUAW.
005110
005120          PERFORM CERCA-EXTRA-QUAW THRU EX-CERCA-EXTRA-QUAW
005130           VARYING IND-EXTRA-QUAW FROM 1 BY 1
005140           UNTIL IND-EXTRA-QUAW > NUM-GRUPPI-UTEN
005150           OR IND-EXTRA-QUAW > 5
005160           OR MEMBRO-QUAW = "S".
005170
005180          IF MEMBRO-QUAW NOT = "S"
005190           GO TO CICLO-EXTRA-MEMBRI-QUAW
005200          END-IF.
005210
005220          MOVE CHIAVE-UTEN        TO UTENTE-PROVA-QUAW.
005230          PERFORM PROVA-UTENTE-QUAW THRU EX-PROVA-UTENTE-QUAW.
005240
005250          IF ESITO-QUA-WEB = "NO" GO TO FINE-MEMBRI-QUAW.
005260
005270          GO TO CICLO-EXTRA-MEMBRI-QUAW.
005280
005290 FINE-MEMBRI-QUAW.
005300
005310          CLOSE ARKUTEN.
005320
005330 EX-PROVA-MEMBRI-QUAW.
005340          EXIT.
005350
005360 CERCA-EXTRA-QUAW.
005370
005380          IF GRUPPO-EXTRA-UTEN(IND-EXTRA-QUAW) = GRUPPO-QUA-WEB
005390           MOVE "S"               TO MEMBRO-QUAW
005400          END-IF.
005410
005420 EX-CERCA-EXTRA-QUAW.
005430          EXIT.
