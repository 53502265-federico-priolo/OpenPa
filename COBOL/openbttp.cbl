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
000200*
000210* CONTROLLO NOTTURNO DELLE RIGHE DI ARKTAB CONTRO IL REGISTRO DEI
000220* TIPI DI TABELLA (OPENTTPW): DA SCHEDULARE OGNI NOTTE CON
000230* openskd.exe. IL REGISTRO VIENE LETTO IN MEMORIA PRIMA DI APRIRE
000240* ARKTAB, POI UNA PASSATA SOLA SU TUTTE LE RIGHE, RAGGRUPPATE PER
000250* TIPO ED ENTE, SEGNALA:
000260*  - LE RIGHE DI UN TIPO NON REGISTRATO (NESSUNO SA A COSA
000270*    SERVANO NE' DI CHI SIANO): DA REGISTRARE CON UNA RIGA "TT" O
000280*    DA TOGLIERE;
000290*  - LE RIGHE DI UN TIPO CENTRALE SU UN ENTE DIVERSO DA 00, CHE
000300*    NESSUN PROGRAMMA LEGGE;
000310*  - LE RIGHE NON MODIFICATE DA PIU' DEI MESI DI CONSERVAZIONE DEL
000320*    LORO TIPO (SOLO SEGNALATE: LA PULIZIA RESTA A CHI GESTISCE IL
000330*    TIPO).
000340* I PRIMI DUE CASI VANNO ANCHE SU ARKNOT AI DESTINATARI "NT", UNA
000350* VOLTA SOLA PER TIPO, ENTE E MOTIVO (RIFERIMENTO "TTP tipo ente
000360* motivo", STESSO CONTROLLO DI openbsvc.exe). ARKTAB E' APERTO IN
000370* SOLA LETTURA.
000380* RC 0, 4 SE C'E' QUALCOSA DA SISTEMARE, 8 SE ARKTAB NON SI APRE.
000390*
000400 IDENTIFICATION   DIVISION.
000410 PROGRAM-ID.      OPENBTTP.
000420 ENVIRONMENT      DIVISION.
000430 CONFIGURATION    SECTION.
000440          COPY "SPECIAL.CBL".
000450 INPUT-OUTPUT     SECTION.
000460 FILE-CONTROL.
000470
000480          COPY "SELTAB.CBL".
000490          COPY "SELNOT.CBL".
000500
000510 DATA             DIVISION.
000520 FILE SECTION.
000530
000540          COPY "FDETAB.CBL".
000550          COPY "FDENOT.CBL".
000560
000570 WORKING-STORAGE  SECTION.
000580
000590          COPY "GLOBALS.CBL".
000600*
000610 01 OGGI-BTTP                 PIC 9(8).
000620 01 OGGI-R-BTTP               REDEFINES OGGI-BTTP.
000630    02 AAAA-OGGI-BTTP         PIC 9(4).
000640    02 MM-OGGI-BTTP           PIC 9(2).
000650    02 GG-OGGI-BTTP           PIC 9(2).
000660 01 LIMITE-BTTP               PIC 9(8).
000670 01 LIMITE-R-BTTP             REDEFINES LIMITE-BTTP.
000680    02 AAAA-LIMITE-BTTP       PIC 9(4).
000690    02 MM-LIMITE-BTTP         PIC 9(2).
000700    02 GG-LIMITE-BTTP         PIC 9(2).
000710 01 MESI-BTTP                 PIC 9(6).
000720*
000730** IL REGISTRO IN MEMORIA: TIPO, AMBITO, MESI DI CONSERVAZIONE
000740*
000750 01 TIPI-BTTP.
000760    02 TIPO-REG-BTTP          OCCURS 99 TIMES.
000770       03 CODICE-REG-BTTP     PIC XX.
000780       03 AMBITO-REG-BTTP     PIC X.
000790       03 CONSERVA-REG-BTTP   PIC 9(3).
000800 01 NUM-REG-BTTP              PIC 9(02) COMP.
000810 01 IND-REG-BTTP              PIC 9(02) COMP.
000820 01 TROVATO-REG-BTTP          PIC 9(02) COMP.
000830*
000840** IL GRUPPO IN ESAME (RIGHE CONSECUTIVE DELLO STESSO TIPO ED ENTE)
000850*
000860 01 TIPO-GRUPPO-BTTP          PIC XX.
000870 01 ENTE-GRUPPO-BTTP          PIC 99.
000880 01 RIGHE-GRUPPO-BTTP         PIC 9(7).
000890 01 SCADUTE-GRUPPO-BTTP       PIC 9(7).
000900 01 MOTIVO-BTTP               PIC X(8).
000910 01 RIF-CERCA-BTTP            PIC X(30).
000920 01 TROVATO-BTTP              PIC X.
000930*
000940 01 ESAMINATE-BTTP            PIC 9(7).
000950 01 NON-REG-BTTP              PIC 9(7).
000960 01 FUORI-AMBITO-BTTP         PIC 9(7).
000970 01 SCADUTE-BTTP              PIC 9(7).
000980 01 GRUPPI-NON-REG-BTTP       PIC 9(5).
000990 01 GRUPPI-FUORI-BTTP         PIC 9(5).
001000*
001010 PROCEDURE  DIVISION.
001020*
001030          DISPLAY "CONTROLLO DEI TIPI DI TABELLA".
001040
001050          ACCEPT OGGI-BTTP        FROM DATE YYYYMMDD.
001060
001070          MOVE ZEROS              TO ESAMINATE-BTTP
001080                                     NON-REG-BTTP
001090                                     FUORI-AMBITO-BTTP
001100                                     SCADUTE-BTTP
001110                                     GRUPPI-NON-REG-BTTP
001120                                     GRUPPI-FUORI-BTTP.
001130
001140***** IL REGISTRO SI LEGGE PRIMA DI APRIRE ARKTAB
001150
001160          PERFORM REGISTRO-BTTP   THRU EX-REGISTRO-BTTP.
001170
001180          DISPLAY "TIPI REGISTRATI        : " NUM-REG-BTTP.
001190
001200          OPEN INPUT ARKTAB.
001210
001220          IF STATUS-TAB NOT = "00"
001230           DISPLAY "OPENBTTP: ARKTAB NON DISPONIBILE, STATUS = "
001240            STATUS-TAB
001250           MOVE 8                 TO RETURN-CODE
001260           GOBACK
001270          END-IF.
001280
001290          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
001300
001310          DISPLAY " ".
001320          DISPLAY "RIGHE DA SISTEMARE PER TIPO ED ENTE".
001330
001340          MOVE LOW-VALUES         TO TIPO-GRUPPO-BTTP.
001350          MOVE ZEROS              TO ENTE-GRUPPO-BTTP
001360                                     RIGHE-GRUPPO-BTTP
001370                                     SCADUTE-GRUPPO-BTTP
001380                                     TROVATO-REG-BTTP.
001390
001400          MOVE LOW-VALUES         TO CHIAVE-TAB.
001410          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
001420
001430          IF ESITO-NOK GO TO FINE-BTTP.
001440
001450 CICLO-TAB-BTTP.
001460
001470          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
001480
001490          IF FINE-FILE = "S"
001500           PERFORM CHIUDI-GRUPPO-BTTP THRU EX-CHIUDI-GRUPPO-BTTP
001510           GO TO FINE-BTTP
001520          END-IF.
001530
001540          ADD 1                   TO ESAMINATE-BTTP.
001550
001560          IF TIPO-TAB NOT = TIPO-GRUPPO-BTTP
001570           OR ENTE-TAB NOT = ENTE-GRUPPO-BTTP
001580           PERFORM CHIUDI-GRUPPO-BTTP THRU EX-CHIUDI-GRUPPO-BTTP
001590           PERFORM APRI-GRUPPO-BTTP THRU EX-APRI-GRUPPO-BTTP
001600          END-IF.
001610
001620          ADD 1                   TO RIGHE-GRUPPO-BTTP.
001630
001640          IF TROVATO-REG-BTTP > ZEROS
001650           AND CONSERVA-REG-BTTP(TROVATO-REG-BTTP) > ZEROS
001660           AND DATA-MODIFICA-TAB < LIMITE-BTTP
001670           ADD 1                  TO SCADUTE-GRUPPO-BTTP
001680          END-IF.
001690
001700          GO TO CICLO-TAB-BTTP.
001710
001720 FINE-BTTP.
001730
001740          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001750          CLOSE ARKTAB.
001760
001770          DISPLAY " ".
001780          DISPLAY "RIGHE ESAMINATE        : " ESAMINATE-BTTP.
001790          DISPLAY "RIGHE NON REGISTRATE   : " NON-REG-BTTP
001800           " IN " GRUPPI-NON-REG-BTTP " TIPI/ENTI".
001810          DISPLAY "RIGHE CENTRALI FUORI 00: " FUORI-AMBITO-BTTP
001820           " IN " GRUPPI-FUORI-BTTP " TIPI/ENTI".
001830          DISPLAY "RIGHE OLTRE CONSERV.   : " SCADUTE-BTTP.
001840
001850          MOVE ZEROS              TO RETURN-CODE.
001860          IF NON-REG-BTTP > ZEROS OR FUORI-AMBITO-BTTP > ZEROS
001870           OR SCADUTE-BTTP > ZEROS
001880           MOVE 4                 TO RETURN-CODE
001890          END-IF.
001900
001910          GOBACK.
001920
001930          COPY "PIOTAB.CBL".
001940          COPY "PIONOT.CBL".
001950*
001960***** IL REGISTRO DEI TIPI IN MEMORIA, SCORSO CON "PROSSIMO"
001970*
001980 REGISTRO-BTTP.
001990
002000          MOVE ZEROS              TO NUM-REG-BTTP.
002010          INITIALIZE AREA-TTP-WEB.
002020          MOVE SPACES             TO TIPO-TTP-WEB.
002030
002040 CICLO-REGISTRO-BTTP.
002050
002060          MOVE "PROSSIMO"         TO AZIONE-TTP-WEB.
002070
002080          CALL "OPENTTPW" USING AREA-TTP-WEB.
002090
002100          IF NOT TIPO-AMMESSO-WEB GO TO EX-REGISTRO-BTTP.
002110
002120          IF NUM-REG-BTTP NOT < 99
002130           DISPLAY "OPENBTTP: PIU' DI 99 TIPI, " TIPO-TTP-WEB
002140            " E SEGUENTI NON CONSIDERATI"
002150           GO TO EX-REGISTRO-BTTP
002160          END-IF.
002170
002180          ADD 1                   TO NUM-REG-BTTP.
002190          MOVE TIPO-TTP-WEB
002200           TO CODICE-REG-BTTP(NUM-REG-BTTP).
002210          MOVE AMBITO-TTP-WEB
002220           TO AMBITO-REG-BTTP(NUM-REG-BTTP).
002230          MOVE CONSERVAZIONE-TTP-WEB
002240           TO CONSERVA-REG-BTTP(NUM-REG-BTTP).
002250
002260          GO TO CICLO-REGISTRO-BTTP.
002270
002280 EX-REGISTRO-BTTP.
002290          EXIT.
002300*
002310***** NUOVO GRUPPO: SCHEDA DEL TIPO E DATA LIMITE DI CONSERVAZIONE
002320***** (OGGI MENO I MESI DEL TIPO, GIORNO AL MASSIMO 28)
002330*
002340 APRI-GRUPPO-BTTP.
002350
002360          MOVE TIPO-TAB           TO TIPO-GRUPPO-BTTP.
002370          MOVE ENTE-TAB           TO ENTE-GRUPPO-BTTP.
002380          MOVE ZEROS              TO RIGHE-GRUPPO-BTTP
002390                                     SCADUTE-GRUPPO-BTTP
002400                                     TROVATO-REG-BTTP
002410                                     LIMITE-BTTP.
002420
002430          PERFORM CERCA-REG-BTTP  THRU EX-CERCA-REG-BTTP
002440           VARYING IND-REG-BTTP FROM 1 BY 1
002450           UNTIL IND-REG-BTTP > NUM-REG-BTTP
002460           OR TROVATO-REG-BTTP > ZEROS.
002470
002480          IF TROVATO-REG-BTTP = ZEROS
002490           OR CONSERVA-REG-BTTP(TROVATO-REG-BTTP) = ZEROS
002500           GO TO EX-APRI-GRUPPO-BTTP
002510          END-IF.
002520
002530          COMPUTE MESI-BTTP = AAAA-OGGI-BTTP * 12
002540                            + MM-OGGI-BTTP - 1
002550                            - CONSERVA-REG-BTTP(TROVATO-REG-BTTP).
002560          DIVIDE MESI-BTTP BY 12 GIVING AAAA-LIMITE-BTTP
002570           REMAINDER MM-LIMITE-BTTP.
002580          ADD 1                   TO MM-LIMITE-BTTP.
002590          MOVE GG-OGGI-BTTP       TO GG-LIMITE-BTTP.
002600          IF GG-LIMITE-BTTP > 28
002610           MOVE 28                TO GG-LIMITE-BTTP
002620          END-IF.
002630
002640 EX-APRI-GRUPPO-BTTP.
002650          EXIT.
002660*
002670 CERCA-REG-BTTP.
002680
002690          IF CODICE-REG-BTTP(IND-REG-BTTP) = TIPO-TAB
002700           MOVE IND-REG-BTTP      TO TROVATO-REG-BTTP
002710          END-IF.
002720
002730 EX-CERCA-REG-BTTP.
002740          EXIT.
002750*
002760***** FINE DI UN GRUPPO: TIPO NON REGISTRATO, TIPO CENTRALE FUORI
002770***** DALL'ENTE 00, RIGHE OLTRE LA CONSERVAZIONE
002780*
002790 CHIUDI-GRUPPO-BTTP.
002800
002810          IF RIGHE-GRUPPO-BTTP = ZEROS
002820           GO TO EX-CHIUDI-GRUPPO-BTTP
002830          END-IF.
002840
002850          IF TROVATO-REG-BTTP = ZEROS
002860           ADD RIGHE-GRUPPO-BTTP  TO NON-REG-BTTP
002870           ADD 1                  TO GRUPPI-NON-REG-BTTP
002880           DISPLAY "TIPO " TIPO-GRUPPO-BTTP
002890            " ENTE " ENTE-GRUPPO-BTTP
002900            ": " RIGHE-GRUPPO-BTTP " RIGHE, TIPO NON REGISTRATO"
002910           MOVE "NONREG"          TO MOTIVO-BTTP
002920           MOVE SPACES            TO TESTO-NOT-WEB
002930           STRING "Tabelle: " RIGHE-GRUPPO-BTTP " righe tipo "
002940            TIPO-GRUPPO-BTTP " ente " ENTE-GRUPPO-BTTP
002950            " non registrato: registrarlo o toglierle"
002960            DELIMITED BY SIZE INTO TESTO-NOT-WEB
002970           PERFORM AVVISA-BTTP    THRU EX-AVVISA-BTTP
002980           GO TO EX-CHIUDI-GRUPPO-BTTP
002990          END-IF.
003000
003010          IF AMBITO-REG-BTTP(TROVATO-REG-BTTP) = "C"
003020           AND ENTE-GRUPPO-BTTP NOT = ZEROS
003030           ADD RIGHE-GRUPPO-BTTP  TO FUORI-AMBITO-BTTP
003040           ADD 1                  TO GRUPPI-FUORI-BTTP
003050           DISPLAY "TIPO " TIPO-GRUPPO-BTTP
003060            " ENTE " ENTE-GRUPPO-BTTP
003070            ": " RIGHE-GRUPPO-BTTP " RIGHE, TIPO CENTRALE FUORI "
003080            "DALL'ENTE 00"
003090           MOVE "AMBITO"          TO MOTIVO-BTTP
003100           MOVE SPACES            TO TESTO-NOT-WEB
003110           STRING "Tabelle: " RIGHE-GRUPPO-BTTP " righe tipo "
003120            "centrale " TIPO-GRUPPO-BTTP " su ente "
003130            ENTE-GRUPPO-BTTP " (vale solo ente 00)"
003140            DELIMITED BY SIZE INTO TESTO-NOT-WEB
003150           PERFORM AVVISA-BTTP    THRU EX-AVVISA-BTTP
003160          END-IF.
003170
003180          IF SCADUTE-GRUPPO-BTTP > ZEROS
003190           ADD SCADUTE-GRUPPO-BTTP TO SCADUTE-BTTP
003200           DISPLAY "TIPO " TIPO-GRUPPO-BTTP
003210            " ENTE " ENTE-GRUPPO-BTTP
003220            ": " SCADUTE-GRUPPO-BTTP " RIGHE NON MODIFICATE DAL "
003230            LIMITE-BTTP " (CONSERVAZIONE "
003240            CONSERVA-REG-BTTP(TROVATO-REG-BTTP) " MESI)"
003250          END-IF.
003260
003270 EX-CHIUDI-GRUPPO-BTTP.
003280          EXIT.
003290*
003300***** SEGNALAZIONE AGLI AMMINISTRATORI (DESTINATARI DA TABELLA
003310***** "NT"), UNA SOLA VOLTA PER TIPO, ENTE E MOTIVO
003320*
003330 AVVISA-BTTP.
003340
003350          MOVE SPACES             TO RIF-CERCA-BTTP.
003360          STRING "TTP " TIPO-GRUPPO-BTTP " " ENTE-GRUPPO-BTTP " "
003370           MOTIVO-BTTP
003380           DELIMITED BY SIZE INTO RIF-CERCA-BTTP.
003390
003400          PERFORM CERCA-GIA-AVVISATO-BTTP
003410           THRU EX-CERCA-GIA-AVVISATO-BTTP.
003420
003430          IF TROVATO-BTTP = "S"
003440           GO TO EX-AVVISA-BTTP
003450          END-IF.
003460
003470          MOVE "TABELLE"          TO TIPO-NOT-WEB.
003480          MOVE "M"                TO SEVERITA-NOT-WEB.
003490          MOVE RIF-CERCA-BTTP     TO RIFERIMENTO-NOT-WEB.
003500          MOVE SPACES             TO DESTINATARI-NOT-WEB.
003510
003520          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
003530
003540 EX-AVVISA-BTTP.
003550          EXIT.
003560*
003570***** C'E' GIA' UNA NOTIFICA CON QUESTO RIFERIMENTO?
003580*
003590 CERCA-GIA-AVVISATO-BTTP.
003600
003610          MOVE "N"                TO TROVATO-BTTP.
003620
003630          MOVE LOW-VALUES         TO CHIAVE-NOT.
003640          PERFORM STARTO-NOT      THRU EX-STARTO-NOT.
003650
003660          IF ESITO-NOK GO TO EX-CERCA-GIA-AVVISATO-BTTP.
003670
003680 CICLO-CERCA-BTTP.
003690
003700          PERFORM LEGGO-NEXT-NOT  THRU EX-LEGGO-NEXT-NOT.
003710
003720          IF FINE-FILE = "S" GO TO EX-CERCA-GIA-AVVISATO-BTTP.
003730
003740          IF RIFERIMENTO-NOT = RIF-CERCA-BTTP
003750           MOVE "S"               TO TROVATO-BTTP
003760           GO TO EX-CERCA-GIA-AVVISATO-BTTP
003770          END-IF.
003780
003790          GO TO CICLO-CERCA-BTTP.
003800
003810 EX-CERCA-GIA-AVVISATO-BTTP.
003820          EXIT.
