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
000190* RIEPILOGO SETTIMANALE DEI CAMBIAMENTI DI CONFIGURAZIONE SENZA UN
000200* TICKET VALIDO: SCORRE LE RIGHE DI STORICO DEGLI ULTIMI GIORNI
000210* (CARTELLINO 1, DEFAULT 7) DI ARKSTAB (TABELLE), ARKMVER (VOCI DI
000220* MENU), ARKLIBH (RIGHE DI ARKLIB) E ARKABIS (PERMESSI) E PER
000230* OGNUNA CERCA SUL GIORNALE ARKTKU IL TICKET CHE L'HA AUTORIZZATA.
000240* ELENCA LE RIGHE SENZA TICKET, CON UN TICKET INESISTENTE, NON
000250* APPROVATO (BOZZA, RESPINTO O CHIUSO SENZA APPROVAZIONE) O
000260* REGISTRATE FUORI DALLA FINESTRA PIANIFICATA DEL TICKET (DATA E
000270* ORA DELLA RIGA DI GIORNALE), CON I TOTALI PER ARCHIVIO.
000280* RETURN-CODE 4 SE C'E' ALMENO UN'ANOMALIA, 8 SE IL REGISTRO DEI
000290* TICKET NON SI APRE
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENBTKT.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELSTAB.CBL".
000400          COPY "SELMVER.CBL".
000410          COPY "SELLIBH.CBL".
000420          COPY "SELABIS.CBL".
000430          COPY "SELTKT.CBL".
000440          COPY "SELTKU.CBL".
000450
000460 DATA             DIVISION.
000470 FILE SECTION.
000480
000490          COPY "FDESTAB.CBL".
000500          COPY "FDEMVER.CBL".
000510          COPY "FDELIBH.CBL".
000520          COPY "FDEABIS.CBL".
000530          COPY "FDETKT.CBL".
000540          COPY "FDETKU.CBL".
000550
000560 WORKING-STORAGE  SECTION.
000570
000580          COPY "GLOBALS.CBL".
000590*
000600** CARTELLINO E DATE DI RIFERIMENTO
000610*
000620 01 GIORNI-BTKT              PIC 9(3).
000630 01 DATA-OGGI-BTKT           PIC 9(8).
000640 01 OGGI-INTEGER-BTKT        PIC S9(9) COMP.
000650 01 SOGLIA-BTKT              PIC 9(8).
000660*
000670** RIGA DI STORICO IN ESAME
000680*
000690 01 ARCHIVIO-BTKT            PIC X(04).
000700 01 RIFERIMENTO-BTKT         PIC X(40).
000710 01 DATA-BTKT                PIC 9(8).
000720 01 UTENTE-BTKT              PIC X(08).
000730 01 ANOMALIA-BTKT            PIC X(20).
000740 01 MOMENTO-BTKT             PIC 9(12).
000750 01 INIZIO-BTKT              PIC 9(12).
000760 01 FINE-BTKT                PIC 9(12).
000770*
000780** TOTALI PER ARCHIVIO: 1 ARKSTAB, 2 ARKMVER, 3 ARKLIBH, 4 ARKABIS
000790*
000800 01 IND-BTKT                 PIC 9(2) COMP.
000810 01 TAB-TOTALI-BTKT.
000820    02 TOTALE-BTKT           OCCURS 4 TIMES.
000830       03 NOME-TOT-BTKT      PIC X(04).
000840       03 RIGHE-TOT-BTKT     PIC 9(7).
000850       03 TICKET-TOT-BTKT    PIC 9(7).
000860       03 ANOMALIE-TOT-BTKT  PIC 9(7).
000870 01 ANOMALIE-BTKT            PIC 9(7).
000880*
000890 PROCEDURE  DIVISION.
000900*
000910          PERFORM CALCOLA-DATE-BTKT THRU EX-CALCOLA-DATE-BTKT.
000920
000930          MOVE ZEROS              TO TAB-TOTALI-BTKT
000940                                     ANOMALIE-BTKT.
000950          MOVE "STAB"             TO NOME-TOT-BTKT(1).
000960          MOVE "MVER"             TO NOME-TOT-BTKT(2).
000970          MOVE "LIBH"             TO NOME-TOT-BTKT(3).
000980          MOVE "ABIS"             TO NOME-TOT-BTKT(4).
000990
001000          PERFORM OPEN-I-TKT      THRU EX-OPEN-I-TKT.
001010
001020          IF STATUS-TKT NOT = "00"
001030           DISPLAY "OPENBTKT: APERTURA ARKTKT FALLITA, STATUS = "
001040            STATUS-TKT
001050           MOVE 8                 TO RETURN-CODE
001060           GOBACK
001070          END-IF.
001080
001090          PERFORM OPEN-I-TKU      THRU EX-OPEN-I-TKU.
001100
001110          IF STATUS-TKU NOT = "00"
001120           DISPLAY "OPENBTKT: APERTURA ARKTKU FALLITA, STATUS = "
001130            STATUS-TKU
001140           PERFORM CLOSE-TKT      THRU EX-CLOSE-TKT
001150           MOVE 8                 TO RETURN-CODE
001160           GOBACK
001170          END-IF.
001180
001190          DISPLAY "CAMBIAMENTI SENZA TICKET VALIDO DAL "
001200           SOGLIA-BTKT " AL " DATA-OGGI-BTKT.
001210          DISPLAY " ".
001220          DISPLAY "ARCH RIFERIMENTO                              "
001230           "DATA     UTENTE   TICKET   ANOMALIA".
001240
001250          PERFORM SCORRI-STAB-BTKT THRU EX-SCORRI-STAB-BTKT.
001260          PERFORM SCORRI-MVER-BTKT THRU EX-SCORRI-MVER-BTKT.
001270          PERFORM SCORRI-LIBH-BTKT THRU EX-SCORRI-LIBH-BTKT.
001280          PERFORM SCORRI-ABIS-BTKT THRU EX-SCORRI-ABIS-BTKT.
001290
001300          PERFORM CLOSE-TKU       THRU EX-CLOSE-TKU.
001310          PERFORM CLOSE-TKT       THRU EX-CLOSE-TKT.
001320
001330          DISPLAY " ".
001340          DISPLAY "ARCHIVIO    RIGHE  CON TICKET   ANOMALIE".
001350
001360          MOVE 1                  TO IND-BTKT.
001370
001380 CICLO-TOTALI-BTKT.
001390
001400          DISPLAY NOME-TOT-BTKT(IND-BTKT) "     "
001410           RIGHE-TOT-BTKT(IND-BTKT) "     "
001420           TICKET-TOT-BTKT(IND-BTKT) "    "
001430           ANOMALIE-TOT-BTKT(IND-BTKT).
001440
001450          ADD 1                   TO IND-BTKT.
001460          IF IND-BTKT NOT > 4 GO TO CICLO-TOTALI-BTKT.
001470
001480          MOVE ZERO               TO RETURN-CODE.
001490          IF ANOMALIE-BTKT > ZEROS
001500           MOVE 4                 TO RETURN-CODE
001510          END-IF.
001520
001530          GOBACK.
001540*
001550          COPY "PIOTKT.CBL".
001560          COPY "PIOTKU.CBL".
001570*
001580** CARTELLINO 1: GIORNI DA ESAMINARE (DEFAULT UNA SETTIMANA)
001590*
001600 CALCOLA-DATE-BTKT.
001610
001620          MOVE ZEROS              TO GIORNI-BTKT.
001630          ACCEPT GIORNI-BTKT      FROM CONSOLE.
001640          IF GIORNI-BTKT = ZEROS
001650           MOVE 7                 TO GIORNI-BTKT
001660          END-IF.
001670
001680          ACCEPT DATA-OGGI-BTKT   FROM DATE YYYYMMDD.
001690
001700          COMPUTE OGGI-INTEGER-BTKT =
001710           FUNCTION INTEGER-OF-DATE(DATA-OGGI-BTKT).
001720
001730          COMPUTE SOGLIA-BTKT =
001740           FUNCTION DATE-OF-INTEGER(OGGI-INTEGER-BTKT
001750           - GIORNI-BTKT + 1).
001760
001770 EX-CALCOLA-DATE-BTKT.
001780          EXIT.
001790*
001800** STORICO DELLE TABELLE
001810*
001820 SCORRI-STAB-BTKT.
001830
001840          OPEN INPUT ARKSTAB.
001850
001860          IF STATUS-STAB NOT = "00"
001870           DISPLAY "OPENBTKT: ARKSTAB NON DISPONIBILE, STATUS = "
001880            STATUS-STAB
001890           GO TO EX-SCORRI-STAB-BTKT
001900          END-IF.
001910
001920          MOVE 1                  TO IND-BTKT.
001930
001940 CICLO-STAB-BTKT.
001950
001960          READ ARKSTAB NEXT RECORD
001970           AT END GO TO FINE-STAB-BTKT.
001980
001990          IF DATA-STAB < SOGLIA-BTKT GO TO CICLO-STAB-BTKT.
002000
002010          MOVE "STAB"             TO ARCHIVIO-BTKT.
002020          MOVE CHIAVE-STAB        TO RIFERIMENTO-BTKT.
002030          MOVE DATA-STAB          TO DATA-BTKT.
002040          MOVE UTENTE-STAB        TO UTENTE-BTKT.
002050
002060          PERFORM CONTROLLA-RIGA-BTKT THRU EX-CONTROLLA-RIGA-BTKT.
002070
002080          GO TO CICLO-STAB-BTKT.
002090
002100 FINE-STAB-BTKT.
002110
002120          CLOSE ARKSTAB.
002130
002140 EX-SCORRI-STAB-BTKT.
002150          EXIT.
002160*
002170** STORICO DELLE VOCI DI MENU
002180*
002190 SCORRI-MVER-BTKT.
002200
002210          OPEN INPUT ARKMVER.
002220
002230          IF STATUS-MVER NOT = "00"
002240           DISPLAY "OPENBTKT: ARKMVER NON DISPONIBILE, STATUS = "
002250            STATUS-MVER
002260           GO TO EX-SCORRI-MVER-BTKT
002270          END-IF.
002280
002290          MOVE 2                  TO IND-BTKT.
002300
002310 CICLO-MVER-BTKT.
002320
002330          READ ARKMVER NEXT RECORD
002340           AT END GO TO FINE-MVER-BTKT.
002350
002360          IF DATA-SALVATAGGIO-MVER NOT NUMERIC
002370           OR DATA-SALVATAGGIO-MVER < SOGLIA-BTKT
002380           GO TO CICLO-MVER-BTKT
002390          END-IF.
002400
002410          MOVE "MVER"             TO ARCHIVIO-BTKT.
002420          MOVE CHIAVE-MVER        TO RIFERIMENTO-BTKT.
002430          MOVE DATA-SALVATAGGIO-MVER TO DATA-BTKT.
002440          MOVE UTENTE-MVER        TO UTENTE-BTKT.
002450
002460          PERFORM CONTROLLA-RIGA-BTKT THRU EX-CONTROLLA-RIGA-BTKT.
002470
002480          GO TO CICLO-MVER-BTKT.
002490
002500 FINE-MVER-BTKT.
002510
002520          CLOSE ARKMVER.
002530
002540 EX-SCORRI-MVER-BTKT.
002550          EXIT.
002560*
002570** STORICO DELLE RIGHE DI ARKLIB
002580*
002590 SCORRI-LIBH-BTKT.
002600
002610          OPEN INPUT ARKLIBH.
002620
002630          IF STATUS-LIBH NOT = "00"
002640           DISPLAY "OPENBTKT: ARKLIBH NON DISPONIBILE, STATUS = "
002650            STATUS-LIBH
002660           GO TO EX-SCORRI-LIBH-BTKT
002670          END-IF.
002680
002690          MOVE 3                  TO IND-BTKT.
002700
002710 CICLO-LIBH-BTKT.
002720
002730          READ ARKLIBH NEXT RECORD
002740           AT END GO TO FINE-LIBH-BTKT.
002750
002760          IF DATA-VERS-LIBH NOT NUMERIC
002770           OR DATA-VERS-LIBH < SOGLIA-BTKT
002780           GO TO CICLO-LIBH-BTKT
002790          END-IF.
002800
002810          MOVE "LIBH"             TO ARCHIVIO-BTKT.
002820          MOVE CHIAVE-LIBH        TO RIFERIMENTO-BTKT.
002830          MOVE DATA-VERS-LIBH     TO DATA-BTKT.
002840          MOVE UTENTE-VERS-LIBH   TO UTENTE-BTKT.
002850
002860          PERFORM CONTROLLA-RIGA-BTKT THRU EX-CONTROLLA-RIGA-BTKT.
002870
002880          GO TO CICLO-LIBH-BTKT.
002890
002900 FINE-LIBH-BTKT.
002910
002920          CLOSE ARKLIBH.
002930
002940 EX-SCORRI-LIBH-BTKT.
002950          EXIT.
002960*
002970** STORICO DEI PERMESSI
002980*
002990 SCORRI-ABIS-BTKT.
003000
003010          OPEN INPUT ARKABIS.
003020
003030          IF STATUS-ABIS NOT = "00"
003040           DISPLAY "OPENBTKT: ARKABIS NON DISPONIBILE, STATUS = "
003050            STATUS-ABIS
003060           GO TO EX-SCORRI-ABIS-BTKT
003070          END-IF.
003080
003090          MOVE 4                  TO IND-BTKT.
003100
003110 CICLO-ABIS-BTKT.
003120
003130          READ ARKABIS NEXT RECORD
003140           AT END GO TO FINE-ABIS-BTKT.
003150
003160          IF DATA-ABIS < SOGLIA-BTKT GO TO CICLO-ABIS-BTKT.
003170
003180          MOVE "ABIS"             TO ARCHIVIO-BTKT.
003190          MOVE CHIAVE-ABIS        TO RIFERIMENTO-BTKT.
003200          MOVE DATA-ABIS          TO DATA-BTKT.
003210          MOVE UTENTE-ABIS        TO UTENTE-BTKT.
003220
003230          PERFORM CONTROLLA-RIGA-BTKT THRU EX-CONTROLLA-RIGA-BTKT.
003240
003250          GO TO CICLO-ABIS-BTKT.
003260
003270 FINE-ABIS-BTKT.
003280
003290          CLOSE ARKABIS.
003300
003310 EX-SCORRI-ABIS-BTKT.
003320          EXIT.
003330*
003340** UNA RIGA DI STORICO: TICKET DAL GIORNALE, POI STATO E FINESTRA
003350** DEL TICKET; LE RIGHE IN REGOLA NON SI STAMPANO
003360*
003370 CONTROLLA-RIGA-BTKT.
003380
003390          ADD 1                   TO RIGHE-TOT-BTKT(IND-BTKT).
003400          MOVE SPACES             TO ANOMALIA-BTKT.
003410          MOVE ZEROS              TO NUMERO-TKU.
003420
003430          MOVE ARCHIVIO-BTKT      TO ARCHIVIO-TKU.
003440          MOVE RIFERIMENTO-BTKT   TO RIFERIMENTO-TKU.
003450          PERFORM LEGGO-TKU       THRU EX-LEGGO-TKU.
003460
003470          IF ESITO-NOK
003480           MOVE ZEROS             TO NUMERO-TKU
003490           MOVE "NO TICKET"       TO ANOMALIA-BTKT
003500           GO TO STAMPA-RIGA-BTKT
003510          END-IF.
003520
003530          ADD 1                   TO TICKET-TOT-BTKT(IND-BTKT).
003540
003550          MOVE NUMERO-TKU         TO NUMERO-TKT.
003560          PERFORM LEGGO-TKT       THRU EX-LEGGO-TKT.
003570
003580          IF ESITO-NOK
003590           MOVE "TICKET INESISTENTE" TO ANOMALIA-BTKT
003600           GO TO STAMPA-RIGA-BTKT
003610          END-IF.
003620
003630          IF TKT-BOZZA OR TKT-RESPINTO
003640           OR DATA-APPROVAZIONE-TKT = ZEROS
003650           MOVE "NON APPROVATO"   TO ANOMALIA-BTKT
003660           GO TO STAMPA-RIGA-BTKT
003670          END-IF.
003680
003690          COMPUTE MOMENTO-BTKT = DATA-TKU * 10000
003700                               + ORA-TKU / 100.
003710          COMPUTE INIZIO-BTKT  = DATA-INIZIO-TKT * 10000
003720                               + ORA-INIZIO-TKT.
003730          COMPUTE FINE-BTKT    = DATA-FINE-TKT * 10000
003740                               + ORA-FINE-TKT.
003750
003760          IF MOMENTO-BTKT < INIZIO-BTKT
003770           OR MOMENTO-BTKT > FINE-BTKT
003780           MOVE "FUORI FINESTRA"  TO ANOMALIA-BTKT
003790          END-IF.
003800
003810 STAMPA-RIGA-BTKT.
003820
003830          IF ANOMALIA-BTKT = SPACES GO TO EX-CONTROLLA-RIGA-BTKT.
003840
003850          ADD 1                   TO ANOMALIE-TOT-BTKT(IND-BTKT)
003860                                     ANOMALIE-BTKT.
003870
003880          DISPLAY ARCHIVIO-BTKT " " RIFERIMENTO-BTKT " "
003890           DATA-BTKT " " UTENTE-BTKT " " NUMERO-TKU " "
003900           ANOMALIA-BTKT.
003910
003920 EX-CONTROLLA-RIGA-BTKT.
003930          EXIT.
