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
000200* RIEPILOGO MENSILE DELLE PRESE IN CARICO DEGLI ALLARMI DI
000210* REPERIBILITA' (ARKACK). PER IL MESE RICHIESTO (CARTELLINO 1 =
000220* AAAAMM, VUOTO = MESE PRECEDENTE) CONSIDERA GLI ALLARMI SPEDITI
000230* NEL MESE E PER OGNI PERSONA DELLA CATENA (PRIMARIO, RISERVA,
000240* RESPONSABILE) STAMPA GLI ALLARMI CHE LE SONO ARRIVATI, QUELLI
000250* CHE HA PRESO IN CARICO CON I MINUTI MEDI E MASSIMI DALLA PRIMA
000260* SPEDIZIONE, E QUELLI CHE LE SONO SFUGGITI (SALITI OLTRE LEI O
000270* RIMASTI SENZA NESSUNO). IN CODA I TOTALI DEL MESE. RETURN-CODE 4
000280* SE ALMENO UN ALLARME HA ESAURITO LA CATENA SENZA PRESA IN
000290* CARICO, 8 SE IL MESE NON E' VALIDO O ARKACK NON SI APRE
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENBREP.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELACK.CBL".
000400
000410 DATA             DIVISION.
000420 FILE SECTION.
000430
000440          COPY "FDEACK.CBL".
000450
000460 WORKING-STORAGE  SECTION.
000470
000480          COPY "GLOBALS.CBL".
000490*
000500** CARTELLINO E DATE DEL MESE
000510*
000520 01 PERIODO-BREP             PIC 9(06).
000530 01 PERIODO-BREP-R           REDEFINES PERIODO-BREP.
000540    02 ANNO-PER-BREP         PIC 9(04).
000550    02 MESE-PER-BREP         PIC 9(02).
000560 01 DATA-OGGI-BREP           PIC 9(08).
000570 01 DATA-OGGI-BREP-R         REDEFINES DATA-OGGI-BREP.
000580    02 ANNO-OGGI-BREP        PIC 9(04).
000590    02 MESE-OGGI-BREP        PIC 9(02).
000600    02 GIORNO-OGGI-BREP      PIC 9(02).
000610 01 INIZIO-BREP              PIC 9(08).
000620 01 FINE-BREP                PIC 9(08).
000630 01 SUCCESSIVO-BREP          PIC 9(08).
000640 01 INTERO-BREP              PIC S9(9) COMP.
000650*
000660** PERSONE DELLA CATENA INCONTRATE NEL MESE
000670*
000680 01 MAX-PERS-BREP            PIC 9(05) COMP VALUE 300.
000690 01 NUM-PERS-BREP            PIC 9(05) COMP.
000700 01 IND-BREP            PIC 9(05) COMP.
000710 01 TAB-PERS-BREP.
000720    02 PERS-BREP             OCCURS 300 TIMES.
000730       03 UTENTE-PERS-BREP   PIC X(08).
000740       03 RICEVUTI-PERS-BREP PIC 9(05).
000750       03 PRESI-PERS-BREP    PIC 9(05).
000760       03 SFUGGITI-PERS-BREP PIC 9(05).
000770       03 MINUTI-PERS-BREP   PIC 9(09).
000780       03 MASSIMO-PERS-BREP  PIC 9(05).
000790*
000800** ALLARME IN ESAME: LA PERSONA E IL SUO LIVELLO NELLA CATENA
000810*
000820 01 UTENTE-BREP              PIC X(08).
000830 01 LIVELLO-BREP             PIC 9(01).
000840*
000850** TOTALI DEL MESE
000860*
000870 01 TOTALI-BREP.
000880    02 ALLARMI-BREP          PIC 9(07).
000890    02 PRESI-BREP            PIC 9(07).
000900    02 ESAURITI-BREP         PIC 9(07).
000910    02 ATTESA-BREP           PIC 9(07).
000920    02 MINUTI-BREP           PIC 9(09).
000930*
000940** RIGA DI STAMPA
000950*
000960 01 MEDIA-BREP               PIC 9(05).
000970 01 RIGA-BREP.
000980    02 UTENTE-RIGA-BREP      PIC X(08).
000990    02 FILLER                PIC X(02) VALUE SPACES.
001000    02 RICEVUTI-RIGA-BREP    PIC ZZZZ9.
001010    02 FILLER                PIC X(02) VALUE SPACES.
001020    02 PRESI-RIGA-BREP       PIC ZZZZ9.
001030    02 FILLER                PIC X(02) VALUE SPACES.
001040    02 MEDIA-RIGA-BREP       PIC ZZZZ9.
001050    02 FILLER                PIC X(02) VALUE SPACES.
001060    02 MASSIMO-RIGA-BREP     PIC ZZZZ9.
001070    02 FILLER                PIC X(02) VALUE SPACES.
001080    02 SFUGGITI-RIGA-BREP    PIC ZZZZ9.
001090*
001100 PROCEDURE  DIVISION.
001110*
001120          PERFORM CALCOLA-PERIODO-BREP
001130           THRU EX-CALCOLA-PERIODO-BREP.
001140
001150          IF MESE-PER-BREP < 1 OR MESE-PER-BREP > 12
001160           DISPLAY "OPENBREP: MESE NON VALIDO " PERIODO-BREP
001170           MOVE 8                 TO RETURN-CODE
001180           GOBACK
001190          END-IF.
001200
001210          OPEN INPUT ARKACK.
001220
001230          IF STATUS-ACK NOT = "00"
001240           DISPLAY "OPENBREP: ARKACK NON DISPONIBILE, STATUS = "
001250            STATUS-ACK
001260           MOVE 8                 TO RETURN-CODE
001270           GOBACK
001280          END-IF.
001290
001300          MOVE ZEROS              TO TOTALI-BREP
001310                                     NUM-PERS-BREP.
001320
001330          PERFORM SCORRI-ACK-BREP THRU EX-SCORRI-ACK-BREP.
001340
001350          CLOSE ARKACK.
001360
001370          DISPLAY "PRESE IN CARICO DEGLI ALLARMI DI REPERIBILITA'"
001380           " - MESE " PERIODO-BREP " (DAL " INIZIO-BREP " AL "
001390           FINE-BREP ")".
001400          DISPLAY " ".
001410          DISPLAY "UTENTE    ARRIV. PRESI  MEDIA  MAX   SFUGG.".
001420          DISPLAY "                        (MINUTI)".
001430
001440          PERFORM STAMPA-PERS-BREP THRU EX-STAMPA-PERS-BREP
001450           VARYING IND-BREP FROM 1 BY 1
001460           UNTIL IND-BREP > NUM-PERS-BREP.
001470
001480          MOVE ZEROS              TO MEDIA-BREP.
001490          IF PRESI-BREP > ZEROS
001500           COMPUTE MEDIA-BREP ROUNDED = MINUTI-BREP / PRESI-BREP
001510          END-IF.
001520
001530          DISPLAY " ".
001540          DISPLAY "ALLARMI DEL MESE          : " ALLARMI-BREP.
001550          DISPLAY "PRESI IN CARICO           : " PRESI-BREP.
001560          DISPLAY "MINUTI MEDI DI PRESA      : " MEDIA-BREP.
001570          DISPLAY "SENZA PRESA (CATENA FINITA): " ESAURITI-BREP.
001580          DISPLAY "ANCORA IN ATTESA          : " ATTESA-BREP.
001590
001600          MOVE ZERO               TO RETURN-CODE.
001610          IF ESAURITI-BREP > ZEROS
001620           MOVE 4                 TO RETURN-CODE
001630          END-IF.
001640
001650          GOBACK.
001660*
001670** CARTELLINO 1: MESE AAAAMM; SE VUOTO IL MESE PRECEDENTE A
001680** QUELLO IN CORSO
001690*
001700 CALCOLA-PERIODO-BREP.
001710
001720          ACCEPT DATA-OGGI-BREP   FROM DATE YYYYMMDD.
001730
001740          MOVE ZEROS              TO PERIODO-BREP.
001750          ACCEPT PERIODO-BREP     FROM CONSOLE.
001760
001770          IF PERIODO-BREP NOT NUMERIC
001780           MOVE ZEROS             TO PERIODO-BREP
001790          END-IF.
001800
001810          IF PERIODO-BREP = ZEROS
001820           MOVE ANNO-OGGI-BREP    TO ANNO-PER-BREP
001830           MOVE MESE-OGGI-BREP    TO MESE-PER-BREP
001840           IF MESE-PER-BREP = 1
001850            MOVE 12               TO MESE-PER-BREP
001860            SUBTRACT 1            FROM ANNO-PER-BREP
001870           ELSE
001880            SUBTRACT 1            FROM MESE-PER-BREP
001890           END-IF
001900          END-IF.
001910
001920          IF MESE-PER-BREP < 1 OR MESE-PER-BREP > 12
001930           GO TO EX-CALCOLA-PERIODO-BREP
001940          END-IF.
001950
001960          COMPUTE INIZIO-BREP = PERIODO-BREP * 100 + 1.
001970
001980          IF MESE-PER-BREP = 12
001990           COMPUTE SUCCESSIVO-BREP = (ANNO-PER-BREP + 1) * 10000
002000                                   + 101
002010          ELSE
002020           COMPUTE SUCCESSIVO-BREP = INIZIO-BREP + 100
002030          END-IF.
002040
002050          COMPUTE INTERO-BREP =
002060           FUNCTION INTEGER-OF-DATE(SUCCESSIVO-BREP) - 1.
002070          COMPUTE FINE-BREP =
002080           FUNCTION DATE-OF-INTEGER(INTERO-BREP).
002090
002100 EX-CALCOLA-PERIODO-BREP.
002110          EXIT.
002120*
002130** GLI ALLARMI SPEDITI NEL MESE, PERSONA PER PERSONA DELLA CATENA
002140** FINO AL LIVELLO RAGGIUNTO
002150*
002160 SCORRI-ACK-BREP.
002170
002180          READ ARKACK NEXT RECORD
002190           AT END GO TO EX-SCORRI-ACK-BREP.
002200
002210          IF DATA-INVIO-ACK < INIZIO-BREP
002220           OR DATA-INVIO-ACK > FINE-BREP
002230           GO TO SCORRI-ACK-BREP
002240          END-IF.
002250
002260          ADD 1                   TO ALLARMI-BREP.
002270
002280          IF ACK-PRESO
002290           ADD 1                  TO PRESI-BREP
002300           ADD MINUTI-PRESA-ACK   TO MINUTI-BREP
002310          END-IF.
002320          IF ACK-ESAURITO
002330           ADD 1                  TO ESAURITI-BREP
002340          END-IF.
002350          IF ACK-IN-ATTESA
002360           ADD 1                  TO ATTESA-BREP
002370          END-IF.
002380
002390          MOVE PRIMARIO-ACK       TO UTENTE-BREP.
002400          MOVE 1                  TO LIVELLO-BREP.
002410          PERFORM CONTA-PERS-BREP THRU EX-CONTA-PERS-BREP.
002420
002430          IF LIVELLO-ACK > 1
002440           MOVE RISERVA-ACK       TO UTENTE-BREP
002450           MOVE 2                 TO LIVELLO-BREP
002460           PERFORM CONTA-PERS-BREP THRU EX-CONTA-PERS-BREP
002470          END-IF.
002480
002490          IF LIVELLO-ACK > 2
002500           MOVE CAPO-ACK          TO UTENTE-BREP
002510           MOVE 3                 TO LIVELLO-BREP
002520           PERFORM CONTA-PERS-BREP THRU EX-CONTA-PERS-BREP
002530          END-IF.
002540
002550***** CHI HA PRESO IN CARICO FUORI DALLA CATENA RAGGIUNTA (PRIMA
002560***** CHE L'ALLARME ARRIVASSE A LUI, O PER DELEGA) HA LA SUA RIGA
002570
002580          IF ACK-PRESO
002590           AND PRESO-DA-ACK NOT = PRIMARIO-ACK
002600           AND (LIVELLO-ACK < 2 OR PRESO-DA-ACK NOT = RISERVA-ACK)
002610           AND (LIVELLO-ACK < 3 OR PRESO-DA-ACK NOT = CAPO-ACK)
002620           MOVE PRESO-DA-ACK      TO UTENTE-BREP
002630           MOVE ZERO              TO LIVELLO-BREP
002640           PERFORM CONTA-PERS-BREP THRU EX-CONTA-PERS-BREP
002650          END-IF.
002660
002670          GO TO SCORRI-ACK-BREP.
002680
002690 EX-SCORRI-ACK-BREP.
002700          EXIT.
002710*
002720** UNA PERSONA PER L'ALLARME IN ESAME (LIVELLO ZERO: NON RAGGIUNTA
002730** DALLA CATENA, CONTA SOLO LA PRESA); SFUGGITO SE L'ALLARME E'
002740** SALITO OLTRE IL SUO LIVELLO O HA ESAURITO LA CATENA E NON L'HA
002750** PRESO LEI
002760*
002770 CONTA-PERS-BREP.
002780
002790          IF UTENTE-BREP = SPACES GO TO EX-CONTA-PERS-BREP.
002800
002810          PERFORM CERCA-PERS-BREP THRU EX-CERCA-PERS-BREP
002820           VARYING IND-BREP FROM 1 BY 1
002830           UNTIL IND-BREP > NUM-PERS-BREP
002840           OR UTENTE-PERS-BREP(IND-BREP) = UTENTE-BREP.
002850
002860          IF IND-BREP > NUM-PERS-BREP
002870           IF NUM-PERS-BREP NOT < MAX-PERS-BREP
002880            DISPLAY "OPENBREP: TROPPE PERSONE, ESCLUSO "
002890             UTENTE-BREP
002900            GO TO EX-CONTA-PERS-BREP
002910           END-IF
002920           ADD 1                  TO NUM-PERS-BREP
002930           MOVE NUM-PERS-BREP     TO IND-BREP
002940           MOVE UTENTE-BREP       TO UTENTE-PERS-BREP(IND-BREP)
002950           MOVE ZEROS TO RICEVUTI-PERS-BREP(IND-BREP)
002960                         PRESI-PERS-BREP(IND-BREP)
002970                         SFUGGITI-PERS-BREP(IND-BREP)
002980                         MINUTI-PERS-BREP(IND-BREP)
002990                         MASSIMO-PERS-BREP(IND-BREP)
003000          END-IF.
003010
003020          IF LIVELLO-BREP > ZERO
003030           ADD 1          TO RICEVUTI-PERS-BREP(IND-BREP)
003040          END-IF.
003050
003060          IF ACK-PRESO AND PRESO-DA-ACK = UTENTE-BREP
003070           ADD 1                  TO PRESI-PERS-BREP(IND-BREP)
003080           ADD MINUTI-PRESA-ACK   TO MINUTI-PERS-BREP(IND-BREP)
003090           IF MINUTI-PRESA-ACK > MASSIMO-PERS-BREP(IND-BREP)
003100            MOVE MINUTI-PRESA-ACK
003110                               TO MASSIMO-PERS-BREP(IND-BREP)
003120           END-IF
003130           GO TO EX-CONTA-PERS-BREP
003140          END-IF.
003150
003160          IF LIVELLO-BREP = ZERO GO TO EX-CONTA-PERS-BREP.
003170
003180          IF LIVELLO-ACK > LIVELLO-BREP OR ACK-ESAURITO
003190           ADD 1          TO SFUGGITI-PERS-BREP(IND-BREP)
003200          END-IF.
003210
003220 EX-CONTA-PERS-BREP.
003230          EXIT.
003240
003250 CERCA-PERS-BREP.
003260
003270 EX-CERCA-PERS-BREP.
003280          EXIT.
003290*
003300** RIGA DI UNA PERSONA
003310*
003320 STAMPA-PERS-BREP.
003330
003340          MOVE ZEROS              TO MEDIA-BREP.
003350          IF PRESI-PERS-BREP(IND-BREP) > ZEROS
003360           COMPUTE MEDIA-BREP ROUNDED =
003370            MINUTI-PERS-BREP(IND-BREP)
003380            / PRESI-PERS-BREP(IND-BREP)
003390          END-IF.
003400
003410          MOVE UTENTE-PERS-BREP(IND-BREP) TO UTENTE-RIGA-BREP.
003420          MOVE RICEVUTI-PERS-BREP(IND-BREP)
003430                                  TO RICEVUTI-RIGA-BREP.
003440          MOVE PRESI-PERS-BREP(IND-BREP) TO PRESI-RIGA-BREP.
003450          MOVE MEDIA-BREP         TO MEDIA-RIGA-BREP.
003460          MOVE MASSIMO-PERS-BREP(IND-BREP) TO MASSIMO-RIGA-BREP.
003470          MOVE SFUGGITI-PERS-BREP(IND-BREP)
003480                                  TO SFUGGITI-RIGA-BREP.
003490
003500          DISPLAY RIGA-BREP.
003510
003520 EX-STAMPA-PERS-BREP.
003530          EXIT.
