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
000200* SERVIZIO DEGLI ACCORDI DI CONDIVISIONE FRA ENTI, RICHIAMATO CON
000210* CALL DALLE GRIGLIE E DALLE MASCHERE SEGREGATE PER ENTE
000220* (opentabl, opentrep) QUANDO UN OPERATORE CON UN ENTE DI
000230* SESSIONE CHIEDE DATI DI UN ALTRO ENTE SENZA AVERE LA CHIAMATA
000240* TRASVERSALE SI/EN/XX. IL PARAMETRO E' AREA-CND-WEB. L'ACCESSO
000250* E' COPERTO SE SU ARKCND ESISTE UN ACCORDO DALL'ENTE FONTE
000260* ALL'ENTE DI SESSIONE: ATTIVO, IN VIGORE OGGI, CON L'OGGETTO
000270* RICHIESTO (O "*" PER UN TIPO TABELLA), CON IL MODO ADATTO (UN
000280* ACCORDO IN SCRITTURA COPRE ANCHE LA LETTURA) E CON UN GRUPPO
000290* DELL'OPERATORE (BASE O EXTRA) FRA I SUOI. OGNI VERIFICA FRA
000300* ENTI DIVERSI, CONCESSA O NEGATA, VIENE SCRITTA SU ARKACC CON
000310* EVENTO "ACCORDO": ENTI, OGGETTO, MODO E PROTOCOLLO NELLA NOTA.
000320* ARKUTEN E ARKCND SONO APERTI IN SOLA LETTURA
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENCNDW.
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000380          COPY "SPECIAL.CBL".
000390 INPUT-OUTPUT     SECTION.
000400 FILE-CONTROL.
000410
000420          COPY "SELCND.CBL".
000430          COPY "SELUTEN.CBL".
000440          COPY "SELACC.CBL".
000450
000460 DATA             DIVISION.
000470 FILE SECTION.
000480
000490          COPY "FDECND.CBL".
000500          COPY "FDEUTEN.CBL".
000510          COPY "FDEACC.CBL".
000520
000530 WORKING-STORAGE  SECTION.
000540
000550          COPY "GLOBALS.CBL".
000560*
000570 01 OGGI-CNDW                 PIC 9(8).
000580 01 IND-OGG-CNDW              PIC 9(2) COMP.
000590 01 IND-GRU-CNDW              PIC 9(2) COMP.
000600 01 IND-EXTRA-CNDW            PIC 9(2) COMP.
000610 01 OGGETTO-OK-CNDW           PIC X.
000620 01 GRUPPO-OK-CNDW            PIC X.
000630 01 GRUPPO-PROVA-CNDW         PIC 9(4).
000640*
000650** GRUPPI DELL'OPERATORE: IL BASE E FINO A 5 EXTRA
000660*
000670 01 GRUPPI-OPER-CNDW.
000680    02 GRUPPO-OPER-CNDW       PIC 9(4) OCCURS 6 TIMES.
000690*
000700 LINKAGE SECTION.
000710*
000720 01 LK-AREA-CNDW              PIC X(82).
000730*
000740 PROCEDURE  DIVISION USING LK-AREA-CNDW.
000750*
000760          MOVE LK-AREA-CNDW       TO AREA-CND-WEB.
000770
000780          MOVE "NO"               TO ESITO-CND-WEB.
000790          MOVE SPACES             TO PROTOCOLLO-CND-WEB.
000800          MOVE ZEROS              TO NUMERO-CND-WEB.
000810
000820          IF AZIONE-CND-WEB NOT = "VERIFICA"
000830           GO TO RESTITUISCI-CNDW
000840          END-IF.
000850
000860***** I DATI DEL PROPRIO ENTE NON HANNO BISOGNO DI ACCORDI
000870
000880          IF ENTE-FONTE-CND-WEB = ENTE-DEST-CND-WEB
000890           MOVE "OK"              TO ESITO-CND-WEB
000900           GO TO RESTITUISCI-CNDW
000910          END-IF.
000920
000930          IF MODO-CND-WEB NOT = "S"
000940           MOVE "L"               TO MODO-CND-WEB
000950          END-IF.
000960
000970          ACCEPT OGGI-CNDW        FROM DATE YYYYMMDD.
000980
000990***** I GRUPPI DELL'OPERATORE; SENZA OPERATORE NESSUN ACCORDO
001000
001010          MOVE ZEROS              TO GRUPPI-OPER-CNDW.
001020
001030          OPEN INPUT ARKUTEN.
001040          IF STATUS-UTEN NOT = "00"
001050           GO TO GIORNALE-CNDW
001060          END-IF.
001070
001080          MOVE OPERATORE-CND-WEB  TO CHIAVE-UTEN.
001090          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001100
001110          IF ESITO-OK AND NOT UTENTE-CANCELLATO
001120           MOVE GRUPPO-UTEN       TO GRUPPO-OPER-CNDW(1)
001130           PERFORM CARICA-EXTRA-CNDW THRU EX-CARICA-EXTRA-CNDW
001140            VARYING IND-EXTRA-CNDW FROM 1 BY 1
001150            UNTIL IND-EXTRA-CNDW > 5
001160            OR IND-EXTRA-CNDW > NUM-GRUPPI-UTEN
001170          END-IF.
001180
001190          CLOSE ARKUTEN.
001200
001210          IF GRUPPI-OPER-CNDW = ZEROS
001220           GO TO GIORNALE-CNDW
001230          END-IF.
001240
001250***** GLI ACCORDI DALLA FONTE ALLA DESTINAZIONE, IN ORDINE DI NUMERO
001260
001270          OPEN INPUT ARKCND.
001280          IF STATUS-CND NOT = "00"
001290           GO TO GIORNALE-CNDW
001300          END-IF.
001310
001320          MOVE ENTE-FONTE-CND-WEB TO ENTE-FONTE-CND.
001330          MOVE ENTE-DEST-CND-WEB  TO ENTE-DEST-CND.
001340          MOVE ZEROS              TO NUMERO-CND.
001350          PERFORM STARTO-CND      THRU EX-STARTO-CND.
001360
001370          IF ESITO-NOK GO TO FINE-ACCORDI-CNDW.
001380
001390 CICLO-ACCORDI-CNDW.
001400
001410          PERFORM LEGGO-NEXT-CND  THRU EX-LEGGO-NEXT-CND.
001420
001430          IF FINE-FILE = "S" GO TO FINE-ACCORDI-CNDW.
001440
001450          IF ENTE-FONTE-CND NOT = ENTE-FONTE-CND-WEB
001460           OR ENTE-DEST-CND NOT = ENTE-DEST-CND-WEB
001470           GO TO FINE-ACCORDI-CNDW
001480          END-IF.
001490
001500          PERFORM PROVA-ACCORDO-CNDW THRU EX-PROVA-ACCORDO-CNDW.
001510
001520          IF ACCORDO-VALIDO-WEB GO TO FINE-ACCORDI-CNDW.
001530
001540          GO TO CICLO-ACCORDI-CNDW.
001550
001560 FINE-ACCORDI-CNDW.
001570
001580          CLOSE ARKCND.
001590
001600***** OGNI ACCESSO FRA ENTI, CONCESSO O NO, VA SUL GIORNALE
001610
001620 GIORNALE-CNDW.
001630
001640          MOVE SECTION-CND-WEB    TO SECTION-WEB.
001650
001660          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
001670
001680          MOVE OPERATORE-CND-WEB  TO UTENTE-ACC-WEB.
001690          MOVE "ACCORDO"          TO EVENTO-ACC-WEB.
001700          MOVE ESITO-CND-WEB      TO ESITO-ACC-WEB.
001710          MOVE SPACES             TO NOTA-ACC-WEB.
001720          STRING ENTE-FONTE-CND-WEB ">" ENTE-DEST-CND-WEB " "
001730           DELIMITED BY SIZE
001740           OGGETTO-CND-WEB        DELIMITED BY SPACE
001750           " " MODO-CND-WEB " "   DELIMITED BY SIZE
001760           PROTOCOLLO-CND-WEB     DELIMITED BY SIZE
001770           INTO NOTA-ACC-WEB.
001780
001790          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
001800
001810          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
001820
001830 RESTITUISCI-CNDW.
001840
001850          MOVE AREA-CND-WEB       TO LK-AREA-CNDW.
001860
001870          GOBACK.
001880
001890          COPY "PIOCND.CBL".
001900          COPY "PIOUTEN.CBL".
001910          COPY "PIOACC.CBL".
001920*
001930***** I GRUPPI EXTRA DELL'OPERATORE DOPO IL BASE
001940*
001950 CARICA-EXTRA-CNDW.
001960
001970          MOVE GRUPPO-EXTRA-UTEN(IND-EXTRA-CNDW)
001980           TO GRUPPO-OPER-CNDW(IND-EXTRA-CNDW + 1).
001990
002000 EX-CARICA-EXTRA-CNDW.
002010          EXIT.
002020*
002030***** UN ACCORDO COPRE L'ACCESSO SE E' ATTIVO E IN VIGORE, SE IL
002040***** MODO BASTA, SE ELENCA L'OGGETTO E UN GRUPPO DELL'OPERATORE
002050*
002060 PROVA-ACCORDO-CNDW.
002070
002080          IF NOT CND-ATTIVO
002090           OR VALIDO-DAL-CND > OGGI-CNDW
002100           OR VALIDO-AL-CND < OGGI-CNDW
002110           GO TO EX-PROVA-ACCORDO-CNDW
002120          END-IF.
002130
002140          IF MODO-CND-WEB = "S" AND NOT CND-SCRITTURA
002150           GO TO EX-PROVA-ACCORDO-CNDW
002160          END-IF.
002170
002180          MOVE "N"                TO OGGETTO-OK-CNDW.
002190          PERFORM PROVA-OGGETTO-CNDW THRU EX-PROVA-OGGETTO-CNDW
002200           VARYING IND-OGG-CNDW FROM 1 BY 1
002210           UNTIL IND-OGG-CNDW > 8 OR OGGETTO-OK-CNDW = "S".
002220
002230          IF OGGETTO-OK-CNDW = "N"
002240           GO TO EX-PROVA-ACCORDO-CNDW
002250          END-IF.
002260
002270          MOVE "N"                TO GRUPPO-OK-CNDW.
002280          PERFORM PROVA-GRUPPO-CNDW THRU EX-PROVA-GRUPPO-CNDW
002290           VARYING IND-GRU-CNDW FROM 1 BY 1
002300           UNTIL IND-GRU-CNDW > 5 OR GRUPPO-OK-CNDW = "S".
002310
002320          IF GRUPPO-OK-CNDW = "N"
002330           GO TO EX-PROVA-ACCORDO-CNDW
002340          END-IF.
002350
002360          MOVE "OK"               TO ESITO-CND-WEB.
002370          MOVE PROTOCOLLO-CND     TO PROTOCOLLO-CND-WEB.
002380          MOVE NUMERO-CND         TO NUMERO-CND-WEB.
002390
002400 EX-PROVA-ACCORDO-CNDW.
002410          EXIT.
002420*
002430***** "*" VALE PER I SOLI TIPI TABELLA (OGGETTI DI DUE CARATTERI)
002440*
002450 PROVA-OGGETTO-CNDW.
002460
002470          IF OGGETTO-CND(IND-OGG-CNDW) = SPACES
002480           GO TO EX-PROVA-OGGETTO-CNDW
002490          END-IF.
002500
002510          IF OGGETTO-CND(IND-OGG-CNDW) = OGGETTO-CND-WEB
002520           MOVE "S"               TO OGGETTO-OK-CNDW
002530          END-IF.
002540
002550          IF OGGETTO-CND(IND-OGG-CNDW) = "*"
002560           AND OGGETTO-CND-WEB(3:6) = SPACES
002570           MOVE "S"               TO OGGETTO-OK-CNDW
002580          END-IF.
002590
002600 EX-PROVA-OGGETTO-CNDW.
002610          EXIT.
002620
002630 PROVA-GRUPPO-CNDW.
002640
002650          MOVE GRUPPO-CND(IND-GRU-CNDW) TO GRUPPO-PROVA-CNDW.
002660
002670          IF GRUPPO-PROVA-CNDW = ZEROS
002680           GO TO EX-PROVA-GRUPPO-CNDW
002690          END-IF.
002700
002710          PERFORM CERCA-GRUPPO-CNDW THRU EX-CERCA-GRUPPO-CNDW
002720           VARYING IND-EXTRA-CNDW FROM 1 BY 1
002730           UNTIL IND-EXTRA-CNDW > 6 OR GRUPPO-OK-CNDW = "S".
002740
002750 EX-PROVA-GRUPPO-CNDW.
002760          EXIT.
002770
002780 CERCA-GRUPPO-CNDW.
002790
002800          IF GRUPPO-OPER-CNDW(IND-EXTRA-CNDW) = GRUPPO-PROVA-CNDW
002810           MOVE "S"               TO GRUPPO-OK-CNDW
002820          END-IF.
002830
002840 EX-CERCA-GRUPPO-CNDW.
002850          EXIT.
