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
000200* RICEVUTE DELLA POSTA CERTIFICATA (ARKPEC): GRIGLIA JSON DEI
000210* MESSAGGI PEC SPEDITI DA opennots.exe CON LO STATO ("I" INVIATA,
000220* "A" ACCETTATA, "C" CONSEGNATA, "F" FALLITA), DATA E ORA DELLE
000230* RICEVUTE DI ACCETTAZIONE E CONSEGNA, IL FILE DOVE LA RICEVUTA E'
000240* CONSERVATA, IL MOTIVO DEL FALLIMENTO E L'ALLARME GIA' PARTITO.
000250* FILTRI: MK-stato (UNO DEI QUATTRO STATI) E MK-dal (INVIATE DA
000260* QUELLA DATA, AAAAMMGG). SOLA CONSULTAZIONE: GLI STATI LI
000270* AGGIORNA openpecr.exe.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENMPEC.
000310 ENVIRONMENT      DIVISION.
000320 CONFIGURATION    SECTION.
000330          COPY "SPECIAL.CBL".
000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.
000360
000370          COPY "SELWEB.CBL".
000380          COPY "SELESE.CBL".
000390          COPY "SELJOB.CBL".
000400          COPY "SELVIEW.CBL".
000410          COPY "SELVSTO.CBL".
000420          COPY "SELJSON.CBL".
000430          COPY "SELPEC.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000470
000480          COPY "FDEWEB.CBL".
000490          COPY "FDEESE.CBL".
000500          COPY "FDEJOB.CBL".
000510          COPY "FDEVIEW.CBL".
000520          COPY "FDEVSTO.CBL".
000530          COPY "FDEJSON.CBL".
000540          COPY "FDEPEC.CBL".
000550
000560 WORKING-STORAGE  SECTION.
000570
000580          COPY "COBW3.CBL".
000590          COPY "GLOBALS.CBL".
000600*
000610 01 STATO-MPEC                 PIC X.
000620 01 DAL-MPEC                   PIC 9(8).
000630 01 PRIMA-RIGA-MPEC            PIC X.
000640*
000650 PROCEDURE  DIVISION.
000660*
000670          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000680
000690*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000700*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000710*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000720          IF SESSIONE-RIFIUTATA GO TO FINE-MPEC.
000730          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000740
000750          MOVE "MK-stato"         TO FIELD-WEB.
000760          PERFORM READ-WEB        THRU EX-READ-WEB.
000770          MOVE SPACES             TO STATO-MPEC.
000780          MOVE VALUE-WEB(1:1)     TO STATO-MPEC.
000790
000800          MOVE ZEROS              TO DAL-MPEC.
000810          MOVE "MK-dal"           TO FIELD-WEB.
000820          PERFORM READ-WEB        THRU EX-READ-WEB.
000830          IF VALUE-WEB(1:8) NUMERIC
000840           MOVE VALUE-WEB(1:8)    TO DAL-MPEC
000850          END-IF.
000860
000870          PERFORM OPEN-I-PEC      THRU EX-OPEN-I-PEC.
000880          PERFORM ELENCO-MPEC     THRU EX-ELENCO-MPEC.
000890          PERFORM CLOSE-PEC       THRU EX-CLOSE-PEC.
000900
000910          MOVE "RICEVUTEPEC.HTM"  TO PAGE-WEB.
000920          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
000930
000940 FINE-MPEC.
000950          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
000960          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
000970
000980          PERFORM FINE-WEB        THRU EX-FINE-WEB.
000990
001000          GOBACK.
001010
001020          COPY "PIOWEB1.CBL".
001030          COPY "PIOESE.CBL".
001040          COPY "PIOJOB.CBL".
001050          COPY "PIOVIEW.CBL".
001060          COPY "PIOVSTO.CBL".
001070          COPY "PIOVIEWH.CBL".
001080          COPY "PIOJSON.CBL".
001090          COPY "PIOPEC.CBL".
001100*
001110***** GRIGLIA DEI MESSAGGI PEC, IN ORDINE DI NOTIFICA
001120*
001130 ELENCO-MPEC.
001140
001150          MOVE SPACES             TO NOME-JSON.
001160          MOVE "RICEVUTEPEC"      TO NOME-JSON.
001170
001180          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001190
001200          MOVE "{""rows"":["      TO DATI-JSON.
001210          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001220
001230          MOVE SPACES             TO DATI-JSON.
001240          MOVE "S"                TO PRIMA-RIGA-MPEC.
001250
001260          MOVE LOW-VALUES         TO CHIAVE-PEC.
001270          PERFORM STARTO-PEC      THRU EX-STARTO-PEC.
001280
001290          IF ESITO-NOK GO TO FINE-ELENCO-MPEC.
001300
001310 CICLO-ELENCO-MPEC.
001320
001330          PERFORM LEGGO-NEXT-PEC  THRU EX-LEGGO-NEXT-PEC.
001340
001350          IF FINE-FILE = "S" GO TO FINE-ELENCO-MPEC.
001360
001370          IF STATO-MPEC NOT = SPACES AND
001380             STATO-PEC NOT = STATO-MPEC
001390           GO TO CICLO-ELENCO-MPEC
001400          END-IF.
001410
001420          IF DATA-INVIO-PEC < DAL-MPEC
001430           GO TO CICLO-ELENCO-MPEC
001440          END-IF.
001450
001460          PERFORM RIGA-ELENCO-MPEC THRU EX-RIGA-ELENCO-MPEC.
001470
001480          GO TO CICLO-ELENCO-MPEC.
001490
001500 FINE-ELENCO-MPEC.
001510
001520          MOVE "]}"               TO DATI-JSON.
001530          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001540
001550          CLOSE ARKJSON.
001560
001570 EX-ELENCO-MPEC.
001580          EXIT.
001590
001600 RIGA-ELENCO-MPEC.
001610
001620          IF PRIMA-RIGA-MPEC = "S"
001630           MOVE "N"               TO PRIMA-RIGA-MPEC
001640          ELSE
001650           MOVE ","               TO DATI-JSON
001660           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
001670          END-IF.
001680
001690          STRING '{"ID":"'        DELIMITED BY SIZE
001700           CHIAVE-PEC             DELIMITED BY SIZE
001710           '","INVIO":"'          DELIMITED BY SIZE
001720           DATA-INVIO-PEC         DELIMITED BY SIZE
001730           " "                    DELIMITED BY SIZE
001740           ORA-INVIO-PEC          DELIMITED BY SIZE
001750           '","TIPO":"'           DELIMITED BY SIZE
001760           TIPO-PEC               DELIMITED BY SIZE
001770           '","STATO":"'          DELIMITED BY SIZE
001780           STATO-PEC              DELIMITED BY SIZE
001790           '","ALLARME":"'        DELIMITED BY SIZE
001800           ALLARME-PEC            DELIMITED BY SIZE
001810           '",'                   DELIMITED BY SIZE
001820           INTO DATI-JSON.
001830          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001840
001850          MOVE SPACES             TO STRINGA-JSON.
001860          MOVE RIFERIMENTO-PEC    TO STRINGA-JSON.
001870          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
001880
001890          STRING '"RIFERIMENTO":"' DELIMITED BY SIZE
001900           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
001910           '",'                   DELIMITED BY SIZE
001920           INTO DATI-JSON.
001930          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001940
001950          MOVE SPACES             TO STRINGA-JSON.
001960          MOVE INDIRIZZO-PEC      TO STRINGA-JSON.
001970          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
001980
001990          STRING '"INDIRIZZO":"'  DELIMITED BY SIZE
002000           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002010           '","ACCETTAZIONE":"'   DELIMITED BY SIZE
002020           DATA-ACC-PEC           DELIMITED BY SIZE
002030           " "                    DELIMITED BY SIZE
002040           ORA-ACC-PEC            DELIMITED BY SIZE
002050           '","CONSEGNA":"'       DELIMITED BY SIZE
002060           DATA-CONS-PEC          DELIMITED BY SIZE
002070           " "                    DELIMITED BY SIZE
002080           ORA-CONS-PEC           DELIMITED BY SIZE
002090           '",'                   DELIMITED BY SIZE
002100           INTO DATI-JSON.
002110          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002120
002130          MOVE SPACES             TO STRINGA-JSON.
002140          MOVE RICEVUTA-ACC-PEC   TO STRINGA-JSON.
002150          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002160
002170          STRING '"RICEVUTAACC":"' DELIMITED BY SIZE
002180           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002190           '",'                   DELIMITED BY SIZE
002200           INTO DATI-JSON.
002210          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002220
002230          MOVE SPACES             TO STRINGA-JSON.
002240          MOVE RICEVUTA-CONS-PEC  TO STRINGA-JSON.
002250          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002260
002270          STRING '"RICEVUTACONS":"' DELIMITED BY SIZE
002280           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002290           '",'                   DELIMITED BY SIZE
002300           INTO DATI-JSON.
002310          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002320
002330          MOVE SPACES             TO STRINGA-JSON.
002340          MOVE MOTIVO-PEC         TO STRINGA-JSON.
002350          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002360
002370          STRING '"MOTIVO":"'     DELIMITED BY SIZE
002380           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002390           '"}'                   DELIMITED BY SIZE
002400           INTO DATI-JSON.
002410          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002420
002430 EX-RIGA-ELENCO-MPEC.
002440          EXIT.
