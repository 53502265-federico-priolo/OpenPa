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
000200* GUARDIANO DELLE SCADENZE DI NOTIFICA DELLE VIOLAZIONI DI DATI
000210* PERSONALI (ARKVIO): PER OGNI VIOLAZIONE APERTA ANCORA SENZA
000220* NOTIFICA AL GARANTE (E NON ESCLUSA CON DECISIONE MOTIVATA)
000230* CALCOLA LE ORE TRASCORSE DALLA RILEVAZIONE E ACCODA SU ARKNOT
000240* L'ALLARME "VIOLAZ24" (GRAVITA' MEDIA) PASSATE LE 24 ORE E
000250* "VIOLAZ48" (GRAVITA' ALTA) PASSATE LE 48; I DESTINATARI SONO
000260* QUELLI DELLA TABELLA "NT" PER IL TIPO. OGNI ALLARME PARTE UNA
000270* SOLA VOLTA, MARCATO SULLA TESTATA. LE VIOLAZIONI OLTRE LE 72
000280* ORE VENGONO ELENCATE COME SCADUTE. DA SCHEDULARE OGNI ORA CON
000290* openskd.exe. RETURN-CODE 4 SE C'E' ALMENO UNA VIOLAZIONE
000300* SCADUTA SENZA NOTIFICA, 8 SE IL REGISTRO NON SI APRE
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENBVIO.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360          COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000390
000400          COPY "SELVIO.CBL".
000410          COPY "SELNOT.CBL".
000420
000430 DATA             DIVISION.
000440 FILE SECTION.
000450
000460          COPY "FDEVIO.CBL".
000470          COPY "FDENOT.CBL".
000480
000490 WORKING-STORAGE  SECTION.
000500
000510          COPY "GLOBALS.CBL".
000520*
000530** ADESSO E RILEVAZIONE IN MINUTI
000540*
000550 01 DATA-ADESSO-BVIO           PIC 9(08).
000560 01 ORA-ADESSO-BVIO            PIC 9(08).
000570 01 ORA-ADESSO-R-BVIO REDEFINES ORA-ADESSO-BVIO.
000580    02 HH-ADESSO-BVIO          PIC 9(02).
000590    02 MM-ADESSO-BVIO          PIC 9(02).
000600    02 FILLER                  PIC 9(04).
000610 01 HHMM-BVIO                  PIC 9(04).
000620 01 HHMM-R-BVIO REDEFINES HHMM-BVIO.
000630    02 HH-BVIO                 PIC 9(02).
000640    02 MM-BVIO                 PIC 9(02).
000650 01 MIN-ADESSO-BVIO            PIC 9(11).
000660 01 MIN-RIL-BVIO               PIC 9(11).
000670 01 ORE-BVIO                   PIC S9(9) COMP.
000680 01 ORE-VIS-BVIO               PIC 9(05).
000690*
000700 01 ESAMINATE-BVIO             PIC 9(07).
000710 01 ALLARMI-24-BVIO            PIC 9(07).
000720 01 ALLARMI-48-BVIO            PIC 9(07).
000730 01 SCADUTE-BVIO               PIC 9(07).
000740*
000750 PROCEDURE  DIVISION.
000760*
000770          MOVE ZEROS              TO ESAMINATE-BVIO
000780                                     ALLARMI-24-BVIO
000790                                     ALLARMI-48-BVIO
000800                                     SCADUTE-BVIO.
000810
000820          ACCEPT DATA-ADESSO-BVIO FROM DATE YYYYMMDD.
000830          ACCEPT ORA-ADESSO-BVIO  FROM TIME.
000840
000850          COMPUTE MIN-ADESSO-BVIO =
000860           FUNCTION INTEGER-OF-DATE(DATA-ADESSO-BVIO) * 1440
000870           + HH-ADESSO-BVIO * 60 + MM-ADESSO-BVIO.
000880
000890          PERFORM OPEN-I-VIO      THRU EX-OPEN-I-VIO.
000900
000910          IF STATUS-VIO NOT = "00"
000920           DISPLAY "OPENBVIO: ARKVIO NON DISPONIBILE, STATUS = "
000930            STATUS-VIO
000940           MOVE 8                 TO RETURN-CODE
000950           GOBACK
000960          END-IF.
000970
000980          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
000990
001000          MOVE LOW-VALUES         TO CHIAVE-VIO.
001010          PERFORM STARTO-VIO      THRU EX-STARTO-VIO.
001020
001030          IF ESITO-NOK GO TO FINE-BVIO.
001040
001050 CICLO-BVIO.
001060
001070          PERFORM LEGGO-NEXT-VIO  THRU EX-LEGGO-NEXT-VIO.
001080
001090          IF FINE-FILE = "S" GO TO FINE-BVIO.
001100
001110          IF UTENTE-VIO NOT = SPACES GO TO CICLO-BVIO.
001120
001130          IF NOT VIO-APERTA GO TO CICLO-BVIO.
001140
001150          IF NOTIFICA-ESCLUSA OR DATA-NOT-VIO NOT = ZEROS
001160           GO TO CICLO-BVIO
001170          END-IF.
001180
001190          ADD 1                   TO ESAMINATE-BVIO.
001200
001210          PERFORM ESAMINA-BVIO    THRU EX-ESAMINA-BVIO.
001220
001230          GO TO CICLO-BVIO.
001240
001250 FINE-BVIO.
001260
001270          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001280          PERFORM CLOSE-VIO       THRU EX-CLOSE-VIO.
001290
001300          DISPLAY "VIOLAZIONI SENZA NOTIFICA     : "
001310           ESAMINATE-BVIO.
001320          DISPLAY "ALLARMI A 24 ORE ACCODATI     : "
001330           ALLARMI-24-BVIO.
001340          DISPLAY "ALLARMI A 48 ORE ACCODATI     : "
001350           ALLARMI-48-BVIO.
001360          DISPLAY "SCADUTE OLTRE LE 72 ORE       : "
001370           SCADUTE-BVIO.
001380
001390          IF SCADUTE-BVIO > ZEROS
001400           MOVE 4                 TO RETURN-CODE
001410          ELSE
001420           MOVE ZERO              TO RETURN-CODE
001430          END-IF.
001440
001450          GOBACK.
001460*
001470          COPY "PIOVIO.CBL".
001480          COPY "PIONOT.CBL".
001490*
001500** ORE TRASCORSE DALLA RILEVAZIONE: SOPRA LE 48 PARTE SOLO
001510** L'ALLARME ALTO, TRA 24 E 48 QUELLO MEDIO
001520*
001530 ESAMINA-BVIO.
001540
001550          MOVE ORA-RIL-VIO        TO HHMM-BVIO.
001560
001570          COMPUTE MIN-RIL-BVIO =
001580           FUNCTION INTEGER-OF-DATE(DATA-RIL-VIO) * 1440
001590           + HH-BVIO * 60 + MM-BVIO.
001600
001610          COMPUTE ORE-BVIO =
001620           (MIN-ADESSO-BVIO - MIN-RIL-BVIO) / 60.
001630
001640          IF ORE-BVIO < 24 GO TO EX-ESAMINA-BVIO.
001650
001660          MOVE ORE-BVIO           TO ORE-VIS-BVIO.
001670
001680          IF ORE-BVIO NOT < 72
001690           ADD 1                  TO SCADUTE-BVIO
001700           DISPLAY "SCADUTA VIOLAZIONE " NUMERO-VIO " ENTE "
001710            ENTE-VIO " RILEVATA DA " ORE-VIS-BVIO " ORE"
001720          END-IF.
001730
001740          IF ORE-BVIO NOT < 48 AND ALLARME-48-VIO = "S"
001750           GO TO EX-ESAMINA-BVIO
001760          END-IF.
001770
001780          IF ORE-BVIO < 48 AND ALLARME-24-VIO = "S"
001790           GO TO EX-ESAMINA-BVIO
001800          END-IF.
001810
001820          IF ORE-BVIO NOT < 48
001830           MOVE "VIOLAZ48"        TO TIPO-NOT-WEB
001840           MOVE "A"               TO SEVERITA-NOT-WEB
001850           MOVE "S"               TO ALLARME-48-VIO
001860           MOVE "S"               TO ALLARME-24-VIO
001870           ADD 1                  TO ALLARMI-48-BVIO
001880          ELSE
001890           MOVE "VIOLAZ24"        TO TIPO-NOT-WEB
001900           MOVE "M"               TO SEVERITA-NOT-WEB
001910           MOVE "S"               TO ALLARME-24-VIO
001920           ADD 1                  TO ALLARMI-24-BVIO
001930          END-IF.
001940
001950          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
001960          STRING "VIOLAZIONE " NUMERO-VIO " ENTE " ENTE-VIO
001970           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
001980          MOVE SPACES             TO DESTINATARI-NOT-WEB.
001990          MOVE SPACES             TO TESTO-NOT-WEB.
002000          STRING "Violazione " NUMERO-VIO " senza notifica al"
002010           " Garante da " ORE-VIS-BVIO " ore, scade il "
002020           DATA-SCAD-VIO " " ORA-SCAD-VIO
002030           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
002040
002050          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
002060
002070***** LA MARCATURA SULLA TESTATA EVITA DI RIPETERE L'ALLARME AD
002080***** OGNI GIRO DEL GUARDIANO
002090
002100          PERFORM RISCRIVI-VIO    THRU EX-RISCRIVI-VIO.
002110
002120          DISPLAY "SEGNALATA VIOLAZIONE " NUMERO-VIO " ("
002130           TIPO-NOT-WEB ") DA " ORE-VIS-BVIO " ORE".
002140
002150 EX-ESAMINA-BVIO.
002160          EXIT.
