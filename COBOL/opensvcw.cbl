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
000200* SERVIZIO DELLE REGOLE PER TIPO DI UTENZA, RICHIAMATO CON CALL
000210* DALLA LOGIN (VERIFICA-BLOCCO-UTEN E VERIFICA-PASSWORD-UTEN IN
000220* PIOUTEN.CBL), DAL CENSIMENTO DEI DORMIENTI (openudor.exe), DALLA
000230* RICONCILIAZIONE CON LA DIRECTORY (opendsyn.exe) E DALLE CAMPAGNE
000240* DI ROTAZIONE DELLE PASSWORD (openmpcm.exe). IL PARAMETRO E'
000250* AREA-SVC-WEB. LE REGOLE SONO LE RIGHE "ST" DI ARKTAB (ENTE 00,
000260* UNA PER TIPO, PROG LIBERO): TIPO IN POS 1, GIORNI DI DORMIENZA
000270* IN 3-5 (SPAZI = SOGLIA ORDINARIA, 000 = ESCLUSA), "S"/"N"
000280* CONFRONTO CON LA DIRECTORY IN 7, GIORNI DI VITA DELLA PASSWORD
000290* IN 9-11 (SPAZI = ORDINARIA, 000 = NESSUNA SCADENZA), "S"/"N"
000300* LOGIN INTERATTIVA IN 13, DESCRIZIONE IN 15-54. SENZA RIGA VALE
000310* LA REGOLA DI DEFAULT DEL TIPO:
000320*   P PERSONA          ORDINARIA, DIRECTORY, ORDINARIA, LOGIN SI
000330*   F FUNZIONALE       ORDINARIA, NO DIRECTORY, ORDINARIA, SI
000340*   S SERVIZIO / API   ESCLUSA, NO DIRECTORY, NESSUNA, NO
000350*   B BATCH            ESCLUSA, NO DIRECTORY, NESSUNA, NO
000360*   T SONDA SINTETICA  ESCLUSA, NO DIRECTORY, NESSUNA, SI
000370* UN'IDENTITA' BATCH NON ENTRA MAI IN LOGIN INTERATTIVA, QUALUNQUE
000380* COSA DICA LA TABELLA. TIPO SCONOSCIUTO: ESITO "NO" E REGOLE DA
000390* PERSONA, COSI' NESSUNA UTENZA SFUGGE AI CONTROLLI
000400*
000410 IDENTIFICATION   DIVISION.
000420 PROGRAM-ID.      OPENSVCW.
000430 ENVIRONMENT      DIVISION.
000440 CONFIGURATION    SECTION.
000450          COPY "SPECIAL.CBL".
000460 INPUT-OUTPUT     SECTION.
000470 FILE-CONTROL.
000480
000490          COPY "SELTAB.CBL".
000500
000510 DATA             DIVISION.
000520 FILE SECTION.
000530
000540          COPY "FDETAB.CBL".
000550
000560 WORKING-STORAGE  SECTION.
000570
000580          COPY "GLOBALS.CBL".
000590*
000600 01 TIPO-SVCW                 PIC X.
000610 01 TROVATA-SVCW              PIC X.
000620*
000630 LINKAGE SECTION.
000640*
000650 01 LK-AREA-SVCW              PIC X(59).
000660*
000670 PROCEDURE  DIVISION USING LK-AREA-SVCW.
000680*
000690          MOVE LK-AREA-SVCW       TO AREA-SVC-WEB.
000700
000710          MOVE "OK"               TO ESITO-SVC-WEB.
000720          MOVE TIPO-SVC-WEB       TO TIPO-SVCW.
000730
000740          IF TIPO-SVCW = SPACES OR TIPO-SVCW = LOW-VALUE
000750           MOVE "P"               TO TIPO-SVCW
000760          END-IF.
000770
000780          IF AZIONE-SVC-WEB NOT = "REGOLE"
000790           MOVE "NO"              TO ESITO-SVC-WEB
000800           GO TO RESTITUISCI-SVCW
000810          END-IF.
000820
000830***** PRIMA LA REGOLA DI DEFAULT, POI LA RIGA DI TABELLA SE C'E'
000840
000850          PERFORM DEFAULT-SVCW    THRU EX-DEFAULT-SVCW.
000860
000870          IF ESITO-SVC-WEB NOT = "OK"
000880           GO TO RESTITUISCI-SVCW
000890          END-IF.
000900
000910          OPEN INPUT ARKTAB.
000920          IF STATUS-TAB NOT = "00"
000930           GO TO FINE-REGOLE-SVCW
000940          END-IF.
000950
000960          MOVE "N"                TO TROVATA-SVCW.
000970          MOVE "ST"               TO TIPO-TAB.
000980          MOVE ZEROS              TO ENTE-TAB.
000990          MOVE ZEROS              TO PROG-TAB.
001000          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
001010
001020          IF ESITO-NOK GO TO CHIUDI-SVCW.
001030
001040 CICLO-SVCW.
001050
001060          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
001070
001080          IF FINE-FILE = "S" GO TO CHIUDI-SVCW.
001090
001100          IF TIPO-TAB NOT = "ST" OR ENTE-TAB NOT = ZEROS
001110           GO TO CHIUDI-SVCW
001120          END-IF.
001130
001140          IF TABELLA(1:1) NOT = TIPO-SVCW
001150           GO TO CICLO-SVCW
001160          END-IF.
001170
001180          MOVE "S"                TO TROVATA-SVCW.
001190
001200          IF TABELLA(3:3) = SPACES OR TABELLA(3:3) NUMERIC
001210           MOVE TABELLA(3:3)      TO DORMIENZA-SVC-WEB
001220          END-IF.
001230
001240          IF TABELLA(7:1) = "S" OR TABELLA(7:1) = "N"
001250           MOVE TABELLA(7:1)      TO DIRECTORY-SVC-WEB
001260          END-IF.
001270
001280          IF TABELLA(9:3) = SPACES OR TABELLA(9:3) NUMERIC
001290           MOVE TABELLA(9:3)      TO PASSWORD-SVC-WEB
001300          END-IF.
001310
001320          IF TABELLA(13:1) = "S" OR TABELLA(13:1) = "N"
001330           MOVE TABELLA(13:1)     TO INTERATTIVO-SVC-WEB
001340          END-IF.
001350
001360          IF TABELLA(15:40) NOT = SPACES
001370           MOVE TABELLA(15:40)    TO DESCR-SVC-WEB
001380          END-IF.
001390
001400 CHIUDI-SVCW.
001410
001420          CLOSE ARKTAB.
001430
001440 FINE-REGOLE-SVCW.
001450
001460          IF TIPO-SVCW = "B"
001470           MOVE "N"               TO INTERATTIVO-SVC-WEB
001480          END-IF.
001490
001500 RESTITUISCI-SVCW.
001510
001520          MOVE AREA-SVC-WEB       TO LK-AREA-SVCW.
001530
001540          GOBACK.
001550
001560          COPY "PIOTAB.CBL".
001570*
001580***** REGOLE DI DEFAULT DEL TIPO (VEDI CAPPELLO)
001590*
001600 DEFAULT-SVCW.
001610
001620          MOVE SPACES             TO DORMIENZA-SVC-WEB
001630                                     PASSWORD-SVC-WEB.
001640          MOVE "N"                TO DIRECTORY-SVC-WEB.
001650          MOVE "S"                TO INTERATTIVO-SVC-WEB.
001660
001670          IF TIPO-SVCW = "P"
001680           MOVE "S"               TO DIRECTORY-SVC-WEB
001690           MOVE "Persona"         TO DESCR-SVC-WEB
001700           GO TO EX-DEFAULT-SVCW
001710          END-IF.
001720
001730          IF TIPO-SVCW = "F"
001740           MOVE "Utenza funzionale condivisa" TO DESCR-SVC-WEB
001750           GO TO EX-DEFAULT-SVCW
001760          END-IF.
001770
001780          MOVE "000"              TO DORMIENZA-SVC-WEB
001790                                     PASSWORD-SVC-WEB.
001800
001810          IF TIPO-SVCW = "S"
001820           MOVE "N"               TO INTERATTIVO-SVC-WEB
001830           MOVE "Utenza di servizio / API" TO DESCR-SVC-WEB
001840           GO TO EX-DEFAULT-SVCW
001850          END-IF.
001860
001870          IF TIPO-SVCW = "B"
001880           MOVE "N"               TO INTERATTIVO-SVC-WEB
001890           MOVE "Identita' batch" TO DESCR-SVC-WEB
001900           GO TO EX-DEFAULT-SVCW
001910          END-IF.
001920
001930          IF TIPO-SVCW = "T"
001940           MOVE "Sonda sintetica" TO DESCR-SVC-WEB
001950           GO TO EX-DEFAULT-SVCW
001960          END-IF.
001970
001980***** TIPO SCONOSCIUTO: REGOLE DA PERSONA
001990
002000          MOVE "P"                TO TIPO-SVCW.
002010          MOVE SPACES             TO DORMIENZA-SVC-WEB
002020                                     PASSWORD-SVC-WEB.
002030          MOVE "S"                TO DIRECTORY-SVC-WEB.
002040          MOVE "Tipo di utenza sconosciuto" TO DESCR-SVC-WEB.
002050          MOVE "NO"               TO ESITO-SVC-WEB.
002060
002070 EX-DEFAULT-SVCW.
002080          EXIT.
