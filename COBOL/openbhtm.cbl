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
000200* PUBBLICAZIONI PROGRAMMATE DELLE PAGINE TEMPLATE/*.HTM: DA
000210* SCHEDULARE A INTERVALLI CON openskd.exe. OGNI VERSIONE DI
000220* ARKHTM IN STATO "P" IL CUI MOMENTO (DATA-PROG-HTM/ORA-PROG-HTM)
000230* E' ARRIVATO VIENE MESSA IN LINEA DAL SERVIZIO OPENHTMW A NOME DI
000240* CHI L'HA PROGRAMMATA, CON IL MOTIVO GIA' REGISTRATO, ESATTAMENTE
000250* COME SE L'AVESSE PUBBLICATA ADESSO DA openmhtm.exe (GIORNALE
000260* ARKACC E LINEA DI BASE DELL'INTEGRITA' COMPRESI). LE VERSIONI
000270* SCADUTE SI RACCOLGONO PRIMA E SI PUBBLICANO A FILE CHIUSO,
000280* PERCHE' IL SERVIZIO RISCRIVE ARKHTM. RC 4 SE QUALCUNA NON E'
000290* ANDATA IN LINEA.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENBHTM.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELHTM.CBL".
000400
000410 DATA             DIVISION.
000420 FILE SECTION.
000430
000440          COPY "FDEHTM.CBL".
000450
000460 WORKING-STORAGE  SECTION.
000470
000480          COPY "GLOBALS.CBL".
000490*
000500 01 DATA-ADESSO-BHTM          PIC 9(8).
000510 01 ORA-ADESSO-BHTM           PIC 9(8).
000515 01 HHMM-ADESSO-BHTM          PIC 9(4).
000520 01 ADESSO-BHTM               PIC 9(12).
000530 01 MOMENTO-BHTM              PIC 9(12).
000540*
000550** VERSIONI DA METTERE IN LINEA
000560*
000570 01 TABELLA-BHTM.
000580    02 ELEMENTO-BHTM OCCURS 200.
000590       03 NOME-BHTM           PIC X(20).
000600       03 NUMERO-BHTM         PIC 9(4).
000610       03 OPERATORE-BHTM      PIC X(8).
000620 01 TOTALE-BHTM               PIC 9(3) COMP.
000630 01 IND-BHTM                  PIC 9(3) COMP.
000640 01 PUBBLICATE-BHTM           PIC 9(5).
000650 01 FALLITE-BHTM              PIC 9(5).
000660*
000670 PROCEDURE  DIVISION.
000680*
000690          DISPLAY "PUBBLICAZIONI PROGRAMMATE DELLE PAGINE".
000700
000710          ACCEPT DATA-ADESSO-BHTM FROM DATE YYYYMMDD.
000720          ACCEPT ORA-ADESSO-BHTM  FROM TIME.
000730
000735          MOVE ORA-ADESSO-BHTM(1:4) TO HHMM-ADESSO-BHTM.
000740          COMPUTE ADESSO-BHTM =
000750           DATA-ADESSO-BHTM * 10000
000760           + HHMM-ADESSO-BHTM.
000770
000780          MOVE ZEROS              TO TOTALE-BHTM
000790                                     PUBBLICATE-BHTM
000800                                     FALLITE-BHTM.
000810
000820          PERFORM OPEN-I-HTM      THRU EX-OPEN-I-HTM.
000830
000840          MOVE LOW-VALUES         TO CHIAVE-HTM.
000850          PERFORM STARTO-HTM      THRU EX-STARTO-HTM.
000860
000870          IF ESITO-NOK GO TO PUBBLICA-BHTM.
000880
000890 CICLO-BHTM.
000900
000910          PERFORM LEGGO-NEXT-HTM  THRU EX-LEGGO-NEXT-HTM.
000920
000930          IF FINE-FILE = "S" GO TO PUBBLICA-BHTM.
000940
000950          IF NOT HTM-PROGRAMMATA GO TO CICLO-BHTM.
000960
000970          COMPUTE MOMENTO-BHTM =
000980           DATA-PROG-HTM * 10000 + ORA-PROG-HTM.
000990
001000          IF MOMENTO-BHTM > ADESSO-BHTM GO TO CICLO-BHTM.
001010
001020          IF TOTALE-BHTM = 200
001030           DISPLAY "OPENBHTM: OLTRE 200 VERSIONI SCADUTE, "
001040            "LE ALTRE AL PROSSIMO GIRO"
001050           GO TO PUBBLICA-BHTM
001060          END-IF.
001070
001080          ADD 1                   TO TOTALE-BHTM.
001090          MOVE NOME-HTM           TO NOME-BHTM(TOTALE-BHTM).
001100          MOVE NUMERO-HTM         TO NUMERO-BHTM(TOTALE-BHTM).
001110          MOVE PROGRAMMATA-DA-HTM TO OPERATORE-BHTM(TOTALE-BHTM).
001120
001130          GO TO CICLO-BHTM.
001140
001150 PUBBLICA-BHTM.
001160
001170          PERFORM CLOSE-HTM       THRU EX-CLOSE-HTM.
001180
001190          PERFORM PUBBLICA-UNA-BHTM
001200           THRU EX-PUBBLICA-UNA-BHTM
001210           VARYING IND-BHTM FROM 1 BY 1
001220           UNTIL IND-BHTM > TOTALE-BHTM.
001230
001240          DISPLAY "VERSIONI PUBBLICATE : " PUBBLICATE-BHTM.
001250          DISPLAY "NON PUBBLICATE      : " FALLITE-BHTM.
001260
001270          IF FALLITE-BHTM > ZEROS
001280           MOVE 4                 TO RETURN-CODE
001290          ELSE
001300           MOVE ZERO              TO RETURN-CODE
001310          END-IF.
001320
001330          GOBACK.
001340*
001350          COPY "PIOHTM.CBL".
001360*
001370***** UNA VERSIONE SCADUTA: IL MOTIVO E' GIA' SULLA RIGA, IL
001380***** SERVIZIO LO CONSERVA QUANDO NE RICEVE UNO VUOTO
001390*
001400 PUBBLICA-UNA-BHTM.
001410
001420          MOVE SPACES             TO AREA-HTM-WEB.
001430          MOVE "PUBBLICA"         TO AZIONE-HTM-WEB.
001440          MOVE NOME-BHTM(IND-BHTM) TO NOME-HTM-WEB.
001450          MOVE NUMERO-BHTM(IND-BHTM) TO NUMERO-HTM-WEB.
001460          MOVE OPERATORE-BHTM(IND-BHTM) TO OPERATORE-HTM-WEB.
001470          MOVE ZEROS              TO NUOVO-HTM-WEB.
001480
001490          CALL "OPENHTMW" USING AREA-HTM-WEB.
001500          CANCEL "OPENHTMW".
001510
001520          IF ESITO-HTM-WEB = "OK"
001530           ADD 1                  TO PUBBLICATE-BHTM
001540          ELSE
001550           ADD 1                  TO FALLITE-BHTM
001560          END-IF.
001570
001580          DISPLAY NOME-BHTM(IND-BHTM) " " NUMERO-BHTM(IND-BHTM)
001590           " " ESITO-HTM-WEB " " NOTA-HTM-WEB.
001600
001610 EX-PUBBLICA-UNA-BHTM.
001620          EXIT.
