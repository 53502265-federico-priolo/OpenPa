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
000200* GIACENZA DEI SOSPESI DEI CARICAMENTI (ARKSOS): DA SCHEDULARE
000210* OGNI NOTTE CON openskd.exe. UN SOSPESO ANCORA APERTO (SOSPESO O
000220* RIPRESENTATO E NON ANCORA RIPRESO) DA PIU' GIORNI DI QUANTI NE
000230* DICE IL PARAMETRO SOSPESI-GIORNI (DEFAULT 5) VA AGLI
000240* AMMINISTRATORI ("NT") SULLA CODA ARKNOT, UNA SOLA VOLTA PER
000250* SOSPESO (AVVISO-SOS), PERCHE' QUALCUNO LO CORREGGA O LO SCARTI
000260* DA openmsos.exe PRIMA CHE IL DATO MANCANTE FACCIA DANNI. IL
000270* RIEPILOGO CONTA GLI APERTI PER FONTE E QUELLI OLTRE SOGLIA.
000280* RC 0, 4 SE CI SONO SOSPESI OLTRE SOGLIA, 8 SE ARKSOS NON SI
000290* APRE.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENBSOS.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELSOS.CBL".
000400          COPY "SELNOT.CBL".
000410
000420 DATA             DIVISION.
000430 FILE SECTION.
000440
000450          COPY "FDESOS.CBL".
000460          COPY "FDENOT.CBL".
000470
000480 WORKING-STORAGE  SECTION.
000490
000500          COPY "GLOBALS.CBL".
000510*
000520 01 OGGI-BSOS                 PIC 9(8).
000530 01 SOGLIA-BSOS               PIC 9(3).
000540 01 LIMITE-BSOS               PIC 9(8).
000550 01 GIORNO-INT-BSOS           PIC 9(7).
000560*
000570 01 APERTI-BSOS               PIC 9(5).
000580 01 VECCHI-BSOS               PIC 9(5).
000590 01 AVVISATI-BSOS             PIC 9(5).
000600*
000610** APERTI PER FONTE (CARICATORE UTENTI, CARICATORE TABELLE,
000620** GUARDIANO DEI FLUSSI, API)
000630*
000640 01 APERTI-UCAR-BSOS          PIC 9(5).
000650 01 APERTI-TCAR-BSOS          PIC 9(5).
000660 01 APERTI-FEED-BSOS          PIC 9(5).
000670 01 APERTI-API-BSOS           PIC 9(5).
000680*
000690 PROCEDURE  DIVISION.
000700*
000710          DISPLAY "GIACENZA DEI SOSPESI DEI CARICAMENTI".
000720
000730          ACCEPT OGGI-BSOS        FROM DATE YYYYMMDD.
000740
000750          MOVE ZEROS              TO APERTI-BSOS
000760                                     VECCHI-BSOS
000770                                     AVVISATI-BSOS
000780                                     APERTI-UCAR-BSOS
000790                                     APERTI-TCAR-BSOS
000800                                     APERTI-FEED-BSOS
000810                                     APERTI-API-BSOS.
000820
000830          MOVE "SOSPESI-GIORNI"   TO NOME-PAR-WEB.
000840          PERFORM PARAMETRO-BSOS  THRU EX-PARAMETRO-BSOS.
000850          MOVE 5                  TO SOGLIA-BSOS.
000860          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
000870           MOVE NUMERO-PAR-WEB    TO SOGLIA-BSOS
000880          END-IF.
000890
000900          COMPUTE GIORNO-INT-BSOS =
000910           FUNCTION INTEGER-OF-DATE(OGGI-BSOS) - SOGLIA-BSOS.
000920          COMPUTE LIMITE-BSOS =
000930           FUNCTION DATE-OF-INTEGER(GIORNO-INT-BSOS).
000940
000950          PERFORM OPEN-I-SOS      THRU EX-OPEN-I-SOS.
000960
000970          IF STATUS-SOS NOT = "00"
000980           DISPLAY "OPENBSOS: ARKSOS NON DISPONIBILE, STATUS = "
000990            STATUS-SOS
001000           MOVE 8                 TO RETURN-CODE
001010           GOBACK
001020          END-IF.
001030
001040          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
001050
001060          MOVE LOW-VALUE          TO CHIAVE-SOS.
001070          PERFORM STARTO-SOS      THRU EX-STARTO-SOS.
001080
001090          IF ESITO-NOK GO TO FINE-BSOS.
001100
001110 CICLO-BSOS.
001120
001130          PERFORM LEGGO-NEXT-SOS  THRU EX-LEGGO-NEXT-SOS.
001140
001150          IF FINE-FILE = "S" GO TO FINE-BSOS.
001160
001170          IF NOT SOS-APERTO GO TO CICLO-BSOS.
001180
001190          ADD 1                   TO APERTI-BSOS.
001200
001210          EVALUATE FONTE-SOS
001220           WHEN "OPENUCAR"  ADD 1 TO APERTI-UCAR-BSOS
001230           WHEN "OPENTCAR"  ADD 1 TO APERTI-TCAR-BSOS
001240           WHEN "OPENFEED"  ADD 1 TO APERTI-FEED-BSOS
001250           WHEN OTHER       ADD 1 TO APERTI-API-BSOS
001260          END-EVALUATE.
001270
001280          IF DATA-SOS > LIMITE-BSOS GO TO CICLO-BSOS.
001290
001300          ADD 1                   TO VECCHI-BSOS.
001310
001320          IF AVVISO-SOS = ZEROS
001330           PERFORM AVVISA-BSOS    THRU EX-AVVISA-BSOS
001340          END-IF.
001350
001360          GO TO CICLO-BSOS.
001370
001380 FINE-BSOS.
001390
001400          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001410          PERFORM CLOSE-SOS       THRU EX-CLOSE-SOS.
001420
001430          DISPLAY " ".
001440          DISPLAY "SOSPESI APERTI          : " APERTI-BSOS.
001450          DISPLAY "  DA CARICAMENTO UTENTI : " APERTI-UCAR-BSOS.
001460          DISPLAY "  DA CARICAMENTO TABELLE: " APERTI-TCAR-BSOS.
001470          DISPLAY "  DA FLUSSI IN INGRESSO : " APERTI-FEED-BSOS.
001480          DISPLAY "  DA CHIAMATE API       : " APERTI-API-BSOS.
001490          DISPLAY "OLTRE " SOGLIA-BSOS " GIORNI          : "
001500           VECCHI-BSOS.
001510          DISPLAY "NUOVE SEGNALAZIONI      : " AVVISATI-BSOS.
001520
001530          MOVE ZEROS              TO RETURN-CODE.
001540          IF VECCHI-BSOS > ZEROS
001550           MOVE 4                 TO RETURN-CODE
001560          END-IF.
001570
001580          GOBACK.
001590
001600          COPY "PIOSOS.CBL".
001610          COPY "PIONOT.CBL".
001620*
001630***** SOSPESO OLTRE SOGLIA MAI SEGNALATO: NOTIFICA AGLI
001640***** AMMINISTRATORI E DATA DI SEGNALAZIONE SUL SOSPESO
001650*
001660 AVVISA-BSOS.
001670
001680          ADD 1                   TO AVVISATI-BSOS.
001690          DISPLAY CHIAVE-SOS " " FONTE-SOS " "
001700           FLUSSO-SOS(1:30) " RIGA " RIGA-SOS
001710           " FERMO DAL " DATA-SOS.
001720
001730          MOVE "SOSPESO"          TO TIPO-NOT-WEB.
001740          MOVE "M"                TO SEVERITA-NOT-WEB.
001750          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
001760          STRING "SOS " CHIAVE-SOS
001770           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
001780          MOVE SPACES             TO DESTINATARI-NOT-WEB.
001790          MOVE SPACES             TO TESTO-NOT-WEB.
001800          STRING "Sospeso " FONTE-SOS " riga " RIGA-SOS
001810           " fermo dal " DATA-SOS ": " MOTIVO-SOS
001820           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
001830          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
001840
001850          MOVE OGGI-BSOS          TO AVVISO-SOS.
001860          PERFORM RISCRIVI-SOS    THRU EX-RISCRIVI-SOS.
001870
001880 EX-AVVISA-BSOS.
001890          EXIT.
001900*
001910***** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
001920***** IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
001930*
001940 PARAMETRO-BSOS.
001950
001960          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
001970          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001980          MOVE "OPENBSOS"         TO PROGRAMMA-PAR-WEB
001990                                     OPERATORE-PAR-WEB.
002000
002010          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
002020                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
002030                                PROGRAMMA-PAR-WEB
002040                                OPERATORE-PAR-WEB ESITO-PAR-WEB
002050                                MOTIVO-PAR-WEB.
002060          CANCEL "OPENPARW".
002070
002080          IF ESITO-PAR-WEB NOT = "OK"
002090           MOVE SPACES            TO VALORE-PAR-WEB
002100          END-IF.
002110
002120 EX-PARAMETRO-BSOS.
002130          EXIT.
