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
000200* CONFRONTO NOTTURNO DI INTEGRITA': OPENINTW FOTOGRAFA GLI
000210* ESEGUIBILI DI cgi-bin E LE PAGINE TEMPLATE/*.HTM E LI CONFRONTA
000220* CON LA LINEA DI BASE ACCETTATA ALL'ULTIMO RILASCIO (ARKINT). LE
000230* DIFFERENZE (FILES/INTEGRITA.TXT) SI RIPORTANO A VIDEO; OGNI
000240* ESEGUIBILE MODIFICATO HA GIA' AVUTO IL SUO AVVISO DI SEVERITA'
000250* "A" SU ARKNOT. RC 0 SE NON E' CAMBIATO NULLA, 4 SE CI SONO FILE
000260* AGGIUNTI, RIMOSSI O PAGINE MODIFICATE, 8 SE E' STATO MODIFICATO
000270* ALMENO UN ESEGUIBILE O SE IL CONFRONTO NON E' STATO POSSIBILE
000280* (PER ESEMPIO LINEA DI BASE MAI ACCETTATA).
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENBINT.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340          COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370
000380          COPY "SELCSV.CBL".
000390
000400 DATA             DIVISION.
000410 FILE SECTION.
000420
000430          COPY "FDECSV.CBL".
000440
000450 WORKING-STORAGE  SECTION.
000460
000470          COPY "GLOBALS.CBL".
000480*
000490 01 NOTA-BINT.
000500    02 FILLER                  PIC X(09).
000510    02 AGGIUNTI-BINT           PIC 9(04).
000520    02 FILLER                  PIC X(09).
000530    02 RIMOSSI-BINT            PIC 9(04).
000540    02 FILLER                  PIC X(12).
000550    02 MODIFICATI-BINT         PIC 9(04).
000560    02 FILLER                  PIC X(12).
000570    02 ESEGUIBILI-BINT         PIC 9(04).
000580    02 FILLER                  PIC X(02).
000590*
000600 PROCEDURE  DIVISION.
000610*
000620          DISPLAY "CONFRONTO DI INTEGRITA' DEI FILE INSTALLATI".
000630
000640          MOVE "CONFRONTA"        TO AZIONE-INT-WEB.
000650          MOVE "OPENBINT"         TO OPERATORE-INT-WEB.
000660          MOVE SPACES             TO RILASCIO-INT-WEB
000670                                     NOTA-INT-WEB.
000680
000690          CALL "OPENINTW" USING AZIONE-INT-WEB OPERATORE-INT-WEB
000700                                RILASCIO-INT-WEB ESITO-INT-WEB
000710                                NOTA-INT-WEB.
000720          CANCEL "OPENINTW".
000730
000740          IF ESITO-INT-WEB NOT = "OK"
000750           DISPLAY "OPENBINT: CONFRONTO NON ESEGUITO "
000760                   NOTA-INT-WEB
000770           MOVE 8                 TO RETURN-CODE
000780           GOBACK
000790          END-IF.
000800
000810*         LA NOTA E' "AGGIUNTI nnnn RIMOSSI nnnn MODIFICATI nnnn
000820*         ESEGUIBILI nnnn"
000830
000840          MOVE NOTA-INT-WEB       TO NOTA-BINT.
000850
000860          MOVE "FILES/INTEGRITA.TXT" TO NOME-CSV.
000870          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
000880
000890 CICLO-BINT.
000900
000910          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
000920
000930          IF FINE-FILE NOT = "S"
000940           DISPLAY DATI-CSV(1:150)
000950           GO TO CICLO-BINT
000960          END-IF.
000970
000980          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
000990
001000          DISPLAY "FILE AGGIUNTI       : " AGGIUNTI-BINT.
001010          DISPLAY "FILE RIMOSSI        : " RIMOSSI-BINT.
001020          DISPLAY "FILE MODIFICATI     : " MODIFICATI-BINT.
001030          DISPLAY "DI CUI ESEGUIBILI   : " ESEGUIBILI-BINT.
001040
001050          IF ESEGUIBILI-BINT > ZEROS
001060           MOVE 8                 TO RETURN-CODE
001070           GOBACK
001080          END-IF.
001090
001100          IF AGGIUNTI-BINT > ZEROS OR RIMOSSI-BINT > ZEROS
001110           OR MODIFICATI-BINT > ZEROS
001120           MOVE 4                 TO RETURN-CODE
001130          ELSE
001140           MOVE ZERO              TO RETURN-CODE
001150          END-IF.
001160
001170          GOBACK.
001180
001190          COPY "PIOCSV.CBL".
