000010*
000011* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000012*
000013* This program is free software; you can redistribute it and/or modify
000014* it under the terms of the GNU General Public License as published by
000015* the Free Software Foundation; either version 2, or (at your option)
000016* any later version.
000017*
000018* This program is distributed in the hope that it will be useful,
000019* but WITHOUT ANY WARRANTY; without even the implied warranty of
000020* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000021* GNU General Public License for more details.
000022*
000023* You should have received a copy of the GNU General Public License
000024* along with this software; see the file COPYING.  If not, write to
000025* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000026* Boston, MA 02110-1301 USA
000027*
000190* CONTRASSEGNO DI AMBIENTE DELL'ISTANZA, RICHIAMATO CON CALL
000200* DALLA RESA DELLE PAGINE (AMBIENTE-WEB DI PIOWEB1.CBL) E DAI
000210* PROGRAMMI BATCH CHE SPEDISCONO O STAMPANO (AMBIENTE-AMB DI
000220* PIOAMB.CBL). LEGGE FILES/AMBIENTE.TXT (TRACCIATO IN
000230* FDEAMB.CBL) E RESTITUISCE IL CODICE DI AMBIENTE E LE DUE
000240* DESTINAZIONI DI RACCOLTA (CASELLA DI POSTA E ENDPOINT DEI
000250* WEBHOOK) SU CUI UN'ISTANZA NON DI PRODUZIONE DEVIA CIO' CHE
000260* ALTRIMENTI ANDREBBE A DESTINATARI VERI. SENZA FILE, O CON IL
000270* CODICE A SPAZI, L'ISTANZA E' DI PRODUZIONE (COME PRIMA CHE IL
000280* CONTRASSEGNO ESISTESSE); UN CODICE SCONOSCIUTO VALE COME TEST,
000290* COSI' UN ERRORE DI BATTITURA NON RIAPRE MAI LA POSTA VERA.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENAMBW.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELAMB.CBL".
000400
000410 DATA             DIVISION.
000420 FILE SECTION.
000430
000440          COPY "FDEAMB.CBL".
000450
000460 WORKING-STORAGE  SECTION.
000470*
000480 01 STATUS-AMB                PIC XX.
000490 01 NOME-AMBW                 PIC X(40)
000500                              VALUE "FILES/AMBIENTE.TXT".
000510 01 CODICE-AMBW               PIC X(10).
000520    88 CODICE-NOTO-AMBW       VALUE "PRODUZIONE" "TEST"
000530                                    "FORMAZIONE".
000540*
000550 LINKAGE SECTION.
000560*
000570 01 LK-CODICE-AMBW            PIC X(10).
000580 01 LK-POSTA-AMBW             PIC X(60).
000590 01 LK-WEBHOOK-AMBW           PIC X(120).
000600*
000610 PROCEDURE  DIVISION USING LK-CODICE-AMBW LK-POSTA-AMBW
000620                           LK-WEBHOOK-AMBW.
000630*
000640          MOVE "PRODUZIONE"       TO LK-CODICE-AMBW.
000650          MOVE SPACES             TO LK-POSTA-AMBW
000660                                     LK-WEBHOOK-AMBW.
000670
000680          OPEN INPUT ARKAMB.
000690
000700          IF STATUS-AMB NOT = "00"
000710           GOBACK
000720          END-IF.
000730
000740          READ ARKAMB
000750           AT END
000760            CLOSE ARKAMB
000770            GOBACK
000780          END-READ.
000790
000800          CLOSE ARKAMB.
000810
000820          MOVE CODICE-AMB         TO CODICE-AMBW.
000830          INSPECT CODICE-AMBW CONVERTING
000840           "abcdefghijklmnopqrstuvwxyz"
000850           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000860
000870          IF CODICE-AMBW = SPACES
000880           GOBACK
000890          END-IF.
000900
000910          IF NOT CODICE-NOTO-AMBW
000920           MOVE "TEST"            TO CODICE-AMBW
000930          END-IF.
000940
000950          MOVE CODICE-AMBW        TO LK-CODICE-AMBW.
000960
000970          IF CODICE-AMBW NOT = "PRODUZIONE"
000980           MOVE POSTA-AMB         TO LK-POSTA-AMBW
000990           MOVE WEBHOOK-AMB       TO LK-WEBHOOK-AMBW
001000          END-IF.
001010
001020          GOBACK.
