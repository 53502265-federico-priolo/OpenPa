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
000028* GIORNALE DEI NUMERI EMESSI DA OPENNUMW: UNA RIGA PER OGNI
000029* NUMERO CONSEGNATO, CON CHI LO HA CHIESTO E QUANDO. STATO "E"
000030* = EMESSO, "U" = USATO (IL CHIAMANTE HA SCRITTO DAVVERO IL
000031* SUO RECORD E LO HA CONFERMATO). IL RIEPILOGO MENSILE DI
000032* OPENNUMR ELENCA I BUCHI DELLA SERIE E GLI EMESSI MAI USATI.
000033*
000036  FD ARKNUE LABEL RECORD  IS STANDARD GLOBAL
000037             BLOCK  CONTAINS 100 CHARACTERS
000038             RECORD CONTAINS 100 CHARACTERS.
000040*
000050  01 NUMERO-EMESSO.
000060   02 CHIAVE-NUE.
000070    05 CODICE-NUE               PIC X(08).
000080    05 ENTE-NUE                 PIC 99.
000090    05 ANNO-NUE                 PIC 9(04).
000100    05 NUMERO-NUE               PIC 9(08).
000110   02 DATA-NUE                  PIC 9(08).
000120   02 ORA-NUE                   PIC 9(06).
000130   02 PROGRAMMA-NUE             PIC X(14).
000140   02 OPERATORE-NUE             PIC X(08).
000150   02 STATO-NUE                 PIC X(01).
000160      88 NUE-EMESSO             VALUE "E" " ".
000170      88 NUE-USATO              VALUE "U".
000180   02 DATA-USO-NUE              PIC 9(08).
000190   02 FILLER                    PIC X(33).
