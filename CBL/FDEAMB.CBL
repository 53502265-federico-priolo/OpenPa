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
000030*
000040* CONTRASSEGNO DI AMBIENTE DELL'ISTANZA: UNA RIGA CON IL CODICE
000050* (PRODUZIONE, TEST O FORMAZIONE) IN POS 1-10, LA CASELLA DI
000060* RACCOLTA DELLA POSTA IN POS 12-71 E L'ENDPOINT DI RACCOLTA DEI
000070* WEBHOOK IN POS 73-192. IL FILE E' DELLA MACCHINA E NON DEI
000080* DATI: NON STA NEL CATALOGO FILES.TXT, QUINDI NE' IL SALVATAGGIO
000090* NE' IL RIPRISTINO LO PORTANO DA UN'ISTANZA ALL'ALTRA
000100*
000110 FD ARKAMB LABEL RECORD  IS STANDARD GLOBAL.
000120*
000130 01 REC-AMB.
000140    02 CODICE-AMB              PIC X(10).
000150    02 FILLER                  PIC X.
000160    02 POSTA-AMB               PIC X(60).
000170    02 FILLER                  PIC X.
000180    02 WEBHOOK-AMB             PIC X(120).
