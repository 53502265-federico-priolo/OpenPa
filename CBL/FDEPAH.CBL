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
000028* STORICO DEI PARAMETRI DI SISTEMA, UNA RIGA PER OGNI VALORE
000029* IMPOSTATO O TOLTO DA OPENPARW (STESSO STILE DI ARKACC): CHI,
000030* QUANDO, DA QUALE PROGRAMMA, VALORE PRIMA E DOPO. I GETTONI
000031* SEGRETI COMPAIONO SOLO CON LE ULTIME 6 CIFRE
000032*
000040  FD ARKPAH LABEL RECORD  IS STANDARD GLOBAL.
000050*
000060  01 MODIFICA-PARAMETRO.
000070      02 DATI-PAH.
000080        05 DATA-PAH       PIC 9(08).
000090        05 FILLER1-PAH    PIC X.
000100        05 ORA-PAH        PIC 9(06).
000110        05 FILLER1-PAH    PIC X.
000120        05 OPERATORE-PAH  PIC X(08).
000130        05 FILLER1-PAH    PIC X.
000140        05 PROGRAMMA-PAH  PIC X(14).
000150        05 FILLER1-PAH    PIC X.
000160        05 NOME-PAH       PIC X(30).
000170        05 FILLER1-PAH    PIC X.
000180        05 QUALIFICA-PAH  PIC X(10).
000190        05 FILLER1-PAH    PIC X.
000200        05 AZIONE-PAH     PIC X(08).
000210        05 FILLER1-PAH    PIC X.
000220        05 VECCHIO-PAH    PIC X(80).
000230        05 FILLER1-PAH    PIC X.
000240        05 NUOVO-PAH      PIC X(80).
