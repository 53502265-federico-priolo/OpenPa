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
000030* TESTI DI AIUTO CONTESTUALE: PIU' RIGHE PER OGNI VOCE DI MENU E
000040* LINGUA, NELL'ORDINE DI RIGA-HLP. LE RIGHE CON CAMPO-HLP VUOTO
000050* DESCRIVONO A COSA SERVE LA PAGINA, QUELLE CON CAMPO-HLP
000060* VALORIZZATO SPIEGANO IL CAMPO DI QUEL NOME (MK-...). LA VOCE
000070* NUMERO ZERO E' LA GUIDA GENERALE, MOSTRATA QUANDO LA PAGINA NON
000080* CORRISPONDE A NESSUNA VOCE. SE MANCA LA LINGUA RICHIESTA SI
000090* RIPIEGA SULL'ITALIANO (POSIZIONA-HLP IN PIOHLP.CBL). SCRITTE
000100* DA openmhlp.exe, LETTE DA openhelp.exe E DAL MANUALE openbman
000110*
000120  FD ARKHLP LABEL RECORD  IS STANDARD GLOBAL
000130             BLOCK  CONTAINS 256 CHARACTERS
000140             RECORD CONTAINS 256 CHARACTERS.
000150*
000160  01 TESTO-AIUTO.
000170   02 CHIAVE-HLP.
000180    05 NUM-MENU-HLP             PIC 9(7).
000190*     ISO 639-1, STESSA CONVENZIONE DI LINGUA-UTEN
000200    05 LINGUA-HLP               PIC XX.
000210    05 RIGA-HLP                 PIC 9(3).
000220   02 CAMPO-HLP                 PIC X(20).
000230   02 TESTO-HLP                 PIC X(150).
000240   02 UTENTE-HLP                PIC X(8).
000250   02 DATA-HLP                  PIC 9(8).
000260   02 FILLER                    PIC X(58).
