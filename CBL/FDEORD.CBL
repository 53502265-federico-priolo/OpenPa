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
000040* APPOGGIO PER L'ORDINAMENTO LATO SERVER DI UNA GRIGLIA: LA CHIAVE
000050* E' IL VALORE DELLA COLONNA SCELTA SEGUITO DALLA CHIAVE DEL RECORD
000060* ORIGINALE, COSI' I VALORI UGUALI RESTANO DISTINTI E IN ORDINE DI
000070* CHIAVE; PER L'ORDINE DISCENDENTE IL CHIAMANTE SCRIVE IL VALORE
000080* GIA' ROVESCIATO (INVERTI-ORD IN PIOORD.CBL)
000090*
000100  FD ARKORD LABEL RECORD  IS STANDARD GLOBAL
000110             BLOCK  CONTAINS 40 CHARACTERS
000120             RECORD CONTAINS 40 CHARACTERS.
000130*
000140  01 RIGA-ORD.
000150   02 CHIAVE-ORD.
000160      03 VALORE-ORD              PIC X(30).
000170      03 RIFERIMENTO-ORD         PIC X(08).
000180   02 FILLER                     PIC X(02).
000190*
