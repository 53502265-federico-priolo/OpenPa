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
000030* ASSEGNAZIONE DI OGNI UTENTE AD UNA SOLA UNITA' ORGANIZZATIVA
000040* (ARKUOR). STA FUORI DA ARKUTEN, CHE NON HA PIU' SPAZIO LIBERO:
000050* UN UTENTE SENZA RIGA QUI NON E' ASSEGNATO A NESSUNA UNITA' E NEI
000060* TOTALI PER UNITA' FINISCE SOTTO "(NESSUNA)". SCRITTA SOLO DA
000070* openmuor.exe (funzione=assegna).
000080*
000090  FD ARKUOA LABEL RECORD  IS STANDARD GLOBAL
000100             BLOCK  CONTAINS 64  CHARACTERS
000110             RECORD CONTAINS 64  CHARACTERS.
000120*
000130  01 ASSEGNAZIONE-UNITA.
000140   02 CHIAVE-UOA.
000150    05 UTENTE-UOA               PIC X(8).
000160   02 UNITA-UOA                 PIC X(8).
000170   02 DATA-UOA                  PIC 9(8).
000180   02 UTENTE-AGG-UOA            PIC X(8).
000190   02 FILLER                    PIC X(32).
