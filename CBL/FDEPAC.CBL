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
000030* ACCETTAZIONI DELLE INFORMATIVE D'USO: UNA RIGA PER UTENTE E
000040* VERSIONE ACCETTATA, CON DATA, ORA, ORIGINE DI RETE (MK-ORIGINE)
000050* E LINGUA DEL TESTO LETTO. SCRITTE SOLO DA openpolw.exe (AZIONE
000060* ACCETTA, RICHIESTA DA openpuso.exe CHE NE LASCIA LA TRACCIA SU
000070* ARKACC); LETTE DAL CONTROLLO DI SESSIONE (VERIFICA-POLITICA-USO-
000080* WEB, TRAMITE openpolw.exe) E DAL RIEPILOGO DEI MANCANTI openbpol
000090*
000100  FD ARKPAC LABEL RECORD  IS STANDARD GLOBAL
000110             BLOCK  CONTAINS 64 CHARACTERS
000120             RECORD CONTAINS 64 CHARACTERS.
000130*
000140  01 ACCETTAZIONE-POLITICA.
000150   02 CHIAVE-PAC.
000160    05 UTENTE-PAC               PIC X(8).
000170    05 VERSIONE-PAC             PIC 9(4).
000180   02 DATA-PAC                  PIC 9(8).
000190   02 ORA-PAC                   PIC 9(8).
000200   02 ORIGINE-PAC               PIC X(15).
000210   02 LINGUA-PAC                PIC XX.
000220   02 FILLER                    PIC X(19).
