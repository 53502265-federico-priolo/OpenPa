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
000040* REGISTRO DELLE QUALIFICHE DEGLI UTENTI (openmqua.exe): UNA RIGA
000050* PER UTENTE E CORSO DEL CATALOGO (RIGHE "QC" DI ARKTAB, ENTE 00)
000060* CON LA DATA IN CUI IL CORSO E' STATO COMPLETATO E LA SCADENZA
000070* DELLA QUALIFICA (ZERO = SENZA SCADENZA). LA RIGA PUO' ESSERE
000080* REGISTRATA ANCHE PRIMA CHE L'UTENTE ESISTA SU ARKUTEN, PER CHI
000090* VIENE FORMATO PRIMA DELL'ATTIVAZIONE. AVVISO-QUA E' LA SCADENZA
000100* GIA' SEGNALATA DA openbqua.exe: UN RINNOVO CHE SPOSTA LA
000110* SCADENZA RIAPRE LA SEGNALAZIONE
000120*
000130 FD ARKQUA LABEL RECORD  IS STANDARD GLOBAL
000140           BLOCK  CONTAINS 200 CHARACTERS
000150           RECORD CONTAINS 200 CHARACTERS.
000160*
000170 01 QUALIFICA-QUA.
000180    02 CHIAVE-QUA.
000190       05 UTENTE-QUA           PIC X(8).
000200       05 CORSO-QUA            PIC X(10).
000210    02 COMPLETATO-QUA          PIC 9(8).
000220    02 SCADENZA-QUA            PIC 9(8).
000230    02 ATTESTATO-QUA           PIC X(40).
000240    02 NOTA-QUA                PIC X(60).
000250    02 REGISTRATO-DA-QUA       PIC X(8).
000260    02 DATA-REG-QUA            PIC 9(8).
000270    02 ORA-REG-QUA             PIC 9(6).
000280    02 AVVISO-QUA              PIC 9(8).
000290    02 FILLER                  PIC X(36).
