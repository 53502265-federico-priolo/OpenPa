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
000030* GIORNALE DEGLI UTILIZZI DEI TICKET DI CAMBIAMENTO: UNA RIGA PER
000040* OGNI RIGA DI STORICO DI CONFIGURAZIONE SCRITTA SOTTO UN TICKET.
000050* LA CHIAVE E' QUELLA DELLA RIGA DI STORICO: ARCHIVIO ("STAB",
000060* "MVER", "LIBH" O "ABIS") E CHIAVE DEL SUO RECORD COME TESTO,
000070* COSI' IL RIEPILOGO SETTIMANALE OPENBTKT, SCORRENDO LO STORICO,
000080* TROVA SUBITO IL TICKET (O LA SUA MANCANZA). LA SCRIVE SOLO IL
000090* SERVIZIO OPENTKTW
000100*
000110  FD ARKTKU LABEL RECORD  IS STANDARD GLOBAL
000120             BLOCK  CONTAINS 128 CHARACTERS
000130             RECORD CONTAINS 128 CHARACTERS.
000140*
000150  01 UTILIZZO-TICKET.
000160   02 CHIAVE-TKU.
000170    05 ARCHIVIO-TKU             PIC X(04).
000180    05 RIFERIMENTO-TKU          PIC X(40).
000190   02 NUMERO-TKU                PIC 9(08).
000200   02 DATA-TKU                  PIC 9(08).
000210   02 ORA-TKU                   PIC 9(06).
000220   02 UTENTE-TKU                PIC X(08).
000230   02 PROGRAMMA-TKU             PIC X(14).
000240   02 FILLER                    PIC X(40).
