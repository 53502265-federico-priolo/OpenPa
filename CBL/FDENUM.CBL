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
000028* NUMERATORI CENTRALIZZATI: UN CONTATORE PER CODICE DI SERIE
000029* (INC, HLD, WAI, ABIQ, PEN, ...), ENTE E ANNO. IL NUMERO SI
000030* PRENDE SOLO DA OPENNUMW, CHE LEGGE IL RECORD CON BLOCCO, LO
000031* INCREMENTA E LO RISCRIVE: DUE OPERATORI NELLO STESSO ISTANTE
000032* NON RICEVONO MAI LO STESSO NUMERO. ANNO-NUM E' ZERO PER LE
000033* SERIE CHE NON RIPARTONO OGNI ANNO (TABELLA "NR", POS 10).
000034*
000036  FD ARKNUM LABEL RECORD  IS STANDARD GLOBAL
000037             BLOCK  CONTAINS 80 CHARACTERS
000038             RECORD CONTAINS 80 CHARACTERS.
000040*
000050  01 NUMERATORE.
000060   02 CHIAVE-NUM.
000070    05 CODICE-NUM               PIC X(08).
000080    05 ENTE-NUM                 PIC 99.
000090    05 ANNO-NUM                 PIC 9(04).
000100   02 ULTIMO-NUM                PIC 9(08).
000110   02 DATA-ULTIMO-NUM           PIC 9(08).
000120   02 ORA-ULTIMO-NUM            PIC 9(06).
000130   02 PROGRAMMA-ULTIMO-NUM      PIC X(14).
000140   02 FILLER                    PIC X(30).
