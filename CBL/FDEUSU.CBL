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
000030* CONSUNTIVO MENSILE DI USO PER ENTE E UNITA' ORGANIZZATIVA
000040* DELL'UTENTE (ARKUOA), ACCUMULATO DA OPENMUSO NELLA STESSA
000050* PASSATA DI ARKUSE: PERMETTE AL RIPARTO DEI COSTI (openchgb.exe)
000060* DI SUDDIVIDERE LA QUOTA DI OGNI ENTE TRA I SUOI UFFICI. UNITA'
000070* A SPAZI = UTENTI NON ASSEGNATI.
000080*
000090  FD ARKUSU LABEL RECORD  IS STANDARD GLOBAL
000100            BLOCK  CONTAINS 23  CHARACTERS
000110            RECORD CONTAINS 23  CHARACTERS.
000120*
000130  01 CONTEGGIO-USU.
000140   02 CHIAVE-USU.
000150    05 ANNO-MESE-USU           PIC 9(04).
000160    05 ENTE-USU                PIC 9(02).
000170    05 UNITA-USU               PIC X(08).
000180   02 CONTA-USU                PIC 9(09).
