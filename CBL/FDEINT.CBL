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
000040* LINEA DI BASE DI INTEGRITA': PER OGNI ESEGUIBILE DI cgi-bin E
000050* OGNI PAGINA TEMPLATE/*.HTM L'IMPRONTA SHA-256, LA DIMENSIONE E LA
000060* DATA DI MODIFICA FOTOGRAFATE AL RILASCIO APPROVATO. SI RISCRIVE
000070* PER INTERO SOLO QUANDO UN RESPONSABILE ACCETTA UNA NUOVA LINEA DI
000080* BASE DA openmint.exe (SERVIZIO OPENINTW, AZIONE ACCETTA), CHE
000090* ANNOTA SU OGNI RIGA RILASCIO, APPROVATORE, DATA E ORA; IL
000100* CONFRONTO NOTTURNO OPENBINT LA LEGGE SOLTANTO. LA RIGA DI UNA
000102* SINGOLA PAGINA SI RIFA' QUANDO openmhtm.exe O OPENBHTM NE
000104* PUBBLICANO UNA VERSIONE (AZIONE PAGINA), A NOME DI CHI PUBBLICA.
000110*
000120  FD ARKINT LABEL RECORD  IS STANDARD GLOBAL
000130             BLOCK  CONTAINS 256 CHARACTERS
000140             RECORD CONTAINS 256 CHARACTERS.
000150*
000160  01 IMPRONTA-INSTALLATA.
000170   02 CHIAVE-INT.
000180    05 PERCORSO-INT             PIC X(80).
000190*     "E" ESEGUIBILE DI cgi-bin, "T" PAGINA DI TEMPLATE
000200   02 TIPO-INT                  PIC X.
000210      88 INT-ESEGUIBILE         VALUE "E".
000220      88 INT-PAGINA             VALUE "T".
000230   02 IMPRONTA-INT              PIC X(64).
000240   02 DIMENSIONE-INT            PIC 9(12).
000250   02 DATA-MOD-INT              PIC 9(14).
000260   02 RILASCIO-INT              PIC X(20).
000270   02 APPROVATORE-INT           PIC X(8).
000280   02 DATA-APP-INT              PIC 9(8).
000290   02 ORA-APP-INT               PIC 9(6).
000300   02 FILLER                    PIC X(43).
