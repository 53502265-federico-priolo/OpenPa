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
000040* TOTALI DI CONTROLLO CONSEGNATI DA UN PASSO BATCH AL GIRO
000050* NOTTURNO: UNA SOLA RIGA CON DATA, PROGRAMMA, I CINQUE
000060* CONTATORI E L'EQUAZIONE DI QUADRATURA CHE IL PASSO DICHIARA.
000070* IL FILE VIVE SOLO FRA LA FINE DEL PASSO E IL RITIRO DI
000080* OPENBATCH, CHE LO CANCELLA DOPO AVERLO LETTO
000090*
000100 FD ARKTOT LABEL RECORD  IS STANDARD GLOBAL.
000110*
000120 01 REC-TOT.
000130    02 DATA-TOT                PIC 9(8).
000140    02 PROGRAMMA-TOT           PIC X(8).
000150    02 LETTI-TOT               PIC 9(9).
000160    02 SCRITTI-TOT             PIC 9(9).
000170    02 AGGIORNATI-TOT          PIC 9(9).
000180    02 CANCELLATI-TOT          PIC 9(9).
000190    02 SCARTATI-TOT            PIC 9(9).
000200    02 EQUAZIONE-TOT           PIC X.
000210*
