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
000040* SELECT PER GLI ESITI DELLA RICONCILIAZIONE TRIMESTRALE TRA
000050* CONCESSIONI/CAMBI DI GRUPPO E LE APPROVAZIONI CHE LI SPIEGANO
000060* (OPENBRCN): TOTALI DEL TRIMESTRE E DETTAGLIO DEI NON SPIEGATI
000070*
000080          SELECT ARKRCN ASSIGN TO  FILE-RCN
000090           ORGANIZATION IS INDEXED
000100           ACCESS MODE  IS DYNAMIC
000110           RECORD KEY   IS CHIAVE-RCN
000120           LOCK MODE    IS AUTOMATIC WITH LOCK ON RECORD
000130           FILE STATUS  IS STATUS-RCN.
000140*
