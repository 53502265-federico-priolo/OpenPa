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
000040* SELECT PER L'INDICE DI ARKLOG: UNA VOCE PER OGNI RIGA DEL LOG
000050* CORRENTE E DELLE GENERAZIONI ARCHIVIATE A CATALOGO, CON CHIAVI
000060* ALTERNATIVE PER RECORD INTERESSATO E PER NOME CAMPO
000070*
000080          SELECT ARKILOG ASSIGN TO  FILE-ILOG
000090           ORGANIZATION IS INDEXED
000100           ACCESS MODE  IS DYNAMIC
000110           RECORD KEY   IS CHIAVE-ILOG
000120           ALTERNATE RECORD KEY IS CHIAVE-NUMERO-ILOG
000130            WITH DUPLICATES
000140           ALTERNATE RECORD KEY IS CHIAVE-NOME-ILOG
000150            WITH DUPLICATES
000160           LOCK MODE    IS AUTOMATIC WITH LOCK ON RECORD
000170           FILE STATUS  IS STATUS-ILOG.
000180*
