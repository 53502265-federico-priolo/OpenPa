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
000040* STORICO DELLE PUBBLICAZIONI OPEN DATA: UNA RIGA PER OGNI
000050* VERSIONE PUBBLICATA DI UN INSIEME DI DATI (TIPO TABELLA + ENTE
000060* DEL REGISTRO "OD"), NUMERATE DA 1 IN SU. I FILE DI OGNI VERSIONE
000070* RESTANO IN OPENDATA/ttee/ttee.nnnn.* E NON SI CANCELLANO; IN
000080* OPENDATA/ttee.* C'E' SEMPRE LA COPIA DELL'ULTIMA. UNA NUOVA
000090* VERSIONE NASCE SOLO SE L'IMPRONTA DEL CSV O LA RIGA DI REGISTRO
000100* (TITOLO, LICENZA, FREQUENZA...) SONO CAMBIATE DALLA PRECEDENTE
000110*
000120 FD ARKOPD LABEL RECORD  IS STANDARD GLOBAL
000130           BLOCK  CONTAINS 320 CHARACTERS
000140           RECORD CONTAINS 320 CHARACTERS.
000150*
000160 01 PUBBLICAZIONE-OPD.
000170    02 CHIAVE-OPD.
000180       05 TIPO-OPD             PIC XX.
000190       05 ENTE-OPD             PIC 99.
000200       05 NUMERO-OPD           PIC 9(4).
000210    02 DATA-OPD                PIC 9(8).
000220    02 ORA-OPD                 PIC 9(6).
000230    02 RIGHE-OPD               PIC 9(7).
000240    02 COLONNE-OPD             PIC 9(3).
000250*   CAMPI SENSIBILI A DIZIONARIO LASCIATI FUORI
000260    02 ESCLUSI-OPD             PIC 9(3).
000270*   SHA-256 DEL FILE CSV PUBBLICATO
000280    02 IMPRONTA-OPD            PIC X(64).
000290*   RIGA "OD" DEL REGISTRO COM'ERA AL MOMENTO DELLA PUBBLICAZIONE
000300    02 REGISTRO-OPD            PIC X(200).
000310    02 FILLER                  PIC X(21).
