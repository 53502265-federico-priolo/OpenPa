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
000040* INDICE DI ARKLOG. LA CHIAVE PRIMARIA E' LA POSIZIONE DELLA RIGA:
000050* GENERAZIONE ("ARKLOG" PER IL LOG CORRENTE, ALTRIMENTI IL NOME DI
000060* CATALOGO ARKLOGA... DELLA GENERAZIONE ARCHIVIATA) E NUMERO DI
000070* RIGA NEL FILE, CONTANDO DA 1. LE CHIAVI ALTERNATIVE PORTANO IL
000080* RECORD INTERESSATO (NUMERO-LOG) CON DATA E ORA E IL NOME CAMPO
000090* (NOME-COBOL-LOG) CON LA DATA. LA VOCE RIPORTA ANCHE LA RIGA
000100* COSI' COM'E' (HASH COMPRESO), COSI' LE CONSULTAZIONI RISPONDONO
000110* DAL SOLO INDICE; FA SEMPRE FEDE LA RIGA DEL LOG, CHE OPENLVER
000120* VERIFICA SULLA CATENA DI HASH. LA VOCE DI CONTROLLO "ARKLOG" CON
000130* POSIZIONE ZERO (CHIAVI ALTERNATIVE A LOW-VALUE) TIENE L'ULTIMA
000140* POSIZIONE ASSEGNATA NEL LOG CORRENTE; LE CONSULTAZIONI LA
000150* SCARTANO.
000160*
000170  FD ARKILOG LABEL RECORD  IS STANDARD GLOBAL
000180             BLOCK  CONTAINS 384 CHARACTERS
000190             RECORD CONTAINS 384 CHARACTERS.
000200*
000210  01 INDICE-LOG.
000220   02 CHIAVE-ILOG.
000230      03 GENERAZIONE-ILOG        PIC X(30).
000240      03 POSIZIONE-ILOG          PIC 9(09).
000250   02 CHIAVE-NUMERO-ILOG.
000260      03 NUMERO-ILOG             PIC X(20).
000270      03 DATA-ILOG               PIC X(06).
000280      03 ORARIO-ILOG             PIC X(06).
000290   02 CHIAVE-NOME-ILOG.
000300      03 NOME-ILOG               PIC X(30).
000310      03 DATA-NOME-ILOG          PIC X(06).
000320   02 RIGA-ILOG                  PIC X(248).
000330   02 CAMPI-RIGA-ILOG REDEFINES RIGA-ILOG.
000340      03 DATA-RIGA-ILOG          PIC X(06).
000350      03 FILLER                  PIC X.
000360      03 ORARIO-RIGA-ILOG        PIC X(06).
000370      03 FILLER                  PIC X.
000380      03 NOME-RIGA-ILOG          PIC X(30).
000390      03 FILLER                  PIC X(08).
000400      03 NUMERO-RIGA-ILOG        PIC X(20).
000410      03 FILLER                  PIC X(176).
000420   02 CONTROLLO-ILOG REDEFINES RIGA-ILOG.
000430      03 ULTIMA-POSIZIONE-ILOG   PIC 9(09).
000440      03 FILLER                  PIC X(239).
000450   02 FILLER                     PIC X(29).
000460*
