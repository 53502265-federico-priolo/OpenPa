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
000040* PERMESSI EFFETTIVI PRECALCOLATI. PER OGNI UTENTE E OGNI CHIAMATA
000050* (ENTE E TERNA MOD/ENT/FUNZ) CHE COMPARE IN ARKABI SU UN GRUPPO
000060* DA LUI RAGGIUNGIBILE (BASE, EXTRA E ANTENATI ARKGER) LA VOCE
000070* RIPORTA L'ESITO DELLA RISALITA COMPLETA DI AUTORIZZA-GER SU
000080* TUTTI I SUOI GRUPPI: CONCESSA O NEGATA, IL GRUPPO DI PARTENZA E
000090* QUELLO CHE HA CONCESSO, I LIVELLI RISALITI E LA SCADENZA DELLA
000100* RIGA CHE HA CONCESSO (ZERO = SENZA SCADENZA). LE RIGHE JOLLY
000110* HANNO LA LORO VOCE CON ENT E/O FUNZ A SPAZI, E SI CERCANO NELLO
000120* STESSO ORDINE DI AUTORIZZA-ABI. LA TESTATA DELL'UTENTE (ENTE
000130* ZERO, CHIAMATA A LOW-VALUE) FOTOGRAFA I GRUPPI SU CUI E' STATO
000140* FATTO IL CALCOLO E LO STATO: "S" MENTRE IL RICALCOLO E' IN
000150* CORSO, "V" A RICALCOLO CONCLUSO.
000160*
000170  FD ARKEFF LABEL RECORD  IS STANDARD GLOBAL
000180             BLOCK  CONTAINS 64  CHARACTERS
000190             RECORD CONTAINS 64  CHARACTERS.
000200*
000210  01 PERMESSO-EFF.
000220   02 CHIAVE-EFF.
000230    05 UTENTE-EFF                PIC X(08).
000240    05 ENTE-EFF                  PIC 99.
000250    05 CHIAMATA-EFF.
000260      09 MOD-EFF                 PIC XX.
000270      09 ENT-EFF                 PIC XX.
000280      09 FUNZ-EFF                PIC XX.
000290   02 DATI-EFF.
000300    05 ESITO-EFF                 PIC X.
000310       88 EFF-CONCESSA           VALUE "C".
000320       88 EFF-NEGATA             VALUE "N".
000330    05 GRUPPO-PARTENZA-EFF       PIC 9(4).
000340    05 GRUPPO-CONCESSO-EFF       PIC 9(4).
000350    05 LIVELLI-EFF               PIC 9(2).
000360    05 EREDITATA-EFF             PIC X.
000370    05 SCADENZA-EFF              PIC 9(8).
000380    05 FILLER                    PIC X(28).
000390   02 TESTATA-EFF REDEFINES DATI-EFF.
000400    05 STATO-EFF                 PIC X.
000410       88 TESTATA-VALIDA         VALUE "V".
000420       88 TESTATA-IN-CALCOLO     VALUE "S".
000430    05 GRUPPI-TEST-EFF.
000440      09 GRUPPO-BASE-TEST-EFF    PIC 9(4).
000450      09 NUM-GRUPPI-TEST-EFF     PIC 9(2).
000460      09 GRUPPI-EXTRA-TEST-EFF.
000470        10 GRUPPO-EXTRA-TEST-EFF PIC 9(4) OCCURS 5 TIMES.
000480    05 DATA-CALCOLO-EFF          PIC 9(8).
000490    05 ORA-CALCOLO-EFF           PIC 9(8).
000500    05 VOCI-EFF                  PIC 9(5).
