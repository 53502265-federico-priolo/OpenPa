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
000030* REGISTRO DEI PROBLEMI: RAGGRUPPA GLI INCIDENTI DI ARKINC CON LA
000040* STESSA FIRMA (PROGRAMMA, FILE E FILE STATUS). LO COSTRUISCE OGNI
000050* NOTTE OPENBPRB, CHE COLLEGA GLI INCIDENTI (PROBLEMA-INC) E
000060* RICALCOLA PRIMA E ULTIMA COMPARSA, OCCORRENZE E TENDENZA
000070* (ULTIMI 7 GIORNI CONTRO I 7 PRECEDENTI). DA openmprb.exe SI
000080* ASSEGNA IL RESPONSABILE, SI REGISTRA LA CAUSA E SI CHIUDE IL
000090* PROBLEMA INSIEME A TUTTI I SUOI INCIDENTI. UN PROBLEMA CHIUSO
000100* NON SI RIAPRE: SE LA FIRMA SI RIPRESENTA NE NASCE UNO NUOVO CHE
000110* RICORDA IL PRECEDENTE (PRECEDENTE-PRB)
000120*
000130  FD ARKPRB LABEL RECORD  IS STANDARD GLOBAL
000140             BLOCK  CONTAINS 384 CHARACTERS
000150             RECORD CONTAINS 384 CHARACTERS.
000160*
000170  01 PROBLEMA.
000180   02 CHIAVE-PRB.
000190    05 NUMERO-PRB               PIC 9(08).
000200   02 FIRMA-PRB.
000210    05 PROGRAMMA-PRB            PIC X(14).
000220    05 FILE-PRB                 PIC X(08).
000230    05 STATUS-FILE-PRB          PIC XX.
000240   02 STATO-PRB                 PIC X(01).
000250      88 PRB-APERTO             VALUE "A" " ".
000260      88 PRB-CHIUSO             VALUE "C".
000270   02 DATA-APERTURA-PRB         PIC 9(08).
000280   02 PRIMA-DATA-PRB            PIC 9(08).
000290   02 ULTIMA-DATA-PRB           PIC 9(08).
000300   02 ULTIMA-ORA-PRB            PIC 9(06).
000310   02 OCCORRENZE-PRB            PIC 9(07).
000320   02 APERTI-PRB                PIC 9(07).
000330   02 SETTIMANA-PRB             PIC 9(05).
000340   02 SETTIMANA-PREC-PRB        PIC 9(05).
000350   02 TENDENZA-PRB              PIC X(01).
000360      88 TENDENZA-NUOVO         VALUE "N".
000370      88 TENDENZA-SALITA        VALUE "+".
000380      88 TENDENZA-DISCESA       VALUE "-".
000390      88 TENDENZA-STABILE       VALUE "=".
000400   02 DESC-PRB                  PIC X(40).
000410   02 RESPONSABILE-PRB          PIC X(08).
000420   02 CAUSA-PRB                 PIC X(160).
000430   02 DATA-CHIUSURA-PRB         PIC 9(08).
000440   02 OPERATORE-CHIUSURA-PRB    PIC X(08).
000450   02 PRECEDENTE-PRB            PIC 9(08).
000460   02 DATA-ELAB-PRB             PIC 9(08).
000470   02 FILLER                    PIC X(56).
