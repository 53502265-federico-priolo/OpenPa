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
000040* TURNI DI REPERIBILITA': UNA FINESTRA PER GIORNO E ORA DI INIZIO,
000050* CON L'ORA DI FINE (SE NON E' OLTRE L'INIZIO LA FINESTRA SCAVALCA
000060* LA MEZZANOTTE E FINISCE IL GIORNO DOPO), IL REPERIBILE PRIMARIO,
000070* LA RISERVA E IL RESPONSABILE (CHIAVI UTENTE). UN ALLARME DI
000080* GRAVITA' "A" SENZA DESTINATARI ESPLICITI VA AL PRIMARIO DELLA
000090* FINESTRA IN CORSO; SE NESSUNO LO PRENDE IN CARICO ENTRO I MINUTI
000100* DEL PARAMETRO REPER-MINUTI PASSA ALLA RISERVA E POI AL
000110* RESPONSABILE (SE MANCA, QUELLO DEL PARAMETRO REPER-CAPO). SI
000120* SCRIVE DA openmrep.exe
000130*
000140  FD ARKREP LABEL RECORD  IS STANDARD GLOBAL
000150             BLOCK  CONTAINS 128 CHARACTERS
000160             RECORD CONTAINS 128 CHARACTERS.
000170*
000180  01 TURNO-REP.
000190   02 CHIAVE-REP.
000200    05 DATA-REP                  PIC 9(08).
000210    05 ORA-DA-REP                PIC 9(04).
000220   02 ORA-A-REP                  PIC 9(04).
000230   02 PRIMARIO-REP               PIC X(08).
000240   02 RISERVA-REP                PIC X(08).
000250   02 CAPO-REP                   PIC X(08).
000260   02 NOTA-REP                   PIC X(40).
000270   02 DATA-MOD-REP               PIC 9(08).
000280   02 ORA-MOD-REP                PIC 9(06).
000290   02 OPERATORE-MOD-REP          PIC X(08).
000300   02 FILLER                     PIC X(26).
