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
000030* REGISTRO DELLE INFORMATIVE SULL'USO DEL SISTEMA E SULLA
000040* RISERVATEZZA: OGNI VERSIONE HA IL SUO TESTO IN UNA O PIU'
000050* LINGUE. LA RIGA ZERO DI OGNI VERSIONE/LINGUA E' LA TESTATA
000060* (TITOLO IN TESTO-POL, DATA DI ENTRATA IN VIGORE IN
000070* DATA-VIGORE-POL), LE RIGHE DA 1 IN POI SONO IL TESTO NELL'ORDINE
000080* DI RIGA-POL. FA FEDE LA
000090* TESTATA ITALIANA: UNA VERSIONE E' IN VIGORE DA QUANDO LA SUA
000100* DATA-VIGORE-POL ITALIANA E' RAGGIUNTA, E LA VERSIONE CORRENTE E'
000110* LA PIU' ALTA TRA QUELLE IN VIGORE (openpolw.exe). LE TRADUZIONI
000120* MANCANTI RICADONO SUL TESTO ITALIANO. SCRITTE DA openmpol.exe,
000130* MOSTRATE DA openpuso.exe; UNA VERSIONE IN VIGORE NON SI MODIFICA
000140* PIU', SE NE PUBBLICA UNA NUOVA
000150*
000160  FD ARKPOL LABEL RECORD  IS STANDARD GLOBAL
000170             BLOCK  CONTAINS 256 CHARACTERS
000180             RECORD CONTAINS 256 CHARACTERS.
000190*
000200  01 TESTO-POLITICA.
000210   02 CHIAVE-POL.
000220    05 VERSIONE-POL             PIC 9(4).
000230*     ISO 639-1, STESSA CONVENZIONE DI LINGUA-UTEN
000240    05 LINGUA-POL               PIC XX.
000250    05 RIGA-POL                 PIC 9(3).
000260   02 DATA-VIGORE-POL           PIC 9(8).
000270   02 TESTO-POL                 PIC X(150).
000280   02 UTENTE-POL                PIC X(8).
000290   02 DATA-POL                  PIC 9(8).
000300   02 FILLER                    PIC X(73).
