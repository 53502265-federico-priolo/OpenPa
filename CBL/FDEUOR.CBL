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
000030* UNITA' ORGANIZZATIVE: UFFICI E SETTORI DENTRO UN ENTE, CON IL
000040* LORO RESPONSABILE. OGNI UNITA' PUO' STARE SOTTO UN'UNITA' PADRE
000050* DELLO STESSO ENTE (VUOTO = PRIMO LIVELLO DELL'ENTE), FINO A 10
000060* LIVELLI COME LA GERARCHIA GRUPPI. IL RESPONSABILE E' IL PRIMO
000070* APPROVATORE DELLE RICHIESTE DI ABILITAZIONE DEI SUOI UTENTI
000080* (openabiq.exe); SE MANCA SI RISALE ALL'UNITA' PADRE. UN'UNITA'
000090* CHIUSA NON RICEVE NUOVE ASSEGNAZIONI. MANUTENZIONE AD ALBERO
000100* CON openmuor.exe.
000110*
000120  FD ARKUOR LABEL RECORD  IS STANDARD GLOBAL
000130             BLOCK  CONTAINS 128 CHARACTERS
000140             RECORD CONTAINS 128 CHARACTERS.
000150*
000160  01 UNITA-ORGANIZZATIVA.
000170   02 CHIAVE-UOR.
000180    05 CODICE-UOR               PIC X(8).
000190   02 ENTE-UOR                  PIC 9(2).
000200   02 DESC-UOR                  PIC X(40).
000210   02 PADRE-UOR                 PIC X(8).
000220   02 RESPONSABILE-UOR          PIC X(8).
000230   02 STATO-UOR                 PIC X.
000240      88 UOR-ATTIVA             VALUE "A" " ".
000250      88 UOR-CHIUSA             VALUE "C".
000260   02 UTENTE-AGG-UOR            PIC X(8).
000270   02 DATA-AGG-UOR              PIC 9(8).
000280   02 FILLER                    PIC X(45).
