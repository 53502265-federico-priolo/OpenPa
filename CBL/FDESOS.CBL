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
000040* FILE DEI SOSPESI DEI CARICAMENTI: OGNI RECORD SCARTATO DA UN
000050* CARICATORE (openucar.exe, opentcar.exe), OGNI ARRIVO CHE
000060* openfeed.exe NON E' RIUSCITO AD ACCODARE E OGNI RICHIESTA DI
000070* OPENAPIW O OPENSCIM RESPINTA PER CONTENUTO NON VALIDO VIENE
000075* PARCHEGGIATO QUI CON LA RIGA ORIGINALE, IL MOTIVO, LA FONTE E
000080* IL FLUSSO DI PROVENIENZA (NOME DEL FILE, CODICE DEL FLUSSO O
000090* SISTEMA CHIAMANTE) E IL NUMERO DI RIGA. DA openmsos.exe
000100* L'OPERATORE LO
000110* CORREGGE E LO RIPRESENTA (STATO "R": LO RIPRENDE IL PROGRAMMA
000120* DI ORIGINE AL GIRO SUCCESSIVO, CHE LO PORTA A "C" SE VA A BUON
000130* FINE O LO RIMETTE A "S" COL NUOVO MOTIVO) OPPURE LO SCARTA
000140* DEFINITIVAMENTE (STATO "D") CON UNA MOTIVAZIONE. openbsos.exe
000150* SEGNALA I SOSPESI RIMASTI APERTI OLTRE SOSPESI-GIORNI
000160* (AVVISO-SOS = ULTIMO GIORNO DI SEGNALAZIONE)
000170*
000180 FD ARKSOS LABEL RECORD  IS STANDARD GLOBAL
000190           BLOCK  CONTAINS 1280 CHARACTERS
000200           RECORD CONTAINS 1280 CHARACTERS.
000210*
000220 01 SOSPESO-SOS.
000230    02 CHIAVE-SOS.
000240       05 DATA-SOS             PIC 9(8).
000250       05 ORA-SOS              PIC 9(8).
000260       05 PROG-SOS             PIC 9(3).
000270    02 FONTE-SOS               PIC X(8).
000280    02 FLUSSO-SOS              PIC X(40).
000290    02 RIGA-SOS                PIC 9(7).
000300    02 STATO-SOS               PIC X.
000310       88 SOS-SOSPESO          VALUE "S".
000320       88 SOS-RIPRESENTATO     VALUE "R".
000330       88 SOS-CARICATO         VALUE "C".
000340       88 SOS-SCARTATO         VALUE "D".
000350       88 SOS-APERTO           VALUE "S" "R".
000360    02 MOTIVO-SOS              PIC X(60).
000370    02 CONTENUTO-SOS           PIC X(1024).
000380    02 TENTATIVI-SOS           PIC 9(3).
000390    02 OPERATORE-SOS           PIC X(8).
000400    02 DATA-ESITO-SOS          PIC 9(8).
000410    02 ORA-ESITO-SOS           PIC 9(6).
000420    02 NOTA-ESITO-SOS          PIC X(60).
000430    02 AVVISO-SOS              PIC 9(8).
000440    02 FILLER                  PIC X(28).
