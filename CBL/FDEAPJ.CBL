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
000028* GIORNALE DELLE CHIAMATE API, UNA RIGA PER CHIAMATA (STESSO
000029* STILE DI ARKACC): PROGRAMMA CHIAMATO, SIGLA DEL SISTEMA
000030* CHIAMANTE, CODA DEL GETTONE (ULTIME 6 CIFRE, IL GETTONE
000031* INTERO NON SI SCRIVE), ENTITA', AZIONE, ESITO "OK", "KO" O
000032* "TM" (TROPPE RICHIESTE, SOGLIA DEL GETTONE SUPERATA),
000033* CHIAVE DEL RECORD TOCCATO, DURATA IN MILLISECONDI E MOTIVO.
000034* L'ORA E' HHMMSSCC; IL RIEPILOGO MENSILE E' OPENAPIR
000035*
000040  FD ARKAPJ LABEL RECORD  IS STANDARD GLOBAL.
000050*
000060  01 CHIAMATA-API.
000070      02 DATI-APJ.
000080        05 DATA-APJ       PIC 9(08).
000090        05 FILLER1-APJ    PIC X.
000100        05 ORA-APJ.
000101         10 HH-APJ        PIC 99.
000102         10 MMSSCC-APJ    PIC 9(06).
000110        05 FILLER1-APJ    PIC X.
000120        05 PROGRAMMA-APJ  PIC X(08).
000130        05 FILLER1-APJ    PIC X.
000140        05 SISTEMA-APJ    PIC X(08).
000150        05 FILLER1-APJ    PIC X.
000160        05 TOKEN-APJ      PIC X(06).
000170        05 FILLER1-APJ    PIC X.
000180        05 ENTITA-APJ     PIC X(10).
000190        05 FILLER1-APJ    PIC X.
000200        05 AZIONE-APJ     PIC X(10).
000210        05 FILLER1-APJ    PIC X.
000220        05 ESITO-APJ      PIC XX.
000230        05 FILLER1-APJ    PIC X.
000240        05 CHIAVE-APJ     PIC X(20).
000250        05 FILLER1-APJ    PIC X.
000260        05 DURATA-APJ     PIC 9(07).
000270        05 FILLER1-APJ    PIC X.
000280        05 MOTIVO-APJ     PIC X(40).
