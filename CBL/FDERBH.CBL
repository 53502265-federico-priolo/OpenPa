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
000040* STORICO DELLE PROCEDURE OPERATIVE: UNA RIGA PER OGNI VERSIONE
000050* SALVATA DA openmrbk.exe, CON CHI E QUANDO E L'IMMAGINE INTERA
000060* DEL RECORD ARKRBK (STESSO TRACCIATO DI RUNBOOK), COSI' OGNI
000070* VERSIONE PASSATA SI RILEGGE COM'ERA
000080*
000090  FD ARKRBH LABEL RECORD  IS STANDARD GLOBAL.
000100*
000110  01 VERSIONE-RUNBOOK.
000120      02 DATI-RBH.
000130        05 DATA-RBH       PIC 9(08).
000140        05 FILLER         PIC X.
000150        05 ORA-RBH        PIC 9(06).
000160        05 FILLER         PIC X.
000170        05 OPERATORE-RBH  PIC X(08).
000180        05 FILLER         PIC X.
000190        05 AZIONE-RBH     PIC X(08).
000200        05 FILLER         PIC X.
000210        05 IMMAGINE-RBH   PIC X(1024).
