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
000040* REGISTRO DELLE UTENZE NON NOMINATIVE (openmsvc.exe): UNA RIGA
000050* PER OGNI RECORD DI ARKUTEN CHE NON E' UNA PERSONA, CON LO STESSO
000060* TIPO RIPORTATO IN TIPO-UTEN (F FUNZIONALE CONDIVISA, S DI
000070* SERVIZIO / API, B IDENTITA' BATCH, T SONDA SINTETICA), IL
000080* RESPONSABILE (UN'UTENZA PERSONALE ATTIVA), LO SCOPO, LE ORIGINI
000090* DI RETE AMMESSE (4 PREFISSI DA 15 COME IL PARAMETRO
000100* "ORIGINE-AMMESSA", RISOLTE DA openorig.exe) E LA DATA DELLA
000110* PROSSIMA REVISIONE. L'ATTESTAZIONE ANNUALE DEL RESPONSABILE
000120* (funzione=attesta) TIMBRA ATTESTATO-IL/-DA E SPOSTA LA
000130* REVISIONE; AVVISO-SVC E' LA REVISIONE GIA' SEGNALATA DA
000140* openbsvc.exe, CHE BLOCCA L'UTENZA SE L'ATTESTAZIONE NON ARRIVA
000150*
000160 FD ARKSVC LABEL RECORD  IS STANDARD GLOBAL
000170           BLOCK  CONTAINS 256 CHARACTERS
000180           RECORD CONTAINS 256 CHARACTERS.
000190*
000200 01 UTENZA-SVC.
000210    02 CHIAVE-SVC.
000220       05 UTENTE-SVC           PIC X(8).
000230    02 TIPO-SVC                PIC X.
000240       88 SVC-FUNZIONALE       VALUE "F".
000250       88 SVC-SERVIZIO         VALUE "S".
000260       88 SVC-BATCH            VALUE "B".
000270       88 SVC-SONDA            VALUE "T".
000280    02 RESPONSABILE-SVC        PIC X(8).
000290    02 SCOPO-SVC               PIC X(60).
000300    02 ORIGINI-SVC.
000310       05 ORIGINE-SVC          PIC X(15) OCCURS 4 TIMES.
000320    02 REVISIONE-SVC           PIC 9(8).
000330    02 ATTESTATO-IL-SVC        PIC 9(8).
000340    02 ATTESTATO-DA-SVC        PIC X(8).
000350    02 REGISTRATO-DA-SVC       PIC X(8).
000360    02 DATA-REG-SVC            PIC 9(8).
000370    02 ORA-REG-SVC             PIC 9(6).
000380    02 AVVISO-SVC              PIC 9(8).
000390    02 FILLER                  PIC X(65).
