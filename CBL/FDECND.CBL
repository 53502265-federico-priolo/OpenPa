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
000030*
000040* REGISTRO DEGLI ACCORDI DI CONDIVISIONE FRA ENTI (openmcnd.exe):
000050* L'ENTE FONTE CONCEDE ALL'ENTE DESTINATARIO DI VEDERE (MODO "L")
000060* O ANCHE DI MODIFICARE (MODO "S") I SUOI DATI DEGLI OGGETTI
000070* ELENCATI (TIPI TABELLA COME "02" O "BG", NOMI DI ARCHIVIO COME
000080* "ARKABI", "*" = TUTTI I TIPI TABELLA), AI SOLI OPERATORI DELLO
000090* ENTE DESTINATARIO CHE HANNO UNO DEI GRUPPI INDICATI (BASE O
000100* EXTRA), DAL GIORNO VALIDO-DAL AL GIORNO VALIDO-AL COMPRESI, CON
000110* IL PROTOCOLLO DELL'ATTO CHE LO FONDA. LO VERIFICA IL SERVIZIO
000120* OPENCNDW PER LE GRIGLIE E LE MASCHERE SEGREGATE PER ENTE;
000130* openbcnd.exe LO FA SCADERE DA SOLO (STATO "S") DOPO AVER
000140* AVVISATO I CONTATTI DEI DUE ENTI (AVVISO-CND = SCADENZA GIA'
000150* SEGNALATA). LA REVOCA ANTICIPATA LASCIA LA RIGA IN STATO "R"
000160*
000170 FD ARKCND LABEL RECORD  IS STANDARD GLOBAL
000180           BLOCK  CONTAINS 256 CHARACTERS
000190           RECORD CONTAINS 256 CHARACTERS.
000200*
000210 01 ACCORDO-CND.
000220    02 CHIAVE-CND.
000230       05 ENTE-FONTE-CND       PIC 9(2).
000240       05 ENTE-DEST-CND        PIC 9(2).
000250       05 NUMERO-CND           PIC 9(3).
000260    02 PROTOCOLLO-CND          PIC X(20).
000270    02 OGGETTI-CND.
000280       05 OGGETTO-CND          PIC X(8) OCCURS 8 TIMES.
000290    02 MODO-CND                PIC X.
000300       88 CND-LETTURA          VALUE "L".
000310       88 CND-SCRITTURA        VALUE "S".
000320    02 GRUPPI-CND.
000330       05 GRUPPO-CND           PIC 9(4) OCCURS 5 TIMES.
000340    02 VALIDO-DAL-CND          PIC 9(8).
000350    02 VALIDO-AL-CND           PIC 9(8).
000360    02 STATO-CND               PIC X.
000370       88 CND-ATTIVO           VALUE "A".
000380       88 CND-SCADUTO          VALUE "S".
000390       88 CND-REVOCATO         VALUE "R".
000400    02 NOTA-CND                PIC X(60).
000410    02 REGISTRATO-DA-CND       PIC X(8).
000420    02 DATA-REG-CND            PIC 9(8).
000430    02 ORA-REG-CND             PIC 9(6).
000440    02 AVVISO-CND              PIC 9(8).
000450    02 FILLER                  PIC X(37).
