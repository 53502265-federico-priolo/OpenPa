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
000040* ESITI DELLA RICONCILIAZIONE TRIMESTRALE (OPENBRCN). PER OGNI
000050* TRIMESTRE (AAAAT) UN RECORD DI TOTALI (TIPO "T", PROGRESSIVO
000060* ZERO) CON LE MODIFICHE ESAMINATE E QUANTE NE HA SPIEGATE OGNI
000070* FONTE, PIU' UN RECORD DI DETTAGLIO (TIPO "D") PER OGNI
000080* MODIFICA RIMASTA SENZA SPIEGAZIONE, CON CHI L'HA FATTA E
000090* QUANDO. I TOTALI DI PIU' TRIMESTRI DANNO L'ANDAMENTO NEL TEMPO.
000100* LA RIELABORAZIONE DI UN TRIMESTRE NE SOSTITUISCE I RECORD.
000110*
000120  FD ARKRCN LABEL RECORD  IS STANDARD GLOBAL
000130             BLOCK  CONTAINS 128 CHARACTERS
000140             RECORD CONTAINS 128 CHARACTERS.
000150*
000160  01 ESITO-RCN.
000170   02 CHIAVE-RCN.
000180    05 PERIODO-RCN               PIC 9(05).
000190    05 TIPO-RCN                  PIC X(01).
000200       88 RCN-TOTALI             VALUE "T".
000210       88 RCN-DETTAGLIO          VALUE "D".
000220    05 PROG-RCN                  PIC 9(06).
000230   02 TOTALI-RCN.
000240    05 DATA-ELAB-RCN             PIC 9(08).
000250    05 ORA-ELAB-RCN              PIC 9(06).
000260    05 INIZIO-PERIODO-RCN        PIC 9(08).
000270    05 FINE-PERIODO-RCN          PIC 9(08).
000280    05 CONCESSIONI-RCN           PIC 9(07).
000290    05 CAMBI-GRUPPO-RCN          PIC 9(07).
000300    05 DA-RICHIESTA-RCN          PIC 9(07).
000310    05 DA-CERTIFICAZIONE-RCN     PIC 9(07).
000320    05 DA-RUOLO-RCN              PIC 9(07).
000330    05 DA-BREAKGLASS-RCN         PIC 9(07).
000340    05 DA-TICKET-RCN             PIC 9(07).
000350    05 DA-MODIFICA-PEN-RCN       PIC 9(07).
000360    05 DA-DELEGA-RCN             PIC 9(07).
000370    05 NON-SPIEGATE-RCN          PIC 9(07).
000380    05 FILLER                    PIC X(16).
000390   02 DETTAGLIO-RCN REDEFINES TOTALI-RCN.
000400    05 ORIGINE-RCN               PIC X(04).
000410    05 RIFERIMENTO-RCN           PIC X(40).
000420    05 DATA-RCN                  PIC 9(08).
000430    05 ORA-RCN                   PIC 9(06).
000440    05 AUTORE-RCN                PIC X(08).
000450    05 SOGGETTO-RCN              PIC X(08).
000460    05 DESC-RCN                  PIC X(30).
000470    05 FILLER                    PIC X(12).
