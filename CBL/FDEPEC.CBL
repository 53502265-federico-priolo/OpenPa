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
000030* MESSAGGI SPEDITI PER POSTA ELETTRONICA CERTIFICATA: UNA RIGA PER
000040* OGNI NOTIFICA (CHIAVE DI ARKNOT) E OGNI DESTINATARIO PEC DELLA
000050* NOTIFICA (POSIZIONE NELLA LISTA DESTINATARI). opennots.exe LA
000060* SCRIVE "I" ALL'INVIO, openpecr.exe LA AGGIORNA CON LE RICEVUTE
000070* CHE TORNANO NELLA CASELLA PEC: "A" ALL'ACCETTAZIONE, "C" ALLA
000080* CONSEGNA, "F" SU NON ACCETTAZIONE O ERRORE DI CONSEGNA. LE
000090* RICEVUTE RESTANO NEI FILE INDICATI COME PROVA. ALLARME "S"
000100* QUANDO E' GIA' PARTITA LA NOTIFICA DI MANCATA CONSEGNA.
000105* CONSULTAZIONE CON openmpec.exe.
000120*
000130  FD ARKPEC LABEL RECORD  IS STANDARD GLOBAL
000140             BLOCK  CONTAINS 384 CHARACTERS
000150             RECORD CONTAINS 384 CHARACTERS.
000160*
000170  01 MESSAGGIO-PEC.
000180   02 CHIAVE-PEC.
000190    05 NOTIFICA-PEC.
000200     07 DATA-NOT-PEC            PIC 9(8).
000210     07 ORA-NOT-PEC             PIC 9(6).
000220     07 PROG-NOT-PEC            PIC 9(3).
000230    05 DEST-PEC                 PIC 9.
000240   02 TIPO-PEC                  PIC X(10).
000250   02 RIFERIMENTO-PEC           PIC X(30).
000260   02 INDIRIZZO-PEC             PIC X(60).
000270   02 STATO-PEC                 PIC X.
000280      88 PEC-INVIATA            VALUE "I".
000290      88 PEC-ACCETTATA          VALUE "A".
000300      88 PEC-CONSEGNATA         VALUE "C".
000310      88 PEC-FALLITA            VALUE "F".
000320      88 PEC-IN-CORSO           VALUE "I" "A".
000330   02 DATA-INVIO-PEC            PIC 9(8).
000340   02 ORA-INVIO-PEC             PIC 9(6).
000350   02 DATA-ACC-PEC              PIC 9(8).
000360   02 ORA-ACC-PEC               PIC 9(6).
000370   02 DATA-CONS-PEC             PIC 9(8).
000380   02 ORA-CONS-PEC              PIC 9(6).
000390   02 RICEVUTA-ACC-PEC          PIC X(60).
000400   02 RICEVUTA-CONS-PEC         PIC X(60).
000410   02 MOTIVO-PEC                PIC X(40).
000420   02 ALLARME-PEC               PIC X.
000430      88 PEC-SEGNALATA          VALUE "S".
000440   02 TENTATIVI-PEC             PIC 9(2).
000450   02 FILLER                    PIC X(60).
