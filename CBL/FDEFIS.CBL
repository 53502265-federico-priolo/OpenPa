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
000028* ANAGRAFICA DELLE PERSONE FISICHE: UNA SCHEDA PER CODICE
000029* FISCALE, CONTROLLATO ALL'INSERIMENTO (VERIFICA-CODFIS-FIS),
000030* CON UN NUMERO PROGRESSIVO DAL NUMERATORE CENTRALIZZATO (SERIE
000031* "FIS") A CUI PUNTA PERSONA-UTEN DI OGNI UTENZA DELLA PERSONA.
000032* COSI' LE UTENZE DI ENTI DIVERSI O RIMASTE DA UN CAMBIO DI
000033* CHIAVE SI RICONDUCONO ALLA STESSA PERSONA: LA REVISIONE DELLE
000034* UTENZE DORMIENTI (OPENUDOR), LA DISATTIVAZIONE (opencanc.exe)
000035* E IL REPORT DI SEPARAZIONE DEI COMPITI (OPENSODR) LAVORANO
000036* ANCHE PER PERSONA.
000037*
000038  FD ARKFIS LABEL RECORD  IS STANDARD GLOBAL
000039             BLOCK  CONTAINS 256 CHARACTERS
000040             RECORD CONTAINS 256 CHARACTERS.
000041*
000050  01 PERSONA-FISICA.
000060   02 CHIAVE-FIS.
000070    05 CODFIS-FIS               PIC X(16).
000080   02 NUMERO-FIS                PIC 9(08).
000090   02 COGNOME-FIS               PIC X(30).
000100   02 NOME-FIS                  PIC X(30).
000110   02 DATA-NASCITA-FIS          PIC 9(08).
000120   02 SESSO-FIS                 PIC X(01).
000130      88 FIS-MASCHIO            VALUE "M".
000140      88 FIS-FEMMINA            VALUE "F".
000150   02 NOTE-FIS                  PIC X(60).
000160   02 DATA-INS-FIS              PIC 9(08).
000170   02 OPERATORE-INS-FIS         PIC X(08).
000180   02 DATA-AGG-FIS              PIC 9(08).
000190   02 OPERATORE-AGG-FIS         PIC X(08).
000200   02 FILLER                    PIC X(71).
