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
000030* REGISTRO DEI TICKET DI CAMBIAMENTO: OGNI MODIFICA DI
000040* CONFIGURAZIONE (RIGHE DI TABELLA, VOCI DI MENU, RIGHE DI ARKLIB,
000050* PERMESSI, PACCHETTI DI PROMOZIONE) PUO' CITARE IL TICKET CHE
000060* L'HA AUTORIZZATA. IL TICKET NASCE IN BOZZA DA openmtkt.exe COL
000070* NUMERO DEL NUMERATORE CENTRALIZZATO (SERIE "TKT"), VIENE
000080* APPROVATO O RESPINTO DA UN OPERATORE DIVERSO DAL RICHIEDENTE E
000090* VALE SOLO DENTRO LA SUA FINESTRA PIANIFICATA (DATA E ORA DI
000100* INIZIO E DI FINE). IL CONTROLLO E LA REGISTRAZIONE DEGLI
000110* UTILIZZI (ARKTKU) PASSANO TUTTI DAL SERVIZIO OPENTKTW
000120*
000130  FD ARKTKT LABEL RECORD  IS STANDARD GLOBAL
000140             BLOCK  CONTAINS 256 CHARACTERS
000150             RECORD CONTAINS 256 CHARACTERS.
000160*
000170  01 TICKET-CAMBIAMENTO.
000180   02 CHIAVE-TKT.
000190    05 NUMERO-TKT               PIC 9(08).
000200   02 STATO-TKT                 PIC X(01).
000210      88 TKT-BOZZA              VALUE "B" " ".
000220      88 TKT-APPROVATO          VALUE "A".
000230      88 TKT-RESPINTO           VALUE "R".
000240      88 TKT-CHIUSO             VALUE "C".
000250   02 DESC-TKT                  PIC X(60).
000260   02 RICHIEDENTE-TKT           PIC X(08).
000270   02 DATA-RICHIESTA-TKT        PIC 9(08).
000280   02 APPROVATORE-TKT           PIC X(08).
000290   02 DATA-APPROVAZIONE-TKT     PIC 9(08).
000300*     FINESTRA PIANIFICATA: AAAAMMGG E HHMM DI INIZIO E DI FINE
000310   02 INIZIO-TKT.
000320    05 DATA-INIZIO-TKT          PIC 9(08).
000330    05 ORA-INIZIO-TKT           PIC 9(04).
000340   02 FINE-TKT.
000350    05 DATA-FINE-TKT            PIC 9(08).
000360    05 ORA-FINE-TKT             PIC 9(04).
000370*     MODIFICHE REGISTRATE SU ARKTKU SOTTO QUESTO TICKET
000380   02 UTILIZZI-TKT              PIC 9(07).
000390   02 DATA-CHIUSURA-TKT         PIC 9(08).
000400   02 OPERATORE-CHIUSURA-TKT    PIC X(08).
000410   02 FILLER                    PIC X(108).
