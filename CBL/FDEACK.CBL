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
000040* PRESA IN CARICO DEGLI ALLARMI DI GRAVITA' "A" INSTRADATI SUI
000050* TURNI DI REPERIBILITA' (ARKREP): UNA RIGA PER NOTIFICA ARKNOT,
000060* CON LA STESSA CHIAVE. LA CREA OPENNOTS QUANDO SPEDISCE
000070* L'ALLARME AL PRIMARIO; SE NON VIENE PRESO IN CARICO ENTRO I
000080* MINUTI DEL PARAMETRO REPER-MINUTI OPENNOTS SALE DI LIVELLO
000090* (RISERVA, POI RESPONSABILE) E RIMETTE LA NOTIFICA IN SPEDIZIONE
000100* VERSO IL NUOVO DESTINATARIO. LA PRESA IN CARICO SI FA DA
000110* openmrep.exe (LINK NELLA POSTA) O DALLA CODA DI openmapp.exe;
000120* I MINUTI DALLA PRIMA SPEDIZIONE RESTANO PER IL RIEPILOGO
000130* MENSILE DI OPENBREP
000140*
000150  FD ARKACK LABEL RECORD  IS STANDARD GLOBAL
000160             BLOCK  CONTAINS 256 CHARACTERS
000170             RECORD CONTAINS 256 CHARACTERS.
000180*
000190  01 PRESA-ACK.
000200   02 CHIAVE-ACK                 PIC X(17).
000210   02 TIPO-ACK                   PIC X(10).
000220   02 RIFERIMENTO-ACK            PIC X(30).
000230   02 TESTO-ACK                  PIC X(80).
000240   02 PRIMARIO-ACK               PIC X(08).
000250   02 RISERVA-ACK                PIC X(08).
000260   02 CAPO-ACK                   PIC X(08).
000270*     1 PRIMARIO, 2 RISERVA, 3 RESPONSABILE; DESTINATARIO-ACK E'
000280*     CHI HA L'ALLARME IN MANO ADESSO, DA DATA/ORA-LIV-ACK
000290   02 LIVELLO-ACK                PIC 9(01).
000300      88 ACK-PRIMARIO            VALUE 1.
000310      88 ACK-RISERVA             VALUE 2.
000320      88 ACK-CAPO                VALUE 3.
000330   02 DESTINATARIO-ACK           PIC X(08).
000340   02 DATA-INVIO-ACK             PIC 9(08).
000350   02 ORA-INVIO-ACK              PIC 9(06).
000360   02 DATA-LIV-ACK               PIC 9(08).
000370   02 ORA-LIV-ACK                PIC 9(06).
000380*     "A" IN ATTESA, "P" PRESO IN CARICO, "E" ESAURITA LA CATENA
000390*     SENZA CHE NESSUNO LO PRENDESSE
000400   02 STATO-ACK                  PIC X(01).
000410      88 ACK-IN-ATTESA           VALUE "A".
000420      88 ACK-PRESO               VALUE "P".
000430      88 ACK-ESAURITO            VALUE "E".
000440   02 PRESO-DA-ACK               PIC X(08).
000450   02 DATA-PRESA-ACK             PIC 9(08).
000460   02 ORA-PRESA-ACK              PIC 9(06).
000470   02 MINUTI-PRESA-ACK           PIC 9(05).
000480   02 FILLER                     PIC X(30).
