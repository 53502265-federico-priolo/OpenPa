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
000040* LIMITI DI IMPORTO DELLE ABILITAZIONI: UNA RIGA FACOLTATIVA PER
000050* OGNI RIGA DI ARKABI (STESSA CHIAVE ENTE+GRUPPO+CHIAMATA, JOLLY
000060* COMPRESI) DELLE CHIAMATE CHE VALIDANO O FIRMANO IMPORTI. IL
000070* PERMESSO RESTA QUELLO DI ARKABI: QUI C'E' SOLO IL MASSIMO CHE
000080* IL GRUPPO PUO' TRATTARE CON QUELLA CHIAMATA. UN PERMESSO SENZA
000090* RIGA DI LIMITE NON HA TETTO. IL CONTROLLO (OPENLIMW) PRENDE IL
000100* LIMITE PIU' ALTO FRA QUELLI DEI GRUPPI (BASE ED EXTRA) CHE
000110* CONCEDONO LA CHIAMATA ALL'UTENTE; OLTRE IL LIMITE IL VALORE E'
000120* RIFIUTATO ("R") OPPURE RIFIUTATO E INOLTRATO AL RESPONSABILE DI
000130* UNITA' DELL'OPERATORE PERCHE' LO INSERISCA LUI ("I")
000140*
000150 FD ARKLIM LABEL RECORD  IS STANDARD GLOBAL
000160           BLOCK  CONTAINS 100 CHARACTERS
000170           RECORD CONTAINS 100 CHARACTERS.
000180*
000190 01 LIMITE-ABI.
000200  02 CHIAVE-LIM.
000210   05 ENTE-LIM                 PIC 99.
000220   05 GRUPPO-LIM               PIC 9(04).
000230   05 CHIAMATA-LIM.
000240      09 MOD-LIM               PIC XX.
000250      09 ENT-LIM               PIC XX.
000260      09 FUNZ-LIM              PIC XX.
000270  02 DATI-LIM.
000280   05 IMPORTO-MAX-LIM          PIC 9(12)V99.
000290*     VALUTA DEL LIMITE (SPAZI = "EUR", COME CURRENCY-VIEW): UN
000300*     LIMITE IN VALUTA DIVERSA DA QUELLA DELL'IMPORTO NON SI
000310*     APPLICA E IL GRUPPO NON CONTA PER QUELL'IMPORTO
000320   05 VALUTA-LIM               PIC X(03).
000330*     "R" = OLTRE IL LIMITE SI RIFIUTA, "I" = SI RIFIUTA E SI
000340*     INOLTRA AL RESPONSABILE
000350   05 AZIONE-LIM               PIC X(01).
000360      88 LIM-RIFIUTA           VALUE "R".
000370      88 LIM-INOLTRA           VALUE "I".
000380*     CAMPO DEL DIZIONARIO (NOME-COBOL-DATO) A CUI SI APPLICA;
000390*     SPAZI = OGNI CAMPO NUMERICO CARICATO DALLA CHIAMATA
000400   05 CAMPO-LIM                PIC X(30).
000410   05 UTENTE-AGG-LIM           PIC X(08).
000420   05 DATA-AGG-LIM             PIC 9(08).
000430   05 FILLER                   PIC X(24).
