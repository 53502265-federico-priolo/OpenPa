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
000040* REGISTRO DELLE VIOLAZIONI DI DATI PERSONALI (ART. 33-34 GDPR):
000050* OGNI VIOLAZIONE HA IL SUO NUMERO (SERIE "VIO" DEL NUMERATORE
000060* CENTRALIZZATO) E UNA RIGA DI TESTATA CON UTENTE-VIO A SPAZI;
000070* SOTTO LA TESTATA UNA RIGA PER OGNI UTENTE COINVOLTO. LA
000080* SCADENZA DELLA NOTIFICA AL GARANTE E' A 72 ORE DALLA
000090* RILEVAZIONE: openbvio.exe SEGNALA SU ARKNOT LE VIOLAZIONI ANCORA
000100* SENZA NOTIFICA A 24 E A 48 ORE. LA GESTIONE (APERTURA, UTENTI,
000110* DECISIONI, NOTIFICA, CHIUSURA CON ESITO, TRACCE DI ARKLET E
000120* ARKLOG DEGLI UTENTI) E' IN openmvio.exe
000130*
000140 FD ARKVIO LABEL RECORD  IS STANDARD GLOBAL
000150            BLOCK  CONTAINS 512 CHARACTERS
000160            RECORD CONTAINS 512 CHARACTERS.
000170*
000180 01 VIOLAZIONE.
000190  02 CHIAVE-VIO.
000200   05 NUMERO-VIO               PIC 9(08).
000210   05 UTENTE-VIO               PIC X(08).
000220  02 DATI-VIO.
000230   05 ENTE-VIO                 PIC 9(02).
000240   05 STATO-VIO                PIC X(01).
000250      88 VIO-APERTA            VALUE "A" " ".
000260      88 VIO-CHIUSA            VALUE "C".
000270*     RILEVAZIONE E SCADENZA DELLA NOTIFICA: AAAAMMGG E HHMM
000280   05 RILEVAZIONE-VIO.
000290    07 DATA-RIL-VIO            PIC 9(08).
000300    07 ORA-RIL-VIO             PIC 9(04).
000310   05 SCADENZA-VIO.
000320    07 DATA-SCAD-VIO           PIC 9(08).
000330    07 ORA-SCAD-VIO            PIC 9(04).
000340*     INIZIO PRESUNTO DELL'ESPOSIZIONE: DA QUI PARTONO LE TRACCE
000350   05 ESPOSIZIONE-VIO          PIC 9(08).
000360   05 DESC-VIO                 PIC X(60).
000370*     CATEGORIE DI DATI: FINO A 10 GRUPPI DEL DIZIONARIO CON CAMPI
000380*     SENSIBILI, DUE CARATTERI L'UNO
000390   05 CATEGORIE-VIO            PIC X(20).
000400   05 CATEGORIA-VIO            REDEFINES CATEGORIE-VIO
000410                               PIC X(02) OCCURS 10 TIMES.
000420*     VALUTAZIONE DEL RISCHIO PER GLI INTERESSATI
000430   05 RISCHIO-VIO              PIC X(01).
000440      88 RISCHIO-NON-VALUTATO  VALUE " ".
000450      88 RISCHIO-BASSO         VALUE "B".
000460      88 RISCHIO-MEDIO         VALUE "M".
000470      88 RISCHIO-ALTO          VALUE "A".
000480   05 VALUTAZIONE-VIO          PIC X(60).
000490*     DECISIONE SULLA NOTIFICA: "N" VA NOTIFICATA AL GARANTE, "E"
000500*     ESCLUSA PERCHE' IMPROBABILE IL RISCHIO (CON MOTIVAZIONE)
000510   05 DECISIONE-VIO            PIC X(01).
000520      88 DECISIONE-APERTA      VALUE " ".
000530      88 DA-NOTIFICARE         VALUE "N".
000540      88 NOTIFICA-ESCLUSA      VALUE "E".
000550   05 MOTIVO-VIO               PIC X(60).
000560   05 DECISO-DA-VIO            PIC X(08).
000570   05 DATA-DECISIONE-VIO       PIC 9(08).
000580*     COMUNICAZIONE AGLI INTERESSATI (ART. 34): "S" FATTA, "N" NON
000590*     DOVUTA, SPAZIO = ANCORA DA DECIDERE
000600   05 INTERESSATI-VIO          PIC X(01).
000610*     NOTIFICA AL GARANTE; OLTRE LA SCADENZA CON I MOTIVI DEL RITARDO
000620   05 NOTIFICA-VIO.
000630    07 DATA-NOT-VIO            PIC 9(08).
000640    07 ORA-NOT-VIO             PIC 9(04).
000650   05 PROTOCOLLO-VIO           PIC X(20).
000660   05 RITARDO-VIO              PIC X(60).
000670*     ALLARMI GIA' ACCODATI DA openbvio ("S")
000680   05 ALLARME-24-VIO           PIC X(01).
000690   05 ALLARME-48-VIO           PIC X(01).
000700   05 ESITO-VIO                PIC X(60).
000710   05 APERTA-DA-VIO            PIC X(08).
000720   05 CHIUSA-DA-VIO            PIC X(08).
000730   05 DATA-CHIUSURA-VIO        PIC 9(08).
000740   05 UTENTI-VIO               PIC 9(05).
000750   05 FILLER                   PIC X(59).
000760*
000770*     RIGA DI UTENTE COINVOLTO: NOME ED ENTE DA ARKUTEN, LETTURE E
000780*     MODIFICHE TROVATE DALL'ULTIMA RICERCA DELLE TRACCE
000790*
000800  02 COINVOLTO-VIO             REDEFINES DATI-VIO.
000810   05 NOME-COINV-VIO           PIC X(30).
000820   05 ENTE-COINV-VIO           PIC 9(02).
000830   05 LETTURE-COINV-VIO        PIC 9(07).
000840   05 MODIFICHE-COINV-VIO      PIC 9(07).
000850   05 AGGIUNTO-DA-VIO          PIC X(08).
000860   05 DATA-AGGIUNTA-VIO        PIC 9(08).
000870   05 FILLER                   PIC X(434).
