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
000040* REGISTRO DEI TRATTAMENTI (ART. 30 GDPR) RICAVATO DAI METADATI:
000050* LO RICOMPONE DA CAPO openbtrt.exe AD OGNI GIRO E LO STAMPA
000060* openstmp.exe (MK-report=gdpr) SULLA CARTA INTESTATA
000070* DELL'ENTE. PER OGNI ENTE UNA RIGA "A" PER ARCHIVIO CON DATI
000080* PERSONALI (CAMPI SENSIBILI A DIZIONARIO) CON LA RITENZIONE DI
000090* TABELLA "RE", I FERMI LEGALI ATTIVI, LA CIFRATURA E IL NUMERO
000100* DI LETTORI IN CHIARO, E SOTTO UNA RIGA "L" PER OGNI UTENTE
000110* DELL'ENTE CHE NEI DIRITTI EFFETTIVI PUO' VEDERE IN CHIARO I
000120* CAMPI DELL'ARCHIVIO (CHIAMATA SI/RV/<gruppo>). LE LACUNE SONO
000130* SEGNATE SULLA RIGA DELL'ARCHIVIO
000140*
000150  FD ARKTRT LABEL RECORD  IS STANDARD GLOBAL
000160             BLOCK  CONTAINS 256 CHARACTERS
000170             RECORD CONTAINS 256 CHARACTERS.
000180*
000190  01 TRATTAMENTO-TRT.
000200   02 CHIAVE-TRT.
000210    05 ENTE-TRT                  PIC 9(02).
000220    05 ARCHIVIO-TRT              PIC X(30).
000230    05 TIPO-RIGA-TRT             PIC X(01).
000240       88 RIGA-ARCHIVIO-TRT      VALUE "A".
000250       88 RIGA-LETTORE-TRT       VALUE "L".
000260    05 UTENTE-TRT                PIC X(08).
000270   02 DATI-TRT.
000280    05 GRUPPO-CAMPI-TRT          PIC X(02).
000290    05 VERSIONE-TRT              PIC 9(05).
000300    05 DESC-TRT                  PIC X(38).
000310    05 CAMPI-TRT                 PIC 9(04).
000320    05 SENSIBILI-TRT             PIC 9(04).
000330*     GRUPPI DI VISIBILITA' DEI CAMPI SENSIBILI, FINO A DIECI
000340    05 VISIBILITA-TRT            PIC X(20).
000350*     RITENZIONE: "A" = REGOLA "RE" APPLICATA DA openrete,
000360*     "S" = REGOLA PRESENTE MA SU UN ARCHIVIO CHE openrete NON
000370*     GOVERNA, SPAZIO = NESSUNA REGOLA
000380    05 RITENZIONE-TRT            PIC X(01).
000390       88 RITENZIONE-APPLICATA   VALUE "A".
000400       88 RITENZIONE-IGNORATA    VALUE "S".
000410       88 RITENZIONE-ASSENTE     VALUE " ".
000420    05 GIORNI-TRT                PIC 9(05).
000430    05 AZIONE-TRT                PIC X(01).
000440    05 FERMI-TRT                 PIC 9(04).
000450*     CIFRATURA: "S" = TUTTI I RECORD CIFRATI, "P" = IN PARTE,
000460*     "N" = NESSUNO, SPAZIO = L'ARCHIVIO NON PREVEDE CIFRATURA
000470    05 CIFRATURA-TRT             PIC X(01).
000480       88 CIFRATURA-NON-PREVISTA VALUE " ".
000490    05 IN-CHIARO-TRT             PIC 9(06).
000500    05 LETTORI-TRT               PIC 9(05).
000510*     LACUNE: "S" SULLA VOCE MANCANTE
000520    05 LACUNE-TRT.
000530       10 LACUNA-RITENZIONE-TRT  PIC X(01).
000540       10 LACUNA-CIFRATURA-TRT   PIC X(01).
000550       10 LACUNA-TRACCIATO-TRT   PIC X(01).
000560    05 DATA-TRT                  PIC 9(08).
000570    05 FILLER                    PIC X(108).
000580   02 LETTORE-TRT REDEFINES DATI-TRT.
000590    05 NOME-LETT-TRT             PIC X(30).
000600    05 GRUPPO-LETT-TRT           PIC 9(04).
000610    05 SCADENZA-LETT-TRT         PIC 9(08).
000620    05 FILLER                    PIC X(173).
000630*
