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
000030* GIORNALE DELLE UNITA' DI LAVORO: UN AGGIORNAMENTO CHE TOCCA PIU'
000040* ARCHIVI (openmout.exe, openreky.exe, opengfus.exe, openefus.exe)
000041* SI APRE CON UNA RIGA DI TESTATA (PROGRESSIVO ZERO, STATO "A")
000050* E, PRIMA DI
000060* OGNI SCRITTURA, RISCRITTURA O CANCELLAZIONE, ACCODA L'IMMAGINE
000070* PRECEDENTE DEL RECORD (STATO "B", PROGRESSIVO 1, 2, ...):
000080* ARCHIVIO, CHIAVE, SE IL RECORD ESISTEVA ("S") O VIENE CREATO
000090* DALL'UNITA' ("N") E IL SUO CONTENUTO COSI' COM'ERA SU DISCO. LA
000100* CONFERMA CANCELLA LE IMMAGINI E CHIUDE LA TESTATA ("C");
000110* UN'UNITA' RIMASTA APERTA (PROCESSO MORTO A META') VIENE
000120* RIPORTATA INDIETRO RIMETTENDO LE IMMAGINI DALL'ULTIMA ALLA PRIMA
000130* E LA TESTATA PASSA A "R" (O "E" SE QUALCHE RECORD NON SI E'
000140* POTUTO RIMETTERE); "X" E' UN'UNITA' ANNULLATA DAL PROGRAMMA
000150* STESSO DOPO UN ERRORE GESTITO. SERVIZIO OPENUDLW, RIPRISTINO
000160* ALL'AVVIO CON openbudl.exe.
000170*
000180  FD ARKUDL LABEL RECORD  IS STANDARD GLOBAL
000190            BLOCK  CONTAINS 416 CHARACTERS
000200            RECORD CONTAINS 416 CHARACTERS.
000210*
000220  01 UNITA-LAVORO.
000230   02 CHIAVE-UDL.
000240    05 ID-UDL.
000250     07 DATA-UDL               PIC 9(8).
000260     07 ORA-UDL                PIC 9(8).
000270     07 NUM-UDL                PIC 9(3).
000280    05 PROG-UDL                PIC 9(5).
000290   02 STATO-UDL                PIC X.
000300      88 UDL-APERTA            VALUE "A".
000310      88 UDL-IMMAGINE          VALUE "B".
000320      88 UDL-CONFERMATA        VALUE "C".
000330      88 UDL-RIPRISTINATA      VALUE "R".
000340      88 UDL-INCOMPLETA        VALUE "E".
000350      88 UDL-ANNULLATA         VALUE "X".
000360   02 PROGRAMMA-UDL            PIC X(8).
000370   02 OPERATORE-UDL            PIC X(8).
000380   02 NUM-IMMAGINI-UDL         PIC 9(5).
000390   02 DATA-FINE-UDL            PIC 9(8).
000400   02 ORA-FINE-UDL             PIC 9(8).
000410   02 ARCHIVIO-UDL             PIC X(8).
000420   02 CHIAVE-REC-UDL           PIC X(40).
000430   02 ESISTEVA-UDL             PIC X.
000440      88 REC-ESISTEVA          VALUE "S".
000450      88 REC-NUOVO             VALUE "N".
000460   02 IMMAGINE-UDL             PIC X(256).
000470   02 NOTA-UDL                 PIC X(40).
000480   02 FILLER                   PIC X(9).
