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
000040* REVISIONE GIORNALIERA DELLE ATTIVITA' PRIVILEGIATE. PER OGNI
000050* GIORNATA (AAAAMMGG) UN RECORD DI TESTA (TIPO "G", UTENTE E
000060* SESSIONE A SPAZI, PROGRESSIVO ZERO) CON IL REVISORE DESIGNATO,
000070* LA SCADENZA, LO STATO DELLA FIRMA E L'EVENTUALE SOLLECITO, PIU'
000080* UN RECORD (TIPO "V") PER OGNI AZIONE DI UN UTENTE PRIVILEGIATO
000090* ESTRATTA DA ARKLOG, ARKABIS, ARKSTAB, ARKMVER E ARKACC, CON
000100* CHIAVE PER PERSONA E SESSIONE COSI' CHE LA LETTURA IN ORDINE
000110* LE PRESENTI GIA' RAGGRUPPATE. SULLA VOCE IL REVISORE PUO'
000120* ANNOTARE UN RILIEVO.
000130*
000140  FD ARKPRV LABEL RECORD  IS STANDARD GLOBAL
000150             BLOCK  CONTAINS 256 CHARACTERS
000160             RECORD CONTAINS 256 CHARACTERS.
000170*
000180  01 REVISIONE-PRV.
000190   02 CHIAVE-PRV.
000200    05 GIORNO-PRV                PIC 9(08).
000210    05 TIPO-PRV                  PIC X(01).
000220       88 PRV-GIORNATA           VALUE "G".
000230       88 PRV-VOCE               VALUE "V".
000240    05 UTENTE-PRV                PIC X(08).
000250    05 SESSIONE-PRV              PIC X(20).
000260    05 PROG-PRV                  PIC 9(06).
000270   02 GIORNATA-PRV.
000280    05 REVISORE-PRV              PIC X(08).
000290    05 SCADENZA-PRV              PIC 9(08).
000300    05 STATO-PRV                 PIC X(01).
000310       88 PRV-ASSEGNATA          VALUE "A".
000320       88 PRV-RIVISTA            VALUE "R".
000330       88 PRV-SENZA-VOCI         VALUE "N".
000340    05 VOCI-PRV                  PIC 9(06).
000350    05 PERSONE-PRV               PIC 9(04).
000360    05 RILIEVI-PRV               PIC 9(06).
000370    05 DATA-ELAB-PRV             PIC 9(08).
000380    05 ORA-ELAB-PRV              PIC 9(06).
000390    05 DATA-FIRMA-PRV            PIC 9(08).
000400    05 ORA-FIRMA-PRV             PIC 9(06).
000410    05 NOTA-FIRMA-PRV            PIC X(60).
000420    05 SOLLECITO-PRV             PIC X(01).
000430       88 PRV-SOLLECITATA        VALUE "S".
000440    05 DATA-SOLLECITO-PRV        PIC 9(08).
000450    05 FILLER                    PIC X(83).
000460   02 VOCE-PRV REDEFINES GIORNATA-PRV.
000470    05 ORIGINE-PRV               PIC X(04).
000480    05 ORA-PRV                   PIC 9(06).
000490    05 OGGETTO-PRV               PIC X(30).
000500    05 DESCRIZIONE-PRV           PIC X(60).
000510    05 ESITO-VOCE-PRV            PIC X(01).
000520       88 VOCE-DA-VEDERE         VALUE " ".
000530       88 VOCE-CON-RILIEVO       VALUE "R".
000540    05 RILIEVO-PRV               PIC X(60).
000550    05 AUTORE-RILIEVO-PRV        PIC X(08).
000560    05 DATA-RILIEVO-PRV          PIC 9(08).
000570    05 FILLER                    PIC X(36).
