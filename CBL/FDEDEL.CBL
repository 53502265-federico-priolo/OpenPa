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
000030* DELEGHE PER ASSENZA: PER UNA FINESTRA DI DATE (INIZIO E FINE
000040* COMPRESE) IL DELEGATO OPERA ANCHE CON I GRUPPI DEL DELEGANTE
000050* (GRUPPO-UTEN E GRUPPI EXTRA), RESTANDO COLLEGATO CON LA PROPRIA
000060* CHIAVE-UTEN. ALL'AVVIO I GRUPPI MANCANTI ENTRANO TRA I GRUPPI
000070* EXTRA DEL DELEGATO E SI ANNOTANO QUI, COSI' ALLA CHIUSURA SE NE
000080* TOLGONO SOLO QUELLI. SCRITTE SOLO DA openmdel.exe TRAMITE
000090* opendelw.exe (REGISTRA, REVOCA) E DALLA SPAZZATA GIORNALIERA
000100* OPENBDEL (AVVIO E CHIUSURA AUTOMATICI). UNA DELEGA NON PUO'
000110* SOVRAPPORSI AD UN'ALTRA DELLO STESSO DELEGANTE O DELLO STESSO
000120* DELEGATO.
000130*
000140  FD ARKDEL LABEL RECORD  IS STANDARD GLOBAL
000150             BLOCK  CONTAINS 256 CHARACTERS
000160             RECORD CONTAINS 256 CHARACTERS.
000170*
000180  01 DELEGA-ASSENZA.
000190   02 CHIAVE-DEL.
000200    05 DELEGANTE-DEL            PIC X(8).
000210    05 INIZIO-DEL               PIC 9(8).
000220   02 FINE-DEL                  PIC 9(8).
000230   02 DELEGATO-DEL              PIC X(8).
000240*     "P" PROGRAMMATA, "A" ATTIVA, "C" CONCLUSA ALLA SCADENZA,
000250*     "R" REVOCATA, "K" RESPINTA ALL'AVVIO (IL MOTIVO IN NOTA-DEL)
000260   02 STATO-DEL                 PIC X.
000270      88 DELEGA-PROGRAMMATA     VALUE "P".
000280      88 DELEGA-ATTIVA          VALUE "A".
000290      88 DELEGA-CONCLUSA        VALUE "C".
000300      88 DELEGA-REVOCATA        VALUE "R".
000310      88 DELEGA-RESPINTA        VALUE "K".
000320      88 DELEGA-APERTA          VALUE "P" "A".
000330   02 MOTIVO-DEL                PIC X(60).
000340   02 UTENTE-INS-DEL            PIC X(8).
000350   02 DATA-INS-DEL              PIC 9(8).
000360*     GRUPPI AGGIUNTI AI GRUPPI EXTRA DEL DELEGATO ALL'AVVIO
000370   02 NUM-AGGIUNTI-DEL          PIC 9.
000380   02 GRUPPO-AGG-DEL            PIC 9(4) OCCURS 6 TIMES.
000390   02 DATA-ATT-DEL              PIC 9(8).
000400   02 DATA-CHIU-DEL             PIC 9(8).
000410   02 UTENTE-CHIU-DEL           PIC X(8).
000420   02 NOTA-DEL                  PIC X(60).
000430   02 FILLER                    PIC X(38).
