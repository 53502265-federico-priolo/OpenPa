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
000040* REGISTRO DEI PACCHETTI DI CONSERVAZIONE A NORMA (openbcns.exe):
000050* UNA RIGA PER PACCHETTO. TIPO "LOG" UNA GENERAZIONE ARCHIVIATA
000060* DI ARKLOG (RIFERIMENTO = NOME DI CATALOGO ARKLOGA...), "ACC" UN
000070* MESE DEL GIORNALE DEGLI ACCESSI, "DOC" UN MESE DI STAMPE
000080* UFFICIALI FIRMATE DI ARKDOC (RIFERIMENTO = AAAAMM). PERIODO,
000090* RIGHE (O STAMPE) E FILE DEL PACCHETTO; MANCANTI = FILE DI
000100* STAMPA A REGISTRO NON PIU' PRESENTI SU DISCO. LA CATENA DI HASH
000110* (PRIMO E ULTIMO ANELLO) C'E' SOLO PER IL LOG; PRECEDENTE E'
000120* L'IMPRONTA DEL PACCHETTO PRECEDENTE DELLO STESSO TIPO, COSI' I
000130* PACCHETTI SI TENGONO L'UNO CON L'ALTRO. STATO: "P" PREPARATO,
000140* "E" INVIO NON RIUSCITO (SI RIPROVA AL GIRO DOPO), "A"
000150* ACCETTATO DAL CONSERVATORE (RICEVUTA NEL FILE INDICATO), "R"
000160* RIFIUTATO (RICEVUTA E CODICE SPIEGANO IL MOTIVO)
000170*
000180 FD ARKCNS LABEL RECORD  IS STANDARD GLOBAL
000190           BLOCK  CONTAINS 600 CHARACTERS
000200           RECORD CONTAINS 600 CHARACTERS.
000210*
000220 01 PACCHETTO-CNS.
000230    02 CHIAVE-CNS.
000240       05 TIPO-CNS             PIC X(3).
000250       05 RIFERIMENTO-CNS      PIC X(30).
000260    02 ENTE-CNS                PIC 99.
000270    02 DAL-CNS                 PIC 9(8).
000280    02 AL-CNS                  PIC 9(8).
000290    02 RIGHE-CNS               PIC 9(9).
000300    02 NUM-FILE-CNS            PIC 9(5).
000310    02 MANCANTI-CNS            PIC 9(5).
000320    02 CATENA-INIZIO-CNS       PIC X(64).
000330    02 CATENA-FINE-CNS         PIC X(64).
000340    02 PRECEDENTE-CNS          PIC X(64).
000350    02 IMPRONTA-CNS            PIC X(64).
000360    02 PACCHETTO-FILE-CNS      PIC X(60).
000370    02 DATA-PREP-CNS           PIC 9(8).
000380    02 ORA-PREP-CNS            PIC 9(6).
000390    02 STATO-CNS               PIC X.
000400       88 CNS-PREPARATO        VALUE "P".
000410       88 CNS-ERRORE           VALUE "E".
000420       88 CNS-ACCETTATO        VALUE "A".
000430       88 CNS-RIFIUTATO        VALUE "R".
000440       88 CNS-DA-INVIARE       VALUE "P" "E".
000450    02 DATA-INVIO-CNS          PIC 9(8).
000460    02 ORA-INVIO-CNS           PIC 9(6).
000470    02 TENTATIVI-CNS           PIC 9(2).
000480    02 CODICE-CNS              PIC X(3).
000490    02 RICEVUTA-CNS            PIC X(60).
000500    02 MOTIVO-CNS              PIC X(40).
000510    02 FILLER                  PIC X(80).
