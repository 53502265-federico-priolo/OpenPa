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
000040* PROCEDURE OPERATIVE (RUNBOOK): UNA PER OGNI PASSO DEL GIRO
000050* NOTTURNO (TIPO "P", CODICE = PASSO-BCK: VPUR, LSHP, ALOG, ...)
000060* E PER OGNI PIANO SCHEDULATO (TIPO "S", CODICE = CODICE-SKD).
000070* DICE COSA FA IL PASSO, LE CAUSE SOLITE DI ERRORE, SE E' SICURO
000080* RILANCIARLO, CHI CHIAMARE E COSA GUARDARE PER PRIMA COSA.
000090* LA MOSTRA openmbck.exe ACCANTO AL PASSO FALLITO E LA RICHIAMA
000100* LA NOTIFICA ARKNOT DEL FALLIMENTO; SI SCRIVE SOLO DA
000110* openmrbk.exe, CHE AD OGNI SALVATAGGIO ALZA VERSIONE-RBK E
000120* ACCODA L'IMMAGINE DELLA NUOVA VERSIONE SU ARKRBH
000130*
000140  FD ARKRBK LABEL RECORD  IS STANDARD GLOBAL
000150             BLOCK  CONTAINS 1024 CHARACTERS
000160             RECORD CONTAINS 1024 CHARACTERS.
000170*
000180  01 RUNBOOK.
000190   02 CHIAVE-RBK.
000200    05 TIPO-RBK                  PIC X(01).
000210       88 RBK-PASSO              VALUE "P".
000220       88 RBK-PIANO              VALUE "S".
000230    05 CODICE-RBK                PIC X(08).
000240   02 TITOLO-RBK                 PIC X(40).
000250   02 SCOPO-RBK                  PIC X(160).
000260   02 CAUSE-RBK                  PIC X(200).
000270*     "S" SI PUO' RILANCIARE SENZA CAUTELE, "N" NON VA RILANCIATO
000280*     PRIMA DI AVER SENTITO IL CONTATTO, "V" RILANCIABILE DOPO LE
000290*     VERIFICHE INDICATE; LA NOTA DICE COME (DA DOVE, CON QUALI
000300*     ACCORGIMENTI)
000310   02 RILANCIO-RBK               PIC X(01).
000320      88 RBK-RILANCIO-SICURO     VALUE "S".
000330      88 RBK-RILANCIO-VIETATO    VALUE "N".
000340      88 RBK-RILANCIO-VERIFICA   VALUE "V".
000350   02 NOTA-RILANCIO-RBK          PIC X(80).
000360   02 CONTATTO-RBK               PIC X(80).
000370   02 VERIFICHE-RBK              PIC X(200).
000380   02 VERSIONE-RBK               PIC 9(04).
000390   02 DATA-MOD-RBK               PIC 9(08).
000400   02 ORA-MOD-RBK                PIC 9(06).
000410   02 OPERATORE-MOD-RBK          PIC X(08).
000420   02 FILLER                     PIC X(228).
