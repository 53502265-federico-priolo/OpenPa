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
000040* TRASFERIMENTI UTENTE (MOVER): QUANDO UN UTENTE CAMBIA MODELLO
000050* DI RUOLO (RUOLO-UTEN) E/O ENTE PRIMARIO, openruol.exe CONCEDE
000060* SUBITO GRUPPI E ABILITAZIONI DEL NUOVO MODELLO E TIENE QUI I
000070* GRUPPI E L'ENTE DEL VECCHIO INCARICO, CHE L'UTENTE CONSERVA
000080* SOLO PER IL PERIODO DI TRANSIZIONE CONCORDATO CON IL VECCHIO
000090* RESPONSABILE. ALLA DATA DI RIMOZIONE openbmov.exe LI TOGLIE DA
000100* ARKUTEN, A MENO CHE QUALCUNO NON ABBIA PROROGATO ESPLICITAMENTE
000110* (funzione=proroga DI openruol.exe)
000120*
000130 FD ARKMOV LABEL RECORD  IS STANDARD GLOBAL
000140           BLOCK  CONTAINS 256 CHARACTERS
000150           RECORD CONTAINS 256 CHARACTERS.
000160*
000170 01 TRASFERIMENTO.
000180  02 CHIAVE-MOV.
000190   05 UTENTE-MOV               PIC X(08).
000200   05 SEQ-MOV                  PIC 9(04).
000210  02 DATI-MOV.
000220*     "P" = RIMOZIONE IN ATTESA, "R" = VECCHIO ACCESSO RIMOSSO
000230   05 STATO-MOV                PIC X(01).
000240      88 MOV-PENDENTE          VALUE "P".
000250      88 MOV-RIMOSSO           VALUE "R".
000260   05 DATA-MOV                 PIC 9(08).
000270   05 OPERATORE-MOV            PIC X(08).
000280   05 MODELLO-VECCHIO-MOV      PIC X(08).
000290   05 MODELLO-NUOVO-MOV        PIC X(08).
000300   05 ENTE-VECCHIO-MOV         PIC 9(02).
000310   05 ENTE-NUOVO-MOV           PIC 9(02).
000320*     GRUPPI DEL VECCHIO INCARICO ASSENTI DAL NUOVO MODELLO,
000330*     LASCIATI FRA I GRUPPI AGGIUNTIVI FINO ALLA RIMOZIONE
000340   05 GRUPPI-TOGLIERE-MOV.
000350      10 GRUPPO-TOGLIERE-MOV   PIC 9(04) OCCURS 6 TIMES.
000360*     VECCHIO ENTE PRIMARIO, LASCIATO FRA GLI ENTI AGGIUNTIVI
000370   05 ENTE-TOGLIERE-MOV        PIC 9(02).
000380   05 RIMOZIONE-MOV            PIC 9(08).
000390   05 RESPONSABILE-MOV         PIC X(08).
000400   05 PROROGHE-MOV             PIC 9(02).
000410   05 PROROGATO-DA-MOV         PIC X(08).
000420   05 MOTIVO-PROROGA-MOV       PIC X(60).
000430   05 DATA-ESECUZIONE-MOV      PIC 9(08).
000440   05 FILLER                   PIC X(87).
000450*
