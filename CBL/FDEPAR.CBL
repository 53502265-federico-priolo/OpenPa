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
000028* PARAMETRI DI SISTEMA, UNO PER RIGA, CON NOME, TIPO, CAMPO DI
000029* VALIDITA' E DESCRIZIONE: PRENDONO IL POSTO DELLE RIGHE DI
000030* CONFIGURAZIONE CHE STAVANO IN ARKVIEW, COSI' UNA PULIZIA O UN
000031* RIPRISTINO DELL'ARCHIVIO DI LAVORO NON LI TOCCA PIU'. UN
000032* PARAMETRO "PER UTENTE" HA UNA RIGA DI DEFINIZIONE CON
000033* QUALIFICA A SPAZI E UNA RIGA PER OGNI UTENTE (QUALIFICA =
000034* CHIAVE-UTEN); UN PARAMETRO GLOBALE HA SOLO LA PRIMA. SI
000035* SCRIVE SOLO TRAMITE OPENPARW, CHE VALIDA IL VALORE E LASCIA
000036* LA RIGA DI STORICO SU ARKPAH. TIPI: N NUMERO INTERO (TRA
000037* MINIMO E MASSIMO, REGISTRATO A 9 CIFRE), S SI/NO, A TESTO
000038* (AL PIU' LUNGH-PAR CARATTERI), O ORA HHMM, D DATA AAAAMMGG,
000039* G GETTONE SEGRETO (COME A, MA MASCHERATO A VIDEO E NELLO
000040* STORICO)
000041*
000042  FD ARKPAR LABEL RECORD  IS STANDARD GLOBAL
000043             BLOCK  CONTAINS 512 CHARACTERS
000044             RECORD CONTAINS 512 CHARACTERS.
000045*
000050  01 PARAMETRO.
000060   02 CHIAVE-PAR.
000070    05 NOME-PAR                 PIC X(30).
000080    05 QUALIFICA-PAR            PIC X(10).
000090   02 TIPO-PAR                  PIC X(01).
000100      88 PAR-NUMERICO           VALUE "N".
000110      88 PAR-SI-NO              VALUE "S".
000120      88 PAR-TESTO              VALUE "A".
000130      88 PAR-ORA                VALUE "O".
000140      88 PAR-DATA               VALUE "D".
000150      88 PAR-SEGRETO            VALUE "G".
000160   02 AMBITO-PAR                PIC X(01).
000170      88 PAR-GLOBALE            VALUE "G".
000180      88 PAR-PER-UTENTE         VALUE "U".
000190   02 LUNGH-PAR                 PIC 9(03).
000200   02 MINIMO-PAR                PIC 9(09).
000210   02 MASSIMO-PAR               PIC 9(09).
000220   02 DESC-PAR                  PIC X(60).
000230   02 VALORE-PAR                PIC X(256).
000240   02 DATA-MOD-PAR              PIC 9(08).
000250   02 ORA-MOD-PAR               PIC 9(06).
000260   02 OPERATORE-MOD-PAR         PIC X(08).
000270   02 PROGRAMMA-MOD-PAR         PIC X(14).
000280   02 FILLER                    PIC X(97).
