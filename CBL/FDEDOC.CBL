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
000030* REGISTRO DELLE STAMPE UFFICIALI: UNA RIGA PER OGNI FILE PRODOTTO
000040* DA openstmp.exe (MATRICE DEI PERMESSI, REGISTRO DELLE UTENZE) E
000050* DA openevid.exe (FASCICOLO DELLE EVIDENZE), SCRITTA DAL SERVIZIO
000060* OPENFIRW AL MOMENTO DELLA PRODUZIONE. CHIAVE DATA + ORA +
000070* PROGRESSIVO = IDENTIFICATIVO DELLA STAMPA. ESECUZIONE E' LA
000080* SESSIONE WEB O IL LANCIO BATCH CHE L'HA PRODOTTA. IMPRONTA
000090* SHA-256 DEL FILE ORIGINALE E DELLA BUSTA FIRMATA CAdES (.p7m)
000100* CON IL CERTIFICATO DI FIRMA DELL'ENTE; LA MARCA TEMPORALE (.tsr)
000110* E' LA RISPOSTA DEL SERVIZIO DI MARCATURA SULLA BUSTA. STATO
000120* DELLA FIRMA: "M" FIRMATA E MARCATA, "F" FIRMATA SENZA MARCA
000130* (MARCATURA NON RIUSCITA), "N" NON FIRMATA (CERTIFICATO NON
000140* CONFIGURATO), "E" FIRMA NON RIUSCITA; IL MOTIVO SPIEGA GLI
000150* ULTIMI TRE. LA VERIFICA DI UN FILE (openverf.exe) CERCA LA SUA
000160* IMPRONTA. LE STAMPE CHE RIGUARDANO UN SOLO UTENTE (LETTERA DI
000161* ATTRIBUZIONE DEGLI ACCESSI, OPENLACW) PORTANO L'UTENTE IN
000162* SOGGETTO-DOC E IL NUMERO DI RIFERIMENTO IN RIFERIMENTO-DOC:
000163* SONO GLI ALLEGATI DELLA SCHEDA UTENTE; SPAZI = STAMPA GENERALE.
000170*
000180  FD ARKDOC LABEL RECORD  IS STANDARD GLOBAL
000190             BLOCK  CONTAINS 512 CHARACTERS
000200             RECORD CONTAINS 512 CHARACTERS.
000210*
000220  01 STAMPA-UFFICIALE.
000230   02 CHIAVE-DOC.
000240    05 DATA-DOC                 PIC 9(8).
000250    05 ORA-DOC                  PIC 9(6).
000260    05 PROG-DOC                 PIC 9(3).
000270   02 PROGRAMMA-DOC             PIC X(8).
000280   02 TIPO-DOC                  PIC X(10).
000290   02 ESECUZIONE-DOC            PIC X(20).
000300   02 UTENTE-DOC                PIC X(8).
000310   02 PERCORSO-DOC              PIC X(60).
000320   02 IMPRONTA-DOC              PIC X(64).
000330   02 BUSTA-DOC                 PIC X(60).
000340   02 IMPRONTA-BUSTA-DOC        PIC X(64).
000350   02 MARCA-DOC                 PIC X(60).
000360   02 DATA-MARCA-DOC            PIC 9(8).
000370   02 ORA-MARCA-DOC             PIC 9(6).
000380   02 STATO-FIRMA-DOC           PIC X.
000390      88 DOC-MARCATA            VALUE "M".
000400      88 DOC-FIRMATA            VALUE "M" "F".
000410      88 DOC-NON-FIRMATA        VALUE "N".
000420      88 DOC-FIRMA-FALLITA      VALUE "E".
000430   02 MOTIVO-DOC                PIC X(40).
000432   02 SOGGETTO-DOC              PIC X(8).
000434   02 RIFERIMENTO-DOC           PIC X(20).
000440   02 FILLER                    PIC X(58).
