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
000040* VERSIONI DELLE PAGINE TEMPLATE/*.HTM: UNA RIGA PER VERSIONE DI
000050* OGNI PAGINA, NUMERATE DA 1 IN SU. IL TESTO DI OGNI VERSIONE STA
000060* IN TEMPLATE/VERS/nome.nnnn (FUORI DAL GIRO DELLA LINEA DI BASE DI
000070* INTEGRITA', CHE GUARDA SOLO TEMPLATE/*.HTM); LA PAGINA IN LINEA
000080* E' LA COPIA DELLA VERSIONE "A". LA PRIMA VOLTA CHE SI APRE UNA
000090* BOZZA LA PAGINA INSTALLATA ENTRA COME VERSIONE 1 "IMPORTATA".
000100* UNA SOLA BOZZA ("B") O PUBBLICAZIONE PROGRAMMATA ("P") PER
000110* PAGINA ALLA VOLTA; LA BOZZA LA MODIFICA E LA VEDE IN ANTEPRIMA
000120* SOLO IL SUO AUTORE. PUBBLICANDO, LA VERSIONE "A" PRECEDENTE
000130* DIVENTA "S" (SOSTITUITA). UN RIPRISTINO NON RIATTIVA LA VECCHIA
000140* RIGA: NE FA UNA NUOVA VERSIONE CON ORIGINE "R" E BASE LA
000150* VERSIONE RIPRESA, COSI' LA STORIA RESTA COMPLETA
000160*
000170 FD ARKHTM LABEL RECORD  IS STANDARD GLOBAL
000180           BLOCK  CONTAINS 200 CHARACTERS
000190           RECORD CONTAINS 200 CHARACTERS.
000200*
000210 01 VERSIONE-HTM.
000220  02 CHIAVE-HTM.
000230   05 NOME-HTM                 PIC X(20).
000240   05 NUMERO-HTM               PIC 9(04).
000250  02 DATI-HTM.
000260   05 STATO-HTM                PIC X(01).
000270      88 HTM-BOZZA             VALUE "B".
000280      88 HTM-PROGRAMMATA       VALUE "P".
000290      88 HTM-IN-LINEA          VALUE "A".
000300      88 HTM-SOSTITUITA        VALUE "S".
000310*     "I" = PAGINA INSTALLATA IMPORTATA, "N" = BOZZA NUOVA,
000320*     "R" = RIPRISTINO DELLA VERSIONE BASE-HTM
000330   05 ORIGINE-HTM              PIC X(01).
000340      88 HTM-IMPORTATA         VALUE "I".
000350      88 HTM-NUOVA             VALUE "N".
000360      88 HTM-RIPRISTINO        VALUE "R".
000370*     VERSIONE DA CUI E' STATA COPIATA (ZERO PER L'IMPORTATA)
000380   05 BASE-HTM                 PIC 9(04).
000390   05 AUTORE-HTM               PIC X(08).
000400   05 DATA-CRE-HTM             PIC 9(08).
000410   05 ORA-CRE-HTM              PIC 9(06).
000420*     PUBBLICAZIONE PROGRAMMATA: QUANDO E CHI L'HA DISPOSTA
000430   05 DATA-PROG-HTM            PIC 9(08).
000440   05 ORA-PROG-HTM             PIC 9(04).
000450   05 PROGRAMMATA-DA-HTM       PIC X(08).
000460*     PUBBLICAZIONE AVVENUTA: CHI, QUANDO E PERCHE'
000470   05 PUBBLICATA-DA-HTM        PIC X(08).
000480   05 DATA-PUB-HTM             PIC 9(08).
000490   05 ORA-PUB-HTM              PIC 9(06).
000500   05 MOTIVO-HTM               PIC X(60).
000510*     GIORNO IN CUI UN'ALTRA VERSIONE L'HA SOSTITUITA IN LINEA
000520   05 DATA-SOST-HTM            PIC 9(08).
000530   05 FILLER                   PIC X(38).
