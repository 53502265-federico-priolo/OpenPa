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
000040* PARAGRAFI DI CHIAMATA DEL SERVIZIO OPENUDLW (UNITA' DI LAVORO SU
000050* PIU' ARCHIVI, GIORNALE ARKUDL) PER I PROGRAMMI CHE AGGIORNANO
000060* INSIEME PIU' ARCHIVI. LO SCHEMA E' SEMPRE LO STESSO:
000070*   - PROGRAMMA-UDL-WEB E OPERATORE-UDL-WEB, POI INIZIA-UNITA-WEB
000080*     (SE ESITO-UDL-WEB NON E' "OK" NON SI TOCCA NULLA);
000090*   - PRIMA DI OGNI SCRITTURA, RISCRITTURA O CANCELLAZIONE:
000100*     ARCHIVIO-UDL-WEB E CHIAVE-UDL-WEB, POI SALVA-IMMAGINE-WEB;
000110*     UN RECORD LA CUI CHIAVE NASCE CON LA SCRITTURA (NUMERATORE)
000120*     SI SEGNALA SUBITO DOPO CON SEGNA-NUOVO-WEB;
000130*   - ALLA FINE CONFERMA-UNITA-WEB, OPPURE ANNULLA-UNITA-WEB SE
000140*     UN ERRORE GESTITO HA LASCIATO IL LAVORO A META' (CON GLI
000150*     ARCHIVI DELL'UNITA' GIA' CHIUSI DAL CHIAMANTE).
000160* UN PROCESSO CHE MUORE PRIMA DELLA CONFERMA LASCIA L'UNITA'
000170* APERTA: LA RIPORTA INDIETRO IL PRIMO INIZIA SUCCESSIVO (PASSATI
000180* UDL-SECONDI-ATTESA SECONDI) O openbudl.exe, CON UN INCIDENTE.
000190*
000200  INIZIA-UNITA-WEB.
000210
000220          MOVE SPACES            TO ID-UDL-WEB.
000230          MOVE "INIZIA"          TO AZIONE-UDL-WEB.
000240          PERFORM CHIAMA-UNITA-WEB THRU EX-CHIAMA-UNITA-WEB.
000250
000260  EX-INIZIA-UNITA-WEB.
000270          EXIT.
000280
000290  SALVA-IMMAGINE-WEB.
000300
000310          MOVE "IMMAGINE"        TO AZIONE-UDL-WEB.
000320          PERFORM CHIAMA-UNITA-WEB THRU EX-CHIAMA-UNITA-WEB.
000330
000340  EX-SALVA-IMMAGINE-WEB.
000350          EXIT.
000360
000370  SEGNA-NUOVO-WEB.
000380
000390          MOVE "NUOVO"           TO AZIONE-UDL-WEB.
000400          PERFORM CHIAMA-UNITA-WEB THRU EX-CHIAMA-UNITA-WEB.
000410
000420  EX-SEGNA-NUOVO-WEB.
000430          EXIT.
000440
000450  CONFERMA-UNITA-WEB.
000460
000470          MOVE "CONFERMA"        TO AZIONE-UDL-WEB.
000480          PERFORM CHIAMA-UNITA-WEB THRU EX-CHIAMA-UNITA-WEB.
000490          MOVE SPACES            TO ID-UDL-WEB.
000500
000510  EX-CONFERMA-UNITA-WEB.
000520          EXIT.
000530
000540  ANNULLA-UNITA-WEB.
000550
000560          MOVE "ANNULLA"         TO AZIONE-UDL-WEB.
000570          PERFORM CHIAMA-UNITA-WEB THRU EX-CHIAMA-UNITA-WEB.
000580          MOVE SPACES            TO ID-UDL-WEB.
000590
000600  EX-ANNULLA-UNITA-WEB.
000610          EXIT.
000620
000630  CHIAMA-UNITA-WEB.
000640
000650          MOVE ZEROS             TO ATTESA-UDL-WEB.
000660
000670          CALL "OPENUDLW" USING AZIONE-UDL-WEB ID-UDL-WEB
000680                                PROGRAMMA-UDL-WEB
000690                                OPERATORE-UDL-WEB
000700                                ARCHIVIO-UDL-WEB CHIAVE-UDL-WEB
000710                                ATTESA-UDL-WEB ESITO-UDL-WEB
000720                                NOTA-UDL-WEB.
000730          CANCEL "OPENUDLW".
000740
000750  EX-CHIAMA-UNITA-WEB.
000760          EXIT.
