000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190*
000200* SERVIZIO DI AGGIORNAMENTO DELL'INDICE DI ARKLOG (ARKILOG),
000210* RICHIAMATO CON CALL DA INDICE-LOG-WEB (PIOWEB/PIOWEB1) SUBITO
000220* DOPO OGNI WRITE LOGGATO, CON LA RIGA APPENA SCRITTA. LA
000230* POSIZIONE DELLA RIGA NEL LOG CORRENTE SI RICAVA DALLA VOCE DI
000240* CONTROLLO ("ARKLOG", POSIZIONE ZERO): SI LEGGE CON BLOCCO, SI
000250* INCREMENTA E SI RISCRIVE COME IL CONTATORE DI OPENNUMW, COSI'
000260* DUE SESSIONI CHE SCRIVONO NELLO STESSO ISTANTE NON SI CONTENDONO
000270* LA STESSA POSIZIONE. LA RIGA DI LOG NON VIENE TOCCATA: LA CATENA
000280* DI HASH VERIFICATA DA OPENLVER RESTA QUELLA DI CATENA-LOG-WEB.
000290* SE L'INDICE NON E' AGGIORNABILE IL LOG RESTA COMUNQUE SCRITTO E
000300* LA RICOSTRUZIONE DI OPENILOG RIMETTE LE POSIZIONI IN PARI.
000301* AZIONI:
000310*   AGGIUNGI - INDICIZZA LA RIGA PASSATA E NE RESTITUISCE LA
000320*              POSIZIONE NEL LOG CORRENTE
000330* ESITO "OK" O "NO".
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENILGW.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390          COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000420
000430          COPY "SELILOG.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000470
000480          COPY "FDEILOG.CBL".
000490
000500 WORKING-STORAGE  SECTION.
000510
000520          COPY "GLOBALS.CBL".
000530*
000540 01 TENTATIVI-ILGW            PIC 9(04).
000550 01 POSIZIONE-ILGW            PIC 9(09).
000560*
000570 LINKAGE SECTION.
000580*
000590 01 LK-AZIONE-ILGW            PIC X(08).
000600 01 LK-RIGA-ILGW              PIC X(248).
000610 01 LK-POSIZIONE-ILGW         PIC 9(09).
000620 01 LK-ESITO-ILGW             PIC XX.
000630*
000640 PROCEDURE  DIVISION USING LK-AZIONE-ILGW LK-RIGA-ILGW
000650                            LK-POSIZIONE-ILGW LK-ESITO-ILGW.
000660*
000670          MOVE "NO"               TO LK-ESITO-ILGW.
000680          MOVE ZEROS              TO LK-POSIZIONE-ILGW.
000690
000700          IF LK-AZIONE-ILGW NOT = "AGGIUNGI"
000710           GOBACK
000720          END-IF.
000730
000740          PERFORM OPEN-IO-ILOG    THRU EX-OPEN-IO-ILOG.
000750
000760          IF STATUS-ILOG NOT = "00"
000770           GOBACK
000780          END-IF.
000790
000800          MOVE ZEROS              TO TENTATIVI-ILGW.
000810
000820***** LETTURA CON BLOCCO DELLA VOCE DI CONTROLLO: SE UN ALTRO
000830***** PROCESSO LA TIENE IN QUESTO MOMENTO SI RIPROVA; SE MANCA SI
000840***** CREA A ZERO (UNA CREAZIONE CONCORRENTE DA' 22 E SI RILEGGE)
000850
000860 LEGGI-CONTROLLO-ILGW.
000870
000880          MOVE SPACES             TO INDICE-LOG.
000890          MOVE "ARKLOG"           TO GENERAZIONE-ILOG.
000900          MOVE ZEROS              TO POSIZIONE-ILOG.
000910
000920          READ ARKILOG.
000930
000940          IF STATUS-ILOG = "51" OR STATUS-ILOG = "9D"
000950           ADD 1                  TO TENTATIVI-ILGW
000960           IF TENTATIVI-ILGW < 9999
000970            GO TO LEGGI-CONTROLLO-ILGW
000980           END-IF
000990           GO TO CHIUDI-ILGW
001000          END-IF.
001010
001020          IF STATUS-ILOG = "23"
001030           MOVE LOW-VALUE         TO CHIAVE-NUMERO-ILOG
001040                                     CHIAVE-NOME-ILOG
001050           MOVE ZEROS             TO ULTIMA-POSIZIONE-ILOG
001060           WRITE INDICE-LOG
001070           IF STATUS-ILOG = "00" OR STATUS-ILOG = "22"
001080            GO TO LEGGI-CONTROLLO-ILGW
001090           END-IF
001100           GO TO CHIUDI-ILGW
001110          END-IF.
001120
001130          IF STATUS-ILOG NOT = "00" AND STATUS-ILOG NOT = "02"
001140           GO TO CHIUDI-ILGW
001150          END-IF.
001160
001170          ADD 1                   TO ULTIMA-POSIZIONE-ILOG.
001180          MOVE ULTIMA-POSIZIONE-ILOG TO POSIZIONE-ILGW.
001190
001200          REWRITE INDICE-LOG
001210           INVALID KEY GO TO CHIUDI-ILGW.
001220
001230***** VOCE DELLA RIGA: POSIZIONE APPENA ASSEGNATA E CHIAVI
001240***** ALTERNATIVE RICAVATE DALLA RIGA STESSA
001250
001260          MOVE SPACES             TO INDICE-LOG.
001270          MOVE "ARKLOG"           TO GENERAZIONE-ILOG.
001280          MOVE POSIZIONE-ILGW     TO POSIZIONE-ILOG.
001290          MOVE LK-RIGA-ILGW       TO RIGA-ILOG.
001300
001310          PERFORM COMPONI-ILOG    THRU EX-COMPONI-ILOG.
001320          PERFORM SCRIVI-ILOG     THRU EX-SCRIVI-ILOG.
001330
001340          IF ESITO-NOK
001350           GO TO CHIUDI-ILGW
001360          END-IF.
001370
001380          MOVE POSIZIONE-ILGW     TO LK-POSIZIONE-ILGW.
001390          MOVE "OK"               TO LK-ESITO-ILGW.
001400
001410 CHIUDI-ILGW.
001420
001430          PERFORM CLOSE-ILOG      THRU EX-CLOSE-ILOG.
001440
001450          GOBACK.
001460*
001470          COPY "PIOILOG.CBL".
