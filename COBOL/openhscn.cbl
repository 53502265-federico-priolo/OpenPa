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
000190* RICOGNIZIONE UNA TANTUM DEI DATI CHE CONTENGONO CARATTERI DI
000200* MARKUP (< > & "): DA QUANDO METTI-WEB E MAKE-WEB RENDONO SICURI
000210* I VALORI NEI MODELLI HTML QUESTI DATI COMPAIONO A VIDEO COME
000220* TESTO LETTERALE, QUINDI VANNO RIVISTI E RIPULITI A MANO. SCORRE
000230* NOME-UTEN E DESC-UTEN DI ARKUTEN, DESC-MENU DI ARKMENU, IL TESTO
000240* TABELLA DI ARKTAB E, SU ARKVIEW, L'ANNUNCIO DI MANUTENZIONE
000250* ("ANNUNCIO-WEB") E LE CARTE INTESTATE ("INTESTAZIONE-ENTE-nn").
000260* L'APOSTROFO NON E' SEGNALATO: E' NORMALE NEL TESTO ITALIANO E LA
000270* RESA SICURA LO GESTISCE SENZA BISOGNO DI RIPULIRE NULLA.
000280* NESSUNA SCRITTURA; RETURN-CODE 4 SE C'E' ALMENO UNA RIGA DA
000290* RIVEDERE, ALTRIMENTI 0.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENHSCN.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELUTEN.CBL".
000400          COPY "SELMENU.CBL".
000410          COPY "SELTAB.CBL".
000420          COPY "SELVIEW.CBL".
000430
000440 DATA             DIVISION.
000450 FILE SECTION.
000460
000470          COPY "FDEUTEN.CBL".
000480          COPY "FDEMENU.CBL".
000490          COPY "FDETAB.CBL".
000500          COPY "FDEVIEW.CBL".
000510
000520 WORKING-STORAGE  SECTION.
000530
000540          COPY "GLOBALS.CBL".
000550*
000560 01 CONTA-HSCN                PIC 9(04) COMP.
000570 01 TROVATE-UTEN-HSCN         PIC 9(05).
000580 01 TROVATE-MENU-HSCN         PIC 9(05).
000590 01 TROVATE-TAB-HSCN          PIC 9(05).
000600 01 TROVATE-VIEW-HSCN         PIC 9(05).
000610 01 TOTALE-HSCN               PIC 9(06).
000620 01 NUM-MENU-HSCN             PIC 9(07).
000630 01 RIGA-HSCN.
000640    02 ARCHIVIO-RIGA-HSCN     PIC X(08).
000650    02 FILLER                 PIC X VALUE SPACE.
000660    02 CHIAVE-RIGA-HSCN       PIC X(21).
000670    02 FILLER                 PIC X VALUE SPACE.
000680    02 CAMPO-RIGA-HSCN        PIC X(10).
000690    02 FILLER                 PIC X VALUE SPACE.
000700    02 VALORE-RIGA-HSCN       PIC X(60).
000710 01 CHIAVE-TAB-HSCN.
000720    02 TIPO-TAB-HSCN          PIC XX.
000730    02 FILLER                 PIC X VALUE "/".
000740    02 ENTE-TAB-HSCN          PIC 99.
000750    02 FILLER                 PIC X VALUE "/".
000760    02 PROG-TAB-HSCN          PIC 9(5).
000770*
000780 PROCEDURE  DIVISION.
000790*
000800          MOVE ZEROS              TO TROVATE-UTEN-HSCN
000810                                     TROVATE-MENU-HSCN
000820                                     TROVATE-TAB-HSCN
000830                                     TROVATE-VIEW-HSCN.
000840
000850          DISPLAY "DATI CON CARATTERI DI MARKUP DA RIVEDERE".
000860          MOVE "ARCHIVIO"         TO ARCHIVIO-RIGA-HSCN.
000870          MOVE "CHIAVE"           TO CHIAVE-RIGA-HSCN.
000880          MOVE "CAMPO"            TO CAMPO-RIGA-HSCN.
000890          MOVE "VALORE"           TO VALORE-RIGA-HSCN.
000900          DISPLAY RIGA-HSCN.
000910
000920          PERFORM SCANDISCI-UTEN-HSCN THRU EX-SCANDISCI-UTEN-HSCN.
000930          PERFORM SCANDISCI-MENU-HSCN THRU EX-SCANDISCI-MENU-HSCN.
000940          PERFORM SCANDISCI-TAB-HSCN  THRU EX-SCANDISCI-TAB-HSCN.
000950          PERFORM SCANDISCI-VIEW-HSCN THRU EX-SCANDISCI-VIEW-HSCN.
000960
000970          COMPUTE TOTALE-HSCN = TROVATE-UTEN-HSCN
000980           + TROVATE-MENU-HSCN + TROVATE-TAB-HSCN
000990           + TROVATE-VIEW-HSCN.
001000
001010          DISPLAY "RIGHE ARKUTEN   : " TROVATE-UTEN-HSCN.
001020          DISPLAY "RIGHE ARKMENU   : " TROVATE-MENU-HSCN.
001030          DISPLAY "RIGHE ARKTAB    : " TROVATE-TAB-HSCN.
001040          DISPLAY "RIGHE ARKVIEW   : " TROVATE-VIEW-HSCN.
001050          DISPLAY "TOTALE DA RIVEDERE : " TOTALE-HSCN.
001060
001070          IF TOTALE-HSCN > ZEROS
001080           MOVE 4                 TO RETURN-CODE
001090          ELSE
001100           MOVE ZERO              TO RETURN-CODE
001110          END-IF.
001120
001130          GOBACK.
001140*
001150          COPY "PIOUTEN.CBL".
001160          COPY "PIOMENU.CBL".
001170          COPY "PIOTAB.CBL".
001180          COPY "PIOVIEW.CBL".
001190*
001200***** UTENZE: NOME E DESCRIZIONE
001210*
001220 SCANDISCI-UTEN-HSCN.
001230
001240          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001250
001260          MOVE LOW-VALUE          TO CHIAVE-UTEN.
001270          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
001280
001290          IF ESITO-NOK GO TO FINE-UTEN-HSCN.
001300
001310 CICLO-UTEN-HSCN.
001320
001330          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
001340
001350          IF FINE-FILE = "S" GO TO FINE-UTEN-HSCN.
001360
001370          MOVE ZEROS              TO CONTA-HSCN.
001380          INSPECT NOME-UTEN TALLYING CONTA-HSCN
001390           FOR ALL "<" ALL ">" ALL "&" ALL '"'.
001400          IF CONTA-HSCN > ZEROS
001410           MOVE "NOME-UTEN"       TO CAMPO-RIGA-HSCN
001420           MOVE NOME-UTEN         TO VALORE-RIGA-HSCN
001430           PERFORM STAMPA-UTEN-HSCN THRU EX-STAMPA-UTEN-HSCN
001440          END-IF.
001450
001460          MOVE ZEROS              TO CONTA-HSCN.
001470          INSPECT DESC-UTEN TALLYING CONTA-HSCN
001480           FOR ALL "<" ALL ">" ALL "&" ALL '"'.
001490          IF CONTA-HSCN > ZEROS
001500           MOVE "DESC-UTEN"       TO CAMPO-RIGA-HSCN
001510           MOVE DESC-UTEN         TO VALORE-RIGA-HSCN
001520           PERFORM STAMPA-UTEN-HSCN THRU EX-STAMPA-UTEN-HSCN
001530          END-IF.
001540
001550          GO TO CICLO-UTEN-HSCN.
001560
001570 FINE-UTEN-HSCN.
001580
001590          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001600
001610 EX-SCANDISCI-UTEN-HSCN.
001620          EXIT.
001630*
001640 STAMPA-UTEN-HSCN.
001650
001660          ADD 1                   TO TROVATE-UTEN-HSCN.
001670          MOVE "ARKUTEN"          TO ARCHIVIO-RIGA-HSCN.
001680          MOVE CHIAVE-UTEN        TO CHIAVE-RIGA-HSCN.
001690          DISPLAY RIGA-HSCN.
001700
001710 EX-STAMPA-UTEN-HSCN.
001720          EXIT.
001730*
001740***** VOCI DI MENU: DESCRIZIONE
001750*
001760 SCANDISCI-MENU-HSCN.
001770
001780          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
001790
001800          MOVE ZEROS              TO NUM-MENU.
001810          PERFORM STARTO-MENU     THRU EX-STARTO-MENU.
001820
001830          IF ESITO-NOK GO TO FINE-MENU-HSCN.
001840
001850 CICLO-MENU-HSCN.
001860
001870          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
001880
001890          IF FINE-FILE = "S" GO TO FINE-MENU-HSCN.
001900
001910          MOVE ZEROS              TO CONTA-HSCN.
001920          INSPECT DESC-MENU TALLYING CONTA-HSCN
001930           FOR ALL "<" ALL ">" ALL "&" ALL '"'.
001940          IF CONTA-HSCN > ZEROS
001950           ADD 1                  TO TROVATE-MENU-HSCN
001960           MOVE NUM-MENU          TO NUM-MENU-HSCN
001970           MOVE "ARKMENU"         TO ARCHIVIO-RIGA-HSCN
001980           MOVE NUM-MENU-HSCN     TO CHIAVE-RIGA-HSCN
001990           MOVE "DESC-MENU"       TO CAMPO-RIGA-HSCN
002000           MOVE DESC-MENU         TO VALORE-RIGA-HSCN
002010           DISPLAY RIGA-HSCN
002020          END-IF.
002030
002040          GO TO CICLO-MENU-HSCN.
002050
002060 FINE-MENU-HSCN.
002070
002080          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
002090
002100 EX-SCANDISCI-MENU-HSCN.
002110          EXIT.
002120*
002130***** TABELLE: TESTO DELLA RIGA (TUTTI I TIPI E GLI ENTI)
002140*
002150 SCANDISCI-TAB-HSCN.
002160
002170          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
002180
002190          MOVE LOW-VALUE          TO CHIAVE-TAB.
002200          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
002210
002220          IF ESITO-NOK GO TO FINE-TAB-HSCN.
002230
002240 CICLO-TAB-HSCN.
002250
002260          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
002270
002280          IF FINE-FILE = "S" GO TO FINE-TAB-HSCN.
002290
002300          MOVE ZEROS              TO CONTA-HSCN.
002310          INSPECT TABELLA TALLYING CONTA-HSCN
002320           FOR ALL "<" ALL ">" ALL "&" ALL '"'.
002330          IF CONTA-HSCN > ZEROS
002340           ADD 1                  TO TROVATE-TAB-HSCN
002350           MOVE TIPO-TAB          TO TIPO-TAB-HSCN
002360           MOVE ENTE-TAB          TO ENTE-TAB-HSCN
002370           MOVE PROG-TAB          TO PROG-TAB-HSCN
002380           MOVE "ARKTAB"          TO ARCHIVIO-RIGA-HSCN
002390           MOVE CHIAVE-TAB-HSCN   TO CHIAVE-RIGA-HSCN
002400           MOVE "TABELLA"         TO CAMPO-RIGA-HSCN
002410           MOVE TABELLA           TO VALORE-RIGA-HSCN
002420           DISPLAY RIGA-HSCN
002430          END-IF.
002440
002450          GO TO CICLO-TAB-HSCN.
002460
002470 FINE-TAB-HSCN.
002480
002490          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
002500
002510 EX-SCANDISCI-TAB-HSCN.
002520          EXIT.
002530*
002540***** ARKVIEW: ANNUNCIO DI MANUTENZIONE E CARTE INTESTATE DEGLI ENTI
002550*
002560 SCANDISCI-VIEW-HSCN.
002570
002580          PERFORM OPEN-I-VIEW     THRU EX-OPEN-I-VIEW.
002590
002600          MOVE "ANNUNCIO-WEB"     TO NOME-VIEW.
002610          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
002620
002630          IF ESITO-OK
002640           PERFORM ESAMINA-VIEW-HSCN THRU EX-ESAMINA-VIEW-HSCN
002650          END-IF.
002660
002670          MOVE "INTESTAZIONE-ENTE-" TO NOME-VIEW.
002680          PERFORM STARTO-VIEW     THRU EX-STARTO-VIEW.
002690
002700          IF ESITO-NOK GO TO FINE-VIEW-HSCN.
002710
002720 CICLO-VIEW-HSCN.
002730
002740          PERFORM LEGGO-NEXT-VIEW THRU EX-LEGGO-NEXT-VIEW.
002750
002760          IF FINE-FILE = "S" GO TO FINE-VIEW-HSCN.
002770
002780          IF NOME-VIEW(1:18) NOT = "INTESTAZIONE-ENTE-"
002790           GO TO FINE-VIEW-HSCN
002800          END-IF.
002810
002820          PERFORM ESAMINA-VIEW-HSCN THRU EX-ESAMINA-VIEW-HSCN.
002830
002840          GO TO CICLO-VIEW-HSCN.
002850
002860 FINE-VIEW-HSCN.
002870
002880          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
002890
002900 EX-SCANDISCI-VIEW-HSCN.
002910          EXIT.
002920*
002930***** LA PARTE DI STRINGA-VIEW CHE FINISCE A VIDEO: 80 CARATTERI
002940***** PER L'ANNUNCIO, 160 (TESTATA, LOGO, PIE') PER LA CARTA
002950***** INTESTATA
002960*
002970 ESAMINA-VIEW-HSCN.
002980
002990          MOVE ZEROS              TO CONTA-HSCN.
003000          INSPECT STRINGA-VIEW(1:160) TALLYING CONTA-HSCN
003010           FOR ALL "<" ALL ">" ALL "&" ALL '"'.
003020          IF CONTA-HSCN > ZEROS
003030           ADD 1                  TO TROVATE-VIEW-HSCN
003040           MOVE "ARKVIEW"         TO ARCHIVIO-RIGA-HSCN
003050           MOVE NOME-VIEW         TO CHIAVE-RIGA-HSCN
003060           MOVE "STRINGA"         TO CAMPO-RIGA-HSCN
003070           MOVE STRINGA-VIEW      TO VALORE-RIGA-HSCN
003080           DISPLAY RIGA-HSCN
003090          END-IF.
003100
003110 EX-ESAMINA-VIEW-HSCN.
003120          EXIT.
