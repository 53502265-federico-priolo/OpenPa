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
000190* RIMOZIONE PROGRAMMATA DEL VECCHIO ACCESSO DEI TRASFERITI
000200* (ARKMOV, SCRITTO DA openruol.exe funzione=mover): PER OGNI
000210* TRASFERIMENTO IN ATTESA CON DATA DI RIMOZIONE RAGGIUNTA TOGLIE
000220* DA ARKUTEN I GRUPPI E L'ENTE DEL VECCHIO INCARICO, SALVO QUELLI
000230* CHE NEL FRATTEMPO SONO TORNATI DI DIRITTO (GRUPPO BASE O RIGA
000240* DEL MODELLO ATTUALE, ENTE PRIMARIO), E LO GIORNALIZZA SU ARKACC.
000250* PER LE RIMOZIONI ENTRO I GIORNI DEL CARTELLINO (DEFAULT 5)
000260* RICORDA AL VECCHIO RESPONSABILE CHE PUO' ANCORA PROROGARE (UNA
000270* VOLTA SOLA PER DATA, STESSO CONTROLLO DEL RIFERIMENTO DI
000280* openuval.exe). DA SCHEDULARE OGNI GIORNO (openskd.exe).
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENBMOV.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340          COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370
000380          COPY "SELMOV.CBL".
000390          COPY "SELUTEN.CBL".
000400          COPY "SELRUO.CBL".
000410          COPY "SELNOT.CBL".
000420          COPY "SELACC.CBL".
000430
000440 DATA             DIVISION.
000450 FILE SECTION.
000460
000470          COPY "FDEMOV.CBL".
000480          COPY "FDEUTEN.CBL".
000490          COPY "FDERUO.CBL".
000500          COPY "FDENOT.CBL".
000510          COPY "FDEACC.CBL".
000520
000530 WORKING-STORAGE  SECTION.
000540
000550          COPY "GLOBALS.CBL".
000560*
000570 01 GIORNI-BMOV               PIC 9(3).
000580 01 DATA-OGGI-BMOV            PIC 9(8).
000590 01 SOGLIA-BMOV               PIC 9(8).
000600 01 ESEGUITI-BMOV             PIC 9(5).
000610 01 RICORDATI-BMOV            PIC 9(5).
000620 01 GRUPPI-TOLTI-BMOV         PIC 9(5).
000630 01 RIF-CERCA-BMOV            PIC X(30).
000640 01 TROVATO-BMOV              PIC X.
000650 01 CHIAVE-SALVA-BMOV         PIC X(12).
000660 01 IND-BMOV                  PIC 9(02) COMP.
000670 01 IND2-BMOV                 PIC 9(02) COMP.
000680 01 GRUPPO-BMOV               PIC 9(04).
000690 01 TOLTI-UTENTE-BMOV         PIC 9(02).
000700*
000710** GRUPPI AGGIUNTIVI CHE RESTANO ALL'UTENTE, RICOMPATTATI
000720*
000730 01 TAB-RESTANO-BMOV.
000740    02 GRUPPO-RESTA-BMOV      PIC 9(04) OCCURS 5 TIMES.
000750 01 NUM-RESTANO-BMOV          PIC 9(02).
000760*
000770 PROCEDURE  DIVISION.
000780*
000790          MOVE ZEROS              TO GIORNI-BMOV.
000800          ACCEPT GIORNI-BMOV      FROM CONSOLE.
000810
000820          IF GIORNI-BMOV = ZEROS
000830           MOVE 5                 TO GIORNI-BMOV
000840          END-IF.
000850
000860          ACCEPT DATA-OGGI-BMOV   FROM DATE YYYYMMDD.
000870          COMPUTE SOGLIA-BMOV = FUNCTION DATE-OF-INTEGER(
000880           FUNCTION INTEGER-OF-DATE(DATA-OGGI-BMOV)
000890           + GIORNI-BMOV).
000900
000910          MOVE ZEROS              TO ESEGUITI-BMOV
000920                                     RICORDATI-BMOV
000930                                     GRUPPI-TOLTI-BMOV.
000940
000950          PERFORM OPEN-I-MOV      THRU EX-OPEN-I-MOV.
000960          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000970          PERFORM OPEN-I-RUO      THRU EX-OPEN-I-RUO.
000980          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
000990          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
001000
001010          DISPLAY "RIMOZIONE ACCESSI DEI TRASFERITI AL "
001020           DATA-OGGI-BMOV.
001030
001040          MOVE LOW-VALUE          TO CHIAVE-MOV.
001050          PERFORM STARTO-MOV      THRU EX-STARTO-MOV.
001060
001070          IF ESITO-NOK GO TO FINE-BMOV.
001080
001090 CICLO-BMOV.
001100
001110          PERFORM LEGGO-NEXT-MOV  THRU EX-LEGGO-NEXT-MOV.
001120
001130          IF FINE-FILE = "S" GO TO FINE-BMOV.
001140
001150          IF NOT MOV-PENDENTE GO TO CICLO-BMOV.
001160
001170          IF RIMOZIONE-MOV NOT > DATA-OGGI-BMOV
001180           PERFORM RIMUOVI-BMOV   THRU EX-RIMUOVI-BMOV
001190           GO TO CICLO-BMOV
001200          END-IF.
001210
001220          IF RIMOZIONE-MOV NOT > SOGLIA-BMOV
001230           AND RESPONSABILE-MOV NOT = SPACES
001240           PERFORM RICORDA-BMOV   THRU EX-RICORDA-BMOV
001250          END-IF.
001260
001270          GO TO CICLO-BMOV.
001280
001290 FINE-BMOV.
001300
001310          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
001320          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001330          PERFORM CLOSE-RUO       THRU EX-CLOSE-RUO.
001340          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001350          PERFORM CLOSE-MOV       THRU EX-CLOSE-MOV.
001360
001370          DISPLAY "TRASFERIMENTI CHIUSI  : " ESEGUITI-BMOV.
001380          DISPLAY "GRUPPI TOLTI          : " GRUPPI-TOLTI-BMOV.
001390          DISPLAY "PROMEMORIA ACCODATI   : " RICORDATI-BMOV.
001400
001410          MOVE ZERO               TO RETURN-CODE.
001420
001430          GOBACK.
001440*
001450          COPY "PIOMOV.CBL".
001460          COPY "PIOUTEN.CBL".
001470          COPY "PIORUO.CBL".
001480          COPY "PIONOT.CBL".
001490          COPY "PIOACC.CBL".
001500*
001510***** DATA DI RIMOZIONE RAGGIUNTA: TOGLIE ALL'UTENTE I GRUPPI E
001520***** L'ENTE TRATTENUTI E CHIUDE IL TRASFERIMENTO. UN UTENTE NEL
001530***** FRATTEMPO DISATTIVATO NON HA PIU' NULLA DA TOGLIERE
001540*
001550 RIMUOVI-BMOV.
001560
001570          MOVE CHIAVE-MOV         TO CHIAVE-SALVA-BMOV.
001580          MOVE ZEROS              TO TOLTI-UTENTE-BMOV.
001590
001600          MOVE UTENTE-MOV         TO CHIAVE-UTEN.
001610          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001620
001630          IF ESITO-NOK OR UTENTE-CANCELLATO
001640           GO TO CHIUDI-RIMUOVI-BMOV
001650          END-IF.
001660
001670          MOVE ZEROS              TO TAB-RESTANO-BMOV.
001680          MOVE ZEROS              TO NUM-RESTANO-BMOV.
001690          PERFORM FILTRA-GRUPPO-BMOV THRU EX-FILTRA-GRUPPO-BMOV
001700           VARYING IND-BMOV FROM 1 BY 1
001710           UNTIL IND-BMOV > 5.
001720
001730          MOVE TAB-RESTANO-BMOV   TO GRUPPI-EXTRA-UTEN.
001740          MOVE NUM-RESTANO-BMOV   TO NUM-GRUPPI-UTEN.
001750
001760          IF ENTE-TOGLIERE-MOV NOT = ZEROS
001770           AND ENTE-TOGLIERE-MOV NOT = ENTE-UTEN
001780           PERFORM TOGLI-ENTE-BMOV THRU EX-TOGLI-ENTE-BMOV
001790            VARYING IND-BMOV FROM 1 BY 1
001800            UNTIL IND-BMOV > 4
001810          END-IF.
001820
001830          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
001840
001850          IF ESITO-NOK
001860           DISPLAY "UTENTE " UTENTE-MOV
001870            " NON AGGIORNATO: RIMOZIONE RINVIATA"
001880           GO TO RIPOSIZIONA-BMOV
001890          END-IF.
001900
001910          MOVE CHIAVE-UTEN        TO UTENTE-ACC-WEB.
001920          MOVE "MOVER"            TO EVENTO-ACC-WEB.
001930          MOVE "OK"               TO ESITO-ACC-WEB.
001940          MOVE SPACES             TO NOTA-ACC-WEB.
001950          STRING "rimosso accesso precedente, gruppi tolti "
001960           TOLTI-UTENTE-BMOV " ente " ENTE-TOGLIERE-MOV
001970           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
001980          PERFORM SCRIVI-EVENTO-ACC
001990           THRU EX-SCRIVI-EVENTO-ACC.
002000
002010 CHIUDI-RIMUOVI-BMOV.
002020
002030          MOVE CHIAVE-SALVA-BMOV  TO CHIAVE-MOV.
002040          PERFORM LEGGO-MOV       THRU EX-LEGGO-MOV.
002050
002060          IF ESITO-NOK GO TO RIPOSIZIONA-BMOV.
002070
002080          SET MOV-RIMOSSO         TO TRUE.
002090          MOVE DATA-OGGI-BMOV     TO DATA-ESECUZIONE-MOV.
002100          PERFORM RISCRIVI-MOV    THRU EX-RISCRIVI-MOV.
002110
002120          IF ESITO-OK
002130           ADD 1                  TO ESEGUITI-BMOV
002140           DISPLAY "UTENTE " UTENTE-MOV " SEQ " SEQ-MOV
002150            ": VECCHIO ACCESSO RIMOSSO, GRUPPI TOLTI "
002160            TOLTI-UTENTE-BMOV
002170          END-IF.
002180
002190 RIPOSIZIONA-BMOV.
002200
002210          MOVE CHIAVE-SALVA-BMOV  TO CHIAVE-MOV.
002220          PERFORM STARTO-MOV      THRU EX-STARTO-MOV.
002230          PERFORM LEGGO-NEXT-MOV  THRU EX-LEGGO-NEXT-MOV.
002240
002250 EX-RIMUOVI-BMOV.
002260          EXIT.
002270*
002280***** UN GRUPPO AGGIUNTIVO RESTA SE NON E' FRA QUELLI DA TOGLIERE,
002290***** OPPURE SE OGGI GLI SPETTA COMUNQUE (GRUPPO BASE O RIGA "G"/
002300***** "E" DEL MODELLO ATTUALE DELL'UTENTE)
002310*
002320 FILTRA-GRUPPO-BMOV.
002330
002340          MOVE GRUPPO-EXTRA-UTEN(IND-BMOV) TO GRUPPO-BMOV.
002350
002360          IF GRUPPO-BMOV = ZEROS GO TO EX-FILTRA-GRUPPO-BMOV.
002370
002380          MOVE "N"                TO TROVATO-BMOV.
002390          PERFORM CERCA-TOGLIERE-BMOV THRU EX-CERCA-TOGLIERE-BMOV
002400           VARYING IND2-BMOV FROM 1 BY 1
002410           UNTIL IND2-BMOV > 6 OR TROVATO-BMOV = "S".
002420
002430          IF TROVATO-BMOV = "S"
002440           AND GRUPPO-BMOV NOT = GRUPPO-UTEN
002450           PERFORM CERCA-MODELLO-BMOV THRU EX-CERCA-MODELLO-BMOV
002460          END-IF.
002470
002480          IF TROVATO-BMOV = "S"
002490           ADD 1                  TO TOLTI-UTENTE-BMOV
002500                                     GRUPPI-TOLTI-BMOV
002510           GO TO EX-FILTRA-GRUPPO-BMOV
002520          END-IF.
002530
002540          ADD 1                   TO NUM-RESTANO-BMOV.
002550          MOVE GRUPPO-BMOV        TO
002560           GRUPPO-RESTA-BMOV(NUM-RESTANO-BMOV).
002570
002580 EX-FILTRA-GRUPPO-BMOV.
002590          EXIT.
002600
002610 CERCA-TOGLIERE-BMOV.
002620
002630          IF GRUPPO-TOGLIERE-MOV(IND2-BMOV) = GRUPPO-BMOV
002640           MOVE "S"               TO TROVATO-BMOV
002650          END-IF.
002660
002670 EX-CERCA-TOGLIERE-BMOV.
002680          EXIT.
002690*
002700***** IL GRUPPO E' TORNATO DI DIRITTO CON IL MODELLO ATTUALE?
002710***** (TROVATO-BMOV SCENDE A "N" E IL GRUPPO RESTA)
002720*
002730 CERCA-MODELLO-BMOV.
002740
002750          IF RUOLO-UTEN = SPACES GO TO EX-CERCA-MODELLO-BMOV.
002760
002770          MOVE RUOLO-UTEN         TO CODICE-RUO.
002780          MOVE LOW-VALUE          TO SEQ-RUO.
002790          PERFORM STARTO-RUO      THRU EX-STARTO-RUO.
002800
002810          IF ESITO-NOK GO TO EX-CERCA-MODELLO-BMOV.
002820
002830 CICLO-MODELLO-BMOV.
002840
002850          PERFORM LEGGO-NEXT-RUO  THRU EX-LEGGO-NEXT-RUO.
002860
002870          IF FINE-FILE = "S" OR CODICE-RUO NOT = RUOLO-UTEN
002880           GO TO EX-CERCA-MODELLO-BMOV
002890          END-IF.
002900
002910          IF (RIGA-GRUPPO-RUO OR RIGA-EXTRA-RUO)
002920           AND GRUPPO-RUO = GRUPPO-BMOV
002930           MOVE "N"               TO TROVATO-BMOV
002940           GO TO EX-CERCA-MODELLO-BMOV
002950          END-IF.
002960
002970          GO TO CICLO-MODELLO-BMOV.
002980
002990 EX-CERCA-MODELLO-BMOV.
003000          EXIT.
003010
003020 TOGLI-ENTE-BMOV.
003030
003040          IF ENTE-EXTRA-UTEN(IND-BMOV) = ENTE-TOGLIERE-MOV
003050           MOVE ZEROS             TO ENTE-EXTRA-UTEN(IND-BMOV)
003060          END-IF.
003070
003080 EX-TOGLI-ENTE-BMOV.
003090          EXIT.
003100*
003110***** PROMEMORIA AL VECCHIO RESPONSABILE PRIMA DELLA RIMOZIONE,
003120***** UNA VOLTA SOLA PER DATA: IL RIFERIMENTO "MOVP utente seq
003130***** data" FA DA CHIAVE DI DEDUPLICA
003140*
003150 RICORDA-BMOV.
003160
003170          MOVE CHIAVE-MOV         TO CHIAVE-SALVA-BMOV.
003180
003190          MOVE SPACES             TO RIF-CERCA-BMOV.
003200          STRING "MOVP " UTENTE-MOV " " SEQ-MOV " " RIMOZIONE-MOV
003210           DELIMITED BY SIZE INTO RIF-CERCA-BMOV.
003220
003230          PERFORM CERCA-GIA-AVVISATO-BMOV
003240           THRU EX-CERCA-GIA-AVVISATO-BMOV.
003250
003260          IF TROVATO-BMOV = "S" GO TO RIPOSIZIONA-RICORDA-BMOV.
003270
003280          MOVE CHIAVE-SALVA-BMOV  TO CHIAVE-MOV.
003290          PERFORM LEGGO-MOV       THRU EX-LEGGO-MOV.
003300
003310          MOVE "MOVER"            TO TIPO-NOT-WEB.
003320          MOVE "B"                TO SEVERITA-NOT-WEB.
003330          MOVE RIF-CERCA-BMOV     TO RIFERIMENTO-NOT-WEB.
003340          MOVE RESPONSABILE-MOV   TO DESTINATARI-NOT-WEB.
003350          MOVE SPACES             TO TESTO-NOT-WEB.
003360          STRING "Il " RIMOZIONE-MOV " si toglie a " UTENTE-MOV
003370           " il vecchio accesso: proroga da openruol se serve"
003380           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
003390
003400          PERFORM SCRIVI-EVENTO-NOT
003410           THRU EX-SCRIVI-EVENTO-NOT.
003420
003430          IF ESITO-OK
003440           ADD 1                  TO RICORDATI-BMOV
003450          END-IF.
003460
003470 RIPOSIZIONA-RICORDA-BMOV.
003480
003490          MOVE CHIAVE-SALVA-BMOV  TO CHIAVE-MOV.
003500          PERFORM STARTO-MOV      THRU EX-STARTO-MOV.
003510          PERFORM LEGGO-NEXT-MOV  THRU EX-LEGGO-NEXT-MOV.
003520
003530 EX-RICORDA-BMOV.
003540          EXIT.
003550*
003560***** C'E' GIA' UNA NOTIFICA CON QUESTO RIFERIMENTO?
003570*
003580 CERCA-GIA-AVVISATO-BMOV.
003590
003600          MOVE "N"                TO TROVATO-BMOV.
003610
003620          MOVE LOW-VALUES         TO CHIAVE-NOT.
003630          PERFORM STARTO-NOT      THRU EX-STARTO-NOT.
003640
003650          IF ESITO-NOK GO TO EX-CERCA-GIA-AVVISATO-BMOV.
003660
003670 CICLO-CERCA-BMOV.
003680
003690          PERFORM LEGGO-NEXT-NOT  THRU EX-LEGGO-NEXT-NOT.
003700
003710          IF FINE-FILE = "S" GO TO EX-CERCA-GIA-AVVISATO-BMOV.
003720
003730          IF RIFERIMENTO-NOT = RIF-CERCA-BMOV
003740           MOVE "S"               TO TROVATO-BMOV
003750           GO TO EX-CERCA-GIA-AVVISATO-BMOV
003760          END-IF.
003770
003780          GO TO CICLO-CERCA-BMOV.
003790
003800 EX-CERCA-GIA-AVVISATO-BMOV.
003810          EXIT.
