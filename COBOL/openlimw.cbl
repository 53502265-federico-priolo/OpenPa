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
000200* SERVIZIO DEI LIMITI DI IMPORTO DELLE ABILITAZIONI (ARKLIM),
000210* RICHIAMATO CON CALL DAL CARICAMENTO DEI CAMPI NUMERICI
000220* (CARICA-DATO-WEB), DALLA MATRICE DEI PERMESSI (openabim.exe),
000230* DALLA TRACCIA DEL "PERCHE'" (openadia.exe) E DALLA
000240* RICERTIFICAZIONE (opencerw.exe). IL PARAMETRO E' AREA-LIM-WEB.
000250* PER OGNI RAMO DELL'UTENTE (GRUPPO BASE E GRUPPI EXTRA) SI FA LA
000260* RISALITA COMPLETA DI AUTORIZZA-GER SULLA CHIAMATA; PER OGNI RAMO
000270* CHE LA CONCEDE SI CERCA IN ARKLIM LA RIGA DEL GRUPPO CHE HA
000280* CONCESSO, CON GLI STESSI JOLLY DI AUTORIZZA-ABI (CHIAMATA
000290* ESATTA, POI FUNZIONE A SPAZI, POI ENTITA' E FUNZIONE A SPAZI).
000300* UN RAMO SENZA RIGA DI LIMITE, O CON UNA RIGA RISERVATA A UN
000310* ALTRO CAMPO DEL DIZIONARIO, CONCEDE SENZA TETTO; VALE IL LIMITE
000320* PIU' ALTO FRA I RAMI, COME PER IL PERMESSO STESSO. AZIONI:
000330*   LIMITE   - TORNA SOLO IL LIMITE PIU' ALTO APPLICABILE
000340*   VERIFICA - CONFRONTA IN PIU' IL VALORE ASSOLUTO DELL'IMPORTO
000350*              CON IL LIMITE: UN LIMITE IN VALUTA DIVERSA NON
000360*              CONTA. OLTRE IL LIMITE L'EVENTO VA SU ARKACC
000370*              ("LIMITE") E, SE LA RIGA CHE PORTA IL LIMITE CHIEDE
000380*              L'INOLTRO, SU ARKNOT UN AVVISO AL RESPONSABILE DI
000390*              UNITA' DELL'UTENTE (RISALITA DI ARKUOA/ARKUOR COME
000400*              IN openabiq.exe) O, IN MANCANZA, AL RESPONSABILE
000410*              DEL GRUPPO CHE PORTA IL LIMITE (OWNER-GRU)
000420*
000430 IDENTIFICATION   DIVISION.
000440 PROGRAM-ID.      OPENLIMW.
000450 ENVIRONMENT      DIVISION.
000460 CONFIGURATION    SECTION.
000470          COPY "SPECIAL.CBL".
000480 INPUT-OUTPUT     SECTION.
000490 FILE-CONTROL.
000500
000510          COPY "SELUTEN.CBL".
000520          COPY "SELABI.CBL".
000530          COPY "SELGER.CBL".
000540          COPY "SELLIM.CBL".
000550          COPY "SELGRU.CBL".
000560          COPY "SELUOA.CBL".
000570          COPY "SELUOR.CBL".
000580          COPY "SELNOT.CBL".
000590          COPY "SELACC.CBL".
000600
000610 DATA             DIVISION.
000620 FILE SECTION.
000630
000640          COPY "FDEUTEN.CBL".
000650          COPY "FDEABI.CBL".
000660          COPY "FDEGER.CBL".
000670          COPY "FDELIM.CBL".
000680          COPY "FDEGRU.CBL".
000690          COPY "FDEUOA.CBL".
000700          COPY "FDEUOR.CBL".
000710          COPY "FDENOT.CBL".
000720          COPY "FDEACC.CBL".
000730
000740 WORKING-STORAGE  SECTION.
000750
000760          COPY "GLOBALS.CBL".
000770*
000780 01 GRUPPO-RAMO-LIMW          PIC 9(04).
000790 01 GRUPPO-CONCESSO-LIMW      PIC 9(04).
000800 01 IND-EXTRA-LIMW            PIC 9(02) COMP.
000810 01 CONCESSA-LIMW             PIC X.
000820 01 TETTO-LIMW                PIC X.
000830    88 TETTO-TROVATO-LIMW     VALUE "S".
000835 01 APERTO-LIMW               PIC XX.
000840 01 VALUTA-RIGA-LIMW          PIC X(03).
000850 01 ASSOLUTO-LIMW             PIC 9(12)V99.
000860 01 UNITA-RISALITA-LIMW       PIC X(08).
000870 01 LIVELLI-LIMW              PIC 9(02) COMP.
000880 01 DESTINATARIO-LIMW         PIC X(08).
000890 01 IMPORTO-ED-LIMW           PIC Z(11)9,99.
000900 01 MASSIMO-ED-LIMW           PIC Z(11)9,99.
000910*
000920 LINKAGE SECTION.
000930*
000940 01 LK-AREA-LIMW              PIC X(104).
000950*
000960 PROCEDURE  DIVISION USING LK-AREA-LIMW.
000970*
000980          MOVE LK-AREA-LIMW       TO AREA-LIM-WEB.
000990
001000          MOVE "NO"               TO ESITO-LIM-WEB.
001010          MOVE ZEROS              TO MASSIMO-LIM-WEB
001020                                     GRUPPO-MAX-LIM-WEB.
001030          MOVE SPACES             TO VALUTA-MAX-LIM-WEB
001040                                     INOLTRATO-LIM-WEB.
001050          MOVE "N"                TO ILLIMITATO-LIM-WEB.
001060          MOVE "R"                TO AZIONE-OLTRE-LIM-WEB.
001070          MOVE "N"                TO CONCESSA-LIMW
001080                                     TETTO-LIMW.
001090
001100          IF VALUTA-LIM-WEB = SPACES
001110           MOVE "EUR"             TO VALUTA-LIM-WEB
001120          END-IF.
001130
001140          IF AZIONE-LIM-WEB NOT = "VERIFICA"
001150           AND AZIONE-LIM-WEB NOT = "LIMITE"
001160           GO TO RESTITUISCI-LIMW
001170          END-IF.
001180
001190***** TUTTO IN SOLA LETTURA: CHI HA RICHIAMATO IL SERVIZIO PUO'
001200***** TENERE GLI STESSI FILE APERTI IN AGGIORNAMENTO
001210
001220          OPEN INPUT ARKUTEN.
001230          IF STATUS-UTEN NOT = "00"
001240           GO TO RESTITUISCI-LIMW
001250          END-IF.
001260
001270          MOVE UTENTE-LIM-WEB     TO CHIAVE-UTEN.
001280          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001290          CLOSE ARKUTEN.
001300
001310          IF ESITO-NOK
001320           GO TO RESTITUISCI-LIMW
001330          END-IF.
001340
001350          OPEN INPUT ARKABI.
001360          IF STATUS-ABI NOT = "00"
001370           GO TO RESTITUISCI-LIMW
001380          END-IF.
001390
001400          OPEN INPUT ARKGER.
001410          IF STATUS-GER NOT = "00"
001420           CLOSE ARKABI
001430           GO TO RESTITUISCI-LIMW
001440          END-IF.
001450
001460***** SENZA ARKLIM (MAI CREATO) NESSUNA CHIAMATA HA UN TETTO
001470
001480          OPEN INPUT ARKLIM.
001482          MOVE STATUS-LIM         TO APERTO-LIMW.
001490
001500          MOVE GRUPPO-UTEN        TO GRUPPO-RAMO-LIMW.
001510          PERFORM PROVA-RAMO-LIMW THRU EX-PROVA-RAMO-LIMW.
001520
001530          PERFORM PROVA-EXTRA-LIMW THRU EX-PROVA-EXTRA-LIMW
001540           VARYING IND-EXTRA-LIMW FROM 1 BY 1
001550           UNTIL IND-EXTRA-LIMW > NUM-GRUPPI-UTEN
001560              OR IND-EXTRA-LIMW > 5.
001570
001580          IF APERTO-LIMW = "00"
001590           CLOSE ARKLIM
001600          END-IF.
001610          CLOSE ARKGER.
001620          CLOSE ARKABI.
001630
001640          IF CONCESSA-LIMW NOT = "S"
001650           GO TO RESTITUISCI-LIMW
001660          END-IF.
001670
001680          MOVE "OK"               TO ESITO-LIM-WEB.
001690
001700          IF AZIONE-LIM-WEB = "LIMITE" OR SENZA-LIMITE-WEB
001710           GO TO RESTITUISCI-LIMW
001720          END-IF.
001730
001740          IF IMPORTO-LIM-WEB < ZEROS
001750           COMPUTE ASSOLUTO-LIMW = ZEROS - IMPORTO-LIM-WEB
001760          ELSE
001770           MOVE IMPORTO-LIM-WEB   TO ASSOLUTO-LIMW
001780          END-IF.
001790
001800***** NESSUN LIMITE NELLA VALUTA DELL'IMPORTO: NESSUNA AUTORITA'
001810
001820          IF TETTO-TROVATO-LIMW
001830           AND ASSOLUTO-LIMW NOT > MASSIMO-LIM-WEB
001840           GO TO RESTITUISCI-LIMW
001850          END-IF.
001860
001870          MOVE "OL"               TO ESITO-LIM-WEB.
001880
001890          PERFORM OLTRE-LIMITE-LIMW THRU EX-OLTRE-LIMITE-LIMW.
001900
001910 RESTITUISCI-LIMW.
001920
001930          MOVE AREA-LIM-WEB       TO LK-AREA-LIMW.
001940
001950          GOBACK.
001960
001970          COPY "PIOUTEN.CBL".
001980          COPY "PIOABI.CBL".
001990          COPY "PIOGER.CBL".
002000          COPY "PIOGERA.CBL".
002010          COPY "PIOLIM.CBL".
002020          COPY "PIOGRU.CBL".
002030          COPY "PIOUOA.CBL".
002040          COPY "PIOUOR.CBL".
002050          COPY "PIONOT.CBL".
002060          COPY "PIOACC.CBL".
002070*
002080 PROVA-EXTRA-LIMW.
002090
002100          MOVE GRUPPO-EXTRA-UTEN(IND-EXTRA-LIMW)
002105                                  TO GRUPPO-RAMO-LIMW.
002110
002120          IF GRUPPO-RAMO-LIMW NOT = ZEROS
002130           PERFORM PROVA-RAMO-LIMW THRU EX-PROVA-RAMO-LIMW
002140          END-IF.
002150
002160 EX-PROVA-EXTRA-LIMW.
002170          EXIT.
002180*
002190***** UN RAMO: RISALITA COMPLETA SULLA CHIAMATA E, SE CONCESSA,
002200***** LIMITE DEL GRUPPO CHE HA CONCESSO
002210*
002220 PROVA-RAMO-LIMW.
002230
002240          MOVE ENTE-LIM-WEB       TO ENTE-ABI.
002250          MOVE GRUPPO-RAMO-LIMW   TO GRUPPO-ABI.
002260          MOVE CHIAMATA-LIM-WEB   TO CHIAMATA-ABI.
002270
002280          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
002290
002300          IF ESITO-NOK GO TO EX-PROVA-RAMO-LIMW.
002310
002320          MOVE "S"                TO CONCESSA-LIMW.
002330          MOVE GRUPPO-CONCESSO-GER-WEB TO GRUPPO-CONCESSO-LIMW.
002340
002350          IF APERTO-LIMW NOT = "00"
002360           GO TO RAMO-SENZA-TETTO-LIMW
002370          END-IF.
002380
002390          MOVE ENTE-LIM-WEB       TO ENTE-LIM.
002400          MOVE GRUPPO-CONCESSO-LIMW TO GRUPPO-LIM.
002410          MOVE CHIAMATA-LIM-WEB   TO CHIAMATA-LIM.
002420          PERFORM LEGGO-LIM       THRU EX-LEGGO-LIM.
002430
002440          IF ESITO-NOK
002450           MOVE SPACES            TO FUNZ-LIM
002460           PERFORM LEGGO-LIM      THRU EX-LEGGO-LIM
002470          END-IF.
002480
002490          IF ESITO-NOK
002500           MOVE SPACES            TO ENT-LIM
002510           PERFORM LEGGO-LIM      THRU EX-LEGGO-LIM
002520          END-IF.
002530
002540          IF ESITO-NOK GO TO RAMO-SENZA-TETTO-LIMW.
002550
002560          IF CAMPO-LIM NOT = SPACES
002570           AND CAMPO-LIM-WEB NOT = SPACES
002580           AND CAMPO-LIM NOT = CAMPO-LIM-WEB
002590           GO TO RAMO-SENZA-TETTO-LIMW
002600          END-IF.
002610
002620          MOVE VALUTA-LIM         TO VALUTA-RIGA-LIMW.
002630          IF VALUTA-RIGA-LIMW = SPACES
002640           MOVE "EUR"             TO VALUTA-RIGA-LIMW
002650          END-IF.
002660
002670          IF AZIONE-LIM-WEB = "VERIFICA"
002680           AND VALUTA-RIGA-LIMW NOT = VALUTA-LIM-WEB
002690           GO TO EX-PROVA-RAMO-LIMW
002700          END-IF.
002710
002720          IF TETTO-TROVATO-LIMW
002730           AND IMPORTO-MAX-LIM NOT > MASSIMO-LIM-WEB
002740           GO TO EX-PROVA-RAMO-LIMW
002750          END-IF.
002760
002770          MOVE "S"                TO TETTO-LIMW.
002780          MOVE IMPORTO-MAX-LIM    TO MASSIMO-LIM-WEB.
002790          MOVE VALUTA-RIGA-LIMW   TO VALUTA-MAX-LIM-WEB.
002800          MOVE AZIONE-LIM         TO AZIONE-OLTRE-LIM-WEB.
002810
002820          IF NOT SENZA-LIMITE-WEB
002830           MOVE GRUPPO-CONCESSO-LIMW TO GRUPPO-MAX-LIM-WEB
002840          END-IF.
002850
002860          GO TO EX-PROVA-RAMO-LIMW.
002870
002880 RAMO-SENZA-TETTO-LIMW.
002890
002900          IF NOT SENZA-LIMITE-WEB
002910           MOVE "S"               TO ILLIMITATO-LIM-WEB
002920           MOVE GRUPPO-CONCESSO-LIMW TO GRUPPO-MAX-LIM-WEB
002930          END-IF.
002940
002950 EX-PROVA-RAMO-LIMW.
002960          EXIT.
002970*
002980***** IMPORTO OLTRE IL LIMITE: TRACCIA SU ARKACC E, SE RICHIESTO,
002990***** INOLTRO AL RESPONSABILE
003000*
003010 OLTRE-LIMITE-LIMW.
003020
003030          MOVE ASSOLUTO-LIMW      TO IMPORTO-ED-LIMW.
003040          MOVE MASSIMO-LIM-WEB    TO MASSIMO-ED-LIMW.
003050
003060          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
003070          MOVE UTENTE-LIM-WEB     TO UTENTE-ACC-WEB.
003080          MOVE "LIMITE"           TO EVENTO-ACC-WEB.
003090          MOVE "NO"               TO ESITO-ACC-WEB.
003100          MOVE SPACES             TO DELEGANTE-ACC-WEB
003110                                     NOTA-ACC-WEB.
003120          STRING CHIAMATA-LIM-WEB " " VALUTA-LIM-WEB
003130           IMPORTO-ED-LIMW " MAX" MASSIMO-ED-LIMW
003140           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
003150          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
003160          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
003170
003180          IF NOT OLTRE-DA-INOLTRARE
003190           OR NOT TETTO-TROVATO-LIMW
003200           GO TO EX-OLTRE-LIMITE-LIMW
003210          END-IF.
003220
003230          PERFORM CERCA-RESPONSABILE-LIMW
003240           THRU EX-CERCA-RESPONSABILE-LIMW.
003250
003260          IF DESTINATARIO-LIMW = SPACES
003270           PERFORM OPEN-I-GRU     THRU EX-OPEN-I-GRU
003280           MOVE GRUPPO-MAX-LIM-WEB TO GRUPPO-GRU
003290           PERFORM LEGGO-GRU      THRU EX-LEGGO-GRU
003300           IF ESITO-OK
003310            AND OWNER-GRU NOT = UTENTE-LIM-WEB
003320            MOVE OWNER-GRU        TO DESTINATARIO-LIMW
003330           END-IF
003340           PERFORM CLOSE-GRU      THRU EX-CLOSE-GRU
003350          END-IF.
003360
003370          IF DESTINATARIO-LIMW = SPACES
003380           GO TO EX-OLTRE-LIMITE-LIMW
003390          END-IF.
003400
003410          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
003420
003430          MOVE "LIMITE"           TO TIPO-NOT-WEB.
003440          MOVE "M"                TO SEVERITA-NOT-WEB.
003450          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
003460          STRING "LIM " UTENTE-LIM-WEB " " ENTE-LIM-WEB " "
003470           CHIAMATA-LIM-WEB
003480           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
003490          MOVE DESTINATARIO-LIMW  TO DESTINATARI-NOT-WEB.
003500          MOVE SPACES             TO TESTO-NOT-WEB.
003510          STRING "Importo " VALUTA-LIM-WEB IMPORTO-ED-LIMW
003520           " di " UTENTE-LIM-WEB " oltre limite su "
003530           CHIAMATA-LIM-WEB ": da inserire"
003540           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
003550          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
003560
003570          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
003580
003590          MOVE DESTINATARIO-LIMW  TO INOLTRATO-LIM-WEB.
003600
003610 EX-OLTRE-LIMITE-LIMW.
003620          EXIT.
003630*
003640***** RESPONSABILE DI UNITA' DELL'UTENTE: PRIMO RESPONSABILE ATTIVO
003650***** RISALENDO LE UNITA' (AL MASSIMO 10 LIVELLI), DIVERSO
003660***** DALL'UTENTE STESSO
003670*
003680 CERCA-RESPONSABILE-LIMW.
003690
003700          MOVE SPACES             TO DESTINATARIO-LIMW.
003710
003720          PERFORM OPEN-I-UOA      THRU EX-OPEN-I-UOA.
003730          MOVE UTENTE-LIM-WEB     TO UTENTE-UOA.
003740          PERFORM LEGGO-UOA       THRU EX-LEGGO-UOA.
003750          IF ESITO-OK
003760           MOVE UNITA-UOA         TO UNITA-RISALITA-LIMW
003770          ELSE
003780           MOVE SPACES            TO UNITA-RISALITA-LIMW
003790          END-IF.
003800          PERFORM CLOSE-UOA       THRU EX-CLOSE-UOA.
003810
003820          IF UNITA-RISALITA-LIMW = SPACES
003830           GO TO EX-CERCA-RESPONSABILE-LIMW
003840          END-IF.
003850
003860          OPEN INPUT ARKUTEN.
003870          PERFORM OPEN-I-UOR      THRU EX-OPEN-I-UOR.
003880          MOVE ZEROS              TO LIVELLI-LIMW.
003890
003900 RISALI-RESPONSABILE-LIMW.
003910
003920          IF UNITA-RISALITA-LIMW = SPACES OR LIVELLI-LIMW > 9
003930           GO TO CHIUDI-RESPONSABILE-LIMW
003940          END-IF.
003950
003960          ADD 1                   TO LIVELLI-LIMW.
003970          MOVE UNITA-RISALITA-LIMW TO CODICE-UOR.
003980          PERFORM LEGGO-UOR       THRU EX-LEGGO-UOR.
003990          IF ESITO-NOK GO TO CHIUDI-RESPONSABILE-LIMW.
004000
004010          MOVE PADRE-UOR          TO UNITA-RISALITA-LIMW.
004020
004030          IF RESPONSABILE-UOR = SPACES
004040           OR RESPONSABILE-UOR = UTENTE-LIM-WEB
004050           GO TO RISALI-RESPONSABILE-LIMW
004060          END-IF.
004070
004080          MOVE RESPONSABILE-UOR   TO CHIAVE-UTEN.
004090          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004100          IF ESITO-NOK OR UTENTE-CANCELLATO
004110           OR UTENTE-BLOCCATO
004120           GO TO RISALI-RESPONSABILE-LIMW
004130          END-IF.
004140
004150          MOVE RESPONSABILE-UOR   TO DESTINATARIO-LIMW.
004160
004170 CHIUDI-RESPONSABILE-LIMW.
004180
004190          PERFORM CLOSE-UOR       THRU EX-CLOSE-UOR.
004200          CLOSE ARKUTEN.
004210
004220 EX-CERCA-RESPONSABILE-LIMW.
004230          EXIT.
