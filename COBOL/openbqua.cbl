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
000200* QUALIFICHE IN SCADENZA: DA SCHEDULARE OGNI MESE CON openskd.exe.
000210* ELENCA LE QUALIFICHE DI ARKQUA GIA' SCADUTE O CHE SCADONO ENTRO
000220* I GIORNI DEL PARAMETRO QUALIFICHE-PREAVVISO (DEFAULT 60, COSI'
000230* CHE UN GIRO AL MESE NE AVVISI CON ALMENO UN MESE DI ANTICIPO),
000240* TRALASCIANDO GLI UTENTI CANCELLATI. PER OGNUNA STAMPA I GRUPPI
000250* DELL'UTENTE CHE RICHIEDONO QUEL CORSO (PREREQUISITI "QP" DI
000260* ARKTAB SUL GRUPPO O SU UNA CHIAMATA CHE IL GRUPPO HA SU ARKABI,
000270* COME IN OPENQUAW) E, UNA SOLA VOLTA PER OGNI SCADENZA
000280* (AVVISO-QUA), ACCODA SU ARKNOT UN AVVISO ALL'UTENTE E AI
000290* RESPONSABILI (OWNER-GRU) DI QUEI GRUPPI. UNA QUALIFICA SCADUTA
000300* NON TOGLIE NULLA A CHI GIA' LAVORA, MA BLOCCA LE NUOVE
000310* ASSEGNAZIONI E RICHIESTE CHE LA PRESUPPONGONO. RC 0, 4 SE
000320* ALMENO UNA QUALIFICA E' GIA' SCADUTA, 8 SE ARKQUA NON SI APRE.
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENBQUA.
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000380          COPY "SPECIAL.CBL".
000390 INPUT-OUTPUT     SECTION.
000400 FILE-CONTROL.
000410
000420          COPY "SELQUA.CBL".
000430          COPY "SELTAB.CBL".
000440          COPY "SELABI.CBL".
000450          COPY "SELUTEN.CBL".
000460          COPY "SELGRU.CBL".
000470          COPY "SELNOT.CBL".
000480
000490 DATA             DIVISION.
000500 FILE SECTION.
000510
000520          COPY "FDEQUA.CBL".
000530          COPY "FDETAB.CBL".
000540          COPY "FDEABI.CBL".
000550          COPY "FDEUTEN.CBL".
000560          COPY "FDEGRU.CBL".
000570          COPY "FDENOT.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
000610          COPY "GLOBALS.CBL".
000620*
000630 01 OGGI-BQUA                 PIC 9(8).
000640 01 LIMITE-BQUA               PIC 9(8).
000650 01 PREAVVISO-BQUA            PIC 9(3).
000660 01 GIORNO-INT-BQUA           PIC 9(7).
000670*
000680** PREREQUISITI DI CHIAMATA ("QP" CON CHIAMATA VALORIZZATA)
000690*
000700 01 TAB-PRE-BQUA.
000710    02 PRE-BQUA OCCURS 200 TIMES.
000720       05 CHIAMATA-PRE-BQUA    PIC X(6).
000730       05 CORSO-PRE-BQUA       PIC X(10).
000740 01 NUM-PRE-BQUA              PIC 9(3) COMP.
000750 01 IND-PRE-BQUA              PIC 9(3) COMP.
000760*
000770** COPPIE GRUPPO/CORSO: IL GRUPPO RICHIEDE IL CORSO DIRETTAMENTE
000780** O PER UNA DELLE SUE CHIAMATE
000790*
000800 01 TAB-RIL-BQUA.
000810    02 RIL-BQUA OCCURS 500 TIMES.
000820       05 GRUPPO-RIL-BQUA      PIC 9(4).
000830       05 CORSO-RIL-BQUA       PIC X(10).
000840 01 NUM-RIL-BQUA              PIC 9(3) COMP.
000850 01 IND-RIL-BQUA              PIC 9(3) COMP.
000860 01 GRUPPO-CERCA-BQUA         PIC 9(4).
000870 01 CORSO-CERCA-BQUA          PIC X(10).
000880 01 TROVATO-BQUA              PIC X.
000890*
000900** CONFRONTO FRA DUE CHIAMATE CON I JOLLY A SPAZI
000910*
000920 01 CHIAMATA-A-BQUA.
000930    02 MOD-A-BQUA             PIC XX.
000940    02 ENT-A-BQUA             PIC XX.
000950    02 FUNZ-A-BQUA            PIC XX.
000960 01 CHIAMATA-B-BQUA.
000970    02 MOD-B-BQUA             PIC XX.
000980    02 ENT-B-BQUA             PIC XX.
000990    02 FUNZ-B-BQUA            PIC XX.
001000 01 SOVRAPPOSTE-BQUA          PIC X.
001010*
001020** DESTINATARI DELL'AVVISO: L'UTENTE E FINO A 5 RESPONSABILI
001030*
001040 01 DESTINATARI-BQUA          PIC X(60).
001050 01 PTR-DEST-BQUA             PIC 9(3) COMP.
001060 01 NUM-DEST-BQUA             PIC 9(2) COMP.
001070 01 GRUPPI-RIGA-BQUA          PIC X(30).
001080 01 PTR-GRUPPI-BQUA           PIC 9(3) COMP.
001090 01 GRUPPO-ESAME-BQUA         PIC 9(4).
001100 01 IND-EXTRA-BQUA            PIC 9(2) COMP.
001110 01 UTENTE-NOTO-BQUA          PIC X.
001120*
001130 01 STATO-BQUA                PIC X(11).
001140 01 SCADENZA-ED-BQUA          PIC 9(8).
001150 01 SCADENZA-R-BQUA REDEFINES SCADENZA-ED-BQUA.
001160    02 AAAA-BQUA              PIC 9(4).
001170    02 MM-BQUA                PIC 9(2).
001180    02 GG-BQUA                PIC 9(2).
001190 01 SCADENZA-TXT-BQUA         PIC X(10).
001200*
001210 01 ELENCATE-BQUA             PIC 9(5).
001220 01 SCADUTE-BQUA              PIC 9(5).
001230 01 AVVISATE-BQUA             PIC 9(5).
001240*
001250 PROCEDURE  DIVISION.
001260*
001270          DISPLAY "QUALIFICHE IN SCADENZA".
001280
001290          ACCEPT OGGI-BQUA        FROM DATE YYYYMMDD.
001300
001310          MOVE ZEROS              TO ELENCATE-BQUA
001320                                     SCADUTE-BQUA
001330                                     AVVISATE-BQUA.
001340
001350          MOVE "QUALIFICHE-PREAVVISO" TO NOME-PAR-WEB.
001360          PERFORM PARAMETRO-BQUA  THRU EX-PARAMETRO-BQUA.
001370          MOVE 60                 TO PREAVVISO-BQUA.
001380          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
001390           MOVE NUMERO-PAR-WEB    TO PREAVVISO-BQUA
001400          END-IF.
001410
001420          COMPUTE GIORNO-INT-BQUA =
001430           FUNCTION INTEGER-OF-DATE(OGGI-BQUA) + PREAVVISO-BQUA.
001440          COMPUTE LIMITE-BQUA =
001450           FUNCTION DATE-OF-INTEGER(GIORNO-INT-BQUA).
001460
001470          PERFORM OPEN-I-QUA      THRU EX-OPEN-I-QUA.
001480
001490          IF STATUS-QUA NOT = "00"
001500           DISPLAY "OPENBQUA: ARKQUA NON DISPONIBILE, STATUS = "
001510            STATUS-QUA
001520           MOVE 8                 TO RETURN-CODE
001530           GOBACK
001540          END-IF.
001550
001560          PERFORM CARICA-RILEVANZA-BQUA
001570           THRU EX-CARICA-RILEVANZA-BQUA.
001580
001590          OPEN INPUT ARKUTEN.
001600          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
001610          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
001620
001630          DISPLAY "UTENTE   CORSO      SCADENZA   STATO       "
001640           "GRUPPI CHE LA RICHIEDONO       AVVISATI".
001650
001660          MOVE LOW-VALUE          TO CHIAVE-QUA.
001670          PERFORM STARTO-QUA      THRU EX-STARTO-QUA.
001680
001690          IF ESITO-NOK GO TO FINE-BQUA.
001700
001710 CICLO-BQUA.
001720
001730          PERFORM LEGGO-NEXT-QUA  THRU EX-LEGGO-NEXT-QUA.
001740
001750          IF FINE-FILE = "S" GO TO FINE-BQUA.
001760
001770          IF SCADENZA-QUA = ZEROS OR SCADENZA-QUA > LIMITE-BQUA
001780           GO TO CICLO-BQUA
001790          END-IF.
001800
001810          PERFORM ESAMINA-BQUA    THRU EX-ESAMINA-BQUA.
001820
001830          GO TO CICLO-BQUA.
001840
001850 FINE-BQUA.
001860
001870          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001880          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
001890          CLOSE ARKUTEN.
001900          PERFORM CLOSE-QUA       THRU EX-CLOSE-QUA.
001910
001920          DISPLAY "QUALIFICHE ELENCATE    : " ELENCATE-BQUA.
001930          DISPLAY "DI CUI GIA' SCADUTE    : " SCADUTE-BQUA.
001940          DISPLAY "AVVISI ACCODATI        : " AVVISATE-BQUA.
001950
001960          MOVE ZEROS              TO RETURN-CODE.
001970          IF SCADUTE-BQUA > ZEROS
001980           MOVE 4                 TO RETURN-CODE
001990          END-IF.
002000
002010          GOBACK.
002020
002030          COPY "PIOQUA.CBL".
002040          COPY "PIOTAB.CBL".
002050          COPY "PIOABI.CBL".
002060          COPY "PIOUTEN.CBL".
002070          COPY "PIOGRU.CBL".
002080          COPY "PIONOT.CBL".
002090*
002100***** COPPIE GRUPPO/CORSO DAI PREREQUISITI "QP": QUELLI DI GRUPPO
002110***** DIRETTAMENTE, QUELLI DI CHIAMATA PER OGNI GRUPPO CHE SU ARKABI
002120***** HA UNA CHIAMATA CHE LI TOCCA (NON NEGATA E NON SCADUTA)
002130*
002140 CARICA-RILEVANZA-BQUA.
002150
002160          MOVE ZEROS              TO NUM-PRE-BQUA NUM-RIL-BQUA.
002170
002180          OPEN INPUT ARKTAB.
002190          IF STATUS-TAB NOT = "00"
002200           GO TO EX-CARICA-RILEVANZA-BQUA
002210          END-IF.
002220
002230          MOVE "QP"               TO TIPO-TAB.
002240          MOVE ZEROS              TO ENTE-TAB.
002250          MOVE ZEROS              TO PROG-TAB.
002260          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
002270
002280          IF ESITO-NOK GO TO FINE-PREREQUISITI-BQUA.
002290
002300 CICLO-PREREQUISITI-BQUA.
002310
002320          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
002330
002340          IF FINE-FILE = "S" GO TO FINE-PREREQUISITI-BQUA.
002350
002360          IF TIPO-TAB NOT = "QP" OR ENTE-TAB NOT = ZEROS
002370           GO TO FINE-PREREQUISITI-BQUA
002380          END-IF.
002390
002400          IF TABELLA(13:10) = SPACES
002410           GO TO CICLO-PREREQUISITI-BQUA
002420          END-IF.
002430
002440          IF TABELLA(1:4) NUMERIC AND TABELLA(1:4) NOT = "0000"
002450           MOVE TABELLA(1:4)      TO GRUPPO-CERCA-BQUA
002460           MOVE TABELLA(13:10)    TO CORSO-CERCA-BQUA
002470           PERFORM AGGIUNGI-RIL-BQUA THRU EX-AGGIUNGI-RIL-BQUA
002480          END-IF.
002490
002500          IF TABELLA(6:6) NOT = SPACES AND NUM-PRE-BQUA < 200
002510           ADD 1                  TO NUM-PRE-BQUA
002520           MOVE TABELLA(6:6)
002525            TO CHIAMATA-PRE-BQUA(NUM-PRE-BQUA)
002530           MOVE TABELLA(13:10)    TO CORSO-PRE-BQUA(NUM-PRE-BQUA)
002540          END-IF.
002550
002560          GO TO CICLO-PREREQUISITI-BQUA.
002570
002580 FINE-PREREQUISITI-BQUA.
002590
002600          CLOSE ARKTAB.
002610
002620          IF NUM-PRE-BQUA = ZEROS
002630           GO TO EX-CARICA-RILEVANZA-BQUA
002640          END-IF.
002650
002660          OPEN INPUT ARKABI.
002670          IF STATUS-ABI NOT = "00"
002680           GO TO EX-CARICA-RILEVANZA-BQUA
002690          END-IF.
002700
002710          MOVE ZEROS              TO ENTE-ABI GRUPPO-ABI.
002720          MOVE SPACES             TO CHIAMATA-ABI.
002730          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
002740
002750          IF ESITO-NOK GO TO FINE-ABI-BQUA.
002760
002770 CICLO-ABI-BQUA.
002780
002790          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
002800
002810          IF FINE-FILE = "S" GO TO FINE-ABI-BQUA.
002820
002830          IF ABI-NEGATA GO TO CICLO-ABI-BQUA.
002840
002850          IF SCADENZA-ABI NOT = ZEROS AND SCADENZA-ABI < OGGI-BQUA
002860           GO TO CICLO-ABI-BQUA
002870          END-IF.
002880
002890          PERFORM CONFRONTA-ABI-BQUA THRU EX-CONFRONTA-ABI-BQUA
002900           VARYING IND-PRE-BQUA FROM 1 BY 1
002910           UNTIL IND-PRE-BQUA > NUM-PRE-BQUA.
002920
002930          GO TO CICLO-ABI-BQUA.
002940
002950 FINE-ABI-BQUA.
002960
002970          CLOSE ARKABI.
002980
002990 EX-CARICA-RILEVANZA-BQUA.
003000          EXIT.
003010
003020 CONFRONTA-ABI-BQUA.
003030
003040          MOVE CHIAMATA-PRE-BQUA(IND-PRE-BQUA) TO CHIAMATA-A-BQUA.
003050          MOVE CHIAMATA-ABI       TO CHIAMATA-B-BQUA.
003060          MOVE "N"                TO SOVRAPPOSTE-BQUA.
003070
003080          IF (MOD-A-BQUA = MOD-B-BQUA OR MOD-A-BQUA = SPACES
003090              OR MOD-B-BQUA = SPACES)
003100           AND (ENT-A-BQUA = ENT-B-BQUA OR ENT-A-BQUA = SPACES
003110              OR ENT-B-BQUA = SPACES)
003120           AND (FUNZ-A-BQUA = FUNZ-B-BQUA OR FUNZ-A-BQUA = SPACES
003130              OR FUNZ-B-BQUA = SPACES)
003140           MOVE "S"               TO SOVRAPPOSTE-BQUA
003150          END-IF.
003160
003170          IF SOVRAPPOSTE-BQUA = "S"
003180           MOVE GRUPPO-ABI        TO GRUPPO-CERCA-BQUA
003190           MOVE CORSO-PRE-BQUA(IND-PRE-BQUA) TO CORSO-CERCA-BQUA
003200           PERFORM AGGIUNGI-RIL-BQUA THRU EX-AGGIUNGI-RIL-BQUA
003210          END-IF.
003220
003230 EX-CONFRONTA-ABI-BQUA.
003240          EXIT.
003250*
003260***** COPPIA GRUPPO-CERCA/CORSO-CERCA: GIA' PRESENTE O DA AGGIUNGERE
003270*
003280 AGGIUNGI-RIL-BQUA.
003290
003300          PERFORM CERCA-RIL-BQUA  THRU EX-CERCA-RIL-BQUA.
003310
003320          IF TROVATO-BQUA = "N" AND NUM-RIL-BQUA < 500
003330           ADD 1                  TO NUM-RIL-BQUA
003340           MOVE GRUPPO-CERCA-BQUA TO GRUPPO-RIL-BQUA(NUM-RIL-BQUA)
003350           MOVE CORSO-CERCA-BQUA  TO CORSO-RIL-BQUA(NUM-RIL-BQUA)
003360          END-IF.
003370
003380 EX-AGGIUNGI-RIL-BQUA.
003390          EXIT.
003400
003410 CERCA-RIL-BQUA.
003420
003430          MOVE "N"                TO TROVATO-BQUA.
003440
003450          PERFORM CONFRONTA-RIL-BQUA THRU EX-CONFRONTA-RIL-BQUA
003460           VARYING IND-RIL-BQUA FROM 1 BY 1
003470           UNTIL IND-RIL-BQUA > NUM-RIL-BQUA
003480           OR TROVATO-BQUA = "S".
003490
003500 EX-CERCA-RIL-BQUA.
003510          EXIT.
003520
003530 CONFRONTA-RIL-BQUA.
003540
003550          IF GRUPPO-RIL-BQUA(IND-RIL-BQUA) = GRUPPO-CERCA-BQUA
003560           AND CORSO-RIL-BQUA(IND-RIL-BQUA) = CORSO-CERCA-BQUA
003570           MOVE "S"               TO TROVATO-BQUA
003580          END-IF.
003590
003600 EX-CONFRONTA-RIL-BQUA.
003610          EXIT.
003620*
003630***** UNA QUALIFICA SCADUTA O IN SCADENZA: RIGA DI STAMPA E, SE
003640***** QUESTA SCADENZA NON E' ANCORA STATA SEGNALATA, AVVISO
003650*
003660 ESAMINA-BQUA.
003670
003680          MOVE "S"                TO UTENTE-NOTO-BQUA.
003690          MOVE UTENTE-QUA         TO CHIAVE-UTEN.
003700          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
003710
003720          IF ESITO-NOK
003730           MOVE "N"               TO UTENTE-NOTO-BQUA
003740          END-IF.
003750
003760          IF UTENTE-NOTO-BQUA = "S" AND UTENTE-CANCELLATO
003770           GO TO EX-ESAMINA-BQUA
003780          END-IF.
003790
003800          ADD 1                   TO ELENCATE-BQUA.
003810
003820          MOVE "IN SCADENZA"      TO STATO-BQUA.
003830          IF SCADENZA-QUA < OGGI-BQUA
003840           MOVE "SCADUTA"         TO STATO-BQUA
003850           ADD 1                  TO SCADUTE-BQUA
003860          END-IF.
003870
003880          MOVE SCADENZA-QUA       TO SCADENZA-ED-BQUA.
003890          MOVE SPACES             TO SCADENZA-TXT-BQUA.
003900          STRING GG-BQUA "/" MM-BQUA "/" AAAA-BQUA
003910           DELIMITED BY SIZE INTO SCADENZA-TXT-BQUA.
003920
003930***** L'UTENTE STESSO E I RESPONSABILI DEI SUOI GRUPPI CHE
003940***** RICHIEDONO IL CORSO (SOLO SE L'UTENTE E' GIA' SU ARKUTEN)
003950
003960          MOVE SPACES             TO DESTINATARI-BQUA
003970                                     GRUPPI-RIGA-BQUA.
003980          MOVE 1                  TO PTR-DEST-BQUA
003990                                     PTR-GRUPPI-BQUA.
004000          MOVE 1                  TO NUM-DEST-BQUA.
004010          STRING UTENTE-QUA DELIMITED BY SPACE
004020           INTO DESTINATARI-BQUA WITH POINTER PTR-DEST-BQUA.
004030
004040          IF UTENTE-NOTO-BQUA = "S"
004050           MOVE GRUPPO-UTEN       TO GRUPPO-ESAME-BQUA
004060           PERFORM GRUPPO-UTENTE-BQUA THRU EX-GRUPPO-UTENTE-BQUA
004070           PERFORM GRUPPO-EXTRA-BQUA THRU EX-GRUPPO-EXTRA-BQUA
004080            VARYING IND-EXTRA-BQUA FROM 1 BY 1
004090            UNTIL IND-EXTRA-BQUA > NUM-GRUPPI-UTEN
004100            OR IND-EXTRA-BQUA > 5
004110          END-IF.
004120
004130          IF AVVISO-QUA = SCADENZA-QUA
004140           DISPLAY UTENTE-QUA " " CORSO-QUA " " SCADENZA-TXT-BQUA
004150            " " STATO-BQUA " " GRUPPI-RIGA-BQUA " GIA' AVVISATI"
004160           GO TO EX-ESAMINA-BQUA
004170          END-IF.
004180
004190          DISPLAY UTENTE-QUA " " CORSO-QUA " " SCADENZA-TXT-BQUA
004200           " " STATO-BQUA " " GRUPPI-RIGA-BQUA " "
004210           DESTINATARI-BQUA(1:PTR-DEST-BQUA - 1).
004220
004230          MOVE "QUALIFICA"        TO TIPO-NOT-WEB.
004240          MOVE "M"                TO SEVERITA-NOT-WEB.
004250          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
004260          STRING "QUA " UTENTE-QUA " " CORSO-QUA
004270           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
004280          MOVE DESTINATARI-BQUA   TO DESTINATARI-NOT-WEB.
004290          MOVE SPACES             TO TESTO-NOT-WEB.
004300
004310          IF SCADENZA-QUA < OGGI-BQUA
004320           STRING "Qualifica " DELIMITED BY SIZE
004330            CORSO-QUA DELIMITED BY SPACE
004340            " di " DELIMITED BY SIZE
004350            UTENTE-QUA DELIMITED BY SPACE
004360            " scaduta il " DELIMITED BY SIZE
004370            SCADENZA-TXT-BQUA DELIMITED BY SIZE
004380            ": nuove abilitazioni bloccate" DELIMITED BY SIZE
004390            INTO TESTO-NOT-WEB
004400          ELSE
004410           STRING "Qualifica " DELIMITED BY SIZE
004420            CORSO-QUA DELIMITED BY SPACE
004430            " di " DELIMITED BY SIZE
004440            UTENTE-QUA DELIMITED BY SPACE
004450            " in scadenza il " DELIMITED BY SIZE
004460            SCADENZA-TXT-BQUA DELIMITED BY SIZE
004470            ": rinnovare il corso" DELIMITED BY SIZE
004480            INTO TESTO-NOT-WEB
004490          END-IF.
004500
004510          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
004520
004530          MOVE SCADENZA-QUA       TO AVVISO-QUA.
004540          PERFORM RISCRIVI-QUA    THRU EX-RISCRIVI-QUA.
004550
004560          ADD 1                   TO AVVISATE-BQUA.
004570
004580 EX-ESAMINA-BQUA.
004590          EXIT.
004600
004610 GRUPPO-EXTRA-BQUA.
004620
004630          MOVE GRUPPO-EXTRA-UTEN(IND-EXTRA-BQUA)
004635           TO GRUPPO-ESAME-BQUA.
004640          PERFORM GRUPPO-UTENTE-BQUA THRU EX-GRUPPO-UTENTE-BQUA.
004650
004660 EX-GRUPPO-EXTRA-BQUA.
004670          EXIT.
004680*
004690***** UN GRUPPO DELL'UTENTE: SE RICHIEDE IL CORSO VA NELLA RIGA DI
004700***** STAMPA E IL SUO RESPONSABILE TRA I DESTINATARI
004710*
004720 GRUPPO-UTENTE-BQUA.
004730
004740          IF GRUPPO-ESAME-BQUA = ZEROS
004750           GO TO EX-GRUPPO-UTENTE-BQUA
004760          END-IF.
004770
004780          MOVE GRUPPO-ESAME-BQUA  TO GRUPPO-CERCA-BQUA.
004790          MOVE CORSO-QUA          TO CORSO-CERCA-BQUA.
004800          PERFORM CERCA-RIL-BQUA  THRU EX-CERCA-RIL-BQUA.
004810
004820          IF TROVATO-BQUA = "N"
004830           GO TO EX-GRUPPO-UTENTE-BQUA
004840          END-IF.
004850
004860          IF PTR-GRUPPI-BQUA < 26
004870           STRING GRUPPO-ESAME-BQUA " " DELIMITED BY SIZE
004880            INTO GRUPPI-RIGA-BQUA WITH POINTER PTR-GRUPPI-BQUA
004890          END-IF.
004900
004910          MOVE GRUPPO-ESAME-BQUA  TO GRUPPO-GRU.
004920          PERFORM LEGGO-GRU       THRU EX-LEGGO-GRU.
004930
004940          IF ESITO-NOK OR OWNER-GRU = SPACES
004950           OR OWNER-GRU = UTENTE-QUA OR NUM-DEST-BQUA > 5
004960           GO TO EX-GRUPPO-UTENTE-BQUA
004970          END-IF.
004980
004990          MOVE ZEROS              TO IND-RIL-BQUA.
005000          INSPECT DESTINATARI-BQUA TALLYING IND-RIL-BQUA
005010           FOR ALL OWNER-GRU.
005020
005030          IF IND-RIL-BQUA > ZEROS
005040           GO TO EX-GRUPPO-UTENTE-BQUA
005050          END-IF.
005060
005070          STRING "," OWNER-GRU DELIMITED BY SPACE
005080           INTO DESTINATARI-BQUA WITH POINTER PTR-DEST-BQUA.
005090          ADD 1                   TO NUM-DEST-BQUA.
005100
005110 EX-GRUPPO-UTENTE-BQUA.
005120          EXIT.
005130*
005140***** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
005150***** IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
005160*
005170 PARAMETRO-BQUA.
005180
005190          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
005200          MOVE SPACES             TO QUALIFICA-PAR-WEB.
005210          MOVE "OPENBQUA"         TO PROGRAMMA-PAR-WEB
005220                                     OPERATORE-PAR-WEB.
005230
005240          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
005250                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
005260                                PROGRAMMA-PAR-WEB
005270                                OPERATORE-PAR-WEB ESITO-PAR-WEB
005280                                MOTIVO-PAR-WEB.
005290          CANCEL "OPENPARW".
005300
005310          IF ESITO-PAR-WEB NOT = "OK"
005320           MOVE SPACES            TO VALORE-PAR-WEB
005330          END-IF.
005340
005350 EX-PARAMETRO-BQUA.
005360          EXIT.
