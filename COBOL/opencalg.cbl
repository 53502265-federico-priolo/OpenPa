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
000190* GENERATORE DEL CALENDARIO FESTIVO (TABELLA "CL", UNA RIGA PER
000200* DATA IN POS 1-8, DESCRIZIONE IN POS 10-49, "G" IN POS 51 SULLE
000210* RIGHE GENERATE) USATO DA VERIFICA-FESTIVO-TAB PER OPENSKD E
000220* OPENBCAL. LE REGOLE STANNO IN TABELLA "FR": ENTE 00 = FESTIVITA'
000230* NAZIONALI, ENTE nn = FESTE LOCALI IN PIU' (IL SANTO PATRONO).
000240* UNA RIGA "FR" HA IN POS 1 IL TIPO ("F" = DATA FISSA, MMGG IN
000250* POS 3-6; "P" = LEGATA ALLA PASQUA, SEGNO IN POS 3 E GIORNI IN
000260* POS 4-6, AD ESEMPIO "+001" PER IL LUNEDI' DELL'ANGELO) E IN POS
000270* 8-47 LA DESCRIZIONE. SENZA RIGHE "FR" ENTE 00 VALGONO LE
000280* FESTIVITA' NAZIONALI ITALIANE QUI SOTTO. PER L'ENTE 00 SI
000290* GENERANO LE NAZIONALI; PER OGNI ENTE CON REGOLE PROPRIE UN
000300* CALENDARIO COMPLETO (NAZIONALI PIU' LOCALI), CHE PER QUELL'ENTE
000310* PRENDE IL POSTO DI QUELLO DELL'ENTE 00. CARTELLINI A CONSOLE:
000320* ANNO AAAA (SPAZI = ANNO PROSSIMO) ED ENTE (SPAZI = 00 E TUTTI
000330* GLI ENTI CON REGOLE "FR"). RILANCIABILE: LE RIGHE GENERATE
000340* DELL'ANNO VENGONO RIFATTE, QUELLE INSERITE A MANO RESTANO E UNA
000350* DATA GIA' PRESENTE NON SI DUPLICA.
000360*
000370 IDENTIFICATION   DIVISION.
000380 PROGRAM-ID.      OPENCALG.
000390 ENVIRONMENT      DIVISION.
000400 CONFIGURATION    SECTION.
000410          COPY "SPECIAL.CBL".
000420 INPUT-OUTPUT     SECTION.
000430 FILE-CONTROL.
000440
000450          COPY "SELTAB.CBL".
000460
000470 DATA             DIVISION.
000480 FILE SECTION.
000490
000500          COPY "FDETAB.CBL".
000510
000520 WORKING-STORAGE  SECTION.
000530
000540          COPY "GLOBALS.CBL".
000550*
000560** FESTIVITA' NAZIONALI DI DEFAULT, NELLO STESSO FORMATO DELLE
000570** RIGHE "FR" (TIPO, MMGG O SEGNO+GIORNI, DESCRIZIONE)
000580*
000590 01 TAB-NAZIONALI-CALG.
000600    02 FILLER PIC X(35) VALUE "F0101Capodanno".
000610    02 FILLER PIC X(35) VALUE "F0106Epifania".
000620    02 FILLER PIC X(35) VALUE "P+001Lunedi' dell'Angelo".
000630    02 FILLER PIC X(35) VALUE "F0425Festa della Liberazione".
000640    02 FILLER PIC X(35) VALUE "F0501Festa del Lavoro".
000650    02 FILLER PIC X(35) VALUE "F0602Festa della Repubblica".
000660    02 FILLER PIC X(35) VALUE "F0815Assunzione".
000670    02 FILLER PIC X(35) VALUE "F1101Ognissanti".
000680    02 FILLER PIC X(35) VALUE "F1208Immacolata Concezione".
000690    02 FILLER PIC X(35) VALUE "F1225Natale".
000700    02 FILLER PIC X(35) VALUE "F1226Santo Stefano".
000710 01 TAB-NAZIONALI-R-CALG REDEFINES TAB-NAZIONALI-CALG.
000720    02 NAZIONALE-CALG OCCURS 11 TIMES.
000730       03 TIPO-NAZ-CALG       PIC X.
000740       03 DATI-NAZ-CALG       PIC X(4).
000750       03 DESC-NAZ-CALG       PIC X(30).
000760*
000770** REGOLE IN USO PER L'ENTE IN ESAME: LE PRIME NUM-NAZ-CALG SONO
000780** LE NAZIONALI, LE ALTRE QUELLE LOCALI DELL'ENTE
000790*
000800 01 TAB-REGOLE-CALG.
000810    02 REGOLA-CALG OCCURS 100 TIMES.
000820       03 TIPO-REG-CALG       PIC X.
000830          88 REGOLA-FISSA     VALUE "F".
000840          88 REGOLA-PASQUA    VALUE "P".
000850       03 DATI-REG-CALG.
000860          04 MMGG-REG-CALG    PIC 9(4).
000870       03 DATI-P-REG-CALG REDEFINES DATI-REG-CALG.
000880          04 SEGNO-REG-CALG   PIC X.
000890          04 GIORNI-REG-CALG  PIC 9(3).
000900       03 DESC-REG-CALG       PIC X(40).
000910 01 NUM-REGOLE-CALG           PIC 9(3) COMP.
000920 01 NUM-NAZ-CALG              PIC 9(3) COMP.
000930 01 IND-CALG                  PIC 9(3) COMP.
000940*
000950** ENTI DA GENERARE E DATE GIA' PRESENTI NEL CALENDARIO DELL'ENTE
000960*
000970 01 TAB-ENTI-CALG.
000980    02 ENTE-DA-FARE-CALG      PIC X OCCURS 100 TIMES.
000990 01 IND-ENTE-CALG             PIC 9(3) COMP.
001000 01 ENTE-CALG                 PIC 99.
001010 01 TAB-DATE-CALG.
001020    02 DATA-PRESENTE-CALG     PIC 9(8) OCCURS 1000 TIMES.
001030 01 NUM-DATE-CALG             PIC 9(4) COMP.
001040 01 IND-DATA-CALG             PIC 9(4) COMP.
001050 01 ULTIMO-PROG-CALG          PIC 9(5).
001060*
001070** PARAMETRI, PASQUA DELL'ANNO E DATA IN COSTRUZIONE
001080*
001090 01 ANNO-CALG                 PIC 9(4).
001100 01 ENTE-PARM-CALG            PIC XX.
001110 01 DATA-OGGI-CALG            PIC 9(8).
001115 01 DATA-OGGI-R-CALG REDEFINES DATA-OGGI-CALG.
001116    02 AAAA-OGGI-CALG         PIC 9(4).
001117    02 MMGG-OGGI-CALG         PIC 9(4).
001120 01 ORA-OGGI-CALG             PIC 9(6).
001130 01 PASQUA-CALG               PIC 9(8).
001140 01 PASQUA-INTEGER-CALG       PIC S9(9) COMP.
001150 01 DATA-FESTA-CALG           PIC 9(8).
001160 01 DATA-FESTA-R-CALG REDEFINES DATA-FESTA-CALG.
001170    02 AAAA-FESTA-CALG        PIC 9(4).
001180    02 MMGG-FESTA-CALG        PIC 9(4).
001190 01 GIA-PRESENTE-CALG         PIC X.
001200*
001210** APPOGGI DEL CALCOLO DELLA PASQUA (ALGORITMO GREGORIANO
001220** ANONIMO, MEEUS/JONES/BUTCHER)
001230*
001240 01 PAS-A-CALG                PIC 9(4).
001250 01 PAS-B-CALG                PIC 9(4).
001260 01 PAS-C-CALG                PIC 9(4).
001270 01 PAS-D-CALG                PIC 9(4).
001280 01 PAS-E-CALG                PIC 9(4).
001290 01 PAS-F-CALG                PIC 9(4).
001300 01 PAS-G-CALG                PIC 9(4).
001310 01 PAS-H-CALG                PIC 9(4).
001320 01 PAS-I-CALG                PIC 9(4).
001330 01 PAS-K-CALG                PIC 9(4).
001340 01 PAS-L-CALG                PIC 9(4).
001350 01 PAS-M-CALG                PIC 9(4).
001360 01 PAS-N-CALG                PIC 9(4).
001370 01 PAS-MESE-CALG             PIC 9(2).
001380 01 PAS-GIORNO-CALG           PIC 9(2).
001390*
001400** CONTATORI DI RIEPILOGO
001410*
001420 01 RIMOSSE-CALG              PIC 9(6).
001430 01 SCRITTE-CALG              PIC 9(6).
001440 01 SALTATE-CALG              PIC 9(6).
001450 01 ENTI-FATTI-CALG           PIC 9(3).
001460*
001470 PROCEDURE  DIVISION.
001480*
001490          PERFORM LEGGI-PARAMETRI-CALG
001500           THRU EX-LEGGI-PARAMETRI-CALG.
001510
001520          MOVE ZEROS                 TO RIMOSSE-CALG SCRITTE-CALG
001530                                        SALTATE-CALG
001540                                        ENTI-FATTI-CALG.
001550
001560          PERFORM CALCOLA-PASQUA-CALG THRU EX-CALCOLA-PASQUA-CALG.
001570
001580          DISPLAY "GENERAZIONE CALENDARIO FESTIVO " ANNO-CALG
001590           " - PASQUA " PASQUA-CALG(7:2) "/" PASQUA-CALG(5:2)
001600           "/" PASQUA-CALG(1:4).
001610          DISPLAY " ".
001620
001630          PERFORM OPEN-I-TAB         THRU EX-OPEN-I-TAB.
001640
001650          PERFORM CARICA-NAZIONALI-CALG
001660           THRU EX-CARICA-NAZIONALI-CALG.
001670
001680          PERFORM SCEGLI-ENTI-CALG   THRU EX-SCEGLI-ENTI-CALG.
001690
001700          PERFORM GENERA-ENTE-CALG   THRU EX-GENERA-ENTE-CALG
001710           VARYING IND-ENTE-CALG FROM 1 BY 1
001720           UNTIL IND-ENTE-CALG > 100.
001730
001740          PERFORM CLOSE-TAB          THRU EX-CLOSE-TAB.
001750
001760          DISPLAY " ".
001770          DISPLAY "ENTI GENERATI       : " ENTI-FATTI-CALG.
001780          DISPLAY "RIGHE RIMOSSE       : " RIMOSSE-CALG.
001790          DISPLAY "RIGHE SCRITTE       : " SCRITTE-CALG.
001800          DISPLAY "DATE GIA' PRESENTI  : " SALTATE-CALG.
001810
001820          MOVE ZERO                  TO RETURN-CODE.
001830
001840          GOBACK.
001850*
001860          COPY "PIOTAB.CBL".
001870*
001880** ANNO (SPAZI O NON NUMERICO = ANNO PROSSIMO) ED ENTE (SPAZI O
001890** NON NUMERICO = TUTTI)
001900*
001910 LEGGI-PARAMETRI-CALG.
001920
001930          ACCEPT DATA-OGGI-CALG      FROM DATE YYYYMMDD.
001940          ACCEPT ORA-OGGI-CALG       FROM TIME.
001950
001960          MOVE ZEROS                 TO ANNO-CALG.
001970          ACCEPT ANNO-CALG           FROM CONSOLE.
001980
001990          IF ANNO-CALG NOT NUMERIC OR ANNO-CALG < 1583
002000           COMPUTE ANNO-CALG = AAAA-OGGI-CALG + 1
002010          END-IF.
002020
002030          MOVE SPACES                TO ENTE-PARM-CALG.
002040          ACCEPT ENTE-PARM-CALG      FROM CONSOLE.
002050
002060 EX-LEGGI-PARAMETRI-CALG.
002070          EXIT.
002080*
002090** DATA DELLA PASQUA DELL'ANNO E SUO NUMERO DI GIORNO INTERO
002100*
002110 CALCOLA-PASQUA-CALG.
002120
002130          COMPUTE PAS-A-CALG = FUNCTION MOD(ANNO-CALG, 19).
002140          COMPUTE PAS-B-CALG = ANNO-CALG / 100.
002150          COMPUTE PAS-C-CALG = FUNCTION MOD(ANNO-CALG, 100).
002160          COMPUTE PAS-D-CALG = PAS-B-CALG / 4.
002170          COMPUTE PAS-E-CALG = FUNCTION MOD(PAS-B-CALG, 4).
002180          COMPUTE PAS-F-CALG = (PAS-B-CALG + 8) / 25.
002190          COMPUTE PAS-G-CALG = (PAS-B-CALG - PAS-F-CALG + 1) / 3.
002200          COMPUTE PAS-H-CALG = FUNCTION MOD(19 * PAS-A-CALG
002210           + PAS-B-CALG - PAS-D-CALG - PAS-G-CALG + 15, 30).
002220          COMPUTE PAS-I-CALG = PAS-C-CALG / 4.
002230          COMPUTE PAS-K-CALG = FUNCTION MOD(PAS-C-CALG, 4).
002240          COMPUTE PAS-L-CALG = FUNCTION MOD(32 + 2 * PAS-E-CALG
002250           + 2 * PAS-I-CALG - PAS-H-CALG - PAS-K-CALG, 7).
002260          COMPUTE PAS-M-CALG = (PAS-A-CALG + 11 * PAS-H-CALG
002270           + 22 * PAS-L-CALG) / 451.
002280          COMPUTE PAS-N-CALG = PAS-H-CALG + PAS-L-CALG
002290           - 7 * PAS-M-CALG + 114.
002300          COMPUTE PAS-MESE-CALG = PAS-N-CALG / 31.
002310          COMPUTE PAS-GIORNO-CALG =
002315           FUNCTION MOD(PAS-N-CALG, 31) + 1.
002320
002330          COMPUTE PASQUA-CALG = ANNO-CALG * 10000
002340           + PAS-MESE-CALG * 100 + PAS-GIORNO-CALG.
002350          COMPUTE PASQUA-INTEGER-CALG =
002360           FUNCTION INTEGER-OF-DATE(PASQUA-CALG).
002370
002380 EX-CALCOLA-PASQUA-CALG.
002390          EXIT.
002400*
002410** REGOLE NAZIONALI: LE RIGHE "FR" DELL'ENTE 00 O, SE NON CE NE
002420** SONO, LA TABELLA DI DEFAULT
002430*
002440 CARICA-NAZIONALI-CALG.
002450
002460          MOVE ZEROS                 TO NUM-REGOLE-CALG.
002470          MOVE ZEROS                 TO ENTE-CALG.
002480
002490          PERFORM CARICA-REGOLE-CALG THRU EX-CARICA-REGOLE-CALG.
002500
002510          IF NUM-REGOLE-CALG = ZEROS
002520           PERFORM DEFAULT-NAZIONALE-CALG
002530            THRU EX-DEFAULT-NAZIONALE-CALG
002540            VARYING IND-CALG FROM 1 BY 1 UNTIL IND-CALG > 11
002550          END-IF.
002560
002570          MOVE NUM-REGOLE-CALG       TO NUM-NAZ-CALG.
002580
002590 EX-CARICA-NAZIONALI-CALG.
002600          EXIT.
002610
002620 DEFAULT-NAZIONALE-CALG.
002630
002640          ADD 1                      TO NUM-REGOLE-CALG.
002650          MOVE TIPO-NAZ-CALG(IND-CALG)
002660           TO TIPO-REG-CALG(NUM-REGOLE-CALG).
002670          MOVE DATI-NAZ-CALG(IND-CALG)
002680           TO DATI-REG-CALG(NUM-REGOLE-CALG).
002690          MOVE DESC-NAZ-CALG(IND-CALG)
002700           TO DESC-REG-CALG(NUM-REGOLE-CALG).
002710
002720 EX-DEFAULT-NAZIONALE-CALG.
002730          EXIT.
002740*
002750** ACCODA ALLE REGOLE IN USO LE RIGHE "FR" DELL'ENTE ENTE-CALG;
002760** UNA RIGA CON TIPO O DATI NON VALIDI VIENE SEGNALATA E SALTATA
002770*
002780 CARICA-REGOLE-CALG.
002790
002800          MOVE "FR"                  TO TIPO-TAB.
002810          MOVE ENTE-CALG             TO ENTE-TAB.
002820          MOVE ZERO                  TO PROG-TAB.
002830          PERFORM STARTO-TAB         THRU EX-STARTO-TAB.
002840
002850          IF ESITO-NOK GO TO EX-CARICA-REGOLE-CALG.
002860
002870 CICLO-CARICA-REGOLE-CALG.
002880
002890          PERFORM LEGGO-NEXT-TAB     THRU EX-LEGGO-NEXT-TAB.
002900
002910          IF FINE-FILE = "S" GO TO EX-CARICA-REGOLE-CALG.
002920
002930          IF TIPO-TAB NOT = "FR" OR ENTE-TAB NOT = ENTE-CALG
002940           GO TO EX-CARICA-REGOLE-CALG.
002950
002960          IF NOT ((TABELLA(1:1) = "F" AND TABELLA(3:4) NUMERIC)
002970           OR (TABELLA(1:1) = "P" AND TABELLA(4:3) NUMERIC
002980               AND (TABELLA(3:1) = "+" OR TABELLA(3:1) = "-")))
002990           DISPLAY "REGOLA FR ENTE " ENTE-TAB " PROG " PROG-TAB
003000            " NON VALIDA: " TABELLA(1:47)
003010           GO TO CICLO-CARICA-REGOLE-CALG
003020          END-IF.
003030
003040          IF NUM-REGOLE-CALG NOT < 100
003050           GO TO EX-CARICA-REGOLE-CALG.
003060
003070          ADD 1                      TO NUM-REGOLE-CALG.
003080          MOVE TABELLA(1:1)
003085           TO TIPO-REG-CALG(NUM-REGOLE-CALG).
003090          MOVE TABELLA(3:4)
003095           TO DATI-REG-CALG(NUM-REGOLE-CALG).
003100          MOVE TABELLA(8:40)
003105           TO DESC-REG-CALG(NUM-REGOLE-CALG).
003110
003120          GO TO CICLO-CARICA-REGOLE-CALG.
003130
003140 EX-CARICA-REGOLE-CALG.
003150          EXIT.
003160*
003170** ENTI DA GENERARE: QUELLO RICHIESTO, OPPURE 00 PIU' OGNI ENTE
003180** CHE HA RIGHE "FR" PROPRIE (LA POSIZIONE nn+1 DELLA TABELLA)
003190*
003200 SCEGLI-ENTI-CALG.
003210
003220          MOVE ALL "N"               TO TAB-ENTI-CALG.
003230
003240          IF ENTE-PARM-CALG NUMERIC
003250           MOVE ENTE-PARM-CALG       TO ENTE-CALG
003260           COMPUTE IND-ENTE-CALG = ENTE-CALG + 1
003270           MOVE "S"
003275            TO ENTE-DA-FARE-CALG(IND-ENTE-CALG)
003280           GO TO EX-SCEGLI-ENTI-CALG
003290          END-IF.
003300
003310          MOVE "S"                   TO ENTE-DA-FARE-CALG(1).
003320
003330          MOVE "FR"                  TO TIPO-TAB.
003340          MOVE 01                    TO ENTE-TAB.
003350          MOVE ZERO                  TO PROG-TAB.
003360          PERFORM STARTO-TAB         THRU EX-STARTO-TAB.
003370
003380          IF ESITO-NOK GO TO EX-SCEGLI-ENTI-CALG.
003390
003400 CICLO-SCEGLI-ENTI-CALG.
003410
003420          PERFORM LEGGO-NEXT-TAB     THRU EX-LEGGO-NEXT-TAB.
003430
003440          IF FINE-FILE = "S" GO TO EX-SCEGLI-ENTI-CALG.
003450
003460          IF TIPO-TAB NOT = "FR" GO TO EX-SCEGLI-ENTI-CALG.
003470
003480          COMPUTE IND-ENTE-CALG = ENTE-TAB + 1.
003490          MOVE "S"
003495           TO ENTE-DA-FARE-CALG(IND-ENTE-CALG).
003500
003510          GO TO CICLO-SCEGLI-ENTI-CALG.
003520
003530 EX-SCEGLI-ENTI-CALG.
003540          EXIT.
003550*
003560** CALENDARIO DI UN ENTE: VIA LE RIGHE GENERATE DELL'ANNO, POI
003570** UNA RIGA PER OGNI REGOLA LA CUI DATA NON C'E' GIA'
003580*
003590 GENERA-ENTE-CALG.
003600
003610          IF ENTE-DA-FARE-CALG(IND-ENTE-CALG) NOT = "S"
003620           GO TO EX-GENERA-ENTE-CALG.
003630
003640          COMPUTE ENTE-CALG = IND-ENTE-CALG - 1.
003650          ADD 1                      TO ENTI-FATTI-CALG.
003660
003670          PERFORM PULISCI-ENTE-CALG  THRU EX-PULISCI-ENTE-CALG.
003680
003690          MOVE NUM-NAZ-CALG          TO NUM-REGOLE-CALG.
003700
003710          IF ENTE-CALG NOT = ZEROS
003720           PERFORM CARICA-REGOLE-CALG THRU EX-CARICA-REGOLE-CALG
003730          END-IF.
003740
003750          DISPLAY "ENTE " ENTE-CALG ": " NUM-REGOLE-CALG
003755           " REGOLE".
003760
003770          PERFORM APPLICA-REGOLA-CALG THRU EX-APPLICA-REGOLA-CALG
003780           VARYING IND-CALG FROM 1 BY 1
003790           UNTIL IND-CALG > NUM-REGOLE-CALG.
003800
003810 EX-GENERA-ENTE-CALG.
003820          EXIT.
003830*
003840** TOGLIE LE RIGHE GENERATE DELL'ANNO E RACCOGLIE LE DATE CHE
003850** RESTANO E L'ULTIMO PROG-TAB DEL CALENDARIO DELL'ENTE
003860*
003870 PULISCI-ENTE-CALG.
003880
003890          MOVE ZEROS                 TO NUM-DATE-CALG
003900                                        ULTIMO-PROG-CALG.
003910
003920          MOVE "CL"                  TO TIPO-TAB.
003930          MOVE ENTE-CALG             TO ENTE-TAB.
003940          MOVE ZERO                  TO PROG-TAB.
003950          PERFORM STARTO-TAB         THRU EX-STARTO-TAB.
003960
003970          IF ESITO-NOK GO TO EX-PULISCI-ENTE-CALG.
003980
003990 CICLO-PULISCI-ENTE-CALG.
004000
004010          PERFORM LEGGO-NEXT-TAB     THRU EX-LEGGO-NEXT-TAB.
004020
004030          IF FINE-FILE = "S" GO TO EX-PULISCI-ENTE-CALG.
004040
004050          IF TIPO-TAB NOT = "CL" OR ENTE-TAB NOT = ENTE-CALG
004060           GO TO EX-PULISCI-ENTE-CALG.
004070
004080          MOVE PROG-TAB              TO ULTIMO-PROG-CALG.
004090
004100          IF TABELLA(51:1) = "G"
004110           AND TABELLA(1:4) = ANNO-CALG
004120           PERFORM CANCELLA-TAB      THRU EX-CANCELLA-TAB
004130           IF ESITO-OK
004140            ADD 1                    TO RIMOSSE-CALG
004150           END-IF
004160           GO TO CICLO-PULISCI-ENTE-CALG
004170          END-IF.
004180
004190          IF TABELLA(1:8) NUMERIC AND NUM-DATE-CALG < 1000
004200           ADD 1                     TO NUM-DATE-CALG
004210           MOVE TABELLA(1:8)
004215            TO DATA-PRESENTE-CALG(NUM-DATE-CALG)
004220          END-IF.
004230
004240          GO TO CICLO-PULISCI-ENTE-CALG.
004250
004260 EX-PULISCI-ENTE-CALG.
004270          EXIT.
004280*
004290** DATA DELLA REGOLA NELL'ANNO E SCRITTURA DELLA RIGA "CL"
004300*
004310 APPLICA-REGOLA-CALG.
004320
004330          IF REGOLA-FISSA(IND-CALG)
004340           MOVE ANNO-CALG            TO AAAA-FESTA-CALG
004350           MOVE MMGG-REG-CALG(IND-CALG) TO MMGG-FESTA-CALG
004360           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-FESTA-CALG) NOT = 0
004370            DISPLAY "  DATA NON VALIDA " DATA-FESTA-CALG " - "
004380             DESC-REG-CALG(IND-CALG)
004390            GO TO EX-APPLICA-REGOLA-CALG
004400           END-IF
004410          ELSE
004420           IF SEGNO-REG-CALG(IND-CALG) = "-"
004430            COMPUTE DATA-FESTA-CALG = FUNCTION DATE-OF-INTEGER
004440             (PASQUA-INTEGER-CALG - GIORNI-REG-CALG(IND-CALG))
004450           ELSE
004460            COMPUTE DATA-FESTA-CALG = FUNCTION DATE-OF-INTEGER
004470             (PASQUA-INTEGER-CALG + GIORNI-REG-CALG(IND-CALG))
004480           END-IF
004490          END-IF.
004500
004510          MOVE "N"                   TO GIA-PRESENTE-CALG.
004520          PERFORM CERCA-DATA-CALG    THRU EX-CERCA-DATA-CALG
004530           VARYING IND-DATA-CALG FROM 1 BY 1
004540           UNTIL IND-DATA-CALG > NUM-DATE-CALG
004550              OR GIA-PRESENTE-CALG = "S".
004560
004570          IF GIA-PRESENTE-CALG = "S"
004580           ADD 1                     TO SALTATE-CALG
004590           GO TO EX-APPLICA-REGOLA-CALG
004600          END-IF.
004610
004620          INITIALIZE TABELLA-002.
004630          MOVE "CL"                  TO TIPO-TAB.
004640          MOVE ENTE-CALG             TO ENTE-TAB.
004650          ADD 1                      TO ULTIMO-PROG-CALG.
004660          MOVE ULTIMO-PROG-CALG      TO PROG-TAB.
004670          MOVE SPACES                TO TABELLA.
004680          MOVE DATA-FESTA-CALG       TO TABELLA(1:8).
004690          MOVE DESC-REG-CALG(IND-CALG) TO TABELLA(10:40).
004700          MOVE "G"                   TO TABELLA(51:1).
004710          MOVE DATA-OGGI-CALG        TO DATA-MODIFICA-TAB.
004720          MOVE ORA-OGGI-CALG         TO ORA-MODIFICA-TAB.
004730
004740          PERFORM SCRIVI-TAB         THRU EX-SCRIVI-TAB.
004750
004760          IF ESITO-NOK
004770           DISPLAY "  ERRORE IN SCRITTURA " DATA-FESTA-CALG
004780           GO TO EX-APPLICA-REGOLA-CALG
004790          END-IF.
004800
004810          ADD 1                      TO SCRITTE-CALG.
004820
004830          IF NUM-DATE-CALG < 1000
004840           ADD 1                     TO NUM-DATE-CALG
004850           MOVE DATA-FESTA-CALG
004855            TO DATA-PRESENTE-CALG(NUM-DATE-CALG)
004860          END-IF.
004870
004880          DISPLAY "  " DATA-FESTA-CALG(7:2) "/"
004885           DATA-FESTA-CALG(5:2) "/" DATA-FESTA-CALG(1:4) " "
004890           DESC-REG-CALG(IND-CALG).
004900
004910 EX-APPLICA-REGOLA-CALG.
004920          EXIT.
004930
004940 CERCA-DATA-CALG.
004950
004960          IF DATA-PRESENTE-CALG(IND-DATA-CALG) = DATA-FESTA-CALG
004970           MOVE "S"                  TO GIA-PRESENTE-CALG
004980          END-IF.
004990
005000 EX-CERCA-DATA-CALG.
005010          EXIT.
