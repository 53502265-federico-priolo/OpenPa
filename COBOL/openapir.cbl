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
000190* RIEPILOGO MENSILE DEL GIORNALE DELLE CHIAMATE API (ARKAPJ,
000200* SCRITTO DA OPENAPIW E OPENSTAT): PER OGNI SISTEMA CHIAMANTE
000210* NUMERO DI CHIAMATE, ERRORI ("KO") CON LA PERCENTUALE, CHIAMATE
000220* RESPINTE PER SOGLIA ("TM"), DURATA MEDIA E MASSIMA, E LE TRE
000230* ORE DEL GIORNO PIU' CARICHE, PER VEDERE IN TEMPO UN'INTEGRAZIONE
000240* CHE GIRA A VUOTO. PRIMO CARTELLINO A CONSOLE IL MESE AAAAMM
000250* (SPAZI = MESE PRECEDENTE), SECONDO LA PERCENTUALE DI ERRORI
000260* OLTRE LA QUALE SEGNALARE IL SISTEMA (SPAZI = 10).
000270* RETURN-CODE 4 SE UN SISTEMA E' SEGNALATO, ALTRIMENTI ZERO.
000280*
000290 IDENTIFICATION   DIVISION.
000300 PROGRAM-ID.      OPENAPIR.
000310 ENVIRONMENT      DIVISION.
000320 CONFIGURATION    SECTION.
000330          COPY "SPECIAL.CBL".
000340 INPUT-OUTPUT     SECTION.
000350 FILE-CONTROL.
000360
000370          COPY "SELAPJ.CBL".
000380
000390 DATA             DIVISION.
000400 FILE SECTION.
000410
000420          COPY "FDEAPJ.CBL".
000430
000440 WORKING-STORAGE  SECTION.
000450
000460          COPY "GLOBALS.CBL".
000470*
000480** PARAMETRI LETTI A CONSOLE E MESE DEL RIEPILOGO
000490*
000500 01 MESE-APIR               PIC X(6).
000510 01 MESE-R-APIR REDEFINES MESE-APIR.
000520    02 AAAA-MESE-APIR       PIC 9(4).
000530    02 MM-MESE-APIR         PIC 9(2).
000540 01 SOGLIA-ERRORI-X-APIR    PIC X(3).
000550 01 SOGLIA-ERRORI-APIR      PIC 9(3).
000560 01 DATA-OGGI-APIR          PIC 9(8).
000570 01 DATA-OGGI-R-APIR REDEFINES DATA-OGGI-APIR.
000580    02 AAAA-OGGI-APIR       PIC 9(4).
000590    02 MM-OGGI-APIR         PIC 9(2).
000600    02 GG-OGGI-APIR         PIC 9(2).
000610*
000620** TOTALI PER SISTEMA CHIAMANTE, CON LE CHIAMATE ORA PER ORA
000630*
000640 01 NUM-SISTEMI-APIR        PIC 9(3) COMP.
000650 01 IND-SISTEMI-APIR        PIC 9(3) COMP.
000660 01 TAB-SISTEMI-APIR.
000670    02 SISTEMA-APIR OCCURS 100.
000680       05 SIGLA-APIR        PIC X(8).
000690       05 CHIAMATE-APIR     PIC 9(7).
000700       05 ERRORI-APIR       PIC 9(7).
000710       05 RESPINTE-APIR     PIC 9(7).
000720       05 DURATA-TOT-APIR   PIC 9(11).
000730       05 DURATA-MAX-APIR   PIC 9(7).
000740       05 ORA-APIR          PIC 9(7) OCCURS 24.
000750*
000760** APPOGGI PER LA STAMPA DI UN SISTEMA
000770*
000780 01 IND-ORA-APIR            PIC 9(2) COMP.
000790 01 ORA-SCELTA-APIR         PIC 9(2) COMP.
000800 01 MAX-ORA-APIR            PIC 9(7).
000810 01 PASSATA-APIR            PIC 9(1) COMP.
000820 01 SCELTE-APIR.
000830    02 SCELTA-APIR          PIC X OCCURS 24.
000840 01 PERC-ERRORI-APIR        PIC 9(3)V9.
000850 01 PERC-ERRORI-VIS-APIR    PIC ZZ9,9.
000860 01 DURATA-MEDIA-APIR       PIC 9(7).
000870 01 ORA-VIS-APIR            PIC 99.
000880 01 RIGA-ORE-APIR           PIC X(60).
000890 01 PUNT-ORE-APIR           PIC 9(2) COMP.
000900*
000910** CONTATORI DI RIEPILOGO
000920*
000930 01 RIGHE-LETTE-APIR        PIC 9(9).
000940 01 RIGHE-MESE-APIR         PIC 9(9).
000950 01 SISTEMI-SEGNALATI-APIR  PIC 9(3).
000960 01 SISTEMI-OLTRE-APIR      PIC 9(3).
000970*
000980 PROCEDURE  DIVISION.
000990*
001000          PERFORM LEGGI-PARAMETRI-APIR
001010           THRU EX-LEGGI-PARAMETRI-APIR.
001020
001030          MOVE ZEROS                 TO RIGHE-LETTE-APIR
001040                                        RIGHE-MESE-APIR
001050                                        SISTEMI-SEGNALATI-APIR
001060                                        SISTEMI-OLTRE-APIR
001070                                        NUM-SISTEMI-APIR.
001080
001090          PERFORM OPEN-I-APJ         THRU EX-OPEN-I-APJ.
001100
001110          IF STATUS-APJ NOT = "00"
001120           DISPLAY "OPENAPIR: APERTURA ARKAPJ FALLITA, STATUS = "
001130            STATUS-APJ
001140           MOVE 1                    TO RETURN-CODE
001150           GOBACK
001160          END-IF.
001170
001180          PERFORM ACCUMULA-APIR      THRU EX-ACCUMULA-APIR.
001190
001200          PERFORM CLOSE-APJ          THRU EX-CLOSE-APJ.
001210
001220          DISPLAY "CHIAMATE API PER SISTEMA - RIEPILOGO DEL MESE "
001230           MM-MESE-APIR "/" AAAA-MESE-APIR.
001240          DISPLAY " ".
001250
001260          PERFORM STAMPA-SISTEMA-APIR THRU EX-STAMPA-SISTEMA-APIR
001270           VARYING IND-SISTEMI-APIR FROM 1 BY 1
001280           UNTIL IND-SISTEMI-APIR > NUM-SISTEMI-APIR.
001290
001300          DISPLAY " ".
001310          DISPLAY "RIGHE DI GIORNALE LETTE  : " RIGHE-LETTE-APIR.
001320          DISPLAY "CHIAMATE DEL MESE        : " RIGHE-MESE-APIR.
001330          DISPLAY "SISTEMI CHIAMANTI        : " NUM-SISTEMI-APIR.
001340          DISPLAY "SISTEMI SEGNALATI        : "
001350           SISTEMI-SEGNALATI-APIR.
001360
001370          IF SISTEMI-OLTRE-APIR > ZEROS
001380           DISPLAY "SISTEMI OLTRE LA TABELLA : "
001381            SISTEMI-OLTRE-APIR
001390            " (CONTATI SOLO NEL TOTALE)"
001400          END-IF.
001410
001420          IF SISTEMI-SEGNALATI-APIR = ZEROS
001430           MOVE ZERO                 TO RETURN-CODE
001440          ELSE
001450           MOVE 4                    TO RETURN-CODE
001460          END-IF.
001470
001480          GOBACK.
001490*
001500          COPY "PIOAPJ.CBL".
001510*
001520** LEGGE A CONSOLE IL MESE AAAAMM (SPAZI O NON NUMERICO = MESE
001530** PRECEDENTE A QUELLO CORRENTE) E LA PERCENTUALE DI ERRORI DA
001540** SEGNALARE (SPAZI O NON NUMERICO = 10)
001550*
001560 LEGGI-PARAMETRI-APIR.
001570
001580          ACCEPT DATA-OGGI-APIR      FROM DATE YYYYMMDD.
001590
001600          MOVE SPACES                TO MESE-APIR.
001610          ACCEPT MESE-APIR           FROM CONSOLE.
001620
001630          IF MESE-APIR NOT NUMERIC
001640           OR MM-MESE-APIR < 1 OR MM-MESE-APIR > 12
001650           MOVE AAAA-OGGI-APIR       TO AAAA-MESE-APIR
001660           MOVE MM-OGGI-APIR         TO MM-MESE-APIR
001670           IF MM-MESE-APIR = 1
001680            MOVE 12                  TO MM-MESE-APIR
001690            SUBTRACT 1             FROM AAAA-MESE-APIR
001700           ELSE
001710            SUBTRACT 1             FROM MM-MESE-APIR
001720           END-IF
001730          END-IF.
001740
001750          MOVE SPACES                TO SOGLIA-ERRORI-X-APIR.
001760          ACCEPT SOGLIA-ERRORI-X-APIR FROM CONSOLE.
001770
001780          IF SOGLIA-ERRORI-X-APIR NUMERIC
001790           MOVE SOGLIA-ERRORI-X-APIR TO SOGLIA-ERRORI-APIR
001800          ELSE
001810           MOVE 10                   TO SOGLIA-ERRORI-APIR
001820          END-IF.
001830
001840 EX-LEGGI-PARAMETRI-APIR.
001850          EXIT.
001860*
001870** SCORRE IL GIORNALE E ACCUMULA LE RIGHE DEL MESE SUL SISTEMA
001880** CHIAMANTE (LE RIGHE SENZA SIGLA SONO GETTONI NON RICONOSCIUTI)
001890*
001900 ACCUMULA-APIR.
001910
001920          PERFORM LEGGO-NEXT-APJ     THRU EX-LEGGO-NEXT-APJ.
001930
001940          IF FINE-FILE = "S" GO TO EX-ACCUMULA-APIR.
001950
001960          ADD 1                      TO RIGHE-LETTE-APIR.
001970
001980          IF DATA-APJ NOT NUMERIC GO TO ACCUMULA-APIR.
001990
002000          IF DATA-APJ(1:6) NOT = MESE-APIR GO TO ACCUMULA-APIR.
002010
002020          ADD 1                      TO RIGHE-MESE-APIR.
002030
002040          IF SISTEMA-APJ = SPACES
002050           MOVE "(ignoto)"           TO SISTEMA-APJ
002060          END-IF.
002070
002080          PERFORM CERCA-SISTEMA-APIR THRU EX-CERCA-SISTEMA-APIR.
002090
002100          IF IND-SISTEMI-APIR = ZEROS GO TO ACCUMULA-APIR.
002110
002120          ADD 1           TO CHIAMATE-APIR(IND-SISTEMI-APIR).
002130
002140          IF ESITO-APJ = "KO"
002150           ADD 1          TO ERRORI-APIR(IND-SISTEMI-APIR)
002160          END-IF.
002170
002180          IF ESITO-APJ = "TM"
002190           ADD 1          TO RESPINTE-APIR(IND-SISTEMI-APIR)
002200          END-IF.
002210
002220          IF DURATA-APJ NUMERIC
002230           ADD DURATA-APJ TO DURATA-TOT-APIR(IND-SISTEMI-APIR)
002240           IF DURATA-APJ > DURATA-MAX-APIR(IND-SISTEMI-APIR)
002250            MOVE DURATA-APJ TO DURATA-MAX-APIR(IND-SISTEMI-APIR)
002260           END-IF
002270          END-IF.
002280
002290          IF HH-APJ NUMERIC AND HH-APJ < 24
002300           COMPUTE IND-ORA-APIR = HH-APJ + 1
002310           ADD 1 TO ORA-APIR(IND-SISTEMI-APIR IND-ORA-APIR)
002320          END-IF.
002330
002340          GO TO ACCUMULA-APIR.
002350
002360 EX-ACCUMULA-APIR.
002370          EXIT.
002380*
002390** POSIZIONE DEL SISTEMA NELLA TABELLA, AGGIUNTO SE NUOVO; A
002400** TABELLA PIENA IND-SISTEMI-APIR TORNA ZERO
002410*
002420 CERCA-SISTEMA-APIR.
002430
002440          MOVE 1                     TO IND-SISTEMI-APIR.
002450
002460 CICLO-CERCA-SISTEMA-APIR.
002470
002480          IF IND-SISTEMI-APIR > NUM-SISTEMI-APIR
002490           GO TO NUOVO-SISTEMA-APIR
002500          END-IF.
002510
002520          IF SIGLA-APIR(IND-SISTEMI-APIR) = SISTEMA-APJ
002530           GO TO EX-CERCA-SISTEMA-APIR
002540          END-IF.
002550
002560          ADD 1                      TO IND-SISTEMI-APIR.
002570          GO TO CICLO-CERCA-SISTEMA-APIR.
002580
002590 NUOVO-SISTEMA-APIR.
002600
002610          IF NUM-SISTEMI-APIR NOT < 100
002620           ADD 1                     TO SISTEMI-OLTRE-APIR
002630           MOVE ZEROS                TO IND-SISTEMI-APIR
002640           GO TO EX-CERCA-SISTEMA-APIR
002650          END-IF.
002660
002670          ADD 1                      TO NUM-SISTEMI-APIR.
002680          MOVE NUM-SISTEMI-APIR      TO IND-SISTEMI-APIR.
002690          INITIALIZE SISTEMA-APIR(IND-SISTEMI-APIR).
002700          MOVE SISTEMA-APJ       TO SIGLA-APIR(IND-SISTEMI-APIR).
002710
002720 EX-CERCA-SISTEMA-APIR.
002730          EXIT.
002740*
002750** STAMPA DI UN SISTEMA: VOLUME, ERRORI, RESPINTE, DURATE E LE
002760** TRE ORE PIU' CARICHE DEL MESE
002770*
002780 STAMPA-SISTEMA-APIR.
002790
002800          COMPUTE PERC-ERRORI-APIR ROUNDED =
002810           ERRORI-APIR(IND-SISTEMI-APIR) * 100
002820           / CHIAMATE-APIR(IND-SISTEMI-APIR).
002830          MOVE PERC-ERRORI-APIR      TO PERC-ERRORI-VIS-APIR.
002840
002850          COMPUTE DURATA-MEDIA-APIR =
002860           DURATA-TOT-APIR(IND-SISTEMI-APIR)
002870           / CHIAMATE-APIR(IND-SISTEMI-APIR).
002880
002890          DISPLAY "SISTEMA " SIGLA-APIR(IND-SISTEMI-APIR).
002900          DISPLAY "  CHIAMATE     "
002901           CHIAMATE-APIR(IND-SISTEMI-APIR).
002910          DISPLAY "  ERRORI       " ERRORI-APIR(IND-SISTEMI-APIR)
002920           " (" PERC-ERRORI-VIS-APIR "%)".
002930          DISPLAY "  TROPPE RICH. "
002931           RESPINTE-APIR(IND-SISTEMI-APIR).
002940          DISPLAY "  DURATA MS    MEDIA " DURATA-MEDIA-APIR
002950           " MASSIMA " DURATA-MAX-APIR(IND-SISTEMI-APIR).
002960
002970          MOVE ALL "N"               TO SCELTE-APIR.
002980          MOVE SPACES                TO RIGA-ORE-APIR.
002990          MOVE 1                     TO PUNT-ORE-APIR.
003000
003010          PERFORM SCEGLI-ORA-APIR    THRU EX-SCEGLI-ORA-APIR
003020           VARYING PASSATA-APIR FROM 1 BY 1
003030           UNTIL PASSATA-APIR > 3.
003040
003050          DISPLAY "  ORE DI PUNTA " RIGA-ORE-APIR.
003060
003070          IF PERC-ERRORI-APIR > SOGLIA-ERRORI-APIR
003080           OR RESPINTE-APIR(IND-SISTEMI-APIR) > ZEROS
003090           ADD 1                     TO SISTEMI-SEGNALATI-APIR
003100           DISPLAY "  *** DA VERIFICARE: ERRORI OLTRE IL "
003110            SOGLIA-ERRORI-APIR "% O SOGLIE DEL GETTONE SUPERATE"
003120          END-IF.
003130
003140          DISPLAY " ".
003150
003160 EX-STAMPA-SISTEMA-APIR.
003170          EXIT.
003180*
003190** UNA PASSATA SULLE 24 ORE: SCEGLIE LA PIU' CARICA NON ANCORA
003200** SCELTA E LA AGGIUNGE ALLA RIGA "HH:nnnnnnn"; LE ORE A ZERO
003210** NON SI STAMPANO
003220*
003230 SCEGLI-ORA-APIR.
003240
003250          MOVE ZEROS                 TO MAX-ORA-APIR
003260                                        ORA-SCELTA-APIR.
003270
003280          PERFORM CONFRONTA-ORA-APIR THRU EX-CONFRONTA-ORA-APIR
003290           VARYING IND-ORA-APIR FROM 1 BY 1
003300           UNTIL IND-ORA-APIR > 24.
003310
003320          IF ORA-SCELTA-APIR = ZEROS GO TO EX-SCEGLI-ORA-APIR.
003330
003340          MOVE "S"          TO SCELTA-APIR(ORA-SCELTA-APIR).
003350          COMPUTE ORA-VIS-APIR = ORA-SCELTA-APIR - 1.
003360
003370          STRING ORA-VIS-APIR ":00 " MAX-ORA-APIR "   "
003380           DELIMITED BY SIZE INTO RIGA-ORE-APIR
003390           WITH POINTER PUNT-ORE-APIR.
003400
003410 EX-SCEGLI-ORA-APIR.
003420          EXIT.
003430
003440 CONFRONTA-ORA-APIR.
003450
003460          IF SCELTA-APIR(IND-ORA-APIR) = "S"
003470           GO TO EX-CONFRONTA-ORA-APIR
003480          END-IF.
003490
003500          IF ORA-APIR(IND-SISTEMI-APIR IND-ORA-APIR)
003501           > MAX-ORA-APIR
003510           MOVE ORA-APIR(IND-SISTEMI-APIR IND-ORA-APIR)
003520            TO MAX-ORA-APIR
003530           MOVE IND-ORA-APIR         TO ORA-SCELTA-APIR
003540          END-IF.
003550
003560 EX-CONFRONTA-ORA-APIR.
003570          EXIT.
