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
000190* RAGGRUPPAMENTO NOTTURNO DEGLI INCIDENTI RICORRENTI: GLI
000200* INCIDENTI DI ARKINC ANCORA APERTI O RECENTI (CARTELLINO 1, GIORNI,
000210* DEFAULT 30) CON LA STESSA FIRMA - PROGRAMMA-INC, FILE-INC E
000220* STATUS-FILE-INC - VENGONO RICONDOTTI AL PROBLEMA APERTO DELLA
000230* FIRMA SU ARKPRB, CHE SI CREA QUANDO LA FIRMA CONTA ALMENO
000240* "MINIMO" INCIDENTI DA RAGGRUPPARE (CARTELLINO 2, DEFAULT 2; 1 =
000250* OGNI INCIDENTE DIVENTA UN PROBLEMA). IL NUMERO DEL PROBLEMA VIENE
000260* DAL NUMERATORE CENTRALIZZATO (SERIE "PRB") E RESTA SULL'INCIDENTE
000270* IN PROBLEMA-INC. DI OGNI PROBLEMA APERTO SI RICALCOLANO DA CAPO
000280* PRIMA E ULTIMA COMPARSA, OCCORRENZE, INCIDENTI ANCORA APERTI E
000290* TENDENZA: "N" NUOVO (PRIMA COMPARSA NEGLI ULTIMI 7 GIORNI), "+"
000300* IN CRESCITA, "-" IN CALO, "=" STABILE RISPETTO AI 7 GIORNI
000310* PRECEDENTI. I PROBLEMI CHIUSI DA openmprb.exe NON SI TOCCANO PIU'.
000320* RETURN-CODE 4 SE QUALCHE PROBLEMA E' IN CRESCITA
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENBPRB.
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000380          COPY "SPECIAL.CBL".
000390 INPUT-OUTPUT     SECTION.
000400 FILE-CONTROL.
000410
000420          COPY "SELINC.CBL".
000430          COPY "SELPRB.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000470
000480          COPY "FDEINC.CBL".
000490          COPY "FDEPRB.CBL".
000500
000510 WORKING-STORAGE  SECTION.
000520
000530          COPY "GLOBALS.CBL".
000540*
000550** CARTELLINI E DATE DI RIFERIMENTO
000560*
000570 01 GIORNI-RECENTI-BPRB      PIC 9(3).
000580 01 MINIMO-BPRB              PIC 9(3).
000590 01 DATA-OGGI-BPRB           PIC 9(8).
000600 01 OGGI-INTEGER-BPRB        PIC S9(9) COMP.
000610 01 SOGLIA-RECENTI-BPRB      PIC 9(8).
000620 01 INIZIO-SETTIMANA-BPRB    PIC 9(8).
000630 01 INIZIO-PRECEDENTE-BPRB   PIC 9(8).
000640*
000650** FIRME DEGLI INCIDENTI DA RAGGRUPPARE, CON IL LORO NUMERO
000660*
000670 01 FIRME-BPRB           PIC 9(4) COMP.
000680 01 IND-BPRB           PIC 9(4) COMP.
000690 01 TAB-FIRME-BPRB.
000700    02 ELEMENTO-FIRMA-BPRB   OCCURS 999 TIMES.
000710       03 FIRMA-TAB-BPRB     PIC X(24).
000720       03 CONTA-TAB-BPRB     PIC 9(5) COMP.
000730 01 TABELLA-PIENA-BPRB       PIC X.
000740*
000750** FIRMA DELL'INCIDENTE IN ESAME E PROBLEMA CHE LE CORRISPONDE
000760*
000770 01 FIRMA-INC-BPRB.
000780    02 PROGRAMMA-FIRMA-BPRB  PIC X(14).
000790    02 FILE-FIRMA-BPRB       PIC X(08).
000800    02 STATUS-FIRMA-BPRB     PIC XX.
000810 01 APERTO-BPRB              PIC 9(8).
000820 01 PRECEDENTE-BPRB          PIC 9(8).
000830 01 DA-RAGGRUPPARE-BPRB      PIC X.
000840*
000850** RICHIESTA AL NUMERATORE CENTRALIZZATO (OPENNUMW), SERIE "PRB"
000860*
000870 01 AZIONE-NUM-BPRB          PIC X(08).
000880 01 SERIE-NUM-BPRB           PIC X(08) VALUE "PRB".
000890 01 ENTE-NUM-BPRB            PIC 99    VALUE ZEROS.
000900 01 PROGRAMMA-NUM-BPRB       PIC X(14) VALUE "OPENBPRB".
000910 01 OPERATORE-NUM-BPRB       PIC X(08) VALUE "OPENBPRB".
000920 01 MINIMO-NUM-BPRB          PIC 9(08).
000930 01 NUMERO-NUM-BPRB          PIC 9(08).
000940 01 ANNO-NUM-BPRB            PIC 9(04).
000950 01 ESITO-NUM-BPRB           PIC XX.
000960 01 TENTATIVI-BPRB           PIC 9(02).
000970*
000980** CONTATORI DI RIEPILOGO
000990*
001000 01 INCIDENTI-LETTI-BPRB     PIC 9(9).
001010 01 INCIDENTI-COLLEGATI-BPRB PIC 9(9).
001020 01 PROBLEMI-NUOVI-BPRB      PIC 9(9).
001030 01 PROBLEMI-APERTI-BPRB     PIC 9(9).
001040 01 PROBLEMI-SALITA-BPRB     PIC 9(9).
001050*
001060 PROCEDURE  DIVISION.
001070*
001080          MOVE ZEROS              TO INCIDENTI-LETTI-BPRB
001090                                     INCIDENTI-COLLEGATI-BPRB
001100                                     PROBLEMI-NUOVI-BPRB
001110                                     PROBLEMI-APERTI-BPRB
001120                                     PROBLEMI-SALITA-BPRB.
001130
001140          PERFORM CALCOLA-DATE-BPRB THRU EX-CALCOLA-DATE-BPRB.
001150
001160          PERFORM OPEN-I-INC      THRU EX-OPEN-I-INC.
001170
001180          IF STATUS-INC NOT = "00"
001190           DISPLAY "OPENBPRB: APERTURA ARKINC FALLITA, STATUS = "
001200            STATUS-INC
001210           MOVE 8                 TO RETURN-CODE
001220           GOBACK
001230          END-IF.
001240
001250          PERFORM OPEN-I-PRB      THRU EX-OPEN-I-PRB.
001260
001270          IF STATUS-PRB NOT = "00"
001280           DISPLAY "OPENBPRB: APERTURA ARKPRB FALLITA, STATUS = "
001290            STATUS-PRB
001300           PERFORM CLOSE-INC      THRU EX-CLOSE-INC
001310           MOVE 8                 TO RETURN-CODE
001320           GOBACK
001330          END-IF.
001340
001350          DISPLAY "RAGGRUPPAMENTO INCIDENTI RICORRENTI DEL "
001360           DATA-OGGI-BPRB.
001370          DISPLAY "INCIDENTI APERTI O DAL " SOGLIA-RECENTI-BPRB
001380           ", PROBLEMA DA " MINIMO-BPRB " INCIDENTI".
001390          DISPLAY " ".
001400
001410          PERFORM CONTA-FIRME-BPRB THRU EX-CONTA-FIRME-BPRB.
001420          PERFORM COLLEGA-BPRB    THRU EX-COLLEGA-BPRB.
001430          PERFORM AZZERA-BPRB     THRU EX-AZZERA-BPRB.
001440          PERFORM ACCUMULA-BPRB   THRU EX-ACCUMULA-BPRB.
001450          PERFORM TENDENZA-BPRB   THRU EX-TENDENZA-BPRB.
001460
001470          PERFORM CLOSE-PRB       THRU EX-CLOSE-PRB.
001480          PERFORM CLOSE-INC       THRU EX-CLOSE-INC.
001490
001500          DISPLAY " ".
001510          DISPLAY "INCIDENTI LETTI      : " INCIDENTI-LETTI-BPRB.
001520          DISPLAY "INCIDENTI COLLEGATI  : "
001530           INCIDENTI-COLLEGATI-BPRB.
001540          DISPLAY "PROBLEMI NUOVI       : " PROBLEMI-NUOVI-BPRB.
001550          DISPLAY "PROBLEMI APERTI      : " PROBLEMI-APERTI-BPRB.
001560          DISPLAY "PROBLEMI IN CRESCITA : " PROBLEMI-SALITA-BPRB.
001570
001580          IF PROBLEMI-SALITA-BPRB > ZEROS
001590           MOVE 4                 TO RETURN-CODE
001600          ELSE
001610           MOVE ZERO              TO RETURN-CODE
001620          END-IF.
001630
001640          GOBACK.
001650*
001660          COPY "PIOINC.CBL".
001670          COPY "PIOPRB.CBL".
001680*
001690** LEGGE I CARTELLINI E RICAVA LE DATE DI SOGLIA: INIZIO DEGLI
001700** INCIDENTI RECENTI, DEGLI ULTIMI 7 GIORNI E DEI 7 PRECEDENTI
001710*
001720 CALCOLA-DATE-BPRB.
001730
001740          MOVE ZEROS              TO GIORNI-RECENTI-BPRB.
001750          ACCEPT GIORNI-RECENTI-BPRB FROM CONSOLE.
001760          IF GIORNI-RECENTI-BPRB = ZEROS
001770           MOVE 30                TO GIORNI-RECENTI-BPRB
001780          END-IF.
001790
001800          MOVE ZEROS              TO MINIMO-BPRB.
001810          ACCEPT MINIMO-BPRB      FROM CONSOLE.
001820          IF MINIMO-BPRB = ZEROS
001830           MOVE 2                 TO MINIMO-BPRB
001840          END-IF.
001850
001860          ACCEPT DATA-OGGI-BPRB   FROM DATE YYYYMMDD.
001870
001880          COMPUTE OGGI-INTEGER-BPRB =
001890           FUNCTION INTEGER-OF-DATE(DATA-OGGI-BPRB).
001900
001910          COMPUTE SOGLIA-RECENTI-BPRB =
001920           FUNCTION DATE-OF-INTEGER(OGGI-INTEGER-BPRB
001930           - GIORNI-RECENTI-BPRB).
001940
001950          COMPUTE INIZIO-SETTIMANA-BPRB =
001960           FUNCTION DATE-OF-INTEGER(OGGI-INTEGER-BPRB - 6).
001970
001980          COMPUTE INIZIO-PRECEDENTE-BPRB =
001990           FUNCTION DATE-OF-INTEGER(OGGI-INTEGER-BPRB - 13).
002000
002010 EX-CALCOLA-DATE-BPRB.
002020          EXIT.
002030*
002040** "S" SE L'INCIDENTE LETTO NON HA ANCORA UN PROBLEMA ED E' APERTO
002050** O RECENTE
002060*
002070 DA-RAGGRUPPARE-INC-BPRB.
002080
002090          MOVE "N"                TO DA-RAGGRUPPARE-BPRB.
002100
002110          IF PROBLEMA-INC NUMERIC AND PROBLEMA-INC NOT = ZEROS
002120           GO TO EX-DA-RAGGRUPPARE-INC-BPRB
002130          END-IF.
002140
002150          IF INC-APERTO OR DATA-INC NOT < SOGLIA-RECENTI-BPRB
002160           MOVE "S"               TO DA-RAGGRUPPARE-BPRB
002170          END-IF.
002180
002190          MOVE PROGRAMMA-INC      TO PROGRAMMA-FIRMA-BPRB.
002200          MOVE FILE-INC           TO FILE-FIRMA-BPRB.
002210          MOVE STATUS-FILE-INC    TO STATUS-FIRMA-BPRB.
002220
002230 EX-DA-RAGGRUPPARE-INC-BPRB.
002240          EXIT.
002250*
002260** PRIMO PASSAGGIO: QUANTI INCIDENTI DA RAGGRUPPARE PER FIRMA
002270*
002280 CONTA-FIRME-BPRB.
002290
002300          MOVE ZEROS              TO FIRME-BPRB.
002310          MOVE "N"                TO TABELLA-PIENA-BPRB.
002320
002330          MOVE ZEROS              TO NUMERO-INC.
002340          PERFORM STARTO-INC      THRU EX-STARTO-INC.
002350
002360          IF ESITO-NOK GO TO EX-CONTA-FIRME-BPRB.
002370
002380 CICLO-CONTA-FIRME-BPRB.
002390
002400          PERFORM LEGGO-NEXT-INC  THRU EX-LEGGO-NEXT-INC.
002410
002420          IF FINE-FILE = "S" GO TO EX-CONTA-FIRME-BPRB.
002430
002440          ADD 1                   TO INCIDENTI-LETTI-BPRB.
002450
002460          PERFORM DA-RAGGRUPPARE-INC-BPRB
002470           THRU EX-DA-RAGGRUPPARE-INC-BPRB.
002480
002490          IF DA-RAGGRUPPARE-BPRB NOT = "S"
002500           GO TO CICLO-CONTA-FIRME-BPRB
002510          END-IF.
002520
002530          PERFORM CERCA-FIRMA-BPRB THRU EX-CERCA-FIRMA-BPRB.
002540
002550          IF IND-BPRB > FIRME-BPRB
002560           IF FIRME-BPRB < 999
002570            ADD 1                 TO FIRME-BPRB
002580            MOVE FIRMA-INC-BPRB   TO FIRMA-TAB-BPRB(FIRME-BPRB)
002590            MOVE ZEROS            TO CONTA-TAB-BPRB(FIRME-BPRB)
002600           ELSE
002610            IF TABELLA-PIENA-BPRB = "N"
002620             MOVE "S"             TO TABELLA-PIENA-BPRB
002630             DISPLAY "OPENBPRB: OLTRE 999 FIRME, LE ALTRE"
002640              " ASPETTANO LA PROSSIMA ESECUZIONE"
002650            END-IF
002660            GO TO CICLO-CONTA-FIRME-BPRB
002670           END-IF
002680          END-IF.
002690
002700          ADD 1                   TO CONTA-TAB-BPRB(IND-BPRB).
002710
002720          GO TO CICLO-CONTA-FIRME-BPRB.
002730
002740 EX-CONTA-FIRME-BPRB.
002750          EXIT.
002760*
002770** POSIZIONE DI FIRMA-INC-BPRB IN TABELLA (FIRME-BPRB + 1 SE
002780** NON C'E')
002790*
002800 CERCA-FIRMA-BPRB.
002810
002820          MOVE 1                  TO IND-BPRB.
002830
002840 CICLO-CERCA-FIRMA-BPRB.
002850
002860          IF IND-BPRB > FIRME-BPRB
002870           GO TO EX-CERCA-FIRMA-BPRB
002880          END-IF.
002890
002900          IF FIRMA-TAB-BPRB(IND-BPRB) = FIRMA-INC-BPRB
002910           GO TO EX-CERCA-FIRMA-BPRB
002920          END-IF.
002930
002940          ADD 1                   TO IND-BPRB.
002950
002960          GO TO CICLO-CERCA-FIRMA-BPRB.
002970
002980 EX-CERCA-FIRMA-BPRB.
002990          EXIT.
003000*
003010** SECONDO PASSAGGIO: OGNI INCIDENTE DA RAGGRUPPARE VA AL PROBLEMA
003020** APERTO DELLA SUA FIRMA; SE NON C'E' E LA FIRMA RAGGIUNGE IL
003030** MINIMO SI APRE UN PROBLEMA NUOVO
003040*
003050 COLLEGA-BPRB.
003060
003070          MOVE ZEROS              TO NUMERO-INC.
003080          PERFORM STARTO-INC      THRU EX-STARTO-INC.
003090
003100          IF ESITO-NOK GO TO EX-COLLEGA-BPRB.
003110
003120 CICLO-COLLEGA-BPRB.
003130
003140          PERFORM LEGGO-NEXT-INC  THRU EX-LEGGO-NEXT-INC.
003150
003160          IF FINE-FILE = "S" GO TO EX-COLLEGA-BPRB.
003170
003180          PERFORM DA-RAGGRUPPARE-INC-BPRB
003190           THRU EX-DA-RAGGRUPPARE-INC-BPRB.
003200
003210          IF DA-RAGGRUPPARE-BPRB NOT = "S"
003220           GO TO CICLO-COLLEGA-BPRB
003230          END-IF.
003240
003250          PERFORM CERCA-APERTO-BPRB THRU EX-CERCA-APERTO-BPRB.
003260
003270          IF APERTO-BPRB = ZEROS
003280           PERFORM CERCA-FIRMA-BPRB THRU EX-CERCA-FIRMA-BPRB
003290           IF IND-BPRB > FIRME-BPRB
003300            GO TO CICLO-COLLEGA-BPRB
003310           END-IF
003320           IF CONTA-TAB-BPRB(IND-BPRB) < MINIMO-BPRB
003330            GO TO CICLO-COLLEGA-BPRB
003340           END-IF
003350           PERFORM NUOVO-PROBLEMA-BPRB
003360            THRU EX-NUOVO-PROBLEMA-BPRB
003370           IF APERTO-BPRB = ZEROS
003380            GO TO CICLO-COLLEGA-BPRB
003390           END-IF
003400          END-IF.
003410
003420          MOVE APERTO-BPRB        TO PROBLEMA-INC.
003430          PERFORM RISCRIVI-INC    THRU EX-RISCRIVI-INC.
003440
003450          IF ESITO-OK
003460           ADD 1                  TO INCIDENTI-COLLEGATI-BPRB
003470          END-IF.
003480
003490          GO TO CICLO-COLLEGA-BPRB.
003500
003510 EX-COLLEGA-BPRB.
003520          EXIT.
003530*
003540** PROBLEMA APERTO DELLA FIRMA IN APERTO-BPRB (ZERO SE NON C'E');
003550** IN PRECEDENTE-BPRB L'ULTIMO PROBLEMA GIA' CHIUSO DELLA FIRMA
003560*
003570 CERCA-APERTO-BPRB.
003580
003590          MOVE ZEROS              TO APERTO-BPRB.
003600          MOVE ZEROS              TO PRECEDENTE-BPRB.
003610
003620          MOVE FIRMA-INC-BPRB     TO FIRMA-PRB.
003630          PERFORM STARTO-FIRMA-PRB THRU EX-STARTO-FIRMA-PRB.
003640
003650          IF ESITO-NOK GO TO EX-CERCA-APERTO-BPRB.
003660
003670 CICLO-CERCA-APERTO-BPRB.
003680
003690          PERFORM LEGGO-NEXT-PRB  THRU EX-LEGGO-NEXT-PRB.
003700
003710          IF FINE-FILE = "S" GO TO EX-CERCA-APERTO-BPRB.
003720
003730          IF FIRMA-PRB NOT = FIRMA-INC-BPRB
003740           GO TO EX-CERCA-APERTO-BPRB
003750          END-IF.
003760
003770          IF PRB-APERTO
003780           MOVE NUMERO-PRB        TO APERTO-BPRB
003790           GO TO EX-CERCA-APERTO-BPRB
003800          END-IF.
003810
003820          MOVE NUMERO-PRB         TO PRECEDENTE-BPRB.
003830
003840          GO TO CICLO-CERCA-APERTO-BPRB.
003850
003860 EX-CERCA-APERTO-BPRB.
003870          EXIT.
003880*
003890** APRE UN PROBLEMA PER LA FIRMA CON IL NUMERO DAL NUMERATORE
003900** CENTRALIZZATO; IL NUMERO ASSEGNATO TORNA IN APERTO-BPRB
003910*
003920 NUOVO-PROBLEMA-BPRB.
003930
003940          MOVE ZEROS              TO MINIMO-NUM-BPRB
003950                                     TENTATIVI-BPRB.
003960
003970 PRENOTA-BPRB.
003980
003990          MOVE "EMETTI"           TO AZIONE-NUM-BPRB.
004000          CALL "OPENNUMW" USING AZIONE-NUM-BPRB SERIE-NUM-BPRB
004010                                ENTE-NUM-BPRB PROGRAMMA-NUM-BPRB
004020                                OPERATORE-NUM-BPRB MINIMO-NUM-BPRB
004030                                NUMERO-NUM-BPRB ANNO-NUM-BPRB
004040                                ESITO-NUM-BPRB.
004050          CANCEL "OPENNUMW".
004060
004070          IF ESITO-NUM-BPRB NOT = "OK"
004080           DISPLAY "OPENBPRB: NUMERATORE PRB NON DISPONIBILE"
004090           GO TO EX-NUOVO-PROBLEMA-BPRB
004100          END-IF.
004110
004120          MOVE SPACES             TO PROBLEMA.
004130          MOVE NUMERO-NUM-BPRB    TO NUMERO-PRB.
004140          MOVE FIRMA-INC-BPRB     TO FIRMA-PRB.
004150          MOVE "A"                TO STATO-PRB.
004160          MOVE DATA-OGGI-BPRB     TO DATA-APERTURA-PRB.
004170          MOVE ZEROS              TO PRIMA-DATA-PRB
004180                                     ULTIMA-DATA-PRB
004190                                     ULTIMA-ORA-PRB OCCORRENZE-PRB
004200                                     APERTI-PRB SETTIMANA-PRB
004210                                     SETTIMANA-PREC-PRB
004220                                     DATA-CHIUSURA-PRB
004230                                     DATA-ELAB-PRB.
004240          MOVE "N"                TO TENDENZA-PRB.
004250          MOVE PRECEDENTE-BPRB    TO PRECEDENTE-PRB.
004260
004270          PERFORM SCRIVI-PRB      THRU EX-SCRIVI-PRB.
004280
004290          IF ESITO-NOK
004300           IF TENTATIVI-BPRB < 10
004310            ADD 1                 TO TENTATIVI-BPRB
004320            MOVE NUMERO-PRB       TO MINIMO-NUM-BPRB
004330            GO TO PRENOTA-BPRB
004340           END-IF
004350           DISPLAY "OPENBPRB: SCRITTURA ARKPRB FALLITA, STATUS = "
004360            STATUS-PRB
004370           GO TO EX-NUOVO-PROBLEMA-BPRB
004380          END-IF.
004390
004400          MOVE "CONFERMA"         TO AZIONE-NUM-BPRB.
004410          CALL "OPENNUMW" USING AZIONE-NUM-BPRB SERIE-NUM-BPRB
004420                                ENTE-NUM-BPRB PROGRAMMA-NUM-BPRB
004430                                OPERATORE-NUM-BPRB MINIMO-NUM-BPRB
004440                                NUMERO-NUM-BPRB ANNO-NUM-BPRB
004450                                ESITO-NUM-BPRB.
004460          CANCEL "OPENNUMW".
004470
004480          MOVE NUMERO-PRB         TO APERTO-BPRB.
004490          ADD 1                   TO PROBLEMI-NUOVI-BPRB.
004500
004510 EX-NUOVO-PROBLEMA-BPRB.
004520          EXIT.
004530*
004540** TERZO PASSAGGIO: I CONTATORI DEI PROBLEMI APERTI RIPARTONO DA
004550** ZERO, COSI' OGNI NOTTE SI RICALCOLANO DA CAPO
004560*
004570 AZZERA-BPRB.
004580
004590          MOVE ZEROS              TO NUMERO-PRB.
004600          PERFORM STARTO-PRB      THRU EX-STARTO-PRB.
004610
004620          IF ESITO-NOK GO TO EX-AZZERA-BPRB.
004630
004640 CICLO-AZZERA-BPRB.
004650
004660          PERFORM LEGGO-NEXT-PRB  THRU EX-LEGGO-NEXT-PRB.
004670
004680          IF FINE-FILE = "S" GO TO EX-AZZERA-BPRB.
004690
004700          IF NOT PRB-APERTO GO TO CICLO-AZZERA-BPRB.
004710
004720          MOVE ZEROS              TO PRIMA-DATA-PRB
004730                                     ULTIMA-DATA-PRB
004740                                     ULTIMA-ORA-PRB OCCORRENZE-PRB
004750                                     APERTI-PRB SETTIMANA-PRB
004760                                     SETTIMANA-PREC-PRB.
004770          PERFORM RISCRIVI-PRB    THRU EX-RISCRIVI-PRB.
004780
004790          GO TO CICLO-AZZERA-BPRB.
004800
004810 EX-AZZERA-BPRB.
004820          EXIT.
004830*
004840** QUARTO PASSAGGIO: OGNI INCIDENTE COLLEGATO A UN PROBLEMA APERTO
004850** NE AGGIORNA COMPARSE E CONTEGGI
004860*
004870 ACCUMULA-BPRB.
004880
004890          MOVE ZEROS              TO NUMERO-INC.
004900          PERFORM STARTO-INC      THRU EX-STARTO-INC.
004910
004920          IF ESITO-NOK GO TO EX-ACCUMULA-BPRB.
004930
004940 CICLO-ACCUMULA-BPRB.
004950
004960          PERFORM LEGGO-NEXT-INC  THRU EX-LEGGO-NEXT-INC.
004970
004980          IF FINE-FILE = "S" GO TO EX-ACCUMULA-BPRB.
004990
005000          IF PROBLEMA-INC NOT NUMERIC OR PROBLEMA-INC = ZEROS
005010           GO TO CICLO-ACCUMULA-BPRB
005020          END-IF.
005030
005040          MOVE PROBLEMA-INC       TO NUMERO-PRB.
005050          PERFORM LEGGO-PRB       THRU EX-LEGGO-PRB.
005060
005070          IF ESITO-NOK OR NOT PRB-APERTO
005080           GO TO CICLO-ACCUMULA-BPRB
005090          END-IF.
005100
005110          ADD 1                   TO OCCORRENZE-PRB.
005120
005130          IF INC-APERTO
005140           ADD 1                  TO APERTI-PRB
005150          END-IF.
005160
005170          IF PRIMA-DATA-PRB = ZEROS OR DATA-INC < PRIMA-DATA-PRB
005180           MOVE DATA-INC          TO PRIMA-DATA-PRB
005190          END-IF.
005200
005210          IF DATA-INC > ULTIMA-DATA-PRB
005220           OR (DATA-INC = ULTIMA-DATA-PRB
005230           AND ORA-INC NOT < ULTIMA-ORA-PRB)
005240           MOVE DATA-INC          TO ULTIMA-DATA-PRB
005250           MOVE ORA-INC           TO ULTIMA-ORA-PRB
005260           MOVE DESC-INC          TO DESC-PRB
005270          END-IF.
005280
005290          IF DATA-INC NOT < INIZIO-SETTIMANA-BPRB
005300           ADD 1                  TO SETTIMANA-PRB
005310          ELSE
005320           IF DATA-INC NOT < INIZIO-PRECEDENTE-BPRB
005330            ADD 1                 TO SETTIMANA-PREC-PRB
005340           END-IF
005350          END-IF.
005360
005370          PERFORM RISCRIVI-PRB    THRU EX-RISCRIVI-PRB.
005380
005390          GO TO CICLO-ACCUMULA-BPRB.
005400
005410 EX-ACCUMULA-BPRB.
005420          EXIT.
005430*
005440** ULTIMO PASSAGGIO: TENDENZA DI OGNI PROBLEMA APERTO E RIGA DI
005450** TABULATO
005460*
005470 TENDENZA-BPRB.
005480
005490          DISPLAY "PROBLEMA PROGRAMMA      FILE     ST OCCORR."
005500           " PRIMA    ULTIMA   7GG  PREC T APERTI RESPONS.".
005510
005520          MOVE ZEROS              TO NUMERO-PRB.
005530          PERFORM STARTO-PRB      THRU EX-STARTO-PRB.
005540
005550          IF ESITO-NOK GO TO EX-TENDENZA-BPRB.
005560
005570 CICLO-TENDENZA-BPRB.
005580
005590          PERFORM LEGGO-NEXT-PRB  THRU EX-LEGGO-NEXT-PRB.
005600
005610          IF FINE-FILE = "S" GO TO EX-TENDENZA-BPRB.
005620
005630          IF NOT PRB-APERTO GO TO CICLO-TENDENZA-BPRB.
005640
005650          ADD 1                   TO PROBLEMI-APERTI-BPRB.
005660
005670          IF PRIMA-DATA-PRB NOT < INIZIO-SETTIMANA-BPRB
005680           MOVE "N"               TO TENDENZA-PRB
005690          ELSE
005700           IF SETTIMANA-PRB > SETTIMANA-PREC-PRB
005710            MOVE "+"              TO TENDENZA-PRB
005720           ELSE
005730            IF SETTIMANA-PRB < SETTIMANA-PREC-PRB
005740             MOVE "-"             TO TENDENZA-PRB
005750            ELSE
005760             MOVE "="             TO TENDENZA-PRB
005770            END-IF
005780           END-IF
005790          END-IF.
005800
005810          IF TENDENZA-SALITA
005820           ADD 1                  TO PROBLEMI-SALITA-BPRB
005830          END-IF.
005840
005850          MOVE DATA-OGGI-BPRB     TO DATA-ELAB-PRB.
005860          PERFORM RISCRIVI-PRB    THRU EX-RISCRIVI-PRB.
005870
005880          DISPLAY NUMERO-PRB " " PROGRAMMA-PRB " " FILE-PRB " "
005890           STATUS-FILE-PRB " " OCCORRENZE-PRB " "
005900           PRIMA-DATA-PRB " " ULTIMA-DATA-PRB " "
005910           SETTIMANA-PRB " " SETTIMANA-PREC-PRB " "
005920           TENDENZA-PRB " " APERTI-PRB " " RESPONSABILE-PRB.
005930
005940          GO TO CICLO-TENDENZA-BPRB.
005950
005960 EX-TENDENZA-BPRB.
005970          EXIT.
