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
000190* RIEPILOGO MENSILE DEI NUMERATORI CENTRALIZZATI (ARKNUM/ARKNUE,
000200* VEDI OPENNUMW) PER I REVISORI: PER OGNI SERIE, ENTE E ANNO
000210* ELENCA I BUCHI DELLA NUMERAZIONE (NUMERI MAI CONSEGNATI TRA DUE
000220* EMESSI, AD ESEMPIO PER UN SALTO DEL CONTATORE) E I NUMERI
000230* CONSEGNATI MA MAI CONFERMATI COME USATI. PRIMO CARTELLINO A
000240* CONSOLE IL MESE AAAAMM (SPAZI = MESE PRECEDENTE); UN BUCO SI
000250* SEGNALA NEL MESE IN CUI E' STATO EMESSO IL NUMERO CHE LO CHIUDE.
000260* CON "ALLINEA" COME SECONDO CARTELLINO, PRIMA DEL RIEPILOGO, I
000270* CONTATORI DELLE SERIE STORICHE (INC, HLD, WAI, ABIQ, PEN, ENTE
000280* 00) VENGONO PORTATI ALMENO AL NUMERO PIU' ALTO GIA' PRESENTE
000290* NEL RISPETTIVO ARCHIVIO: VA LANCIATO UNA VOLTA ALL'AVVIO DEL
000300* NUMERATORE E DOPO OGNI RIPRISTINO DI ARCHIVI.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENNUMR.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360          COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000390
000400          COPY "SELNUM.CBL".
000410          COPY "SELNUE.CBL".
000420          COPY "SELINC.CBL".
000430          COPY "SELHLD.CBL".
000440          COPY "SELWAI.CBL".
000450          COPY "SELABIQ.CBL".
000460          COPY "SELPEN.CBL".
000470
000480 DATA             DIVISION.
000490 FILE SECTION.
000500
000510          COPY "FDENUM.CBL".
000520          COPY "FDENUE.CBL".
000530          COPY "FDEINC.CBL".
000540          COPY "FDEHLD.CBL".
000550          COPY "FDEWAI.CBL".
000560          COPY "FDEABIQ.CBL".
000570          COPY "FDEPEN.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
000610          COPY "GLOBALS.CBL".
000620*
000630** PARAMETRI LETTI A CONSOLE E MESE DEL RIEPILOGO
000640*
000650 01 MESE-NUMR                PIC X(6).
000660 01 MESE-R-NUMR REDEFINES MESE-NUMR.
000670    02 AAAA-MESE-NUMR        PIC 9(4).
000680    02 MM-MESE-NUMR          PIC 9(2).
000690 01 OPZIONE-NUMR             PIC X(8).
000700 01 DATA-OGGI-NUMR           PIC 9(8).
000710 01 DATA-OGGI-R-NUMR REDEFINES DATA-OGGI-NUMR.
000720    02 AAAA-OGGI-NUMR        PIC 9(4).
000730    02 MM-OGGI-NUMR          PIC 9(2).
000740    02 GG-OGGI-NUMR          PIC 9(2).
000750*
000760** ALLINEAMENTO: SERIE IN ESAME E NUMERO PIU' ALTO IN ARCHIVIO
000770*
000780 01 SERIE-ALL-NUMR           PIC X(8).
000790 01 MASSIMO-ALL-NUMR         PIC 9(8).
000800*
000810** SCANSIONE DEL GIORNALE PER LA SERIE IN ESAME
000820*
000830 01 PRECEDENTE-NUMR          PIC 9(8).
000840 01 BUCO-DA-NUMR             PIC 9(8).
000850 01 BUCO-A-NUMR              PIC 9(8).
000860 01 DATA-VIS-NUMR            PIC X(10).
000870*
000880** CONTATORI DI RIEPILOGO
000890*
000900 01 SERIE-LETTE-NUMR         PIC 9(6).
000910 01 EMESSI-MESE-NUMR         PIC 9(9).
000920 01 BUCHI-NUMR               PIC 9(9).
000930 01 NUMERI-BUCHI-NUMR        PIC 9(9).
000940 01 NON-USATI-NUMR           PIC 9(9).
000950*
000960 PROCEDURE  DIVISION.
000970*
000980          PERFORM LEGGI-PARAMETRI-NUMR
000990           THRU EX-LEGGI-PARAMETRI-NUMR.
001000
001010          MOVE ZEROS                 TO SERIE-LETTE-NUMR
001020                                        EMESSI-MESE-NUMR
001030                                        BUCHI-NUMR
001040                                        NUMERI-BUCHI-NUMR
001050                                        NON-USATI-NUMR.
001060
001070          PERFORM OPEN-I-NUM         THRU EX-OPEN-I-NUM.
001080          PERFORM OPEN-I-NUE         THRU EX-OPEN-I-NUE.
001090
001100          IF OPZIONE-NUMR = "ALLINEA"
001110           PERFORM ALLINEA-NUMR      THRU EX-ALLINEA-NUMR
001120          END-IF.
001130
001140          DISPLAY "NUMERATORI - RIEPILOGO DEL MESE "
001150           MM-MESE-NUMR "/" AAAA-MESE-NUMR.
001160          DISPLAY " ".
001170
001180          MOVE LOW-VALUE             TO CHIAVE-NUM.
001190          PERFORM STARTO-NUM         THRU EX-STARTO-NUM.
001200
001210          IF ESITO-NOK GO TO FINE-NUMR.
001220
001230 CICLO-NUMR.
001240
001250          PERFORM LEGGO-NEXT-NUM     THRU EX-LEGGO-NEXT-NUM.
001260
001270          IF FINE-FILE = "S" GO TO FINE-NUMR.
001280
001290          ADD 1                      TO SERIE-LETTE-NUMR.
001300
001310          PERFORM ESAMINA-SERIE-NUMR THRU EX-ESAMINA-SERIE-NUMR.
001320
001330          GO TO CICLO-NUMR.
001340
001350 FINE-NUMR.
001360
001370          PERFORM CLOSE-NUE          THRU EX-CLOSE-NUE.
001380          PERFORM CLOSE-NUM          THRU EX-CLOSE-NUM.
001390
001400          DISPLAY " ".
001410          DISPLAY "SERIE ESAMINATE     : " SERIE-LETTE-NUMR.
001420          DISPLAY "NUMERI EMESSI NEL MESE: " EMESSI-MESE-NUMR.
001430          DISPLAY "BUCHI               : " BUCHI-NUMR
001440           " (" NUMERI-BUCHI-NUMR " NUMERI)".
001450          DISPLAY "EMESSI MAI USATI    : " NON-USATI-NUMR.
001460
001470          IF BUCHI-NUMR = ZEROS AND NON-USATI-NUMR = ZEROS
001480           MOVE ZERO                 TO RETURN-CODE
001490          ELSE
001500           MOVE 4                    TO RETURN-CODE
001510          END-IF.
001520
001530          GOBACK.
001540*
001550          COPY "PIONUM.CBL".
001560          COPY "PIONUE.CBL".
001570*
001580** LEGGE A CONSOLE IL MESE AAAAMM (SPAZI O NON NUMERICO = MESE
001590** PRECEDENTE A QUELLO CORRENTE) E L'OPZIONE "ALLINEA"
001600*
001610 LEGGI-PARAMETRI-NUMR.
001620
001630          ACCEPT DATA-OGGI-NUMR      FROM DATE YYYYMMDD.
001640
001650          MOVE SPACES                TO MESE-NUMR.
001660          ACCEPT MESE-NUMR           FROM CONSOLE.
001670
001680          IF MESE-NUMR NOT NUMERIC
001690           OR MM-MESE-NUMR < 1 OR MM-MESE-NUMR > 12
001700           MOVE AAAA-OGGI-NUMR       TO AAAA-MESE-NUMR
001710           MOVE MM-OGGI-NUMR         TO MM-MESE-NUMR
001720           IF MM-MESE-NUMR = 1
001730            MOVE 12                  TO MM-MESE-NUMR
001740            SUBTRACT 1             FROM AAAA-MESE-NUMR
001750           ELSE
001760            SUBTRACT 1             FROM MM-MESE-NUMR
001770           END-IF
001780          END-IF.
001790
001800          MOVE SPACES                TO OPZIONE-NUMR.
001810          ACCEPT OPZIONE-NUMR        FROM CONSOLE.
001820
001830 EX-LEGGI-PARAMETRI-NUMR.
001840          EXIT.
001850*
001860** SCORRE IL GIORNALE DELLA SERIE IN ESAME (STESSO CODICE, ENTE E
001870** ANNO DEL CONTATORE) IN ORDINE DI NUMERO: UN SALTO TRA DUE
001880** EMESSI CONSECUTIVI E' UN BUCO, UN EMESSO DEL MESE MAI
001890** CONFERMATO E' UN NUMERO NON USATO
001900*
001910 ESAMINA-SERIE-NUMR.
001920
001930          DISPLAY "SERIE " CODICE-NUM " ENTE " ENTE-NUM
001940           " ANNO " ANNO-NUM " ULTIMO EMESSO " ULTIMO-NUM.
001950
001960          MOVE ZEROS                 TO PRECEDENTE-NUMR.
001970          MOVE CODICE-NUM            TO CODICE-NUE.
001980          MOVE ENTE-NUM              TO ENTE-NUE.
001990          MOVE ANNO-NUM              TO ANNO-NUE.
002000          MOVE ZEROS                 TO NUMERO-NUE.
002010
002020          PERFORM STARTO-NUE         THRU EX-STARTO-NUE.
002030
002040          IF ESITO-NOK GO TO EX-ESAMINA-SERIE-NUMR.
002050
002060 CICLO-ESAMINA-SERIE-NUMR.
002070
002080          PERFORM LEGGO-NEXT-NUE     THRU EX-LEGGO-NEXT-NUE.
002090
002100          IF FINE-FILE = "S" GO TO EX-ESAMINA-SERIE-NUMR.
002110
002120          IF CODICE-NUE NOT = CODICE-NUM
002130           OR ENTE-NUE NOT = ENTE-NUM
002140           OR ANNO-NUE NOT = ANNO-NUM
002150           GO TO EX-ESAMINA-SERIE-NUMR.
002160
002170          IF DATA-NUE(1:6) NOT = MESE-NUMR
002180           MOVE NUMERO-NUE           TO PRECEDENTE-NUMR
002190           GO TO CICLO-ESAMINA-SERIE-NUMR
002200          END-IF.
002210
002220          ADD 1                      TO EMESSI-MESE-NUMR.
002230
002240          IF PRECEDENTE-NUMR NOT = ZEROS
002250           AND NUMERO-NUE > PRECEDENTE-NUMR + 1
002260           COMPUTE BUCO-DA-NUMR = PRECEDENTE-NUMR + 1
002270           COMPUTE BUCO-A-NUMR = NUMERO-NUE - 1
002280           ADD 1                     TO BUCHI-NUMR
002290           COMPUTE NUMERI-BUCHI-NUMR = NUMERI-BUCHI-NUMR
002300            + BUCO-A-NUMR - BUCO-DA-NUMR + 1
002310           DISPLAY "  BUCO       DAL " BUCO-DA-NUMR
002320            " AL " BUCO-A-NUMR
002330          END-IF.
002340
002350          IF NUE-EMESSO
002360           ADD 1                     TO NON-USATI-NUMR
002370           MOVE SPACES               TO DATA-VIS-NUMR
002380           STRING DATA-NUE(7:2) "/" DATA-NUE(5:2) "/"
002390            DATA-NUE(1:4) DELIMITED BY SIZE INTO DATA-VIS-NUMR
002400           DISPLAY "  NON USATO  " NUMERO-NUE
002410            " EMESSO IL " DATA-VIS-NUMR " DA " PROGRAMMA-NUE
002420            " " OPERATORE-NUE
002430          END-IF.
002440
002450          MOVE NUMERO-NUE            TO PRECEDENTE-NUMR.
002460
002470          GO TO CICLO-ESAMINA-SERIE-NUMR.
002480
002490 EX-ESAMINA-SERIE-NUMR.
002500          EXIT.
002510*
002520** ALLINEAMENTO DEI CONTATORI STORICI AL NUMERO PIU' ALTO GIA'
002530** PRESENTE IN ARCHIVIO (SERIE SENZA RIPARTENZA ANNUALE, ENTE 00)
002540*
002550 ALLINEA-NUMR.
002560
002570          DISPLAY "ALLINEAMENTO DEI CONTATORI AGLI ARCHIVI".
002580
002590          MOVE "INC"                 TO SERIE-ALL-NUMR.
002600          MOVE ZEROS                 TO MASSIMO-ALL-NUMR.
002610          OPEN INPUT ARKINC.
002620          IF STATUS-INC = "00"
002630           MOVE ZEROS                TO CHIAVE-INC
002640           START ARKINC KEY IS NOT LESS THAN CHIAVE-INC
002650            INVALID KEY MOVE "S"     TO FINE-FILE
002660            NOT INVALID KEY MOVE "N" TO FINE-FILE
002670           END-START
002680           PERFORM MASSIMO-INC-NUMR  THRU EX-MASSIMO-INC-NUMR
002690           CLOSE ARKINC
002700          END-IF.
002710          PERFORM AGGIORNA-NUMR      THRU EX-AGGIORNA-NUMR.
002720
002730          MOVE "HLD"                 TO SERIE-ALL-NUMR.
002740          MOVE ZEROS                 TO MASSIMO-ALL-NUMR.
002750          OPEN INPUT ARKHLD.
002760          IF STATUS-HLD = "00"
002770           MOVE ZEROS                TO CHIAVE-HLD
002780           START ARKHLD KEY IS NOT LESS THAN CHIAVE-HLD
002790            INVALID KEY MOVE "S"     TO FINE-FILE
002800            NOT INVALID KEY MOVE "N" TO FINE-FILE
002810           END-START
002820           PERFORM MASSIMO-HLD-NUMR  THRU EX-MASSIMO-HLD-NUMR
002830           CLOSE ARKHLD
002840          END-IF.
002850          PERFORM AGGIORNA-NUMR      THRU EX-AGGIORNA-NUMR.
002860
002870          MOVE "WAI"                 TO SERIE-ALL-NUMR.
002880          MOVE ZEROS                 TO MASSIMO-ALL-NUMR.
002890          OPEN INPUT ARKWAI.
002900          IF STATUS-WAI = "00"
002910           MOVE ZEROS                TO CHIAVE-WAI
002920           START ARKWAI KEY IS NOT LESS THAN CHIAVE-WAI
002930            INVALID KEY MOVE "S"     TO FINE-FILE
002940            NOT INVALID KEY MOVE "N" TO FINE-FILE
002950           END-START
002960           PERFORM MASSIMO-WAI-NUMR  THRU EX-MASSIMO-WAI-NUMR
002970           CLOSE ARKWAI
002980          END-IF.
002990          PERFORM AGGIORNA-NUMR      THRU EX-AGGIORNA-NUMR.
003000
003010          MOVE "ABIQ"                TO SERIE-ALL-NUMR.
003020          MOVE ZEROS                 TO MASSIMO-ALL-NUMR.
003030          OPEN INPUT ARKABIQ.
003040          IF STATUS-ABIQ = "00"
003050           MOVE ZEROS                TO CHIAVE-ABIQ
003060           START ARKABIQ KEY IS NOT LESS THAN CHIAVE-ABIQ
003070            INVALID KEY MOVE "S"     TO FINE-FILE
003080            NOT INVALID KEY MOVE "N" TO FINE-FILE
003090           END-START
003100           PERFORM MASSIMO-ABIQ-NUMR THRU EX-MASSIMO-ABIQ-NUMR
003110           CLOSE ARKABIQ
003120          END-IF.
003130          PERFORM AGGIORNA-NUMR      THRU EX-AGGIORNA-NUMR.
003140
003150          MOVE "PEN"                 TO SERIE-ALL-NUMR.
003160          MOVE ZEROS                 TO MASSIMO-ALL-NUMR.
003170          OPEN INPUT ARKPEN.
003180          IF STATUS-PEN = "00"
003190           MOVE ZEROS                TO CHIAVE-PEN
003200           START ARKPEN KEY IS NOT LESS THAN CHIAVE-PEN
003210            INVALID KEY MOVE "S"     TO FINE-FILE
003220            NOT INVALID KEY MOVE "N" TO FINE-FILE
003230           END-START
003240           PERFORM MASSIMO-PEN-NUMR  THRU EX-MASSIMO-PEN-NUMR
003250           CLOSE ARKPEN
003260          END-IF.
003270          PERFORM AGGIORNA-NUMR      THRU EX-AGGIORNA-NUMR.
003280
003290          DISPLAY " ".
003300
003310 EX-ALLINEA-NUMR.
003320          EXIT.
003330*
003340** NUMERO PIU' ALTO DI CIASCUN ARCHIVIO STORICO
003350*
003360 MASSIMO-INC-NUMR.
003370
003380          IF FINE-FILE = "S" GO TO EX-MASSIMO-INC-NUMR.
003390
003400          READ ARKINC NEXT RECORD
003410           AT END GO TO EX-MASSIMO-INC-NUMR.
003420
003430          IF NUMERO-INC > MASSIMO-ALL-NUMR
003440           MOVE NUMERO-INC           TO MASSIMO-ALL-NUMR
003450          END-IF.
003460
003470          GO TO MASSIMO-INC-NUMR.
003480
003490 EX-MASSIMO-INC-NUMR.
003500          EXIT.
003510
003520 MASSIMO-HLD-NUMR.
003530
003540          IF FINE-FILE = "S" GO TO EX-MASSIMO-HLD-NUMR.
003550
003560          READ ARKHLD NEXT RECORD
003570           AT END GO TO EX-MASSIMO-HLD-NUMR.
003580
003590          IF NUMERO-HLD > MASSIMO-ALL-NUMR
003600           MOVE NUMERO-HLD           TO MASSIMO-ALL-NUMR
003610          END-IF.
003620
003630          GO TO MASSIMO-HLD-NUMR.
003640
003650 EX-MASSIMO-HLD-NUMR.
003660          EXIT.
003670
003680 MASSIMO-WAI-NUMR.
003690
003700          IF FINE-FILE = "S" GO TO EX-MASSIMO-WAI-NUMR.
003710
003720          READ ARKWAI NEXT RECORD
003730           AT END GO TO EX-MASSIMO-WAI-NUMR.
003740
003750          IF NUMERO-WAI > MASSIMO-ALL-NUMR
003760           MOVE NUMERO-WAI           TO MASSIMO-ALL-NUMR
003770          END-IF.
003780
003790          GO TO MASSIMO-WAI-NUMR.
003800
003810 EX-MASSIMO-WAI-NUMR.
003820          EXIT.
003830
003840 MASSIMO-ABIQ-NUMR.
003850
003860          IF FINE-FILE = "S" GO TO EX-MASSIMO-ABIQ-NUMR.
003870
003880          READ ARKABIQ NEXT RECORD
003890           AT END GO TO EX-MASSIMO-ABIQ-NUMR.
003900
003910          IF NUMERO-ABIQ > MASSIMO-ALL-NUMR
003920           MOVE NUMERO-ABIQ          TO MASSIMO-ALL-NUMR
003930          END-IF.
003940
003950          GO TO MASSIMO-ABIQ-NUMR.
003960
003970 EX-MASSIMO-ABIQ-NUMR.
003980          EXIT.
003990
004000 MASSIMO-PEN-NUMR.
004010
004020          IF FINE-FILE = "S" GO TO EX-MASSIMO-PEN-NUMR.
004030
004040          READ ARKPEN NEXT RECORD
004050           AT END GO TO EX-MASSIMO-PEN-NUMR.
004060
004070          IF NUMERO-PEN > MASSIMO-ALL-NUMR
004080           MOVE NUMERO-PEN           TO MASSIMO-ALL-NUMR
004090          END-IF.
004100
004110          GO TO MASSIMO-PEN-NUMR.
004120
004130 EX-MASSIMO-PEN-NUMR.
004140          EXIT.
004150*
004160** PORTA IL CONTATORE DELLA SERIE (ENTE 00, ANNO 0000) ALMENO AL
004170** MASSIMO TROVATO; UN CONTATORE GIA' PIU' AVANTI NON SI TOCCA
004180*
004190 AGGIORNA-NUMR.
004200
004210          MOVE SERIE-ALL-NUMR        TO CODICE-NUM.
004220          MOVE ZEROS                 TO ENTE-NUM ANNO-NUM.
004230
004240          PERFORM LEGGO-NUM          THRU EX-LEGGO-NUM.
004250
004260          IF ESITO-NOK
004270           MOVE SPACES               TO NUMERATORE
004280           MOVE SERIE-ALL-NUMR       TO CODICE-NUM
004290           MOVE ZEROS                TO ENTE-NUM ANNO-NUM
004300                                        ULTIMO-NUM ORA-ULTIMO-NUM
004310          END-IF.
004320
004330          IF ULTIMO-NUM NOT < MASSIMO-ALL-NUMR
004340           DISPLAY "  " SERIE-ALL-NUMR " GIA' ALLINEATO A "
004350            ULTIMO-NUM
004360           GO TO EX-AGGIORNA-NUMR
004370          END-IF.
004380
004390          MOVE MASSIMO-ALL-NUMR      TO ULTIMO-NUM.
004400          MOVE DATA-OGGI-NUMR        TO DATA-ULTIMO-NUM.
004410          ACCEPT ORA-ULTIMO-NUM      FROM TIME.
004420          MOVE "OPENNUMR"            TO PROGRAMMA-ULTIMO-NUM.
004430
004440          IF ESITO-OK
004450           PERFORM RISCRIVI-NUM      THRU EX-RISCRIVI-NUM
004460          ELSE
004470           PERFORM SCRIVI-NUM        THRU EX-SCRIVI-NUM
004480          END-IF.
004490
004500          IF ESITO-OK
004510           DISPLAY "  " SERIE-ALL-NUMR " ALLINEATO A "
004520            ULTIMO-NUM
004530          ELSE
004540           DISPLAY "  " SERIE-ALL-NUMR " ERRORE IN SCRITTURA"
004550          END-IF.
004560
004570 EX-AGGIORNA-NUMR.
004580          EXIT.
