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
000190* NUMERATORE CENTRALIZZATO, RICHIAMATO CON CALL DA OPENINCW,
000195* DA OPENBPRB E DA PRENOTA-NUMERO-WEB/CONFERMA-NUMERO-WEB
000200* (PIOWEB1.CBL) AL POSTO
000210* DELLE VECCHIE SCANSIONI "CERCA L'ULTIMO NUMERO" DI OGNI
000220* ARCHIVIO. UN CONTATORE PER SERIE, ENTE E ANNO IN ARKNUM: IL
000230* RECORD SI LEGGE CON BLOCCO, SI INCREMENTA E SI RISCRIVE, COSI'
000240* DUE OPERATORI NELLO STESSO ISTANTE NON RICEVONO MAI LO STESSO
000250* NUMERO. LE SERIE SI DESCRIVONO IN TABELLA "NR" ENTE 00 (CODICE
000260* IN POS 1-8, "S" IN POS 10 = LA SERIE RIPARTE DA 1 OGNI ANNO,
000270* DESCRIZIONE IN POS 12-51); UNA SERIE SENZA RIGA NON RIPARTE.
000280* OGNI NUMERO CONSEGNATO VA SUL GIORNALE ARKNUE COME "EMESSO" E
000290* DIVENTA "USATO" QUANDO IL CHIAMANTE, SCRITTO IL SUO RECORD, LO
000300* CONFERMA: IL RIEPILOGO DI OPENNUMR NE RICAVA BUCHI E NUMERI
000310* MAI USATI. AZIONI:
000320*   EMETTI   - PROSSIMO NUMERO DELLA SERIE (SE LK-MINIMO-NUMW
000330*              SUPERA IL CONTATORE, IL CONTATORE SALTA LI');
000340*              RESTITUISCE NUMERO E ANNO DELLA SERIE
000350*   CONFERMA - SEGNA COME USATO IL NUMERO/ANNO PASSATI
000360* ESITO "OK" O "NO".
000370*
000380 IDENTIFICATION   DIVISION.
000390 PROGRAM-ID.      OPENNUMW.
000400 ENVIRONMENT      DIVISION.
000410 CONFIGURATION    SECTION.
000420          COPY "SPECIAL.CBL".
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.
000450
000460          COPY "SELNUM.CBL".
000470          COPY "SELNUE.CBL".
000480          COPY "SELTAB.CBL".
000490
000500 DATA             DIVISION.
000510 FILE SECTION.
000520
000530          COPY "FDENUM.CBL".
000540          COPY "FDENUE.CBL".
000550          COPY "FDETAB.CBL".
000560
000570 WORKING-STORAGE  SECTION.
000580*
000590 01 STATUS-NUM                PIC XX.
000600 01 STATUS-NUE                PIC XX.
000610 01 STATUS-TAB                PIC XX.
000620 01 DATA-OGGI-NUMW            PIC 9(08).
000630 01 ANNUALE-NUMW              PIC X.
000640    88 SERIE-ANNUALE          VALUE "S".
000650 01 TENTATIVI-NUMW            PIC 9(04).
000660 01 FINE-FILE-NUMW            PIC X.
000670*
000680 LINKAGE SECTION.
000690*
000700 01 LK-AZIONE-NUMW            PIC X(08).
000710 01 LK-SERIE-NUMW             PIC X(08).
000720 01 LK-ENTE-NUMW              PIC 99.
000730 01 LK-PROGRAMMA-NUMW         PIC X(14).
000740 01 LK-OPERATORE-NUMW         PIC X(08).
000750 01 LK-MINIMO-NUMW            PIC 9(08).
000760 01 LK-NUMERO-NUMW            PIC 9(08).
000770 01 LK-ANNO-NUMW              PIC 9(04).
000780 01 LK-ESITO-NUMW             PIC XX.
000790*
000800 PROCEDURE  DIVISION USING LK-AZIONE-NUMW LK-SERIE-NUMW
000810                           LK-ENTE-NUMW LK-PROGRAMMA-NUMW
000820                           LK-OPERATORE-NUMW LK-MINIMO-NUMW
000830                           LK-NUMERO-NUMW LK-ANNO-NUMW
000840                           LK-ESITO-NUMW.
000850*
000860          MOVE "NO"               TO LK-ESITO-NUMW.
000870          ACCEPT DATA-OGGI-NUMW   FROM DATE YYYYMMDD.
000880
000890          IF LK-AZIONE-NUMW = "CONFERMA"
000900           PERFORM CONFERMA-NUMW  THRU EX-CONFERMA-NUMW
000910           GOBACK
000920          END-IF.
000930
000940          MOVE ZEROS              TO LK-NUMERO-NUMW.
000950          MOVE ZEROS              TO LK-ANNO-NUMW.
000960
000970          IF LK-SERIE-NUMW = SPACES
000980           GOBACK
000990          END-IF.
001000
001010          PERFORM LEGGI-SERIE-NUMW THRU EX-LEGGI-SERIE-NUMW.
001020
001030          IF SERIE-ANNUALE
001040           MOVE DATA-OGGI-NUMW(1:4) TO LK-ANNO-NUMW
001050          END-IF.
001060
001070          OPEN I-O ARKNUM.
001080
001090          IF STATUS-NUM = "35"
001100           OPEN OUTPUT ARKNUM
001110           CLOSE ARKNUM
001120           OPEN I-O ARKNUM
001130          END-IF.
001140
001150          IF STATUS-NUM NOT = "00"
001160           GOBACK
001170          END-IF.
001180
001190          MOVE ZEROS              TO TENTATIVI-NUMW.
001200
001210***** LETTURA CON BLOCCO DEL CONTATORE: SE UN ALTRO PROCESSO LO
001220***** TIENE IN QUESTO MOMENTO SI RIPROVA; SE MANCA SI CREA A ZERO
001230***** (UNA CREAZIONE CONCORRENTE DA' 22 E SI RILEGGE)
001240
001250 LEGGI-CONTATORE-NUMW.
001260
001270          MOVE LK-SERIE-NUMW      TO CODICE-NUM.
001280          MOVE LK-ENTE-NUMW       TO ENTE-NUM.
001290          MOVE LK-ANNO-NUMW       TO ANNO-NUM.
001300
001310          READ ARKNUM.
001320
001330          IF STATUS-NUM = "51" OR STATUS-NUM = "9D"
001340           ADD 1                  TO TENTATIVI-NUMW
001350           IF TENTATIVI-NUMW < 9999
001360            GO TO LEGGI-CONTATORE-NUMW
001370           END-IF
001380           GO TO CHIUDI-NUMW
001390          END-IF.
001400
001410          IF STATUS-NUM = "23"
001420           MOVE SPACES            TO NUMERATORE
001430           MOVE LK-SERIE-NUMW     TO CODICE-NUM
001440           MOVE LK-ENTE-NUMW      TO ENTE-NUM
001450           MOVE LK-ANNO-NUMW      TO ANNO-NUM
001460           MOVE ZEROS             TO ULTIMO-NUM DATA-ULTIMO-NUM
001470                                     ORA-ULTIMO-NUM
001480           WRITE NUMERATORE
001490           IF STATUS-NUM = "00" OR STATUS-NUM = "22"
001500            GO TO LEGGI-CONTATORE-NUMW
001510           END-IF
001520           GO TO CHIUDI-NUMW
001530          END-IF.
001540
001550          IF STATUS-NUM NOT = "00" AND STATUS-NUM NOT = "02"
001560           GO TO CHIUDI-NUMW
001570          END-IF.
001580
001590          IF LK-MINIMO-NUMW > ULTIMO-NUM
001600           MOVE LK-MINIMO-NUMW    TO ULTIMO-NUM
001610          END-IF.
001620
001630          ADD 1                   TO ULTIMO-NUM.
001640          MOVE DATA-OGGI-NUMW     TO DATA-ULTIMO-NUM.
001650          ACCEPT ORA-ULTIMO-NUM   FROM TIME.
001660          MOVE LK-PROGRAMMA-NUMW  TO PROGRAMMA-ULTIMO-NUM.
001670
001680          REWRITE NUMERATORE
001690           INVALID KEY GO TO CHIUDI-NUMW.
001700
001710          MOVE ULTIMO-NUM         TO LK-NUMERO-NUMW.
001720          MOVE "OK"               TO LK-ESITO-NUMW.
001730
001740          PERFORM GIORNALE-NUMW   THRU EX-GIORNALE-NUMW.
001750
001760 CHIUDI-NUMW.
001770
001780          CLOSE ARKNUM.
001790
001800          GOBACK.
001810*
001820***** RIGA "NR" DELLA SERIE: SOLO IL FLAG DI RIPARTENZA ANNUALE
001830*
001840 LEGGI-SERIE-NUMW.
001850
001860          MOVE "N"                TO ANNUALE-NUMW.
001870
001880          OPEN INPUT ARKTAB.
001890
001900          IF STATUS-TAB NOT = "00"
001910           GO TO EX-LEGGI-SERIE-NUMW
001920          END-IF.
001930
001940          MOVE "NR"               TO TIPO-TAB.
001950          MOVE ZEROS              TO ENTE-TAB PROG-TAB.
001960
001970          START ARKTAB KEY IS NOT LESS THAN CHIAVE-TAB
001980           INVALID KEY GO TO CHIUDI-SERIE-NUMW.
001990
002000 CICLO-SERIE-NUMW.
002010
002020          MOVE "N"                TO FINE-FILE-NUMW.
002030          READ ARKTAB NEXT RECORD
002040           AT END MOVE "S"        TO FINE-FILE-NUMW.
002050
002060          IF FINE-FILE-NUMW = "S" GO TO CHIUDI-SERIE-NUMW.
002070
002080          IF TIPO-TAB NOT = "NR" OR ENTE-TAB NOT = ZEROS
002090           GO TO CHIUDI-SERIE-NUMW.
002100
002110          IF TABELLA(1:8) NOT = LK-SERIE-NUMW
002115           GO TO CICLO-SERIE-NUMW.
002120
002130          IF TABELLA(10:1) = "S"
002140           MOVE "S"               TO ANNUALE-NUMW
002150          END-IF.
002160
002170 CHIUDI-SERIE-NUMW.
002180
002190          CLOSE ARKTAB.
002200
002210 EX-LEGGI-SERIE-NUMW.
002220          EXIT.
002230*
002240***** GIORNALE DEL NUMERO CONSEGNATO, STATO "E" FINO A CONFERMA
002250*
002260 GIORNALE-NUMW.
002270
002280          OPEN I-O ARKNUE.
002290
002300          IF STATUS-NUE = "35"
002310           OPEN OUTPUT ARKNUE
002320           CLOSE ARKNUE
002330           OPEN I-O ARKNUE
002340          END-IF.
002350
002360          IF STATUS-NUE NOT = "00"
002370           GO TO EX-GIORNALE-NUMW
002380          END-IF.
002390
002400          MOVE SPACES             TO NUMERO-EMESSO.
002410          MOVE LK-SERIE-NUMW      TO CODICE-NUE.
002420          MOVE LK-ENTE-NUMW       TO ENTE-NUE.
002430          MOVE LK-ANNO-NUMW       TO ANNO-NUE.
002440          MOVE LK-NUMERO-NUMW     TO NUMERO-NUE.
002450          MOVE DATA-OGGI-NUMW     TO DATA-NUE.
002460          ACCEPT ORA-NUE          FROM TIME.
002470          MOVE LK-PROGRAMMA-NUMW  TO PROGRAMMA-NUE.
002480          MOVE LK-OPERATORE-NUMW  TO OPERATORE-NUE.
002490          MOVE "E"                TO STATO-NUE.
002500          MOVE ZEROS              TO DATA-USO-NUE.
002510
002520          WRITE NUMERO-EMESSO
002530           INVALID KEY CONTINUE
002540          END-WRITE.
002550
002560          CLOSE ARKNUE.
002570
002580 EX-GIORNALE-NUMW.
002590          EXIT.
002600*
002610***** CONFERMA: IL CHIAMANTE HA SCRITTO IL SUO RECORD COL NUMERO
002620*
002630 CONFERMA-NUMW.
002640
002650          OPEN I-O ARKNUE.
002660
002670          IF STATUS-NUE NOT = "00"
002680           GO TO EX-CONFERMA-NUMW
002690          END-IF.
002700
002710          MOVE LK-SERIE-NUMW      TO CODICE-NUE.
002720          MOVE LK-ENTE-NUMW       TO ENTE-NUE.
002730          MOVE LK-ANNO-NUMW       TO ANNO-NUE.
002740          MOVE LK-NUMERO-NUMW     TO NUMERO-NUE.
002750
002760          READ ARKNUE
002770           INVALID KEY GO TO CHIUDI-CONFERMA-NUMW.
002780
002790          MOVE "U"                TO STATO-NUE.
002800          MOVE DATA-OGGI-NUMW     TO DATA-USO-NUE.
002810
002820          REWRITE NUMERO-EMESSO
002830           INVALID KEY GO TO CHIUDI-CONFERMA-NUMW.
002840
002850          MOVE "OK"               TO LK-ESITO-NUMW.
002860
002870 CHIUDI-CONFERMA-NUMW.
002880
002890          CLOSE ARKNUE.
002900
002910 EX-CONFERMA-NUMW.
002920          EXIT.
