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
000200* PUBBLICAZIONE OPEN DATA DELLE TABELLE DI RIFERIMENTO (ELENCHI
000210* DEGLI UFFICI, TARIFFARI...): DA SCHEDULARE OGNI NOTTE CON
000220* openskd.exe. IL REGISTRO DELLE PUBBLICAZIONI E' LA TABELLA "OD"
000230* (ENTE 00, UNA RIGA PER INSIEME DI DATI):
000240*   1-2    TIPO TABELLA PUBBLICATO
000250*   4-5    ENTE DELLE RIGHE PUBBLICATE
000260*   7      FREQUENZA DI AGGIORNAMENTO: G GIORNALIERA, S
000270*          SETTIMANALE, M MENSILE (DEFAULT), T TRIMESTRALE,
000280*          A ANNUALE
000290*   9-12   TEMA (VOCABOLARIO EU DATA-THEME, DEFAULT GOVE)
000300*   14-33  LICENZA (VOCABOLARIO NAZIONALE DELLE LICENZE,
000310*          DEFAULT A21_CCBY40)
000320*   35-44  CODICE IPA DEL TITOLARE
000330*   46-105 TITOLO
000340*   107-200 DESCRIZIONE
000350* LE COLONNE SONO I CAMPI DELLA SEZIONE TABELLA-0<tipo> DEL
000360* GRUPPO "TA" DI ARKDATO (NOME, POSIZIONE, MISURA, DESCRIZIONE),
000370* PRECEDUTI DAL PROGRESSIVO DI RIGA: UN CAMPO SENSIBILE A
000380* DIZIONARIO NON ESCE MAI, E NULLA CHE NON SIA A DIZIONARIO ESCE
000390* (UN TIPO SENZA SEZIONE NON SI PUBBLICA). TRASCORSO IL PERIODO
000400* DELLA FREQUENZA DALL'ULTIMA VERSIONE (O SUBITO, SE LA RIGA DI
000410* REGISTRO E' CAMBIATA) IL CSV SI RIFA' E SOLO SE LA SUA IMPRONTA
000420* O IL REGISTRO SONO DIVERSI DALL'ULTIMA VERSIONE NASCE LA
000430* VERSIONE NUOVA IN OPENDATA/ttee/ttee.nnnn.CSV, .JSON E
000440* .META.JSON (DESCRIZIONE NEL PROFILO NAZIONALE DCAT-AP_IT),
000450* COPIATA POI SU OPENDATA/ttee.* PER IL PORTALE. LE VERSIONI
000460* PRECEDENTI RESTANO, REGISTRATE SU ARKOPD. RC 4 SE QUALCHE
000470* INSIEME E' STATO SCARTATO.
000480*
000490 IDENTIFICATION   DIVISION.
000500 PROGRAM-ID.      OPENBOPD.
000510 ENVIRONMENT      DIVISION.
000520 CONFIGURATION    SECTION.
000530          COPY "SPECIAL.CBL".
000540 INPUT-OUTPUT     SECTION.
000550 FILE-CONTROL.
000560
000570          COPY "SELTAB.CBL".
000580          COPY "SELVIEW.CBL".
000590          COPY "SELOPD.CBL".
000600          COPY "SELLIBT.CBL".
000610          COPY "SELCSV.CBL".
000620          COPY "SELJSON.CBL".
000630
000640 DATA             DIVISION.
000650 FILE SECTION.
000660
000670          COPY "FDETAB.CBL".
000680          COPY "FDEVIEW.CBL".
000690          COPY "FDEOPD.CBL".
000700          COPY "FDELIBT.CBL".
000710          COPY "FDECSV.CBL".
000720          COPY "FDEJSON.CBL".
000730
000740 WORKING-STORAGE  SECTION.
000750
000760          COPY "GLOBALS.CBL".
000770*
000780 01 DATA-OGGI-BOPD            PIC 9(8).
000790 01 ORA-OGGI-BOPD             PIC 9(8).
000800 01 DATA-ISO-BOPD             PIC X(10).
000810 01 COMANDO-BOPD              PIC X(256).
000820*
000830** RIGHE DEL REGISTRO "OD", RACCOLTE PRIMA DI RILEGGERE ARKTAB
000840** PER I DATI
000850*
000860 01 TABELLA-INSIEMI-BOPD.
000870    02 RIGA-INS-BOPD          PIC X(200) OCCURS 100.
000880 01 TOTALE-INS-BOPD           PIC 9(3) COMP.
000890 01 IND-INS-BOPD              PIC 9(3) COMP.
000900*
000910 01 REGISTRO-BOPD.
000920    02 TIPO-REG-BOPD          PIC XX.
000930    02 FILLER                 PIC X.
000940    02 ENTE-REG-BOPD          PIC XX.
000950    02 FILLER                 PIC X.
000960    02 FREQUENZA-REG-BOPD     PIC X.
000970    02 FILLER                 PIC X.
000980    02 TEMA-REG-BOPD          PIC X(4).
000990    02 FILLER                 PIC X.
001000    02 LICENZA-REG-BOPD       PIC X(20).
001010    02 FILLER                 PIC X.
001020    02 IPA-REG-BOPD           PIC X(10).
001030    02 FILLER                 PIC X.
001040    02 TITOLO-REG-BOPD        PIC X(60).
001050    02 FILLER                 PIC X.
001060    02 DESCRIZIONE-REG-BOPD   PIC X(94).
001070*
001080 01 ENTE-BOPD                 PIC 99.
001090 01 SIGLA-BOPD                PIC X(4).
001100 01 GIORNI-BOPD               PIC 9(3).
001110 01 FREQUENZA-URI-BOPD        PIC X(10).
001120 01 GIORNI-TRASCORSI-BOPD     PIC S9(7) COMP.
001130 01 INTESTAZIONE-BOPD         PIC X(60).
001140*
001150** ULTIMA VERSIONE PUBBLICATA DELL'INSIEME (ZERO SE MAI)
001160*
001170 01 ULTIMO-NUM-BOPD           PIC 9(4).
001180 01 ULTIMA-DATA-BOPD          PIC 9(8).
001190 01 ULTIMA-IMPRONTA-BOPD      PIC X(64).
001200 01 ULTIMO-REGISTRO-BOPD      PIC X(200).
001210 01 NUOVO-NUM-BOPD            PIC 9(4).
001220*
001230** COLONNE PUBBLICABILI DAL DIZIONARIO
001240*
001250 01 COLONNE-BOPD.
001260    02 COLONNA-BOPD OCCURS 40.
001270       03 NOME-COL-BOPD       PIC X(30).
001280       03 DESC-COL-BOPD       PIC X(40).
001290       03 POS-COL-BOPD        PIC 9(3).
001300       03 SIZE-COL-BOPD       PIC 9(3).
001310       03 TIPO-COL-BOPD       PIC X.
001320 01 NUM-COL-BOPD              PIC 9(2) COMP.
001330 01 IND-COL-BOPD              PIC 9(2) COMP.
001340 01 ESCLUSI-BOPD              PIC 9(3).
001350 01 SEZIONE-BOPD              PIC X.
001360 01 RIGHE-BOPD                PIC 9(7).
001370 01 PRIMA-RIGA-BOPD           PIC X.
001380*
001390** COSTRUZIONE DELLE RIGHE DI USCITA
001400*
001410 01 PUNTA-BOPD                PIC 9(4) COMP.
001420 01 VALORE-BOPD               PIC X(200).
001430 01 LUNGH-VAL-BOPD            PIC 9(3) COMP.
001440 01 IND-VAL-BOPD              PIC 9(3) COMP.
001450 01 MISURA-BOPD               PIC ZZ9.
001460*
001470 01 IMPRONTA-BOPD             PIC X(64).
001480 01 NUOVO-CSV-BOPD            PIC X(80).
001490 01 BASE-VERS-BOPD            PIC X(80).
001500 01 BASE-LINEA-BOPD           PIC X(80).
001505 01 CHIAVE-AGENTE-BOPD        PIC X(20).
001510*
001520 01 PUBBLICATI-BOPD           PIC 9(5).
001530 01 INVARIATI-BOPD            PIC 9(5).
001540 01 NON-DOVUTI-BOPD           PIC 9(5).
001550 01 SCARTATI-BOPD             PIC 9(5).
001560*
001570 PROCEDURE  DIVISION.
001580*
001590          DISPLAY "PUBBLICAZIONE OPEN DATA".
001600
001610          ACCEPT DATA-OGGI-BOPD   FROM DATE YYYYMMDD.
001620          ACCEPT ORA-OGGI-BOPD    FROM TIME.
001630
001640          MOVE SPACES             TO DATA-ISO-BOPD.
001650          STRING DATA-OGGI-BOPD(1:4) "-" DATA-OGGI-BOPD(5:2) "-"
001660           DATA-OGGI-BOPD(7:2)
001670           DELIMITED BY SIZE INTO DATA-ISO-BOPD.
001680
001690          MOVE SPACES             TO COMANDO-BOPD.
001700          MOVE "mkdir -p OPENDATA" TO COMANDO-BOPD.
001710          CALL "SYSTEM" USING COMANDO-BOPD.
001720
001730          MOVE ZEROS              TO TOTALE-INS-BOPD
001740                                     PUBBLICATI-BOPD
001750                                     INVARIATI-BOPD
001760                                     NON-DOVUTI-BOPD
001770                                     SCARTATI-BOPD.
001780
001790          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
001800          PERFORM OPEN-I-DATO     THRU EX-OPEN-I-DATO.
001810          PERFORM OPEN-I-VIEW     THRU EX-OPEN-I-VIEW.
001820          PERFORM OPEN-I-OPD      THRU EX-OPEN-I-OPD.
001830
001840          PERFORM RACCOGLI-REGISTRO-BOPD
001850           THRU EX-RACCOGLI-REGISTRO-BOPD.
001860
001870          PERFORM TRATTA-INSIEME-BOPD
001880           THRU EX-TRATTA-INSIEME-BOPD
001890           VARYING IND-INS-BOPD FROM 1 BY 1
001900           UNTIL IND-INS-BOPD > TOTALE-INS-BOPD.
001910
001920          PERFORM CLOSE-OPD       THRU EX-CLOSE-OPD.
001930          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001940          PERFORM CLOSE-DATO      THRU EX-CLOSE-DATO.
001950          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
001960
001970          DISPLAY "INSIEMI A REGISTRO  : " TOTALE-INS-BOPD.
001980          DISPLAY "VERSIONI PUBBLICATE : " PUBBLICATI-BOPD.
001990          DISPLAY "INVARIATI           : " INVARIATI-BOPD.
002000          DISPLAY "NON ANCORA DOVUTI   : " NON-DOVUTI-BOPD.
002010          DISPLAY "SCARTATI            : " SCARTATI-BOPD.
002020
002030          IF SCARTATI-BOPD > ZEROS
002040           MOVE 4                 TO RETURN-CODE
002050          ELSE
002060           MOVE ZERO              TO RETURN-CODE
002070          END-IF.
002080
002090          GOBACK.
002100*
002110          COPY "PIOTAB.CBL".
002120          COPY "PIOVIEW.CBL".
002130          COPY "PIODATO.CBL".
002140          COPY "PIOOPD.CBL".
002150          COPY "PIOLIBT.CBL".
002160          COPY "PIOCSV.CBL".
002170          COPY "PIOJSON.CBL".
002180*
002190***** RIGHE "OD" DI ENTE 00 CON UN TIPO INDICATO
002200*
002210 RACCOGLI-REGISTRO-BOPD.
002220
002230          MOVE "OD"               TO TIPO-TAB.
002240          MOVE ZERO               TO ENTE-TAB.
002250          MOVE ZERO               TO PROG-TAB.
002260          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
002270
002280          IF ESITO-NOK GO TO EX-RACCOGLI-REGISTRO-BOPD.
002290
002300 CICLO-RACCOGLI-BOPD.
002310
002320          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
002330
002340          IF FINE-FILE = "S" GO TO EX-RACCOGLI-REGISTRO-BOPD.
002350
002360          IF TIPO-TAB NOT = "OD" OR ENTE-TAB NOT = ZERO
002370           GO TO EX-RACCOGLI-REGISTRO-BOPD
002380          END-IF.
002390
002400          IF TABELLA(1:2) = SPACES GO TO CICLO-RACCOGLI-BOPD.
002410
002420          IF TOTALE-INS-BOPD = 100
002430           DISPLAY "OPENBOPD: OLTRE 100 INSIEMI A REGISTRO, "
002440            "I SUCCESSIVI NON SONO TRATTATI"
002450           GO TO EX-RACCOGLI-REGISTRO-BOPD
002460          END-IF.
002470
002480          ADD 1                   TO TOTALE-INS-BOPD.
002490          MOVE TABELLA
002495           TO RIGA-INS-BOPD(TOTALE-INS-BOPD).
002500
002510          GO TO CICLO-RACCOGLI-BOPD.
002520
002530 EX-RACCOGLI-REGISTRO-BOPD.
002540          EXIT.
002550*
002560***** UN INSIEME DI DATI: E' DOVUTO? HA COLONNE? E' CAMBIATO?
002570*
002580 TRATTA-INSIEME-BOPD.
002590
002600          MOVE RIGA-INS-BOPD(IND-INS-BOPD) TO REGISTRO-BOPD.
002610
002620          IF ENTE-REG-BOPD NOT NUMERIC
002630           DISPLAY "OPENBOPD: " TIPO-REG-BOPD " ENTE NON VALIDO "
002640            "NEL REGISTRO, SCARTATO"
002650           ADD 1                  TO SCARTATI-BOPD
002660           GO TO EX-TRATTA-INSIEME-BOPD
002670          END-IF.
002680
002690          MOVE ENTE-REG-BOPD      TO ENTE-BOPD.
002700          MOVE SPACES             TO SIGLA-BOPD.
002710          STRING TIPO-REG-BOPD ENTE-BOPD
002720           DELIMITED BY SIZE INTO SIGLA-BOPD.
002730
002740          PERFORM DECODIFICA-FREQUENZA-BOPD
002750           THRU EX-DECODIFICA-FREQUENZA-BOPD.
002760
002770          PERFORM ULTIMA-VERSIONE-BOPD
002780           THRU EX-ULTIMA-VERSIONE-BOPD.
002790
002800***** LA FREQUENZA CONTA SOLO SE IL REGISTRO NON E' CAMBIATO:
002810***** UN TITOLO O UNA LICENZA CORRETTI SI PUBBLICANO SUBITO
002820
002830          IF ULTIMO-NUM-BOPD > ZEROS
002840           AND REGISTRO-BOPD = ULTIMO-REGISTRO-BOPD
002850           AND ULTIMA-DATA-BOPD NUMERIC
002860           AND ULTIMA-DATA-BOPD > ZEROS
002870           COMPUTE GIORNI-TRASCORSI-BOPD =
002880            FUNCTION INTEGER-OF-DATE(DATA-OGGI-BOPD)
002890            - FUNCTION INTEGER-OF-DATE(ULTIMA-DATA-BOPD)
002900           IF GIORNI-TRASCORSI-BOPD < GIORNI-BOPD
002910            ADD 1                 TO NON-DOVUTI-BOPD
002920            GO TO EX-TRATTA-INSIEME-BOPD
002930           END-IF
002940          END-IF.
002950
002960          PERFORM CARICA-COLONNE-BOPD
002970           THRU EX-CARICA-COLONNE-BOPD.
002980
002990          IF NUM-COL-BOPD = ZEROS
003000           DISPLAY "OPENBOPD: " SIGLA-BOPD " SENZA CAMPI "
003010            "PUBBLICABILI NELLA SEZIONE TABELLA-0" TIPO-REG-BOPD
003020            " DEL DIZIONARIO, SCARTATO"
003030           ADD 1                  TO SCARTATI-BOPD
003040           GO TO EX-TRATTA-INSIEME-BOPD
003050          END-IF.
003060
003070          MOVE SPACES             TO NUOVO-CSV-BOPD.
003080          STRING "OPENDATA/" SIGLA-BOPD ".NUOVO.CSV"
003090           DELIMITED BY SIZE INTO NUOVO-CSV-BOPD.
003100
003110          PERFORM SCRIVI-CSV-BOPD THRU EX-SCRIVI-CSV-BOPD.
003120
003130          IF STATUS-LIBT NOT = "00"
003140           DISPLAY "OPENBOPD: " SIGLA-BOPD " FILE "
003150            NUOVO-CSV-BOPD " NON SCRIVIBILE, SCARTATO"
003160           ADD 1                  TO SCARTATI-BOPD
003170           GO TO EX-TRATTA-INSIEME-BOPD
003180          END-IF.
003190
003200          PERFORM CALCOLA-IMPRONTA-BOPD
003205           THRU EX-CALCOLA-IMPRONTA-BOPD.
003210
003220          IF IMPRONTA-BOPD = ULTIMA-IMPRONTA-BOPD
003230           AND REGISTRO-BOPD = ULTIMO-REGISTRO-BOPD
003240           MOVE SPACES            TO COMANDO-BOPD
003250           STRING "rm -f " NUOVO-CSV-BOPD
003260            DELIMITED BY "  " INTO COMANDO-BOPD
003270           CALL "SYSTEM" USING COMANDO-BOPD
003280           DISPLAY SIGLA-BOPD " INVARIATO DALLA VERSIONE "
003290            ULTIMO-NUM-BOPD
003300           ADD 1                  TO INVARIATI-BOPD
003310           GO TO EX-TRATTA-INSIEME-BOPD
003320          END-IF.
003330
003340          PERFORM PUBBLICA-BOPD   THRU EX-PUBBLICA-BOPD.
003350
003360 EX-TRATTA-INSIEME-BOPD.
003370          EXIT.
003380*
003390***** PERIODO IN GIORNI E VOCE DEL VOCABOLARIO EU DELLE FREQUENZE
003400*
003410 DECODIFICA-FREQUENZA-BOPD.
003420
003430          EVALUATE FREQUENZA-REG-BOPD
003440           WHEN "G"
003450            MOVE 1                TO GIORNI-BOPD
003460            MOVE "DAILY"          TO FREQUENZA-URI-BOPD
003470           WHEN "S"
003480            MOVE 7                TO GIORNI-BOPD
003490            MOVE "WEEKLY"         TO FREQUENZA-URI-BOPD
003500           WHEN "T"
003510            MOVE 91               TO GIORNI-BOPD
003520            MOVE "QUARTERLY"      TO FREQUENZA-URI-BOPD
003530           WHEN "A"
003540            MOVE 365              TO GIORNI-BOPD
003550            MOVE "ANNUAL"         TO FREQUENZA-URI-BOPD
003560           WHEN OTHER
003570            MOVE 30               TO GIORNI-BOPD
003580            MOVE "MONTHLY"        TO FREQUENZA-URI-BOPD
003590          END-EVALUATE.
003600
003610          IF TEMA-REG-BOPD = SPACES
003620           MOVE "GOVE"            TO TEMA-REG-BOPD
003630          END-IF.
003640
003650          IF LICENZA-REG-BOPD = SPACES
003660           MOVE "A21_CCBY40"      TO LICENZA-REG-BOPD
003670          END-IF.
003680
003690 EX-DECODIFICA-FREQUENZA-BOPD.
003700          EXIT.
003710*
003720***** ULTIMA VERSIONE DELL'INSIEME SU ARKOPD
003730*
003740 ULTIMA-VERSIONE-BOPD.
003750
003760          MOVE ZEROS              TO ULTIMO-NUM-BOPD
003770                                     ULTIMA-DATA-BOPD.
003780          MOVE SPACES             TO ULTIMA-IMPRONTA-BOPD
003790                                     ULTIMO-REGISTRO-BOPD.
003800
003810          MOVE TIPO-REG-BOPD      TO TIPO-OPD.
003820          MOVE ENTE-BOPD          TO ENTE-OPD.
003830          MOVE ZEROS              TO NUMERO-OPD.
003840          PERFORM STARTO-OPD      THRU EX-STARTO-OPD.
003850
003860          IF ESITO-NOK GO TO EX-ULTIMA-VERSIONE-BOPD.
003870
003880 CICLO-ULTIMA-VERSIONE-BOPD.
003890
003900          PERFORM LEGGO-NEXT-OPD  THRU EX-LEGGO-NEXT-OPD.
003910
003920          IF FINE-FILE = "S" GO TO EX-ULTIMA-VERSIONE-BOPD.
003930
003940          IF TIPO-OPD NOT = TIPO-REG-BOPD
003950           OR ENTE-OPD NOT = ENTE-BOPD
003960           GO TO EX-ULTIMA-VERSIONE-BOPD
003970          END-IF.
003980
003990          MOVE NUMERO-OPD         TO ULTIMO-NUM-BOPD.
004000          MOVE DATA-OPD           TO ULTIMA-DATA-BOPD.
004010          MOVE IMPRONTA-OPD       TO ULTIMA-IMPRONTA-BOPD.
004020          MOVE REGISTRO-OPD       TO ULTIMO-REGISTRO-BOPD.
004030
004040          GO TO CICLO-ULTIMA-VERSIONE-BOPD.
004050
004060 EX-ULTIMA-VERSIONE-BOPD.
004070          EXIT.
004080*
004090***** CAMPI DELLA SEZIONE TABELLA-0<tipo> DEL GRUPPO "TA", APERTA
004100***** DALLA RIGA SEGNAPOSTO E CHIUSA DAL SEGNAPOSTO SUCCESSIVO
004110***** (COME LE LEGGE openqery.exe); I SENSIBILI SI CONTANO SOLTANTO
004120*
004130 CARICA-COLONNE-BOPD.
004140
004150          MOVE ZEROS              TO NUM-COL-BOPD ESCLUSI-BOPD.
004160          MOVE "N"                TO SEZIONE-BOPD.
004170
004180          MOVE "TA"               TO GRUPPO-DATO.
004190          MOVE ZEROS              TO PROG-DATO.
004200          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
004210
004220          IF ESITO-NOK GO TO EX-CARICA-COLONNE-BOPD.
004230
004240 CICLO-COLONNE-BOPD.
004250
004260          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
004270
004280          IF FINE-FILE = "S" GO TO EX-CARICA-COLONNE-BOPD.
004290
004300          IF GRUPPO-DATO NOT = "TA" GO TO EX-CARICA-COLONNE-BOPD.
004310
004320          IF NOME-COBOL-DATO(1:9) = "TABELLA-0"
004330           IF NOME-COBOL-DATO(10:2) = TIPO-REG-BOPD
004340            MOVE "S"              TO SEZIONE-BOPD
004350            GO TO CICLO-COLONNE-BOPD
004360           END-IF
004370           IF SEZIONE-BOPD = "S"
004380            GO TO EX-CARICA-COLONNE-BOPD
004390           END-IF
004400           GO TO CICLO-COLONNE-BOPD
004410          END-IF.
004420
004430          IF SEZIONE-BOPD NOT = "S" GO TO CICLO-COLONNE-BOPD.
004440
004450          IF POS-DATO = ZEROS OR SIZE-DATO = ZEROS
004460           OR POS-DATO + SIZE-DATO - 1 > 200
004470           GO TO CICLO-COLONNE-BOPD
004480          END-IF.
004490
004500          IF CAMPO-SENSIBILE
004510           ADD 1                  TO ESCLUSI-BOPD
004520           GO TO CICLO-COLONNE-BOPD
004530          END-IF.
004540
004550          IF NUM-COL-BOPD = 40
004560           DISPLAY "OPENBOPD: " SIGLA-BOPD " OLTRE 40 CAMPI, "
004570            NOME-COBOL-DATO " E SEGUENTI NON PUBBLICATI"
004580           GO TO EX-CARICA-COLONNE-BOPD
004590          END-IF.
004600
004610          ADD 1                   TO NUM-COL-BOPD.
004620          MOVE NOME-COBOL-DATO    TO NOME-COL-BOPD(NUM-COL-BOPD).
004630          MOVE DESC-DATO          TO DESC-COL-BOPD(NUM-COL-BOPD).
004640          MOVE POS-DATO           TO POS-COL-BOPD(NUM-COL-BOPD).
004650          MOVE SIZE-DATO          TO SIZE-COL-BOPD(NUM-COL-BOPD).
004660          MOVE TIPO-DATO          TO TIPO-COL-BOPD(NUM-COL-BOPD).
004670
004680          GO TO CICLO-COLONNE-BOPD.
004690
004700 EX-CARICA-COLONNE-BOPD.
004710          EXIT.
004720*
004730***** CSV: TESTATA CON I NOMI DI DIZIONARIO, POI UNA RIGA PER
004740***** RIGA DI TABELLA DELL'ENTE, OGNI VALORE TRA VIRGOLETTE
004750*
004760 SCRIVI-CSV-BOPD.
004770
004780          MOVE ZEROS              TO RIGHE-BOPD.
004790
004800          MOVE NUOVO-CSV-BOPD     TO NOME-LIBT.
004810          PERFORM OPEN-O-LIBT     THRU EX-OPEN-O-LIBT.
004820
004830          IF STATUS-LIBT NOT = "00" GO TO EX-SCRIVI-CSV-BOPD.
004840
004850          MOVE SPACES             TO DATI-LIBT.
004860          MOVE 1                  TO PUNTA-BOPD.
004870          STRING '"PROG"' DELIMITED BY SIZE
004880           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
004890
004900          PERFORM TESTATA-CSV-BOPD THRU EX-TESTATA-CSV-BOPD
004910           VARYING IND-COL-BOPD FROM 1 BY 1
004920           UNTIL IND-COL-BOPD > NUM-COL-BOPD.
004930
004940          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
004950
004960          MOVE TIPO-REG-BOPD      TO TIPO-TAB.
004970          MOVE ENTE-BOPD          TO ENTE-TAB.
004980          MOVE ZERO               TO PROG-TAB.
004990          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
005000
005010          IF ESITO-NOK GO TO FINE-SCRIVI-CSV-BOPD.
005020
005030 CICLO-SCRIVI-CSV-BOPD.
005040
005050          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
005060
005070          IF FINE-FILE = "S" GO TO FINE-SCRIVI-CSV-BOPD.
005080
005090          IF TIPO-TAB NOT = TIPO-REG-BOPD
005100           OR ENTE-TAB NOT = ENTE-BOPD
005110           GO TO FINE-SCRIVI-CSV-BOPD
005120          END-IF.
005130
005140          MOVE SPACES             TO DATI-LIBT.
005150          MOVE 1                  TO PUNTA-BOPD.
005160          STRING '"' PROG-TAB '"' DELIMITED BY SIZE
005170           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
005180
005190          PERFORM VALORE-CSV-BOPD THRU EX-VALORE-CSV-BOPD
005200           VARYING IND-COL-BOPD FROM 1 BY 1
005210           UNTIL IND-COL-BOPD > NUM-COL-BOPD.
005220
005230          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
005240
005250          ADD 1                   TO RIGHE-BOPD.
005260
005270          GO TO CICLO-SCRIVI-CSV-BOPD.
005280
005290 FINE-SCRIVI-CSV-BOPD.
005300
005310          PERFORM CLOSE-LIBT      THRU EX-CLOSE-LIBT.
005320          MOVE "00"               TO STATUS-LIBT.
005330
005340 EX-SCRIVI-CSV-BOPD.
005350          EXIT.
005360
005370 TESTATA-CSV-BOPD.
005380
005390          STRING ',"' DELIMITED BY SIZE
005395           NOME-COL-BOPD(IND-COL-BOPD) DELIMITED BY SPACE
005400           '"' DELIMITED BY SIZE
005410           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
005420
005430 EX-TESTATA-CSV-BOPD.
005440          EXIT.
005450*
005460***** UN VALORE TRA VIRGOLETTE, CON LE VIRGOLETTE INTERNE
005470***** RADDOPPIATE (COME QUOTA-CSV, MA SENZA IL LIMITE DI 80)
005480*
005490 VALORE-CSV-BOPD.
005500
005510          PERFORM PRENDI-VALORE-BOPD THRU EX-PRENDI-VALORE-BOPD.
005520
005530          STRING ',"' DELIMITED BY SIZE
005540           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
005550
005560          PERFORM CARATTERE-CSV-BOPD THRU EX-CARATTERE-CSV-BOPD
005570           VARYING IND-VAL-BOPD FROM 1 BY 1
005580           UNTIL IND-VAL-BOPD > LUNGH-VAL-BOPD.
005590
005600          STRING '"' DELIMITED BY SIZE
005610           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
005620
005630 EX-VALORE-CSV-BOPD.
005640          EXIT.
005650
005660 CARATTERE-CSV-BOPD.
005670
005680          IF VALORE-BOPD(IND-VAL-BOPD:1) = '"'
005690           STRING '""' DELIMITED BY SIZE
005700            INTO DATI-LIBT WITH POINTER PUNTA-BOPD
005710          ELSE
005720           STRING VALORE-BOPD(IND-VAL-BOPD:1) DELIMITED BY SIZE
005730            INTO DATI-LIBT WITH POINTER PUNTA-BOPD
005740          END-IF.
005750
005760 EX-CARATTERE-CSV-BOPD.
005770          EXIT.
005780*
005790***** VALORE DELLA COLONNA IND-COL-BOPD DELLA RIGA DI TABELLA IN
005800***** VALORE-BOPD, LUNGO LUNGH-VAL-BOPD SENZA GLI SPAZI FINALI
005810*
005820 PRENDI-VALORE-BOPD.
005830
005840          MOVE SPACES             TO VALORE-BOPD.
005850          MOVE TABELLA(POS-COL-BOPD(IND-COL-BOPD):
005860           SIZE-COL-BOPD(IND-COL-BOPD)) TO VALORE-BOPD.
005870          MOVE SIZE-COL-BOPD(IND-COL-BOPD) TO LUNGH-VAL-BOPD.
005880
005890 CICLO-PRENDI-VALORE-BOPD.
005900
005910          IF LUNGH-VAL-BOPD = ZEROS GO TO EX-PRENDI-VALORE-BOPD.
005920
005930          IF VALORE-BOPD(LUNGH-VAL-BOPD:1) NOT = SPACE
005940           GO TO EX-PRENDI-VALORE-BOPD
005950          END-IF.
005960
005970          SUBTRACT 1              FROM LUNGH-VAL-BOPD.
005980
005990          GO TO CICLO-PRENDI-VALORE-BOPD.
006000
006010 EX-PRENDI-VALORE-BOPD.
006020          EXIT.
006030*
006040***** SHA-256 DEL CSV APPENA SCRITTO (COME IN openfirw.exe)
006050*
006060 CALCOLA-IMPRONTA-BOPD.
006070
006080          MOVE SPACES             TO IMPRONTA-BOPD.
006090
006100          ACCEPT ORA-OGGI-BOPD    FROM TIME.
006110          MOVE SPACES             TO NOME-CSV.
006120          STRING "FILES/IMPRONTA." ORA-OGGI-BOPD ".TMP"
006130           DELIMITED BY SIZE INTO NOME-CSV.
006140
006150          MOVE SPACES             TO COMANDO-BOPD.
006160          STRING "sha256sum " DELIMITED BY SIZE
006170           NUOVO-CSV-BOPD DELIMITED BY SPACE
006180           " > " DELIMITED BY SIZE
006190           NOME-CSV DELIMITED BY SPACE
006200           " 2>/dev/null" DELIMITED BY SIZE
006210           INTO COMANDO-BOPD.
006220          CALL "SYSTEM" USING COMANDO-BOPD.
006230
006240          IF RETURN-CODE = ZERO
006250           PERFORM OPEN-I-CSV     THRU EX-OPEN-I-CSV
006260           PERFORM LEGGI-CSV      THRU EX-LEGGI-CSV
006270           IF FINE-FILE NOT = "S"
006280            MOVE DATI-CSV(1:64)   TO IMPRONTA-BOPD
006290           END-IF
006300           PERFORM CLOSE-CSV      THRU EX-CLOSE-CSV
006310          END-IF.
006320
006330          MOVE SPACES             TO COMANDO-BOPD.
006340          STRING "rm -f " DELIMITED BY SIZE
006350           NOME-CSV DELIMITED BY SPACE
006360           INTO COMANDO-BOPD.
006370          CALL "SYSTEM" USING COMANDO-BOPD.
006380
006390 EX-CALCOLA-IMPRONTA-BOPD.
006400          EXIT.
006410*
006420***** VERSIONE NUOVA: IL CSV NELLA CARTELLA DELLE VERSIONI, IL
006430***** JSON E I METADATI ACCANTO, LE COPIE PER IL PORTALE E LA
006440***** RIGA DI STORICO
006450*
006460 PUBBLICA-BOPD.
006470
006480          COMPUTE NUOVO-NUM-BOPD = ULTIMO-NUM-BOPD + 1.
006490
006500          MOVE SPACES             TO BASE-VERS-BOPD.
006510          STRING "OPENDATA/" SIGLA-BOPD "/" SIGLA-BOPD "."
006520           NUOVO-NUM-BOPD
006530           DELIMITED BY SIZE INTO BASE-VERS-BOPD.
006540
006550          MOVE SPACES             TO BASE-LINEA-BOPD.
006560          STRING "OPENDATA/" SIGLA-BOPD
006570           DELIMITED BY SIZE INTO BASE-LINEA-BOPD.
006580
006590          MOVE SPACES             TO COMANDO-BOPD.
006600          STRING "mkdir -p " BASE-LINEA-BOPD DELIMITED BY SPACE
006610           " && mv -f " NUOVO-CSV-BOPD DELIMITED BY SPACE
006620           " " BASE-VERS-BOPD DELIMITED BY SPACE
006630           ".CSV" DELIMITED BY SIZE
006640           INTO COMANDO-BOPD.
006650          CALL "SYSTEM" USING COMANDO-BOPD.
006660
006670          IF RETURN-CODE NOT = ZERO
006680           DISPLAY "OPENBOPD: " SIGLA-BOPD " CARTELLA DELLE "
006690            "VERSIONI NON SCRIVIBILE, SCARTATO"
006700           ADD 1                  TO SCARTATI-BOPD
006710           GO TO EX-PUBBLICA-BOPD
006720          END-IF.
006730
006740          PERFORM SCRIVI-JSON-BOPD THRU EX-SCRIVI-JSON-BOPD.
006750          PERFORM SCRIVI-META-BOPD THRU EX-SCRIVI-META-BOPD.
006760
006770          MOVE SPACES             TO COMANDO-BOPD.
006780          STRING "cp -f " BASE-VERS-BOPD DELIMITED BY SPACE
006790           ".CSV " BASE-LINEA-BOPD DELIMITED BY SPACE
006800           ".CSV && cp -f " BASE-VERS-BOPD DELIMITED BY SPACE
006810           ".JSON " BASE-LINEA-BOPD DELIMITED BY SPACE
006820           ".JSON && cp -f " BASE-VERS-BOPD DELIMITED BY SPACE
006830           ".META.JSON " BASE-LINEA-BOPD DELIMITED BY SPACE
006840           ".META.JSON" DELIMITED BY SIZE
006850           INTO COMANDO-BOPD.
006860          CALL "SYSTEM" USING COMANDO-BOPD.
006870
006880          IF RETURN-CODE NOT = ZERO
006890           DISPLAY "OPENBOPD: " SIGLA-BOPD " VERSIONE "
006900            NUOVO-NUM-BOPD " SCRITTA MA NON COPIATA PER IL "
006910            "PORTALE"
006920           ADD 1                  TO SCARTATI-BOPD
006930          END-IF.
006940
006950          MOVE TIPO-REG-BOPD      TO TIPO-OPD.
006960          MOVE ENTE-BOPD          TO ENTE-OPD.
006970          MOVE NUOVO-NUM-BOPD     TO NUMERO-OPD.
006980          MOVE DATA-OGGI-BOPD     TO DATA-OPD.
006990          MOVE ORA-OGGI-BOPD(1:6) TO ORA-OPD.
007000          MOVE RIGHE-BOPD         TO RIGHE-OPD.
007010          MOVE NUM-COL-BOPD       TO COLONNE-OPD.
007020          MOVE ESCLUSI-BOPD       TO ESCLUSI-OPD.
007030          MOVE IMPRONTA-BOPD      TO IMPRONTA-OPD.
007040          MOVE REGISTRO-BOPD      TO REGISTRO-OPD.
007050
007060          PERFORM SCRIVI-OPD      THRU EX-SCRIVI-OPD.
007070
007080          IF ESITO-NOK
007090           DISPLAY "OPENBOPD: " SIGLA-BOPD " VERSIONE "
007100            NUOVO-NUM-BOPD " NON REGISTRATA SU ARKOPD"
007110           ADD 1                  TO SCARTATI-BOPD
007120           GO TO EX-PUBBLICA-BOPD
007130          END-IF.
007140
007150          DISPLAY SIGLA-BOPD " VERSIONE " NUOVO-NUM-BOPD
007160           " PUBBLICATA: " RIGHE-BOPD " RIGHE, " NUM-COL-BOPD
007170           " COLONNE, " ESCLUSI-BOPD " CAMPI SENSIBILI ESCLUSI".
007180
007190          ADD 1                   TO PUBBLICATI-BOPD.
007200
007210 EX-PUBBLICA-BOPD.
007220          EXIT.
007230*
007240***** JSON: UN ELENCO DI OGGETTI, UNA PROPRIETA' PER RIGA DI FILE
007250*
007260 SCRIVI-JSON-BOPD.
007270
007280          MOVE SPACES             TO NOME-LIBT.
007290          STRING BASE-VERS-BOPD DELIMITED BY SPACE
007300           ".JSON" DELIMITED BY SIZE INTO NOME-LIBT.
007310          PERFORM OPEN-O-LIBT     THRU EX-OPEN-O-LIBT.
007320
007330          MOVE "["                TO DATI-LIBT.
007340          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
007350
007360          MOVE "S"                TO PRIMA-RIGA-BOPD.
007370
007380          MOVE TIPO-REG-BOPD      TO TIPO-TAB.
007390          MOVE ENTE-BOPD          TO ENTE-TAB.
007400          MOVE ZERO               TO PROG-TAB.
007410          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
007420
007430          IF ESITO-NOK GO TO FINE-SCRIVI-JSON-BOPD.
007440
007450 CICLO-SCRIVI-JSON-BOPD.
007460
007470          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
007480
007490          IF FINE-FILE = "S" GO TO FINE-SCRIVI-JSON-BOPD.
007500
007510          IF TIPO-TAB NOT = TIPO-REG-BOPD
007520           OR ENTE-TAB NOT = ENTE-BOPD
007530           GO TO FINE-SCRIVI-JSON-BOPD
007540          END-IF.
007550
007560          MOVE SPACES             TO DATI-LIBT.
007570          IF PRIMA-RIGA-BOPD = "S"
007580           MOVE "N"               TO PRIMA-RIGA-BOPD
007590           STRING '{"PROG":"' PROG-TAB '"'
007600            DELIMITED BY SIZE INTO DATI-LIBT
007610          ELSE
007620           STRING '},{"PROG":"' PROG-TAB '"'
007630            DELIMITED BY SIZE INTO DATI-LIBT
007640          END-IF.
007650          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
007660
007670          PERFORM VALORE-JSON-BOPD THRU EX-VALORE-JSON-BOPD
007680           VARYING IND-COL-BOPD FROM 1 BY 1
007690           UNTIL IND-COL-BOPD > NUM-COL-BOPD.
007700
007710          GO TO CICLO-SCRIVI-JSON-BOPD.
007720
007730 FINE-SCRIVI-JSON-BOPD.
007740
007750          IF PRIMA-RIGA-BOPD = "S"
007760           MOVE "]"               TO DATI-LIBT
007770          ELSE
007780           MOVE "}]"              TO DATI-LIBT
007790          END-IF.
007800          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
007810
007820          PERFORM CLOSE-LIBT      THRU EX-CLOSE-LIBT.
007830
007840 EX-SCRIVI-JSON-BOPD.
007850          EXIT.
007860
007870 VALORE-JSON-BOPD.
007880
007890          PERFORM PRENDI-VALORE-BOPD THRU EX-PRENDI-VALORE-BOPD.
007900
007910          MOVE SPACES             TO DATI-LIBT.
007920          MOVE 1                  TO PUNTA-BOPD.
007930          STRING ',"' DELIMITED BY SIZE
007935           NOME-COL-BOPD(IND-COL-BOPD) DELIMITED BY SPACE
007940           '":"' DELIMITED BY SIZE
007950           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
007960
007970          PERFORM ACCODA-TESTO-JSON-BOPD
007980           THRU EX-ACCODA-TESTO-JSON-BOPD.
007990
008000          STRING '"' DELIMITED BY SIZE
008010           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
008020          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008030
008040 EX-VALORE-JSON-BOPD.
008050          EXIT.
008060*
008070***** ACCODA A DATI-LIBT IL TESTO DI VALORE-BOPD CON L'ESCAPE JSON
008080*
008090 ACCODA-TESTO-JSON-BOPD.
008100
008110          MOVE VALORE-BOPD        TO STRINGA-JSON.
008120          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
008130
008140          IF LUNGH-JSON-ESC > ZEROS
008150           STRING STRINGA-JSON-ESC(1:LUNGH-JSON-ESC)
008160            DELIMITED BY SIZE
008170            INTO DATI-LIBT WITH POINTER PUNTA-BOPD
008180          END-IF.
008190
008200 EX-ACCODA-TESTO-JSON-BOPD.
008210          EXIT.
008220*
008230***** METADATI NEL PROFILO DCAT-AP_IT (JSON-LD): INSIEME,
008240***** TITOLARE (INTESTAZIONE DELL'ENTE), LE DUE DISTRIBUZIONI E
008250***** LE COLONNE CON LA LORO DESCRIZIONE DI DIZIONARIO
008260*
008270 SCRIVI-META-BOPD.
008280
008290          MOVE SPACES             TO NOME-VIEW.
008300          STRING "INTESTAZIONE-ENTE-" ENTE-BOPD
008310           DELIMITED BY SIZE INTO NOME-VIEW.
008320          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
008330
008340          MOVE SPACES             TO INTESTAZIONE-BOPD.
008350          IF ESITO-OK
008360           MOVE STRINGA-VIEW(1:60) TO INTESTAZIONE-BOPD
008370          END-IF.
008380          IF INTESTAZIONE-BOPD = SPACES
008390           STRING "Ente " ENTE-BOPD
008400            DELIMITED BY SIZE INTO INTESTAZIONE-BOPD
008410          END-IF.
008420
008430          IF IPA-REG-BOPD = SPACES
008440           MOVE SIGLA-BOPD        TO IPA-REG-BOPD
008450          END-IF.
008460
008470          MOVE SPACES             TO NOME-LIBT.
008480          STRING BASE-VERS-BOPD DELIMITED BY SPACE
008490           ".META.JSON" DELIMITED BY SIZE INTO NOME-LIBT.
008500          PERFORM OPEN-O-LIBT     THRU EX-OPEN-O-LIBT.
008510
008520          MOVE "{""@context"":{" TO DATI-LIBT.
008530          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008540          MOVE '"dcat":"http://www.w3.org/ns/dcat#",'
008545           TO DATI-LIBT.
008550          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008560          MOVE '"dct":"http://purl.org/dc/terms/",' TO DATI-LIBT.
008570          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008580          MOVE '"dcatapit":"http://dati.gov.it/onto/dcatapit#",'
008590           TO DATI-LIBT.
008600          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008610          MOVE '"foaf":"http://xmlns.com/foaf/0.1/",'
008615           TO DATI-LIBT.
008620          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008630          MOVE '"owl":"http://www.w3.org/2002/07/owl#"},'
008640           TO DATI-LIBT.
008650          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008660          MOVE '"@type":["dcat:Dataset","dcatapit:Dataset"],'
008670           TO DATI-LIBT.
008680          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008690
008700          MOVE SPACES             TO DATI-LIBT.
008710          STRING '"dct:identifier":"' DELIMITED BY SIZE
008715           IPA-REG-BOPD DELIMITED BY SPACE
008720           ':' SIGLA-BOPD '",' DELIMITED BY SIZE INTO DATI-LIBT.
008730          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008740
008750          MOVE SPACES             TO DATI-LIBT.
008760          MOVE 1                  TO PUNTA-BOPD.
008770          STRING '"dct:title":"' DELIMITED BY SIZE
008780           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
008790          MOVE TITOLO-REG-BOPD    TO VALORE-BOPD.
008800          PERFORM ACCODA-TESTO-JSON-BOPD
008810           THRU EX-ACCODA-TESTO-JSON-BOPD.
008820          STRING '",' DELIMITED BY SIZE
008830           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
008840          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008850
008860          MOVE SPACES             TO DATI-LIBT.
008870          MOVE 1                  TO PUNTA-BOPD.
008880          STRING '"dct:description":"' DELIMITED BY SIZE
008890           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
008900          MOVE DESCRIZIONE-REG-BOPD TO VALORE-BOPD.
008910          PERFORM ACCODA-TESTO-JSON-BOPD
008920           THRU EX-ACCODA-TESTO-JSON-BOPD.
008930          STRING '",' DELIMITED BY SIZE
008940           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
008950          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008960
008970          MOVE SPACES             TO DATI-LIBT.
008980          STRING '"dct:modified":"' DATA-ISO-BOPD
008990           '","owl:versionInfo":"' NUOVO-NUM-BOPD '",'
009000           DELIMITED BY SIZE INTO DATI-LIBT.
009010          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009020
009030          MOVE SPACES             TO DATI-LIBT.
009040          STRING '"dcat:theme":{"@id":"http://publications.'
009050           'europa.eu/resource/authority/data-theme/'
009055           TEMA-REG-BOPD
009060           '"},' DELIMITED BY SIZE INTO DATI-LIBT.
009070          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009080
009090          MOVE SPACES             TO DATI-LIBT.
009100          STRING '"dct:accrualPeriodicity":{"@id":"http://'
009110           'publications.europa.eu/resource/authority/frequency/'
009120           DELIMITED BY SIZE
009130           FREQUENZA-URI-BOPD DELIMITED BY SPACE
009140           '"},' DELIMITED BY SIZE INTO DATI-LIBT.
009150          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009160
009170          MOVE SPACES             TO DATI-LIBT.
009180          STRING '"dct:language":{"@id":"http://publications.'
009190           'europa.eu/resource/authority/language/ITA"},'
009200           DELIMITED BY SIZE INTO DATI-LIBT.
009210          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009220
009230          MOVE "publisher"        TO CHIAVE-AGENTE-BOPD.
009240          PERFORM AGENTE-BOPD     THRU EX-AGENTE-BOPD.
009250
009260*         IL TITOLARE DEI DATI E' LO STESSO ENTE CHE LI PUBBLICA
009270          MOVE "rightsHolder"     TO CHIAVE-AGENTE-BOPD.
009280          PERFORM AGENTE-BOPD     THRU EX-AGENTE-BOPD.
009290
009460          MOVE '"dcat:distribution":[' TO DATI-LIBT.
009470          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009480
009490          MOVE "CSV"              TO VALORE-BOPD.
009500          PERFORM DISTRIBUZIONE-BOPD THRU EX-DISTRIBUZIONE-BOPD.
009510          MOVE ","                TO DATI-LIBT.
009520          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009530          MOVE "JSON"             TO VALORE-BOPD.
009540          PERFORM DISTRIBUZIONE-BOPD THRU EX-DISTRIBUZIONE-BOPD.
009550
009560          MOVE "],"               TO DATI-LIBT.
009570          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009580
009590          MOVE SPACES             TO DATI-LIBT.
009600          STRING '"colonne":[{"nome":"PROG","descrizione":'
009610           '"Progressivo della riga","tipo":"N","misura":5}'
009620           DELIMITED BY SIZE INTO DATI-LIBT.
009630          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009640
009650          PERFORM META-COLONNA-BOPD THRU EX-META-COLONNA-BOPD
009660           VARYING IND-COL-BOPD FROM 1 BY 1
009670           UNTIL IND-COL-BOPD > NUM-COL-BOPD.
009680
009690          MOVE "]}"               TO DATI-LIBT.
009700          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009710
009720          PERFORM CLOSE-LIBT      THRU EX-CLOSE-LIBT.
009730
009740 EX-SCRIVI-META-BOPD.
009743          EXIT.
009746*
009750*
009752***** L'ENTE COME AGENTE, SOTTO LA CHIAVE CHIAVE-AGENTE-BOPD
009754*
009756 AGENTE-BOPD.
009758
009760          MOVE SPACES             TO DATI-LIBT.
009761          MOVE 1                  TO PUNTA-BOPD.
009762          STRING '"dct:' DELIMITED BY SIZE
009763           CHIAVE-AGENTE-BOPD DELIMITED BY SPACE
009764           '":{"@type":["foaf:Agent","dcatapit:Agent"],'
009765           '"dct:identifier":"' DELIMITED BY SIZE
009766           IPA-REG-BOPD DELIMITED BY SPACE
009767           '","foaf:name":"' DELIMITED BY SIZE
009768           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
009769          MOVE INTESTAZIONE-BOPD  TO VALORE-BOPD.
009770          PERFORM ACCODA-TESTO-JSON-BOPD
009771           THRU EX-ACCODA-TESTO-JSON-BOPD.
009772          STRING '"},' DELIMITED BY SIZE
009773           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
009774          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009775
009776 EX-AGENTE-BOPD.
009777          EXIT.
009778*
009779***** UNA DISTRIBUZIONE, NEL FORMATO CHE STA IN VALORE-BOPD
009780*
009790 DISTRIBUZIONE-BOPD.
009800
009810          MOVE SPACES             TO DATI-LIBT.
009820          STRING '{"@type":["dcat:Distribution",'
009830           '"dcatapit:Distribution"],"dct:format":{"@id":'
009840           '"http://publications.europa.eu/resource/authority/'
009850           'file-type/' DELIMITED BY SIZE
009860           VALORE-BOPD DELIMITED BY SPACE
009870           '"},' DELIMITED BY SIZE INTO DATI-LIBT.
009880          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009890
009900          MOVE SPACES             TO DATI-LIBT.
009910          STRING '"dct:license":{"@id":"https://w3id.org/'
009920           'italia/controlled-vocabulary/licences/'
009925           DELIMITED BY SIZE
009930           LICENZA-REG-BOPD DELIMITED BY SPACE
009940           '"},' DELIMITED BY SIZE INTO DATI-LIBT.
009950          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
009960
009970          MOVE SPACES             TO DATI-LIBT.
009980          STRING '"dcat:downloadURL":"' SIGLA-BOPD "."
009990           DELIMITED BY SIZE
010000           VALORE-BOPD DELIMITED BY SPACE
010010           '","dct:modified":"' DATA-ISO-BOPD '"}'
010020           DELIMITED BY SIZE INTO DATI-LIBT.
010030          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
010040
010050 EX-DISTRIBUZIONE-BOPD.
010060          EXIT.
010070
010080 META-COLONNA-BOPD.
010090
010100          MOVE SIZE-COL-BOPD(IND-COL-BOPD) TO MISURA-BOPD.
010110
010120          MOVE SPACES             TO DATI-LIBT.
010130          MOVE 1                  TO PUNTA-BOPD.
010140          STRING ',{"nome":"' DELIMITED BY SIZE
010150           NOME-COL-BOPD(IND-COL-BOPD) DELIMITED BY SPACE
010160           '","descrizione":"' DELIMITED BY SIZE
010170           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
010180          MOVE DESC-COL-BOPD(IND-COL-BOPD) TO VALORE-BOPD.
010190          PERFORM ACCODA-TESTO-JSON-BOPD
010200           THRU EX-ACCODA-TESTO-JSON-BOPD.
010210          STRING '","tipo":"' TIPO-COL-BOPD(IND-COL-BOPD)
010220           '","misura":' DELIMITED BY SIZE
010230           MISURA-BOPD DELIMITED BY SIZE
010240           '}' DELIMITED BY SIZE
010250           INTO DATI-LIBT WITH POINTER PUNTA-BOPD.
010260          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
010270
010280 EX-META-COLONNA-BOPD.
010290          EXIT.
