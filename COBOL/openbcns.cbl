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
000200* CONSERVAZIONE A NORMA DEI LOG E DELLE STAMPE UFFICIALI: DA
000210* SCHEDULARE OGNI NOTTE CON openskd.exe. PREPARA UN PACCHETTO
000220* (REGISTRATO SU ARKCNS) PER OGNI PERIODO CHIUSO CHE NON NE HA
000230* ANCORA UNO:
000240*   LOG - OGNI GENERAZIONE ARCHIVIATA DI ARKLOG A CATALOGO (VOCI
000250*         "ARKLOGA*" DI FILES.TXT, COME LE LEGGE OPENILOG), CON IL
000260*         PRIMO E L'ULTIMO ANELLO DELLA SUA CATENA DI HASH
000270*   ACC - OGNI MESE CHIUSO DEL GIORNALE DEGLI ACCESSI ARKACC
000280*   DOC - OGNI MESE CHIUSO DEL REGISTRO DELLE STAMPE UFFICIALI
000290*         ARKDOC: LE RIGHE DI REGISTRO E, PER OGNI STAMPA, IL FILE,
000300*         LA BUSTA FIRMATA E LA MARCA TEMPORALE
000310* IL PACCHETTO E' UN ARCHIVIO tar IN PRESERVAZIONE/ CON I FILE,
000320* I METADATI (METADATI.JSON: PERIODO, ENTE, CATENA DI HASH,
000330* CONTEGGI, IMPRONTA DEL PACCHETTO PRECEDENTE DELLO STESSO TIPO) E
000340* L'INDICE INDICE.TXT CON LO SHA-256 DI OGNI FILE. I PACCHETTI DA
000350* INVIARE (E QUELLI IN ERRORE, A OGNI GIRO) VANNO IN POST AL
000360* CONSERVATORE ACCREDITATO (PARAMETRO CONSERVAZIONE-URL) CON curl:
000370* LA RISPOSTA E' LA RICEVUTA, CONSERVATA IN PRESERVAZIONE/
000380* <pacchetto>.RICEVUTA; CODICE 2xx = ACCETTATO, 4xx = RIFIUTATO
000390* (ALLARME CONSERVRIF), ALTRO = ERRORE DA RIPETERE (ALLARME
000400* CONSERVERR AL RAGGIUNGIMENTO DI CONSERVAZIONE-TENTATIVI). IL
000410* CARTELLINO "RIPROPONI" RIMANDA ANCHE I PACCHETTI RIFIUTATI. IN
000420* CODA STAMPA I PERIODI NON CONSERVATI: PACCHETTI NON ACCETTATI,
000430* STAMPE CON FILE MANCANTI, GENERAZIONI CHE NON SI SONO POTUTE
000440* LEGGERE. RC 0, 4 SE C'E' ALMENO UN PERIODO NON CONSERVATO, 8 SE
000450* ARKCNS NON SI APRE.
000460*
000470 IDENTIFICATION   DIVISION.
000480 PROGRAM-ID.      OPENBCNS.
000490 ENVIRONMENT      DIVISION.
000500 CONFIGURATION    SECTION.
000510          COPY "SPECIAL.CBL".
000520 INPUT-OUTPUT     SECTION.
000530 FILE-CONTROL.
000540
000550          COPY "SELWEB.CBL".
000560          COPY "SELFILE.CBL".
000570          COPY "SELGEN.CBL".
000580          COPY "SELACC.CBL".
000590          COPY "SELDOC.CBL".
000600          COPY "SELCNS.CBL".
000610          COPY "SELVIEW.CBL".
000620          COPY "SELNOT.CBL".
000630          COPY "SELLIBT.CBL".
000640          COPY "SELCSV.CBL".
000650          COPY "SELJSON.CBL".
000660
000670 DATA             DIVISION.
000680 FILE SECTION.
000690
000700          COPY "FDEWEB.CBL".
000710          COPY "FDEFILE.CBL".
000720          COPY "FDEGEN.CBL".
000730          COPY "FDEACC.CBL".
000740          COPY "FDEDOC.CBL".
000750          COPY "FDECNS.CBL".
000760          COPY "FDEVIEW.CBL".
000770          COPY "FDENOT.CBL".
000780          COPY "FDELIBT.CBL".
000790          COPY "FDECSV.CBL".
000800          COPY "FDEJSON.CBL".
000810
000820 WORKING-STORAGE  SECTION.
000830
000840          COPY "GLOBALS.CBL".
000850*
000860 01 DATA-OGGI-BCNS            PIC 9(8).
000870 01 ORA-OGGI-BCNS             PIC 9(8).
000880 01 MESE-CORRENTE-BCNS        PIC 9(6).
000890 01 CARTELLINO-BCNS           PIC X(20).
000900 01 COMANDO-BCNS              PIC X(512).
000910*
000920 01 URL-BCNS                  PIC X(80).
000930 01 MAX-TENTATIVI-BCNS        PIC 9(2).
000940 01 INTESTAZIONE-BCNS         PIC X(60).
000950*
000960** PACCHETTO IN COSTRUZIONE
000970*
000980 01 TIPO-BCNS                 PIC X(3).
000990 01 RIFERIMENTO-BCNS          PIC X(30).
001000 01 IDENT-BCNS                PIC X(34).
001010 01 CARTELLA-BCNS             PIC X(60).
001020 01 PACCHETTO-BCNS            PIC X(60).
001030 01 DESCRIZIONE-BCNS          PIC X(50).
001040 01 DAL-BCNS                  PIC 9(8).
001050 01 AL-BCNS                   PIC 9(8).
001060 01 RIGHE-BCNS                PIC 9(9).
001070 01 FILE-BCNS                 PIC 9(5).
001080 01 MANCANTI-BCNS             PIC 9(5).
001090 01 INIZIO-BCNS               PIC X(64).
001100 01 FINE-BCNS                 PIC X(64).
001110 01 PRECEDENTE-BCNS           PIC X(64).
001120 01 IMPRONTA-BCNS             PIC X(64).
001130 01 DA-COPIARE-BCNS           PIC X(60).
001140 01 ESITO-PACCHETTO-BCNS      PIC X.
001150*
001160 01 DATA-RIGA-BCNS            PIC 9(8).
001170 01 DATA-LOG-BCNS             PIC 9(6).
001180 01 DATA-ISO-BCNS             PIC X(10).
001190 01 PUNTA-BCNS                PIC 9(4) COMP.
001200 01 NUMERO-VIS-BCNS           PIC Z(8)9.
001210*
001220** MESI CHIUSI TROVATI SU ARKACC O ARKDOC (UNO PER VOLTA)
001230*
001240 01 TAB-MESI-BCNS.
001250    02 MESE-BCNS              PIC 9(6) OCCURS 240.
001260 01 TOT-MESI-BCNS             PIC 9(3) COMP.
001270 01 IND-MESE-BCNS             PIC 9(3) COMP.
001280 01 MESE-LAVORO-BCNS          PIC 9(6).
001290*
001300** INVIO
001310*
001320 01 RICEVUTA-BCNS             PIC X(60).
001330 01 CODICE-HTTP-BCNS          PIC X(3).
001340*
001350 01 PREPARATI-BCNS            PIC 9(5).
001360 01 NON-PREPARATI-BCNS        PIC 9(5).
001370 01 ACCETTATI-BCNS            PIC 9(5).
001380 01 RIFIUTATI-BCNS            PIC 9(5).
001390 01 ERRORI-BCNS               PIC 9(5).
001400 01 LACUNE-BCNS               PIC 9(5).
001410*
001420 PROCEDURE  DIVISION.
001430*
001440          DISPLAY "CONSERVAZIONE A NORMA".
001450
001460          ACCEPT DATA-OGGI-BCNS   FROM DATE YYYYMMDD.
001470          ACCEPT ORA-OGGI-BCNS    FROM TIME.
001480          DIVIDE DATA-OGGI-BCNS BY 100 GIVING MESE-CORRENTE-BCNS.
001490
001500          MOVE SPACES             TO CARTELLINO-BCNS.
001510          ACCEPT CARTELLINO-BCNS  FROM CONSOLE.
001520
001530          MOVE ZEROS              TO PREPARATI-BCNS
001540                                     NON-PREPARATI-BCNS
001550                                     ACCETTATI-BCNS
001560                                     RIFIUTATI-BCNS
001570                                     ERRORI-BCNS
001580                                     LACUNE-BCNS.
001590
001600          MOVE "CONSERVAZIONE-URL" TO NOME-PAR-WEB.
001610          PERFORM PARAMETRO-BCNS  THRU EX-PARAMETRO-BCNS.
001620          MOVE VALORE-PAR-WEB(1:80) TO URL-BCNS.
001630
001640          MOVE "CONSERVAZIONE-TENTATIVI" TO NOME-PAR-WEB.
001650          PERFORM PARAMETRO-BCNS  THRU EX-PARAMETRO-BCNS.
001660          IF VALORE-PAR-WEB(8:2) NUMERIC
001670           AND VALORE-PAR-WEB(8:2) NOT = "00"
001680           MOVE VALORE-PAR-WEB(8:2) TO MAX-TENTATIVI-BCNS
001690          ELSE
001700           MOVE 5                 TO MAX-TENTATIVI-BCNS
001710          END-IF.
001720
001730          PERFORM OPEN-I-CNS      THRU EX-OPEN-I-CNS.
001740
001750          IF STATUS-CNS NOT = "00"
001760           DISPLAY "OPENBCNS: ARKCNS NON DISPONIBILE, STATUS = "
001770            STATUS-CNS
001780           MOVE 8                 TO RETURN-CODE
001790           GOBACK
001800          END-IF.
001810
001820          MOVE SPACES             TO COMANDO-BCNS.
001830          MOVE "mkdir -p PRESERVAZIONE" TO COMANDO-BCNS.
001840          CALL "SYSTEM" USING COMANDO-BCNS.
001850
001860          PERFORM OPEN-I-VIEW     THRU EX-OPEN-I-VIEW.
001870          MOVE SPACES             TO NOME-VIEW.
001880          MOVE "INTESTAZIONE-ENTE-00" TO NOME-VIEW.
001890          PERFORM LEGGO-VIEW      THRU EX-LEGGO-VIEW.
001900          MOVE SPACES             TO INTESTAZIONE-BCNS.
001910          IF ESITO-OK
001920           MOVE STRINGA-VIEW(1:60) TO INTESTAZIONE-BCNS
001930          END-IF.
001940          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001950
001960          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
001970
001980          PERFORM PREPARA-LOG-BCNS THRU EX-PREPARA-LOG-BCNS.
001990          PERFORM PREPARA-ACC-BCNS THRU EX-PREPARA-ACC-BCNS.
002000          PERFORM PREPARA-DOC-BCNS THRU EX-PREPARA-DOC-BCNS.
002010
002020          PERFORM INVIA-BCNS      THRU EX-INVIA-BCNS.
002030
002040          PERFORM RAPPORTO-LACUNE-BCNS
002045           THRU EX-RAPPORTO-LACUNE-BCNS.
002050
002060          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
002070          PERFORM CLOSE-CNS       THRU EX-CLOSE-CNS.
002080
002090          DISPLAY "PACCHETTI PREPARATI     : " PREPARATI-BCNS.
002100          DISPLAY "PERIODI NON PREPARABILI : " NON-PREPARATI-BCNS.
002110          DISPLAY "ACCETTATI               : " ACCETTATI-BCNS.
002120          DISPLAY "RIFIUTATI               : " RIFIUTATI-BCNS.
002130          DISPLAY "INVII NON RIUSCITI      : " ERRORI-BCNS.
002140          DISPLAY "PERIODI NON CONSERVATI  : " LACUNE-BCNS.
002150
002160          IF LACUNE-BCNS > ZEROS OR NON-PREPARATI-BCNS > ZEROS
002170           MOVE 4                 TO RETURN-CODE
002180          ELSE
002190           MOVE ZERO              TO RETURN-CODE
002200          END-IF.
002210
002220          GOBACK.
002230*
002240          COPY "PIOFILE.CBL".
002250          COPY "PIOGEN.CBL".
002260          COPY "PIODOC.CBL".
002270          COPY "PIOCNS.CBL".
002280          COPY "PIOVIEW.CBL".
002290          COPY "PIODATO.CBL".
002300          COPY "PIONOT.CBL".
002310          COPY "PIOLIBT.CBL".
002320          COPY "PIOCSV.CBL".
002330          COPY "PIOJSON.CBL".
002340*
002350***** GENERAZIONI ARCHIVIATE DI ARKLOG A CATALOGO SENZA PACCHETTO
002360*
002370 PREPARA-LOG-BCNS.
002380
002390          MOVE "FILES/FILES.TXT"  TO WDOVE.
002400          PERFORM OPEN-I-CAT      THRU EX-OPEN-I-CAT.
002410
002420          IF STATUS-CAT NOT = "00"
002430           DISPLAY "OPENBCNS: CATALOGO FILES.TXT NON APRIBILE, "
002440            "STATUS = " STATUS-CAT
002450           ADD 1                  TO NON-PREPARATI-BCNS
002460           GO TO EX-PREPARA-LOG-BCNS
002470          END-IF.
002480
002490 CICLO-PREPARA-LOG-BCNS.
002500
002510          PERFORM LEGGI-CAT       THRU EX-LEGGI-CAT.
002520
002530          IF FINE-FILE = "S" GO TO FINE-PREPARA-LOG-BCNS.
002540
002550          IF NOME-CAT-FILE(1:7) NOT = "ARKLOGA"
002560           GO TO CICLO-PREPARA-LOG-BCNS
002570          END-IF.
002580
002590          MOVE "LOG"              TO TIPO-CNS.
002600          MOVE NOME-CAT-FILE      TO RIFERIMENTO-CNS.
002610          PERFORM LEGGO-CNS       THRU EX-LEGGO-CNS.
002620
002630          IF ESITO-OK GO TO CICLO-PREPARA-LOG-BCNS.
002640
002650          PERFORM PACCHETTO-LOG-BCNS THRU EX-PACCHETTO-LOG-BCNS.
002660
002670          GO TO CICLO-PREPARA-LOG-BCNS.
002680
002690 FINE-PREPARA-LOG-BCNS.
002700
002710          PERFORM CLOSE-CAT       THRU EX-CLOSE-CAT.
002720
002730 EX-PREPARA-LOG-BCNS.
002740          EXIT.
002750*
002760***** UNA GENERAZIONE: COPIA DEL FILE, PERIODO DALLE DATE DELLE
002770***** RIGHE, PRIMO E ULTIMO HASH DI CATENA (LE RIGHE SENZA HASH,
002780***** PRECEDENTI ALLA CATENA, SI CONTANO SOLTANTO)
002790*
002800 PACCHETTO-LOG-BCNS.
002810
002820          MOVE "LOG"              TO TIPO-BCNS.
002830          MOVE NOME-CAT-FILE      TO RIFERIMENTO-BCNS.
002840          MOVE "Generazione archiviata del log delle modifiche"
002850                                  TO DESCRIZIONE-BCNS.
002860          MOVE PATH-CAT-FILE      TO NOME-GEN-WEB.
002870
002880          PERFORM OPEN-I-GEN      THRU EX-OPEN-I-GEN.
002890
002900          IF STATUS-GEN NOT = "00"
002910           DISPLAY "OPENBCNS: GENERAZIONE " NOME-CAT-FILE
002920            " NON APRIBILE, STATUS = " STATUS-GEN
002930           ADD 1                  TO NON-PREPARATI-BCNS
002940           GO TO EX-PACCHETTO-LOG-BCNS
002950          END-IF.
002960
002970          PERFORM INIZIA-PACCHETTO-BCNS
002980           THRU EX-INIZIA-PACCHETTO-BCNS.
002990
003000 CICLO-PACCHETTO-LOG-BCNS.
003010
003020          PERFORM LEGGO-NEXT-GEN  THRU EX-LEGGO-NEXT-GEN.
003030
003040          IF FINE-FILE = "S" GO TO FINE-PACCHETTO-LOG-BCNS.
003050
003060          ADD 1                   TO RIGHE-BCNS.
003070          MOVE DATI-GEN           TO DATI-LOG.
003080
003090          IF DATA-LOG NUMERIC
003100           MOVE DATA-LOG          TO DATA-LOG-BCNS
003110           COMPUTE DATA-RIGA-BCNS = 20000000 + DATA-LOG-BCNS
003120           PERFORM PERIODO-BCNS   THRU EX-PERIODO-BCNS
003130          END-IF.
003140
003150          IF HASH-LOG NOT = SPACES
003160           IF INIZIO-BCNS = SPACES
003170            MOVE HASH-LOG         TO INIZIO-BCNS
003180           END-IF
003190           MOVE HASH-LOG          TO FINE-BCNS
003200          END-IF.
003210
003220          GO TO CICLO-PACCHETTO-LOG-BCNS.
003230
003240 FINE-PACCHETTO-LOG-BCNS.
003250
003260          PERFORM CLOSE-GEN       THRU EX-CLOSE-GEN.
003270
003280          MOVE PATH-CAT-FILE      TO DA-COPIARE-BCNS.
003290          PERFORM COPIA-FILE-BCNS THRU EX-COPIA-FILE-BCNS.
003300
003310          IF MANCANTI-BCNS > ZEROS
003320           DISPLAY "OPENBCNS: GENERAZIONE " NOME-CAT-FILE
003330            " NON COPIATA NEL PACCHETTO"
003340           ADD 1                  TO NON-PREPARATI-BCNS
003350           PERFORM SCARTA-PACCHETTO-BCNS
003360            THRU EX-SCARTA-PACCHETTO-BCNS
003370           GO TO EX-PACCHETTO-LOG-BCNS
003380          END-IF.
003390
003400          PERFORM CHIUDI-PACCHETTO-BCNS
003410           THRU EX-CHIUDI-PACCHETTO-BCNS.
003420
003430 EX-PACCHETTO-LOG-BCNS.
003440          EXIT.
003450*
003460***** MESI CHIUSI DEL GIORNALE DEGLI ACCESSI SENZA PACCHETTO
003470*
003480 PREPARA-ACC-BCNS.
003490
003500          MOVE ZEROS              TO TOT-MESI-BCNS.
003510
003520          OPEN INPUT ARKACC.
003530
003540          IF STATUS-ACC NOT = "00"
003550           IF STATUS-ACC NOT = "35"
003560            DISPLAY "OPENBCNS: ARKACC NON DISPONIBILE, STATUS = "
003570             STATUS-ACC
003580            ADD 1                 TO NON-PREPARATI-BCNS
003590           END-IF
003600           GO TO EX-PREPARA-ACC-BCNS
003610          END-IF.
003620
003630 CICLO-MESI-ACC-BCNS.
003640
003650          READ ARKACC NEXT RECORD
003660           AT END GO TO FINE-MESI-ACC-BCNS.
003670
003680          IF DATA-ACC NOT NUMERIC GO TO CICLO-MESI-ACC-BCNS.
003690
003700          MOVE DATA-ACC(1:6)      TO MESE-LAVORO-BCNS.
003710          PERFORM NOTA-MESE-BCNS  THRU EX-NOTA-MESE-BCNS.
003720
003730          GO TO CICLO-MESI-ACC-BCNS.
003740
003750 FINE-MESI-ACC-BCNS.
003760
003770          CLOSE ARKACC.
003780
003790          MOVE "ACC"              TO TIPO-BCNS.
003800          MOVE "Giornale degli accessi" TO DESCRIZIONE-BCNS.
003810
003820          PERFORM PACCHETTO-ACC-BCNS THRU EX-PACCHETTO-ACC-BCNS
003830           VARYING IND-MESE-BCNS FROM 1 BY 1
003840           UNTIL IND-MESE-BCNS > TOT-MESI-BCNS.
003850
003860 EX-PREPARA-ACC-BCNS.
003870          EXIT.
003880*
003890***** MESE CHIUSO ANCORA SENZA PACCHETTO NELLA TABELLA DEI MESI
003900***** (I FILE SONO IN ORDINE DI DATA: BASTA GUARDARE L'ULTIMO)
003910*
003920 NOTA-MESE-BCNS.
003930
003940          IF MESE-LAVORO-BCNS NOT < MESE-CORRENTE-BCNS
003950           GO TO EX-NOTA-MESE-BCNS
003960          END-IF.
003970
003980          IF TOT-MESI-BCNS > ZEROS
003990           AND MESE-BCNS(TOT-MESI-BCNS) = MESE-LAVORO-BCNS
004000           GO TO EX-NOTA-MESE-BCNS
004010          END-IF.
004020
004030          MOVE TIPO-BCNS          TO TIPO-CNS.
004040          MOVE SPACES             TO RIFERIMENTO-CNS.
004050          MOVE MESE-LAVORO-BCNS   TO RIFERIMENTO-CNS(1:6).
004060          PERFORM LEGGO-CNS       THRU EX-LEGGO-CNS.
004070
004080          IF ESITO-OK GO TO EX-NOTA-MESE-BCNS.
004090
004100          IF TOT-MESI-BCNS = 240
004110           GO TO EX-NOTA-MESE-BCNS
004120          END-IF.
004130
004140          ADD 1                   TO TOT-MESI-BCNS.
004150          MOVE MESE-LAVORO-BCNS   TO MESE-BCNS(TOT-MESI-BCNS).
004160
004170 EX-NOTA-MESE-BCNS.
004180          EXIT.
004190*
004200***** UN MESE DI ARKACC: LE RIGHE DEL MESE COSI' COME SONO
004210*
004220 PACCHETTO-ACC-BCNS.
004230
004240          MOVE SPACES             TO RIFERIMENTO-BCNS.
004250          MOVE MESE-BCNS(IND-MESE-BCNS) TO RIFERIMENTO-BCNS(1:6).
004260
004270          PERFORM INIZIA-PACCHETTO-BCNS
004280           THRU EX-INIZIA-PACCHETTO-BCNS.
004290
004300          MOVE SPACES             TO NOME-LIBT.
004310          STRING CARTELLA-BCNS DELIMITED BY SPACE
004320           "/ARKACC." RIFERIMENTO-BCNS(1:6) ".TXT"
004330           DELIMITED BY SIZE INTO NOME-LIBT.
004340          PERFORM OPEN-O-LIBT     THRU EX-OPEN-O-LIBT.
004350
004360          IF STATUS-LIBT NOT = "00"
004370           DISPLAY "OPENBCNS: PACCHETTO " IDENT-BCNS
004380            " NON SCRIVIBILE, STATUS = " STATUS-LIBT
004390           ADD 1                  TO NON-PREPARATI-BCNS
004400           PERFORM SCARTA-PACCHETTO-BCNS
004410            THRU EX-SCARTA-PACCHETTO-BCNS
004420           GO TO EX-PACCHETTO-ACC-BCNS
004430          END-IF.
004440
004450          OPEN INPUT ARKACC.
004460
004470 CICLO-PACCHETTO-ACC-BCNS.
004480
004490          READ ARKACC NEXT RECORD
004500           AT END GO TO FINE-PACCHETTO-ACC-BCNS.
004510
004520          IF DATA-ACC(1:6) NOT = RIFERIMENTO-BCNS(1:6)
004530           GO TO CICLO-PACCHETTO-ACC-BCNS
004540          END-IF.
004550
004560          ADD 1                   TO RIGHE-BCNS.
004570          MOVE DATA-ACC           TO DATA-RIGA-BCNS.
004580          PERFORM PERIODO-BCNS    THRU EX-PERIODO-BCNS.
004590
004600          MOVE SPACES             TO DATI-LIBT.
004610          MOVE EVENTO-ACCESSO     TO DATI-LIBT.
004620          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
004630
004640          GO TO CICLO-PACCHETTO-ACC-BCNS.
004650
004660 FINE-PACCHETTO-ACC-BCNS.
004670
004680          CLOSE ARKACC.
004690          PERFORM CLOSE-LIBT      THRU EX-CLOSE-LIBT.
004700          MOVE 1                  TO FILE-BCNS.
004710
004720          PERFORM CHIUDI-PACCHETTO-BCNS
004730           THRU EX-CHIUDI-PACCHETTO-BCNS.
004740
004750 EX-PACCHETTO-ACC-BCNS.
004760          EXIT.
004770*
004780***** MESI CHIUSI DEL REGISTRO DELLE STAMPE UFFICIALI SENZA
004790***** PACCHETTO
004800*
004810 PREPARA-DOC-BCNS.
004820
004830          MOVE ZEROS              TO TOT-MESI-BCNS.
004840          MOVE "DOC"              TO TIPO-BCNS.
004850          MOVE "Stampe ufficiali firmate" TO DESCRIZIONE-BCNS.
004860
004870          PERFORM OPEN-I-DOC      THRU EX-OPEN-I-DOC.
004880
004890          IF STATUS-DOC NOT = "00"
004900           DISPLAY "OPENBCNS: ARKDOC NON DISPONIBILE, STATUS = "
004910            STATUS-DOC
004920           ADD 1                  TO NON-PREPARATI-BCNS
004930           GO TO EX-PREPARA-DOC-BCNS
004940          END-IF.
004950
004960          MOVE ZEROS              TO CHIAVE-DOC.
004970          PERFORM STARTO-DOC      THRU EX-STARTO-DOC.
004980
004990          IF ESITO-NOK GO TO FINE-MESI-DOC-BCNS.
005000
005010 CICLO-MESI-DOC-BCNS.
005020
005030          PERFORM LEGGO-NEXT-DOC  THRU EX-LEGGO-NEXT-DOC.
005040
005050          IF FINE-FILE = "S" GO TO FINE-MESI-DOC-BCNS.
005060
005070          DIVIDE DATA-DOC BY 100 GIVING MESE-LAVORO-BCNS.
005080          PERFORM NOTA-MESE-BCNS  THRU EX-NOTA-MESE-BCNS.
005090
005100          GO TO CICLO-MESI-DOC-BCNS.
005110
005120 FINE-MESI-DOC-BCNS.
005130
005140          PERFORM PACCHETTO-DOC-BCNS THRU EX-PACCHETTO-DOC-BCNS
005150           VARYING IND-MESE-BCNS FROM 1 BY 1
005160           UNTIL IND-MESE-BCNS > TOT-MESI-BCNS.
005170
005180          PERFORM CLOSE-DOC       THRU EX-CLOSE-DOC.
005190
005200 EX-PREPARA-DOC-BCNS.
005210          EXIT.
005220*
005230***** UN MESE DI STAMPE: LE RIGHE DI ARKDOC COSI' COME SONO (IN
005240***** REGISTRO.TXT) E I FILE DI OGNI STAMPA; UN FILE CHE NON C'E'
005250***** PIU' SI CONTA TRA I MANCANTI
005260*
005270 PACCHETTO-DOC-BCNS.
005280
005290          MOVE SPACES             TO RIFERIMENTO-BCNS.
005300          MOVE MESE-BCNS(IND-MESE-BCNS) TO RIFERIMENTO-BCNS(1:6).
005310
005320          PERFORM INIZIA-PACCHETTO-BCNS
005330           THRU EX-INIZIA-PACCHETTO-BCNS.
005340
005350          MOVE SPACES             TO NOME-LIBT.
005360          STRING CARTELLA-BCNS DELIMITED BY SPACE
005370           "/REGISTRO.TXT" DELIMITED BY SIZE INTO NOME-LIBT.
005380          PERFORM OPEN-O-LIBT     THRU EX-OPEN-O-LIBT.
005390
005400          IF STATUS-LIBT NOT = "00"
005410           DISPLAY "OPENBCNS: PACCHETTO " IDENT-BCNS
005420            " NON SCRIVIBILE, STATUS = " STATUS-LIBT
005430           ADD 1                  TO NON-PREPARATI-BCNS
005440           PERFORM SCARTA-PACCHETTO-BCNS
005450            THRU EX-SCARTA-PACCHETTO-BCNS
005460           GO TO EX-PACCHETTO-DOC-BCNS
005470          END-IF.
005480
005490          COMPUTE DATA-DOC = MESE-BCNS(IND-MESE-BCNS) * 100 + 1.
005500          MOVE ZEROS              TO ORA-DOC PROG-DOC.
005510          PERFORM STARTO-DOC      THRU EX-STARTO-DOC.
005520
005530          IF ESITO-NOK GO TO FINE-PACCHETTO-DOC-BCNS.
005540
005550 CICLO-PACCHETTO-DOC-BCNS.
005560
005570          PERFORM LEGGO-NEXT-DOC  THRU EX-LEGGO-NEXT-DOC.
005580
005590          IF FINE-FILE = "S" GO TO FINE-PACCHETTO-DOC-BCNS.
005600
005610          DIVIDE DATA-DOC BY 100 GIVING MESE-LAVORO-BCNS.
005620
005630          IF MESE-LAVORO-BCNS NOT = MESE-BCNS(IND-MESE-BCNS)
005640           GO TO FINE-PACCHETTO-DOC-BCNS
005650          END-IF.
005660
005670          ADD 1                   TO RIGHE-BCNS.
005680          MOVE DATA-DOC           TO DATA-RIGA-BCNS.
005690          PERFORM PERIODO-BCNS    THRU EX-PERIODO-BCNS.
005700
005710          MOVE SPACES             TO DATI-LIBT.
005720          MOVE STAMPA-UFFICIALE   TO DATI-LIBT.
005730          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
005740
005750          MOVE PERCORSO-DOC       TO DA-COPIARE-BCNS.
005760          PERFORM COPIA-FILE-BCNS THRU EX-COPIA-FILE-BCNS.
005770
005780          IF BUSTA-DOC NOT = SPACES
005790           MOVE BUSTA-DOC         TO DA-COPIARE-BCNS
005800           PERFORM COPIA-FILE-BCNS THRU EX-COPIA-FILE-BCNS
005810          END-IF.
005820
005830          IF MARCA-DOC NOT = SPACES
005840           MOVE MARCA-DOC         TO DA-COPIARE-BCNS
005850           PERFORM COPIA-FILE-BCNS THRU EX-COPIA-FILE-BCNS
005860          END-IF.
005870
005880          GO TO CICLO-PACCHETTO-DOC-BCNS.
005890
005900 FINE-PACCHETTO-DOC-BCNS.
005910
005920          PERFORM CLOSE-LIBT      THRU EX-CLOSE-LIBT.
005930
005940          IF MANCANTI-BCNS > ZEROS
005950           DISPLAY "OPENBCNS: PACCHETTO " IDENT-BCNS " SENZA "
005960            MANCANTI-BCNS " FILE DI STAMPA NON PIU' SU DISCO"
005970          END-IF.
005980
005990          PERFORM CHIUDI-PACCHETTO-BCNS
006000           THRU EX-CHIUDI-PACCHETTO-BCNS.
006010
006020 EX-PACCHETTO-DOC-BCNS.
006030          EXIT.
006040*
006050***** CARTELLA DI LAVORO DEL PACCHETTO, VUOTA, E CONTATORI A ZERO
006060*
006070 INIZIA-PACCHETTO-BCNS.
006080
006090          MOVE SPACES             TO IDENT-BCNS.
006100          STRING TIPO-BCNS "." DELIMITED BY SIZE
006110           RIFERIMENTO-BCNS DELIMITED BY SPACE
006120           INTO IDENT-BCNS.
006130
006140          MOVE SPACES             TO CARTELLA-BCNS.
006150          STRING "PRESERVAZIONE/" DELIMITED BY SIZE
006160           IDENT-BCNS DELIMITED BY SPACE
006170           INTO CARTELLA-BCNS.
006180
006190          MOVE SPACES             TO COMANDO-BCNS.
006200          STRING "rm -rf " DELIMITED BY SIZE
006210           CARTELLA-BCNS DELIMITED BY SPACE
006220           " && mkdir -p " DELIMITED BY SIZE
006230           CARTELLA-BCNS DELIMITED BY SPACE
006240           INTO COMANDO-BCNS.
006250          CALL "SYSTEM" USING COMANDO-BCNS.
006260
006270          MOVE ZEROS              TO DAL-BCNS AL-BCNS RIGHE-BCNS
006280                                     FILE-BCNS MANCANTI-BCNS.
006290          MOVE SPACES             TO INIZIO-BCNS FINE-BCNS.
006300
006310 EX-INIZIA-PACCHETTO-BCNS.
006320          EXIT.
006330*
006340***** ALLARGA IL PERIODO DEL PACCHETTO ALLA DATA DELLA RIGA
006350*
006360 PERIODO-BCNS.
006370
006380          IF DATA-RIGA-BCNS NOT NUMERIC
006390           OR DATA-RIGA-BCNS = ZEROS
006400           GO TO EX-PERIODO-BCNS
006410          END-IF.
006420
006430          IF DAL-BCNS = ZEROS OR DATA-RIGA-BCNS < DAL-BCNS
006440           MOVE DATA-RIGA-BCNS    TO DAL-BCNS
006450          END-IF.
006460
006470          IF DATA-RIGA-BCNS > AL-BCNS
006480           MOVE DATA-RIGA-BCNS    TO AL-BCNS
006490          END-IF.
006500
006510 EX-PERIODO-BCNS.
006520          EXIT.
006530*
006540***** COPIA NELLA CARTELLA DEL PACCHETTO IL FILE DA-COPIARE-BCNS
006550*
006560 COPIA-FILE-BCNS.
006570
006580          MOVE SPACES             TO COMANDO-BCNS.
006590          STRING "cp -p " DELIMITED BY SIZE
006600           DA-COPIARE-BCNS DELIMITED BY SPACE
006610           " " DELIMITED BY SIZE
006620           CARTELLA-BCNS DELIMITED BY SPACE
006630           "/ 2>/dev/null" DELIMITED BY SIZE
006640           INTO COMANDO-BCNS.
006650          CALL "SYSTEM" USING COMANDO-BCNS.
006660
006670          IF RETURN-CODE = ZERO
006680           ADD 1                  TO FILE-BCNS
006690          ELSE
006700           ADD 1                  TO MANCANTI-BCNS
006710          END-IF.
006720
006730 EX-COPIA-FILE-BCNS.
006740          EXIT.
006750*
006760***** PACCHETTO NON PREPARABILE: VIA LA CARTELLA, NIENTE REGISTRO
006770***** (IL PERIODO SI RIPROVA AL GIRO DOPO)
006780*
006790 SCARTA-PACCHETTO-BCNS.
006800
006810          MOVE SPACES             TO COMANDO-BCNS.
006820          STRING "rm -rf " DELIMITED BY SIZE
006830           CARTELLA-BCNS DELIMITED BY SPACE
006840           INTO COMANDO-BCNS.
006850          CALL "SYSTEM" USING COMANDO-BCNS.
006860
006870 EX-SCARTA-PACCHETTO-BCNS.
006880          EXIT.
006890*
006900***** METADATI, INDICE, ARCHIVIO tar, IMPRONTA E RIGA DI REGISTRO
006910*
006920 CHIUDI-PACCHETTO-BCNS.
006930
006940          PERFORM ULTIMO-DEL-TIPO-BCNS
006945           THRU EX-ULTIMO-DEL-TIPO-BCNS.
006950
006960          PERFORM METADATI-BCNS   THRU EX-METADATI-BCNS.
006970
006980          MOVE SPACES             TO PACCHETTO-BCNS.
006990          STRING CARTELLA-BCNS DELIMITED BY SPACE
007000           ".tar" DELIMITED BY SIZE INTO PACCHETTO-BCNS.
007010
007020          MOVE SPACES             TO COMANDO-BCNS.
007030          STRING "cd " DELIMITED BY SIZE
007040           CARTELLA-BCNS DELIMITED BY SPACE
007050           " && sha256sum * > INDICE.TXT && cd ../.. && "
007060           "tar -cf " DELIMITED BY SIZE
007070           PACCHETTO-BCNS DELIMITED BY SPACE
007080           " -C PRESERVAZIONE " DELIMITED BY SIZE
007090           IDENT-BCNS DELIMITED BY SPACE
007100           " && rm -rf " DELIMITED BY SIZE
007110           CARTELLA-BCNS DELIMITED BY SPACE
007120           INTO COMANDO-BCNS.
007130          CALL "SYSTEM" USING COMANDO-BCNS.
007140
007150          IF RETURN-CODE NOT = ZERO
007160           DISPLAY "OPENBCNS: PACCHETTO " IDENT-BCNS
007170            " NON CREATO"
007180           ADD 1                  TO NON-PREPARATI-BCNS
007190           PERFORM SCARTA-PACCHETTO-BCNS
007200            THRU EX-SCARTA-PACCHETTO-BCNS
007210           GO TO EX-CHIUDI-PACCHETTO-BCNS
007220          END-IF.
007230
007240          PERFORM CALCOLA-IMPRONTA-BCNS
007250           THRU EX-CALCOLA-IMPRONTA-BCNS.
007260
007270          MOVE TIPO-BCNS          TO TIPO-CNS.
007280          MOVE RIFERIMENTO-BCNS   TO RIFERIMENTO-CNS.
007290          MOVE ZERO               TO ENTE-CNS.
007300          MOVE DAL-BCNS           TO DAL-CNS.
007310          MOVE AL-BCNS            TO AL-CNS.
007320          MOVE RIGHE-BCNS         TO RIGHE-CNS.
007330          MOVE FILE-BCNS          TO NUM-FILE-CNS.
007340          MOVE MANCANTI-BCNS      TO MANCANTI-CNS.
007350          MOVE INIZIO-BCNS        TO CATENA-INIZIO-CNS.
007360          MOVE FINE-BCNS          TO CATENA-FINE-CNS.
007370          MOVE PRECEDENTE-BCNS    TO PRECEDENTE-CNS.
007380          MOVE IMPRONTA-BCNS      TO IMPRONTA-CNS.
007390          MOVE PACCHETTO-BCNS     TO PACCHETTO-FILE-CNS.
007400          MOVE DATA-OGGI-BCNS     TO DATA-PREP-CNS.
007410          MOVE ORA-OGGI-BCNS(1:6) TO ORA-PREP-CNS.
007420          MOVE "P"                TO STATO-CNS.
007430          MOVE ZEROS              TO DATA-INVIO-CNS ORA-INVIO-CNS
007440                                     TENTATIVI-CNS.
007450          MOVE SPACES             TO CODICE-CNS RICEVUTA-CNS
007460                                     MOTIVO-CNS.
007470
007480          PERFORM SCRIVI-CNS      THRU EX-SCRIVI-CNS.
007490
007500          IF ESITO-NOK
007510           DISPLAY "OPENBCNS: PACCHETTO " IDENT-BCNS
007520            " NON REGISTRATO SU ARKCNS"
007530           ADD 1                  TO NON-PREPARATI-BCNS
007540           GO TO EX-CHIUDI-PACCHETTO-BCNS
007550          END-IF.
007560
007570          ADD 1                   TO PREPARATI-BCNS.
007580          MOVE RIGHE-BCNS         TO NUMERO-VIS-BCNS.
007590          DISPLAY "PREPARATO " IDENT-BCNS " DAL " DAL-BCNS " AL "
007600           AL-BCNS ", RIGHE " NUMERO-VIS-BCNS.
007610
007620 EX-CHIUDI-PACCHETTO-BCNS.
007630          EXIT.
007640*
007650***** IMPRONTA DELL'ULTIMO PACCHETTO GIA' A REGISTRO DELLO STESSO
007660***** TIPO: L'ANELLO CHE LEGA IL NUOVO AL PRECEDENTE
007670*
007680 ULTIMO-DEL-TIPO-BCNS.
007690
007700          MOVE SPACES             TO PRECEDENTE-BCNS.
007710
007720          MOVE TIPO-BCNS          TO TIPO-CNS.
007730          MOVE LOW-VALUES         TO RIFERIMENTO-CNS.
007740          PERFORM STARTO-CNS      THRU EX-STARTO-CNS.
007750
007760          IF ESITO-NOK GO TO EX-ULTIMO-DEL-TIPO-BCNS.
007770
007780 CICLO-ULTIMO-DEL-TIPO-BCNS.
007790
007800          PERFORM LEGGO-NEXT-CNS  THRU EX-LEGGO-NEXT-CNS.
007810
007820          IF FINE-FILE = "S" GO TO EX-ULTIMO-DEL-TIPO-BCNS.
007830
007840          IF TIPO-CNS NOT = TIPO-BCNS
007850           GO TO EX-ULTIMO-DEL-TIPO-BCNS
007860          END-IF.
007870
007880          IF RIFERIMENTO-CNS < RIFERIMENTO-BCNS
007890           MOVE IMPRONTA-CNS      TO PRECEDENTE-BCNS
007900          END-IF.
007910
007920          GO TO CICLO-ULTIMO-DEL-TIPO-BCNS.
007930
007940 EX-ULTIMO-DEL-TIPO-BCNS.
007950          EXIT.
007960*
007970***** METADATI.JSON DEL PACCHETTO, UNA PROPRIETA' PER RIGA
007980*
007990 METADATI-BCNS.
008000
008010          MOVE SPACES             TO NOME-LIBT.
008020          STRING CARTELLA-BCNS DELIMITED BY SPACE
008030           "/METADATI.JSON" DELIMITED BY SIZE INTO NOME-LIBT.
008040          PERFORM OPEN-O-LIBT     THRU EX-OPEN-O-LIBT.
008050
008060          MOVE SPACES             TO DATI-LIBT.
008070          STRING '{"pacchetto":"' DELIMITED BY SIZE
008080           IDENT-BCNS DELIMITED BY SPACE
008090           '",' DELIMITED BY SIZE INTO DATI-LIBT.
008100          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008110
008120          MOVE SPACES             TO DATI-LIBT.
008130          STRING '"tipo":"' TIPO-BCNS '","descrizione":"'
008140           DELIMITED BY SIZE
008150           DESCRIZIONE-BCNS DELIMITED BY "  "
008160           '",' DELIMITED BY SIZE INTO DATI-LIBT.
008170          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008180
008190          MOVE SPACES             TO DATI-LIBT.
008200          MOVE 1                  TO PUNTA-BCNS.
008210          STRING '"ente":"00","produttore":"' DELIMITED BY SIZE
008220           INTO DATI-LIBT WITH POINTER PUNTA-BCNS.
008230          MOVE INTESTAZIONE-BCNS  TO STRINGA-JSON.
008240          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
008250          IF LUNGH-JSON-ESC > ZEROS
008260           STRING STRINGA-JSON-ESC(1:LUNGH-JSON-ESC)
008270            DELIMITED BY SIZE
008280            INTO DATI-LIBT WITH POINTER PUNTA-BCNS
008290          END-IF.
008300          STRING '",' DELIMITED BY SIZE
008310           INTO DATI-LIBT WITH POINTER PUNTA-BCNS.
008320          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008330
008340          MOVE SPACES             TO DATI-LIBT.
008350          MOVE 1                  TO PUNTA-BCNS.
008360          MOVE DAL-BCNS           TO DATA-RIGA-BCNS.
008370          PERFORM FORMATTA-DATA-BCNS THRU EX-FORMATTA-DATA-BCNS.
008380          STRING '"dal":"' DATA-ISO-BCNS '",' DELIMITED BY SIZE
008390           INTO DATI-LIBT WITH POINTER PUNTA-BCNS.
008400          MOVE AL-BCNS            TO DATA-RIGA-BCNS.
008410          PERFORM FORMATTA-DATA-BCNS THRU EX-FORMATTA-DATA-BCNS.
008420          STRING '"al":"' DATA-ISO-BCNS '",' DELIMITED BY SIZE
008430           INTO DATI-LIBT WITH POINTER PUNTA-BCNS.
008440          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008450
008460          MOVE SPACES             TO DATI-LIBT.
008470          MOVE RIGHE-BCNS         TO NUMERO-VIS-BCNS.
008480          STRING '"righe":' NUMERO-VIS-BCNS ',' DELIMITED BY SIZE
008490           INTO DATI-LIBT.
008500          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008510
008520          MOVE SPACES             TO DATI-LIBT.
008530          MOVE FILE-BCNS          TO NUMERO-VIS-BCNS.
008540          STRING '"file":' NUMERO-VIS-BCNS ',' DELIMITED BY SIZE
008550           INTO DATI-LIBT.
008560          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008570
008580          MOVE SPACES             TO DATI-LIBT.
008590          MOVE MANCANTI-BCNS      TO NUMERO-VIS-BCNS.
008600          STRING '"mancanti":' NUMERO-VIS-BCNS ','
008610           DELIMITED BY SIZE INTO DATI-LIBT.
008620          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008630
008640          MOVE SPACES             TO DATI-LIBT.
008650          STRING '"catenaInizio":"' INIZIO-BCNS '",'
008660           DELIMITED BY SIZE INTO DATI-LIBT.
008670          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008680
008690          MOVE SPACES             TO DATI-LIBT.
008700          STRING '"catenaFine":"' FINE-BCNS '",'
008710           DELIMITED BY SIZE INTO DATI-LIBT.
008720          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008730
008740          MOVE SPACES             TO DATI-LIBT.
008750          STRING '"precedente":"' PRECEDENTE-BCNS '",'
008760           DELIMITED BY SIZE INTO DATI-LIBT.
008770          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008780
008790          MOVE SPACES             TO DATI-LIBT.
008800          MOVE DATA-OGGI-BCNS     TO DATA-RIGA-BCNS.
008810          PERFORM FORMATTA-DATA-BCNS THRU EX-FORMATTA-DATA-BCNS.
008820          STRING '"preparato":"' DATA-ISO-BCNS "T"
008830           ORA-OGGI-BCNS(1:2) ":" ORA-OGGI-BCNS(3:2) ":"
008840           ORA-OGGI-BCNS(5:2) '"}' DELIMITED BY SIZE
008850           INTO DATI-LIBT.
008860          PERFORM SCRIVI-RIGA-LIBT THRU EX-SCRIVI-RIGA-LIBT.
008870
008880          PERFORM CLOSE-LIBT      THRU EX-CLOSE-LIBT.
008890
008900 EX-METADATI-BCNS.
008910          EXIT.
008920*
008930***** DATA-RIGA-BCNS IN FORMATO AAAA-MM-GG (VUOTA SE ZERO)
008940*
008950 FORMATTA-DATA-BCNS.
008960
008970          MOVE SPACES             TO DATA-ISO-BCNS.
008980
008990          IF DATA-RIGA-BCNS = ZEROS GO TO EX-FORMATTA-DATA-BCNS.
009000
009010          STRING DATA-RIGA-BCNS(1:4) "-" DATA-RIGA-BCNS(5:2) "-"
009020           DATA-RIGA-BCNS(7:2) DELIMITED BY SIZE
009030           INTO DATA-ISO-BCNS.
009040
009050 EX-FORMATTA-DATA-BCNS.
009060          EXIT.
009070*
009080***** SHA-256 DELL'ARCHIVIO DEL PACCHETTO (COME IN openfirw.exe)
009090*
009100 CALCOLA-IMPRONTA-BCNS.
009110
009120          MOVE SPACES             TO IMPRONTA-BCNS.
009130
009140          ACCEPT ORA-OGGI-BCNS    FROM TIME.
009150          MOVE SPACES             TO NOME-CSV.
009160          STRING "FILES/IMPRONTA." ORA-OGGI-BCNS ".TMP"
009170           DELIMITED BY SIZE INTO NOME-CSV.
009180
009190          MOVE SPACES             TO COMANDO-BCNS.
009200          STRING "sha256sum " DELIMITED BY SIZE
009210           PACCHETTO-BCNS DELIMITED BY SPACE
009220           " > " DELIMITED BY SIZE
009230           NOME-CSV DELIMITED BY SPACE
009240           " 2>/dev/null" DELIMITED BY SIZE
009250           INTO COMANDO-BCNS.
009260          CALL "SYSTEM" USING COMANDO-BCNS.
009270
009280          IF RETURN-CODE = ZERO
009290           PERFORM OPEN-I-CSV     THRU EX-OPEN-I-CSV
009300           PERFORM LEGGI-CSV      THRU EX-LEGGI-CSV
009310           IF FINE-FILE NOT = "S"
009320            MOVE DATI-CSV(1:64)   TO IMPRONTA-BCNS
009330           END-IF
009340           PERFORM CLOSE-CSV      THRU EX-CLOSE-CSV
009350          END-IF.
009360
009370          MOVE SPACES             TO COMANDO-BCNS.
009380          STRING "rm -f " DELIMITED BY SIZE
009390           NOME-CSV DELIMITED BY SPACE
009400           INTO COMANDO-BCNS.
009410          CALL "SYSTEM" USING COMANDO-BCNS.
009420
009430 EX-CALCOLA-IMPRONTA-BCNS.
009440          EXIT.
009450*
009460***** VERSAMENTO DEI PACCHETTI DA INVIARE (E DEI RIFIUTATI, COL
009470***** CARTELLINO RIPROPONI)
009480*
009490 INVIA-BCNS.
009500
009510          IF URL-BCNS = SPACES
009520           DISPLAY "SERVIZIO DI CONSERVAZIONE NON CONFIGURATO "
009530            "(PARAMETRO CONSERVAZIONE-URL): I PACCHETTI RESTANO "
009540            "DA INVIARE"
009550           GO TO EX-INVIA-BCNS
009560          END-IF.
009570
009580          MOVE LOW-VALUES         TO CHIAVE-CNS.
009590          PERFORM STARTO-CNS      THRU EX-STARTO-CNS.
009600
009610          IF ESITO-NOK GO TO EX-INVIA-BCNS.
009620
009630 CICLO-INVIA-BCNS.
009640
009650          PERFORM LEGGO-NEXT-CNS  THRU EX-LEGGO-NEXT-CNS.
009660
009670          IF FINE-FILE = "S" GO TO EX-INVIA-BCNS.
009680
009690          IF CNS-DA-INVIARE
009700           OR (CNS-RIFIUTATO AND CARTELLINO-BCNS = "RIPROPONI")
009710           PERFORM INVIA-PACCHETTO-BCNS
009720            THRU EX-INVIA-PACCHETTO-BCNS
009730          END-IF.
009740
009750          GO TO CICLO-INVIA-BCNS.
009760
009770 EX-INVIA-BCNS.
009780          EXIT.
009790*
009800***** UN VERSAMENTO: IL CORPO DELLA RISPOSTA E' LA RICEVUTA, IL
009810***** CODICE HTTP DICE COM'E' ANDATA
009820*
009830 INVIA-PACCHETTO-BCNS.
009840
009850          MOVE SPACES             TO IDENT-BCNS.
009860          STRING TIPO-CNS "." DELIMITED BY SIZE
009870           RIFERIMENTO-CNS DELIMITED BY SPACE
009880           INTO IDENT-BCNS.
009890
009900          MOVE SPACES             TO RICEVUTA-BCNS.
009910          STRING "PRESERVAZIONE/" DELIMITED BY SIZE
009920           IDENT-BCNS DELIMITED BY SPACE
009930           ".RICEVUTA" DELIMITED BY SIZE
009940           INTO RICEVUTA-BCNS.
009950
009960          ACCEPT ORA-OGGI-BCNS    FROM TIME.
009970          MOVE SPACES             TO NOME-CSV.
009980          STRING "FILES/CONSERVAZIONE." ORA-OGGI-BCNS ".TMP"
009990           DELIMITED BY SIZE INTO NOME-CSV.
010000
010010          MOVE SPACES             TO COMANDO-BCNS.
010020          STRING "curl -s -o " DELIMITED BY SIZE
010030           RICEVUTA-BCNS DELIMITED BY SPACE
010040           " -w '%{http_code}'"
010050           " -H 'Content-Type: application/x-tar'"
010060           " -H 'X-Pacchetto: " DELIMITED BY SIZE
010070           IDENT-BCNS DELIMITED BY SPACE
010080           "' -H 'X-Impronta-SHA256: " DELIMITED BY SIZE
010090           IMPRONTA-CNS DELIMITED BY SPACE
010100           "' --data-binary @" DELIMITED BY SIZE
010110           PACCHETTO-FILE-CNS DELIMITED BY SPACE
010120           " " DELIMITED BY SIZE
010130           URL-BCNS DELIMITED BY SPACE
010140           " > " DELIMITED BY SIZE
010150           NOME-CSV DELIMITED BY SPACE
010160           " 2>/dev/null" DELIMITED BY SIZE
010170           INTO COMANDO-BCNS.
010180          CALL "SYSTEM" USING COMANDO-BCNS.
010190
010200          MOVE SPACES             TO CODICE-HTTP-BCNS.
010210          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
010220          IF STATUS-CSV = "00"
010230           PERFORM LEGGI-CSV      THRU EX-LEGGI-CSV
010240           IF FINE-FILE NOT = "S"
010250            MOVE DATI-CSV(1:3)    TO CODICE-HTTP-BCNS
010260           END-IF
010270           PERFORM CLOSE-CSV      THRU EX-CLOSE-CSV
010280          END-IF.
010290
010300          MOVE SPACES             TO COMANDO-BCNS.
010310          STRING "rm -f " DELIMITED BY SIZE
010320           NOME-CSV DELIMITED BY SPACE
010330           INTO COMANDO-BCNS.
010340          CALL "SYSTEM" USING COMANDO-BCNS.
010350
010360          ACCEPT DATA-INVIO-CNS   FROM DATE YYYYMMDD.
010370          ACCEPT ORA-OGGI-BCNS    FROM TIME.
010380          MOVE ORA-OGGI-BCNS(1:6) TO ORA-INVIO-CNS.
010390          ADD 1                   TO TENTATIVI-CNS.
010400          MOVE CODICE-HTTP-BCNS   TO CODICE-CNS.
010410
010420          EVALUATE CODICE-HTTP-BCNS(1:1)
010430           WHEN "2"
010440            MOVE "A"              TO STATO-CNS
010450            MOVE RICEVUTA-BCNS    TO RICEVUTA-CNS
010460            MOVE SPACES           TO MOTIVO-CNS
010470            ADD 1                 TO ACCETTATI-BCNS
010480            DISPLAY "ACCETTATO " IDENT-BCNS
010490           WHEN "4"
010500            MOVE "R"              TO STATO-CNS
010510            MOVE RICEVUTA-BCNS    TO RICEVUTA-CNS
010520            MOVE SPACES           TO MOTIVO-CNS
010530            STRING "RIFIUTATO DAL CONSERVATORE, CODICE "
010540             CODICE-HTTP-BCNS DELIMITED BY SIZE INTO MOTIVO-CNS
010550            ADD 1                 TO RIFIUTATI-BCNS
010560            DISPLAY "RIFIUTATO " IDENT-BCNS ", CODICE "
010570             CODICE-HTTP-BCNS
010580            MOVE "CONSERVRIF"     TO TIPO-NOT-WEB
010590            PERFORM ALLARME-BCNS  THRU EX-ALLARME-BCNS
010600           WHEN OTHER
010610            MOVE "E"              TO STATO-CNS
010620            MOVE SPACES           TO MOTIVO-CNS
010630            STRING "INVIO NON RIUSCITO, CODICE "
010640             CODICE-HTTP-BCNS DELIMITED BY SIZE INTO MOTIVO-CNS
010650            ADD 1                 TO ERRORI-BCNS
010660            DISPLAY "INVIO NON RIUSCITO " IDENT-BCNS ", CODICE "
010670             CODICE-HTTP-BCNS ", TENTATIVO " TENTATIVI-CNS
010680            IF TENTATIVI-CNS = MAX-TENTATIVI-BCNS
010690             MOVE "CONSERVERR"    TO TIPO-NOT-WEB
010700             PERFORM ALLARME-BCNS THRU EX-ALLARME-BCNS
010710            END-IF
010720          END-EVALUATE.
010730
010740          PERFORM RISCRIVI-CNS    THRU EX-RISCRIVI-CNS.
010750
010760 EX-INVIA-PACCHETTO-BCNS.
010770          EXIT.
010780*
010790***** ALLARME SUL PACCHETTO CORRENTE (TIPO GIA' IN TIPO-NOT-WEB,
010800***** DESTINATARI DALLA TABELLA "NT")
010810*
010820 ALLARME-BCNS.
010830
010840          MOVE "A"                TO SEVERITA-NOT-WEB.
010850          MOVE IDENT-BCNS         TO RIFERIMENTO-NOT-WEB.
010860          MOVE SPACES             TO DESTINATARI-NOT-WEB.
010870          MOVE SPACES             TO TESTO-NOT-WEB.
010880          STRING "Pacchetto di conservazione " DELIMITED BY SIZE
010890           IDENT-BCNS DELIMITED BY SPACE
010900           ": " MOTIVO-CNS DELIMITED BY SIZE
010910           INTO TESTO-NOT-WEB.
010920
010930          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
010940
010950 EX-ALLARME-BCNS.
010960          EXIT.
010970*
010980***** RAPPORTO DEI PERIODI NON CONSERVATI: OGNI PACCHETTO NON
010990***** ACCETTATO E OGNI PACCHETTO ACCETTATO CON FILE MANCANTI
011000*
011010 RAPPORTO-LACUNE-BCNS.
011020
011030          DISPLAY "PERIODI NON CONSERVATI".
011040
011050          MOVE LOW-VALUES         TO CHIAVE-CNS.
011060          PERFORM STARTO-CNS      THRU EX-STARTO-CNS.
011070
011080          IF ESITO-NOK GO TO FINE-LACUNE-BCNS.
011090
011100 CICLO-LACUNE-BCNS.
011110
011120          PERFORM LEGGO-NEXT-CNS  THRU EX-LEGGO-NEXT-CNS.
011130
011140          IF FINE-FILE = "S" GO TO FINE-LACUNE-BCNS.
011150
011160          IF CNS-ACCETTATO AND MANCANTI-CNS = ZEROS
011170           GO TO CICLO-LACUNE-BCNS
011180          END-IF.
011190
011200          ADD 1                   TO LACUNE-BCNS.
011210
011220          EVALUATE TRUE
011230           WHEN CNS-PREPARATO
011240            DISPLAY "  " TIPO-CNS " " RIFERIMENTO-CNS " DAL "
011250             DAL-CNS " AL " AL-CNS " DA INVIARE, PREPARATO IL "
011260             DATA-PREP-CNS
011270           WHEN CNS-ACCETTATO
011280            DISPLAY "  " TIPO-CNS " " RIFERIMENTO-CNS " DAL "
011290             DAL-CNS " AL " AL-CNS " ACCETTATO SENZA "
011300             MANCANTI-CNS " FILE"
011310           WHEN OTHER
011320            DISPLAY "  " TIPO-CNS " " RIFERIMENTO-CNS " DAL "
011330             DAL-CNS " AL " AL-CNS " " MOTIVO-CNS
011340          END-EVALUATE.
011350
011360          GO TO CICLO-LACUNE-BCNS.
011370
011380 FINE-LACUNE-BCNS.
011390
011400          IF LACUNE-BCNS = ZEROS AND NON-PREPARATI-BCNS = ZEROS
011410           DISPLAY "  NESSUNO"
011420          END-IF.
011430
011440 EX-RAPPORTO-LACUNE-BCNS.
011450          EXIT.
011460*
011470** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
011480** IMPOSTATO; SPAZI SE MANCA)
011490*
011500 PARAMETRO-BCNS.
011510
011520          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
011530          MOVE SPACES             TO QUALIFICA-PAR-WEB.
011540          MOVE "OPENBCNS"         TO PROGRAMMA-PAR-WEB
011550                                     OPERATORE-PAR-WEB.
011560
011570          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
011580                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
011590                                PROGRAMMA-PAR-WEB
011600                                OPERATORE-PAR-WEB ESITO-PAR-WEB
011610                                MOTIVO-PAR-WEB.
011620          CANCEL "OPENPARW".
011630
011640          IF ESITO-PAR-WEB NOT = "OK"
011650           MOVE SPACES            TO VALORE-PAR-WEB
011660          END-IF.
011670
011680 EX-PARAMETRO-BCNS.
011690          EXIT.
