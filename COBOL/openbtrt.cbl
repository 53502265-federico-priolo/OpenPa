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
000200* REGISTRO DEI TRATTAMENTI (ART. 30 GDPR) COMPOSTO DAI METADATI
000210* DEL SISTEMA INVECE CHE A MANO. PER OGNI ENTE DI ARKENT E OGNI
000220* ARCHIVIO CHE A DIZIONARIO (ARKDATO) HA CAMPI SENSIBILI RACCOGLIE:
000230*   - IL TRACCIATO (RIGA "TV" DELL'ULTIMA VERSIONE) CON I CAMPI,
000240*     QUELLI PERSONALI E I LORO GRUPPI DI VISIBILITA';
000250*   - LA RITENZIONE DI TABELLA "RE" ENTE 00 (COME openrete);
000260*   - I FERMI LEGALI ATTIVI DI ARKHLD: QUELLI "G" VALGONO PER GLI
000270*     ARCHIVI CHE openrete GOVERNA, QUELLI "U" PER ARKUTEN E SI
000280*     CONTANO SULL'ENTE DELL'UTENTE FERMATO;
000290*   - LA CIFRATURA (CIFRATO-UTEN, PREVISTA SOLO SU ARKUTEN);
000300*   - CHI DELL'ENTE PUO' LEGGERE I CAMPI IN CHIARO SECONDO I
000310*     DIRITTI EFFETTIVI PRECALCOLATI (ARKEFF, CHIAMATA
000320*     SI/RV/<gruppo> CON I JOLLY NELL'ORDINE DI AUTORIZZA-EFF).
000330* IL REGISTRO SI RISCRIVE DA CAPO SU ARKTRT E SI STAMPA CON LA
000340* CARTA INTESTATA DELL'ENTE DA openstmp.exe?MK-report=gdpr.
000350* LACUNE SEGNALATE: ARCHIVIO PERSONALE SENZA REGOLA DI RITENZIONE O
000360* CON UNA REGOLA CHE openrete NON APPLICA, RECORD DI ARKUTEN CON I
000370* CAMPI SENSIBILI IN CHIARO, GRUPPO DI DIZIONARIO CON CAMPI
000380* SENSIBILI CHE NESSUN TRACCIATO "TV" RICONDUCE A UN ARCHIVIO.
000390* GLI UTENTI CON PRECALCOLO MANCANTE O SCADUTO NON COMPAIONO TRA I
000400* LETTORI: SI CONTANO E SI SEGNALANO (RILANCIARE openbeff).
000410* RETURN-CODE 4 SE CI SONO LACUNE O PRECALCOLI DA RIFARE, 8 SE
000420* ARKDATO O ARKTRT NON SONO DISPONIBILI
000430*
000440 IDENTIFICATION   DIVISION.
000450 PROGRAM-ID.      OPENBTRT.
000460 ENVIRONMENT      DIVISION.
000470 CONFIGURATION    SECTION.
000480          COPY "SPECIAL.CBL".
000490 INPUT-OUTPUT     SECTION.
000500 FILE-CONTROL.
000510
000520          COPY "SELENT.CBL".
000530          COPY "SELDATO.CBL".
000540          COPY "SELTAB.CBL".
000550          COPY "SELHLD.CBL".
000560          COPY "SELUTEN.CBL".
000570          COPY "SELEFF.CBL".
000580          COPY "SELTRT.CBL".
000590
000600 DATA             DIVISION.
000610 FILE SECTION.
000620
000630          COPY "FDEENT.CBL".
000640          COPY "FDEDATO.CBL".
000650          COPY "FDETAB.CBL".
000660          COPY "FDEHLD.CBL".
000670          COPY "FDEUTEN.CBL".
000680          COPY "FDEEFF.CBL".
000690          COPY "FDETRT.CBL".
000700
000710 WORKING-STORAGE  SECTION.
000720
000730          COPY "GLOBALS.CBL".
000740*
000750 01 DATA-OGGI-BTRT           PIC 9(08).
000760*
000770** ENTI DEL REGISTRO; SENZA ANAGRAFICA ARKENT UN SOLO ENTE 00 CHE
000780** RACCOGLIE TUTTI GLI UTENTI
000790*
000800 01 ENTI-ARKENT-BTRT         PIC X(01).
000810 01 NUM-ENTI-BTRT            PIC 9(03) COMP.
000820 01 IND-ENTE-BTRT            PIC 9(03) COMP.
000830 01 TAB-ENTI-BTRT.
000840    02 ENTE-BTRT             OCCURS 99 TIMES.
000850       03 CODICE-ENTE-BTRT   PIC 9(02).
000860       03 NOME-ENTE-BTRT     PIC X(40).
000870       03 UTENTI-ENTE-BTRT   PIC 9(06).
000880       03 CHIARO-ENTE-BTRT   PIC 9(06).
000890       03 FERMI-ENTE-BTRT    PIC 9(04).
000900       03 LACUNE-ENTE-BTRT   PIC 9(04).
000910*
000920** ARCHIVI DEL DIZIONARIO: DALLE RIGHE "TV" (ULTIMA VERSIONE) E
000930** DAI GRUPPI CON CAMPI SENSIBILI SENZA TRACCIATO. PER OGNI
000940** ARCHIVIO I LETTORI IN CHIARO SONO CONTATI PER ENTE
000950*
000960 01 MAX-ARCH-BTRT            PIC 9(03) COMP VALUE 60.
000970 01 NUM-ARCH-BTRT            PIC 9(03) COMP.
000980 01 IND-ARCH-BTRT            PIC 9(03) COMP.
000990 01 TAB-ARCH-BTRT.
001000    02 ARCH-BTRT             OCCURS 60 TIMES.
001010       03 NOME-ARCH-BTRT     PIC X(30).
001020       03 VERSIONE-ARCH-BTRT PIC 9(05).
001030       03 GRUPPO-ARCH-BTRT   PIC X(02).
001040       03 DESC-ARCH-BTRT     PIC X(38).
001050       03 TRACCIATO-ARCH-BTRT PIC X(01).
001060       03 CAMPI-ARCH-BTRT    PIC 9(04).
001070       03 SENSIBILI-ARCH-BTRT PIC 9(04).
001080       03 NUM-VIS-ARCH-BTRT  PIC 9(02).
001090       03 GRUPPI-VIS-ARCH-BTRT.
001100          04 VIS-ARCH-BTRT   PIC X(02) OCCURS 10 TIMES.
001110       03 RITENZIONE-ARCH-BTRT PIC X(01).
001120       03 GIORNI-ARCH-BTRT   PIC 9(05).
001130       03 AZIONE-ARCH-BTRT   PIC X(01).
001140       03 LETTORI-ARCH-BTRT  PIC 9(05) OCCURS 99 TIMES.
001150 01 TRABOCCO-ARCH-BTRT       PIC X(01).
001160 01 TROVATO-BTRT             PIC 9(03) COMP.
001170*
001180** GRUPPO DI DIZIONARIO IN CORSO DI LETTURA (RIGHE CONTIGUE PER
001190** CHIAVE) CON I SUOI CONTEGGI, RIPORTATI AGLI ARCHIVI A ROTTURA
001200*
001210 01 GRUPPO-CORR-BTRT         PIC X(02).
001220 01 CAMPI-CORR-BTRT          PIC 9(04).
001230 01 SENSIBILI-CORR-BTRT      PIC 9(04).
001240 01 NUM-VIS-CORR-BTRT        PIC 9(02).
001250 01 GRUPPI-VIS-CORR-BTRT.
001260    02 VIS-CORR-BTRT         PIC X(02) OCCURS 10 TIMES.
001270 01 IND-VIS-BTRT             PIC 9(02) COMP.
001280 01 VIS-DATO-BTRT            PIC X(02).
001290 01 RICONDOTTO-BTRT          PIC X(01).
001300*
001310** ARCHIVI GOVERNATI DA openrete: SOLO SU QUESTI UNA REGOLA "RE"
001320** E UN FERMO "G" HANNO EFFETTO
001330*
001340 01 GOVERNATI-BTRT           PIC X(40) VALUE
001350    "ARKVSTO ARKSTAB ARKABIS ARKMVER ARKJOB  ".
001360 01 GOVERNATI-BTRT-R         REDEFINES GOVERNATI-BTRT.
001370    02 SIGLA-GOV-BTRT        PIC X(08) OCCURS 5 TIMES.
001380 01 IND-GOV-BTRT             PIC 9(02) COMP.
001390 01 GOVERNATO-BTRT           PIC X(01).
001400*
001410** L'UNICO ARCHIVIO CON CIFRATURA DEI CAMPI SENSIBILI
001420*
001430 01 ARCHIVIO-CIFRATO-BTRT    PIC X(30) VALUE "ARKUTEN".
001440*
001450** FERMI LEGALI ATTIVI SUI GIORNALI (VALGONO PER TUTTI GLI ENTI)
001460*
001470 01 FERMI-GIORNALE-BTRT      PIC 9(04).
001480*
001490** UTENTE IN ESAME NELLA SCANSIONE DI ARKEFF CON LE SUE VOCI DI
001500** RIVELAZIONE (SI/RV/<gruppo>, SI/RV/SPAZI, SI/SPAZI/SPAZI)
001510*
001520 01 EFF-APERTO-BTRT          PIC X(01).
001530 01 UTENTE-CORR-BTRT         PIC X(08).
001540 01 GRUPPI-TEST-CORR-BTRT    PIC X(26).
001550 01 TESTATA-CORR-BTRT        PIC X(01).
001560 01 GRUPPI-UTEN-BTRT.
001570    02 BASE-UTEN-BTRT        PIC 9(04).
001580    02 NUM-UTEN-BTRT         PIC 9(02).
001590    02 EXTRA-UTEN-BTRT       PIC X(20).
001600 01 NUM-RV-BTRT              PIC 9(02) COMP.
001610 01 IND-RV-BTRT              PIC 9(02) COMP.
001620 01 TAB-RV-BTRT.
001630    02 RV-BTRT               OCCURS 50 TIMES.
001640       03 ENT-RV-BTRT        PIC X(02).
001650       03 FUNZ-RV-BTRT       PIC X(02).
001660       03 ESITO-RV-BTRT      PIC X(01).
001670       03 GRUPPO-RV-BTRT     PIC 9(04).
001680       03 SCADENZA-RV-BTRT   PIC 9(08).
001690 01 CERCA-ENT-BTRT           PIC X(02).
001700 01 CERCA-FUNZ-BTRT          PIC X(02).
001710 01 TROVATA-RV-BTRT          PIC 9(02) COMP.
001720 01 LETTORE-BTRT             PIC X(01).
001730 01 VOCE-LETTORE-BTRT        PIC 9(02) COMP.
001740*
001750** TOTALI
001760*
001770 01 TOTALI-BTRT.
001780    02 RIGHE-ARCHIVIO-BTRT   PIC 9(06).
001790    02 RIGHE-LETTORE-BTRT    PIC 9(06).
001800    02 LACUNE-BTRT           PIC 9(06).
001810    02 NON-CALCOLATI-BTRT    PIC 9(06).
001820*
001830 PROCEDURE  DIVISION.
001840*
001850          ACCEPT DATA-OGGI-BTRT   FROM DATE YYYYMMDD.
001860
001870          MOVE ZEROS              TO TOTALI-BTRT
001880                                     FERMI-GIORNALE-BTRT.
001890
001900          OPEN INPUT ARKDATO.
001910
001920          IF STATUS-DATO NOT = "00"
001930           DISPLAY "OPENBTRT: ARKDATO NON DISPONIBILE, STATUS = "
001940            STATUS-DATO
001950           MOVE 8                 TO RETURN-CODE
001960           GOBACK
001970          END-IF.
001980
001990          PERFORM CARICA-TRACCIATI-BTRT
002000           THRU EX-CARICA-TRACCIATI-BTRT.
002010
002020          PERFORM CARICA-CAMPI-BTRT
002030           THRU EX-CARICA-CAMPI-BTRT.
002040
002050          CLOSE ARKDATO.
002060
002070          IF TRABOCCO-ARCH-BTRT = "S"
002080           DISPLAY "OPENBTRT: PIU' DI " MAX-ARCH-BTRT
002090            " ARCHIVI A DIZIONARIO, I SUCCESSIVI SONO ESCLUSI"
002100          END-IF.
002110
002120          PERFORM OPEN-O-TRT      THRU EX-OPEN-O-TRT.
002130
002140          IF STATUS-TRT NOT = "00"
002150           DISPLAY "OPENBTRT: ARKTRT NON DISPONIBILE, STATUS = "
002160            STATUS-TRT
002170           MOVE 8                 TO RETURN-CODE
002180           GOBACK
002190          END-IF.
002200
002210          PERFORM CARICA-ENTI-BTRT THRU EX-CARICA-ENTI-BTRT.
002220
002230          PERFORM CARICA-REGOLE-BTRT THRU EX-CARICA-REGOLE-BTRT.
002240
002250          OPEN INPUT ARKUTEN.
002260
002270          IF STATUS-UTEN NOT = "00"
002280           DISPLAY "OPENBTRT: ARKUTEN NON DISPONIBILE, STATUS = "
002290            STATUS-UTEN
002300           PERFORM CLOSE-TRT      THRU EX-CLOSE-TRT
002310           MOVE 8                 TO RETURN-CODE
002320           GOBACK
002330          END-IF.
002340
002350          OPEN INPUT ARKEFF.
002360
002370          MOVE "S"                TO EFF-APERTO-BTRT.
002380          IF STATUS-EFF NOT = "00"
002390           MOVE "N"               TO EFF-APERTO-BTRT
002400           DISPLAY "OPENBTRT: ARKEFF NON DISPONIBILE, STATUS = "
002410            STATUS-EFF " - LETTORI NON DETERMINABILI"
002420          END-IF.
002430
002440          PERFORM CARICA-FERMI-BTRT THRU EX-CARICA-FERMI-BTRT.
002450
002460          PERFORM SCORRI-UTENTI-BTRT THRU EX-SCORRI-UTENTI-BTRT.
002470
002480          PERFORM SCORRI-EFF-BTRT THRU EX-SCORRI-EFF-BTRT.
002490
002500          IF EFF-APERTO-BTRT = "S"
002510           CLOSE ARKEFF
002520          END-IF.
002530          CLOSE ARKUTEN.
002540
002550          PERFORM REGISTRO-ENTE-BTRT THRU EX-REGISTRO-ENTE-BTRT
002560           VARYING IND-ENTE-BTRT FROM 1 BY 1
002570           UNTIL IND-ENTE-BTRT > NUM-ENTI-BTRT.
002580
002590          PERFORM CLOSE-TRT       THRU EX-CLOSE-TRT.
002600
002610          DISPLAY " ".
002620          DISPLAY "VOCI DI REGISTRO (ARCHIVIO PER ENTE): "
002630           RIGHE-ARCHIVIO-BTRT.
002640          DISPLAY "LETTORI IN CHIARO REGISTRATI       : "
002650           RIGHE-LETTORE-BTRT.
002660          DISPLAY "LACUNE SEGNALATE                   : "
002670           LACUNE-BTRT.
002680
002690          IF NON-CALCOLATI-BTRT > ZEROS
002700           DISPLAY "UTENTI SENZA PRECALCOLO VALIDO     : "
002710            NON-CALCOLATI-BTRT
002720           DISPLAY "  (NON COMPAIONO TRA I LETTORI: RILANCIARE "
002730            "openbeff E POI QUESTA PROCEDURA)"
002740          END-IF.
002750
002760          MOVE ZERO               TO RETURN-CODE.
002770          IF LACUNE-BTRT > ZEROS OR NON-CALCOLATI-BTRT > ZEROS
002780           MOVE 4                 TO RETURN-CODE
002790          END-IF.
002800
002810          GOBACK.
002820
002830          COPY "PIOTRT.CBL".
002840*
002850** TRACCIATI "TV": UN ARCHIVIO PER NOME, CON IL GRUPPO DEI CAMPI
002860** DELLA VERSIONE PIU' ALTA
002870*
002880 CARICA-TRACCIATI-BTRT.
002890
002900          MOVE ZEROS              TO NUM-ARCH-BTRT.
002910          MOVE "N"                TO TRABOCCO-ARCH-BTRT.
002920
002930          MOVE "TV"               TO GRUPPO-DATO.
002940          MOVE ZEROS              TO PROG-DATO.
002950
002960          START ARKDATO KEY IS NOT LESS THAN CHIAVE-DATO
002970           INVALID KEY GO TO EX-CARICA-TRACCIATI-BTRT.
002980
002990 CICLO-TRACCIATI-BTRT.
003000
003010          READ ARKDATO NEXT RECORD
003020           AT END GO TO EX-CARICA-TRACCIATI-BTRT.
003030
003040          IF GRUPPO-DATO NOT = "TV"
003050           GO TO EX-CARICA-TRACCIATI-BTRT
003060          END-IF.
003070
003080          IF ARCHIVIO-TRAC-DATO = SPACES
003090           GO TO CICLO-TRACCIATI-BTRT
003100          END-IF.
003110
003120          MOVE ZEROS              TO TROVATO-BTRT.
003130
003140          PERFORM CERCA-ARCHIVIO-BTRT THRU EX-CERCA-ARCHIVIO-BTRT
003150           VARYING IND-ARCH-BTRT FROM 1 BY 1
003160           UNTIL IND-ARCH-BTRT > NUM-ARCH-BTRT.
003170
003180          MOVE TROVATO-BTRT       TO IND-ARCH-BTRT.
003190
003200          IF TROVATO-BTRT = ZEROS
003210           IF NUM-ARCH-BTRT NOT LESS MAX-ARCH-BTRT
003220            MOVE "S"              TO TRABOCCO-ARCH-BTRT
003230            GO TO CICLO-TRACCIATI-BTRT
003240           END-IF
003250           ADD 1                  TO NUM-ARCH-BTRT
003260           MOVE NUM-ARCH-BTRT     TO IND-ARCH-BTRT
003270           PERFORM NUOVO-ARCHIVIO-BTRT THRU EX-NUOVO-ARCHIVIO-BTRT
003280           MOVE ARCHIVIO-TRAC-DATO
003290            TO NOME-ARCH-BTRT(IND-ARCH-BTRT)
003300           MOVE "S"
003310            TO TRACCIATO-ARCH-BTRT(IND-ARCH-BTRT)
003320          ELSE
003330           IF VERSIONE-TRAC-DATO
003340            NOT > VERSIONE-ARCH-BTRT(IND-ARCH-BTRT)
003350            GO TO CICLO-TRACCIATI-BTRT
003360           END-IF
003370          END-IF.
003380
003390          MOVE VERSIONE-TRAC-DATO
003400           TO VERSIONE-ARCH-BTRT(IND-ARCH-BTRT).
003410          MOVE CAMPI-TRAC-DATO
003420           TO GRUPPO-ARCH-BTRT(IND-ARCH-BTRT).
003430          MOVE DESC-TRAC-DATO
003440           TO DESC-ARCH-BTRT(IND-ARCH-BTRT).
003450
003460          GO TO CICLO-TRACCIATI-BTRT.
003470
003480 EX-CARICA-TRACCIATI-BTRT.
003490          EXIT.
003500*
003510 CERCA-ARCHIVIO-BTRT.
003520
003530          IF NOME-ARCH-BTRT(IND-ARCH-BTRT) = ARCHIVIO-TRAC-DATO
003540           MOVE IND-ARCH-BTRT     TO TROVATO-BTRT
003550          END-IF.
003560
003570 EX-CERCA-ARCHIVIO-BTRT.
003580          EXIT.
003590*
003600** AZZERA LA VOCE IND-ARCH-BTRT APPENA AGGIUNTA
003610*
003620 NUOVO-ARCHIVIO-BTRT.
003630
003640          INITIALIZE ARCH-BTRT(IND-ARCH-BTRT).
003650          MOVE "N"
003660           TO TRACCIATO-ARCH-BTRT(IND-ARCH-BTRT).
003670
003680 EX-NUOVO-ARCHIVIO-BTRT.
003690          EXIT.
003700*
003710** TUTTO IL DIZIONARIO TRANNE "TV": I CONTEGGI DI OGNI GRUPPO VANNO
003720** AGLI ARCHIVI CHE LO HANNO COME GRUPPO DEI CAMPI; UN GRUPPO CON
003730** CAMPI SENSIBILI CHE NESSUN ARCHIVIO RICHIAMA DIVENTA UNA VOCE A
003740** SE' SENZA TRACCIATO
003750*
003760 CARICA-CAMPI-BTRT.
003770
003780          MOVE LOW-VALUES         TO GRUPPO-CORR-BTRT.
003790
003800          MOVE LOW-VALUES         TO CHIAVE-DATO.
003810
003820          START ARKDATO KEY IS NOT LESS THAN CHIAVE-DATO
003830           INVALID KEY GO TO EX-CARICA-CAMPI-BTRT.
003840
003850 CICLO-CAMPI-BTRT.
003860
003870          READ ARKDATO NEXT RECORD
003880           AT END GO TO FINE-CAMPI-BTRT.
003890
003900          IF GRUPPO-DATO = "TV" GO TO CICLO-CAMPI-BTRT.
003910
003920          IF GRUPPO-DATO NOT = GRUPPO-CORR-BTRT
003930           IF GRUPPO-CORR-BTRT NOT = LOW-VALUES
003940            PERFORM CHIUDI-GRUPPO-BTRT THRU EX-CHIUDI-GRUPPO-BTRT
003950           END-IF
003960           MOVE GRUPPO-DATO       TO GRUPPO-CORR-BTRT
003970           MOVE ZEROS             TO CAMPI-CORR-BTRT
003980                                     SENSIBILI-CORR-BTRT
003990                                     NUM-VIS-CORR-BTRT
004000           MOVE SPACES            TO GRUPPI-VIS-CORR-BTRT
004010          END-IF.
004020
004030          ADD 1                   TO CAMPI-CORR-BTRT.
004040
004050          IF NOT CAMPO-SENSIBILE GO TO CICLO-CAMPI-BTRT.
004060
004070          ADD 1                   TO SENSIBILI-CORR-BTRT.
004080
004090          IF VISIBILITA-DATO = SPACES
004100           MOVE GRUPPO-DATO       TO VIS-DATO-BTRT
004110          ELSE
004120           MOVE VISIBILITA-DATO   TO VIS-DATO-BTRT
004130          END-IF.
004140
004150          MOVE ZEROS              TO TROVATO-BTRT.
004160
004170          PERFORM CERCA-VIS-BTRT  THRU EX-CERCA-VIS-BTRT
004180           VARYING IND-VIS-BTRT FROM 1 BY 1
004190           UNTIL IND-VIS-BTRT > NUM-VIS-CORR-BTRT.
004200
004210          IF TROVATO-BTRT = ZEROS
004220           AND NUM-VIS-CORR-BTRT < 10
004230           ADD 1                  TO NUM-VIS-CORR-BTRT
004240           MOVE VIS-DATO-BTRT
004250            TO VIS-CORR-BTRT(NUM-VIS-CORR-BTRT)
004260          END-IF.
004270
004280          GO TO CICLO-CAMPI-BTRT.
004290
004300 FINE-CAMPI-BTRT.
004310
004320          IF GRUPPO-CORR-BTRT NOT = LOW-VALUES
004330           PERFORM CHIUDI-GRUPPO-BTRT THRU EX-CHIUDI-GRUPPO-BTRT
004340          END-IF.
004350
004360 EX-CARICA-CAMPI-BTRT.
004370          EXIT.
004380*
004390 CERCA-VIS-BTRT.
004400
004410          IF VIS-CORR-BTRT(IND-VIS-BTRT) = VIS-DATO-BTRT
004420           MOVE IND-VIS-BTRT      TO TROVATO-BTRT
004430          END-IF.
004440
004450 EX-CERCA-VIS-BTRT.
004460          EXIT.
004470*
004480** ROTTURA DI GRUPPO: RIPORTA I CONTEGGI SUGLI ARCHIVI
004490*
004500 CHIUDI-GRUPPO-BTRT.
004510
004520          MOVE "N"                TO RICONDOTTO-BTRT.
004530
004540          PERFORM RIPORTA-GRUPPO-BTRT THRU EX-RIPORTA-GRUPPO-BTRT
004550           VARYING IND-ARCH-BTRT FROM 1 BY 1
004560           UNTIL IND-ARCH-BTRT > NUM-ARCH-BTRT.
004570
004580          IF RICONDOTTO-BTRT = "S" OR SENSIBILI-CORR-BTRT = ZEROS
004590           GO TO EX-CHIUDI-GRUPPO-BTRT
004600          END-IF.
004610
004620          IF NUM-ARCH-BTRT NOT LESS MAX-ARCH-BTRT
004630           MOVE "S"               TO TRABOCCO-ARCH-BTRT
004640           GO TO EX-CHIUDI-GRUPPO-BTRT
004650          END-IF.
004660
004670          ADD 1                   TO NUM-ARCH-BTRT.
004680          MOVE NUM-ARCH-BTRT      TO IND-ARCH-BTRT.
004690          PERFORM NUOVO-ARCHIVIO-BTRT THRU EX-NUOVO-ARCHIVIO-BTRT.
004700
004710          STRING "DIZIONARIO GRUPPO " GRUPPO-CORR-BTRT
004720           DELIMITED BY SIZE INTO NOME-ARCH-BTRT(IND-ARCH-BTRT).
004730          MOVE GRUPPO-CORR-BTRT
004740           TO GRUPPO-ARCH-BTRT(IND-ARCH-BTRT).
004750          MOVE "GRUPPO SENZA TRACCIATO DI ARCHIVIO"
004760           TO DESC-ARCH-BTRT(IND-ARCH-BTRT).
004770
004780          PERFORM COPIA-GRUPPO-BTRT THRU EX-COPIA-GRUPPO-BTRT.
004790
004800 EX-CHIUDI-GRUPPO-BTRT.
004810          EXIT.
004820*
004830 RIPORTA-GRUPPO-BTRT.
004840
004850          IF GRUPPO-ARCH-BTRT(IND-ARCH-BTRT)
004860           NOT = GRUPPO-CORR-BTRT
004870           OR TRACCIATO-ARCH-BTRT(IND-ARCH-BTRT) NOT = "S"
004880           GO TO EX-RIPORTA-GRUPPO-BTRT
004890          END-IF.
004900
004910          MOVE "S"                TO RICONDOTTO-BTRT.
004920
004930          PERFORM COPIA-GRUPPO-BTRT THRU EX-COPIA-GRUPPO-BTRT.
004940
004950 EX-RIPORTA-GRUPPO-BTRT.
004960          EXIT.
004970*
004980 COPIA-GRUPPO-BTRT.
004990
005000          MOVE CAMPI-CORR-BTRT
005010           TO CAMPI-ARCH-BTRT(IND-ARCH-BTRT).
005020          MOVE SENSIBILI-CORR-BTRT
005030           TO SENSIBILI-ARCH-BTRT(IND-ARCH-BTRT).
005040          MOVE NUM-VIS-CORR-BTRT
005050           TO NUM-VIS-ARCH-BTRT(IND-ARCH-BTRT).
005060          MOVE GRUPPI-VIS-CORR-BTRT
005070           TO GRUPPI-VIS-ARCH-BTRT(IND-ARCH-BTRT).
005080
005090 EX-COPIA-GRUPPO-BTRT.
005100          EXIT.
005110*
005120** ENTI DI ARKENT, APERTI E CHIUSI (UN ENTE CHIUSO PUO' AVERE
005130** ANCORA DATI IN ARCHIVIO)
005140*
005150 CARICA-ENTI-BTRT.
005160
005170          MOVE ZEROS              TO NUM-ENTI-BTRT.
005180          MOVE "S"                TO ENTI-ARKENT-BTRT.
005190
005200          OPEN INPUT ARKENT.
005210
005220          IF STATUS-ENT NOT = "00" GO TO ENTE-UNICO-BTRT.
005230
005240          MOVE ZEROS              TO CODICE-ENT.
005250
005260          START ARKENT KEY IS NOT LESS THAN CHIAVE-ENT
005270           INVALID KEY GO TO CHIUDI-ENTI-BTRT.
005280
005290 CICLO-ENTI-BTRT.
005300
005310          READ ARKENT NEXT RECORD
005320           AT END GO TO CHIUDI-ENTI-BTRT.
005330
005340          IF NUM-ENTI-BTRT NOT LESS 99 GO TO CHIUDI-ENTI-BTRT.
005350
005360          ADD 1                   TO NUM-ENTI-BTRT.
005370          MOVE CODICE-ENT
005380           TO CODICE-ENTE-BTRT(NUM-ENTI-BTRT).
005390          MOVE DENOMINAZIONE-ENT
005400           TO NOME-ENTE-BTRT(NUM-ENTI-BTRT).
005410
005420          GO TO CICLO-ENTI-BTRT.
005430
005440 CHIUDI-ENTI-BTRT.
005450
005460          CLOSE ARKENT.
005470
005480 ENTE-UNICO-BTRT.
005490
005500          IF NUM-ENTI-BTRT = ZEROS
005510           MOVE "N"               TO ENTI-ARKENT-BTRT
005520           MOVE 1                 TO NUM-ENTI-BTRT
005530           MOVE ZEROS             TO CODICE-ENTE-BTRT(1)
005540           MOVE SPACES            TO NOME-ENTE-BTRT(1)
005550          END-IF.
005560
005570          PERFORM AZZERA-ENTE-BTRT THRU EX-AZZERA-ENTE-BTRT
005580           VARYING IND-ENTE-BTRT FROM 1 BY 1
005590           UNTIL IND-ENTE-BTRT > NUM-ENTI-BTRT.
005600
005610 EX-CARICA-ENTI-BTRT.
005620          EXIT.
005630*
005640 AZZERA-ENTE-BTRT.
005650
005660          MOVE ZEROS TO UTENTI-ENTE-BTRT(IND-ENTE-BTRT)
005670                        CHIARO-ENTE-BTRT(IND-ENTE-BTRT)
005680                        FERMI-ENTE-BTRT(IND-ENTE-BTRT)
005690                        LACUNE-ENTE-BTRT(IND-ENTE-BTRT).
005700
005710 EX-AZZERA-ENTE-BTRT.
005720          EXIT.
005730*
005740** POSIZIONE IN TABELLA DELL'ENTE DELL'UTENTE IN LINEA (ENTE-UTEN);
005750** IND-ENTE-BTRT OLTRE NUM-ENTI-BTRT SE L'ENTE NON E' CENSITO
005760*
005770 TROVA-ENTE-BTRT.
005780
005790          IF ENTI-ARKENT-BTRT = "N"
005800           MOVE 1                 TO IND-ENTE-BTRT
005810           GO TO EX-TROVA-ENTE-BTRT
005820          END-IF.
005830
005840          MOVE ZEROS              TO TROVATO-BTRT.
005850
005860          PERFORM CERCA-ENTE-BTRT THRU EX-CERCA-ENTE-BTRT
005870           VARYING IND-ENTE-BTRT FROM 1 BY 1
005880           UNTIL IND-ENTE-BTRT > NUM-ENTI-BTRT.
005890
005900          IF TROVATO-BTRT > ZEROS
005910           MOVE TROVATO-BTRT      TO IND-ENTE-BTRT
005920          END-IF.
005930
005940 EX-TROVA-ENTE-BTRT.
005950          EXIT.
005960*
005970 CERCA-ENTE-BTRT.
005980
005990          IF CODICE-ENTE-BTRT(IND-ENTE-BTRT) = ENTE-UTEN
006000           MOVE IND-ENTE-BTRT     TO TROVATO-BTRT
006010          END-IF.
006020
006030 EX-CERCA-ENTE-BTRT.
006040          EXIT.
006050*
006060** REGOLE DI RITENZIONE "RE" ENTE 00: LA SIGLA (POS 1-8) SI
006070** CONFRONTA COL NOME DELL'ARCHIVIO
006080*
006090 CARICA-REGOLE-BTRT.
006100
006110          OPEN INPUT ARKTAB.
006120
006130          IF STATUS-TAB NOT = "00"
006140           DISPLAY "OPENBTRT: ARKTAB NON DISPONIBILE, STATUS = "
006150            STATUS-TAB " - NESSUNA REGOLA DI RITENZIONE"
006160           GO TO EX-CARICA-REGOLE-BTRT
006170          END-IF.
006180
006190          MOVE "RE"               TO TIPO-TAB.
006200          MOVE ZEROS              TO ENTE-TAB
006210                                     PROG-TAB.
006220
006230          START ARKTAB KEY IS NOT LESS THAN CHIAVE-TAB
006240           INVALID KEY GO TO CHIUDI-REGOLE-BTRT.
006250
006260 CICLO-REGOLE-BTRT.
006270
006280          READ ARKTAB NEXT RECORD
006290           AT END GO TO CHIUDI-REGOLE-BTRT.
006300
006310          IF TIPO-TAB NOT = "RE" OR ENTE-TAB NOT = ZEROS
006320           GO TO CHIUDI-REGOLE-BTRT
006330          END-IF.
006340
006350          IF TABELLA(1:8) = SPACES GO TO CICLO-REGOLE-BTRT.
006360
006370          MOVE "N"                TO GOVERNATO-BTRT.
006380          PERFORM CERCA-GOVERNATO-BTRT
006390           THRU EX-CERCA-GOVERNATO-BTRT
006400           VARYING IND-GOV-BTRT FROM 1 BY 1
006410           UNTIL IND-GOV-BTRT > 5.
006420
006430          PERFORM APPLICA-REGOLA-BTRT THRU EX-APPLICA-REGOLA-BTRT
006440           VARYING IND-ARCH-BTRT FROM 1 BY 1
006450           UNTIL IND-ARCH-BTRT > NUM-ARCH-BTRT.
006460
006470          GO TO CICLO-REGOLE-BTRT.
006480
006490 CHIUDI-REGOLE-BTRT.
006500
006510          CLOSE ARKTAB.
006520
006530 EX-CARICA-REGOLE-BTRT.
006540          EXIT.
006550*
006560 CERCA-GOVERNATO-BTRT.
006570
006580          IF TABELLA(1:8) = SIGLA-GOV-BTRT(IND-GOV-BTRT)
006590           MOVE "S"               TO GOVERNATO-BTRT
006600          END-IF.
006610
006620 EX-CERCA-GOVERNATO-BTRT.
006630          EXIT.
006640*
006650 APPLICA-REGOLA-BTRT.
006660
006670          IF NOME-ARCH-BTRT(IND-ARCH-BTRT)(1:8) NOT = TABELLA(1:8)
006680           OR NOME-ARCH-BTRT(IND-ARCH-BTRT)(9:22) NOT = SPACES
006690           GO TO EX-APPLICA-REGOLA-BTRT
006700          END-IF.
006710
006720          IF GOVERNATO-BTRT = "S"
006730           MOVE "A"
006740            TO RITENZIONE-ARCH-BTRT(IND-ARCH-BTRT)
006750          ELSE
006760           MOVE "S"
006770            TO RITENZIONE-ARCH-BTRT(IND-ARCH-BTRT)
006780          END-IF.
006790
006800          IF TABELLA(10:5) NUMERIC
006810           MOVE TABELLA(10:5)
006820            TO GIORNI-ARCH-BTRT(IND-ARCH-BTRT)
006830          END-IF.
006840
006850          MOVE TABELLA(16:1)
006860           TO AZIONE-ARCH-BTRT(IND-ARCH-BTRT).
006870
006880 EX-APPLICA-REGOLA-BTRT.
006890          EXIT.
006900*
006910** FERMI LEGALI ATTIVI: "G" IN TOTALE, "U" SULL'ENTE DELL'UTENTE
006920*
006930 CARICA-FERMI-BTRT.
006940
006950          OPEN INPUT ARKHLD.
006960
006970          IF STATUS-HLD NOT = "00" GO TO EX-CARICA-FERMI-BTRT.
006980
006990          MOVE ZEROS              TO NUMERO-HLD.
007000
007010          START ARKHLD KEY IS NOT LESS THAN CHIAVE-HLD
007020           INVALID KEY GO TO CHIUDI-FERMI-BTRT.
007030
007040 CICLO-FERMI-BTRT.
007050
007060          READ ARKHLD NEXT RECORD
007070           AT END GO TO CHIUDI-FERMI-BTRT.
007080
007090          IF NOT FERMO-ATTIVO GO TO CICLO-FERMI-BTRT.
007100
007110          IF FERMO-GIORNALE
007120           ADD 1                  TO FERMI-GIORNALE-BTRT
007130           GO TO CICLO-FERMI-BTRT
007140          END-IF.
007150
007160          IF NOT FERMO-UTENTE GO TO CICLO-FERMI-BTRT.
007170
007180          MOVE CHIAVE-UTEN-HLD    TO CHIAVE-UTEN.
007190          READ ARKUTEN
007200           INVALID KEY GO TO CICLO-FERMI-BTRT.
007210
007220          PERFORM TROVA-ENTE-BTRT THRU EX-TROVA-ENTE-BTRT.
007230
007240          IF IND-ENTE-BTRT NOT > NUM-ENTI-BTRT
007250           ADD 1
007260            TO FERMI-ENTE-BTRT(IND-ENTE-BTRT)
007270          END-IF.
007280
007290          GO TO CICLO-FERMI-BTRT.
007300
007310 CHIUDI-FERMI-BTRT.
007320
007330          CLOSE ARKHLD.
007340
007350 EX-CARICA-FERMI-BTRT.
007360          EXIT.
007370*
007380** UTENZE PER ENTE: QUANTE HANNO ANCORA I CAMPI SENSIBILI IN
007390** CHIARO (LE ANONIMIZZATE NON HANNO PIU' DATI PERSONALI) E QUANTE
007400** NON HANNO UN PRECALCOLO DEI DIRITTI UTILIZZABILE
007410*
007420 SCORRI-UTENTI-BTRT.
007430
007440          MOVE LOW-VALUES         TO CHIAVE-UTEN.
007450
007460          START ARKUTEN KEY IS NOT LESS THAN CHIAVE-UTEN
007470           INVALID KEY GO TO EX-SCORRI-UTENTI-BTRT.
007480
007490 CICLO-UTENTI-BTRT.
007500
007510          READ ARKUTEN NEXT RECORD
007520           AT END GO TO EX-SCORRI-UTENTI-BTRT.
007530
007540          IF UTENTE-ANONIMIZZATO GO TO CICLO-UTENTI-BTRT.
007550
007560          PERFORM TROVA-ENTE-BTRT THRU EX-TROVA-ENTE-BTRT.
007570
007580          IF IND-ENTE-BTRT NOT > NUM-ENTI-BTRT
007590           ADD 1
007600            TO UTENTI-ENTE-BTRT(IND-ENTE-BTRT)
007610           IF NOT UTEN-CAMPI-CIFRATI
007620            ADD 1
007630             TO CHIARO-ENTE-BTRT(IND-ENTE-BTRT)
007640           END-IF
007650          END-IF.
007660
007670          IF UTENTE-CANCELLATO GO TO CICLO-UTENTI-BTRT.
007680
007690          MOVE "N"                TO TESTATA-CORR-BTRT.
007700
007710          IF EFF-APERTO-BTRT NOT = "S"
007720           GO TO CONTA-PRECALCOLO-BTRT
007730          END-IF.
007740
007750          MOVE CHIAVE-UTEN        TO UTENTE-EFF.
007760          MOVE ZEROS              TO ENTE-EFF.
007770          MOVE LOW-VALUE          TO CHIAMATA-EFF.
007780
007790          READ ARKEFF
007800           INVALID KEY MOVE "N"   TO STATO-EFF.
007810
007820          IF STATUS-EFF NOT = "00"
007830           MOVE "N"               TO STATO-EFF
007840          END-IF.
007850
007860          IF TESTATA-VALIDA
007870           MOVE GRUPPI-TEST-EFF   TO GRUPPI-TEST-CORR-BTRT
007880           PERFORM CONFRONTA-GRUPPI-BTRT
007890            THRU EX-CONFRONTA-GRUPPI-BTRT
007900          END-IF.
007910
007920 CONTA-PRECALCOLO-BTRT.
007930
007940          IF TESTATA-CORR-BTRT NOT = "S"
007950           ADD 1                  TO NON-CALCOLATI-BTRT
007960          END-IF.
007970
007980          GO TO CICLO-UTENTI-BTRT.
007990
008000 EX-SCORRI-UTENTI-BTRT.
008010          EXIT.
008020*
008030** IL PRECALCOLO VALE SE LA TESTATA CONCLUSA E' STATA FATTA SUGLI
008040** STESSI GRUPPI CHE L'UTENTE HA OGGI (COME IN AUTORIZZA-EFF)
008050*
008060 CONFRONTA-GRUPPI-BTRT.
008070
008080          MOVE "N"                TO TESTATA-CORR-BTRT.
008090
008100          MOVE GRUPPO-UTEN        TO BASE-UTEN-BTRT.
008110          MOVE NUM-GRUPPI-UTEN    TO NUM-UTEN-BTRT.
008120          MOVE GRUPPI-EXTRA-UTEN  TO EXTRA-UTEN-BTRT.
008130
008140          IF GRUPPI-UTEN-BTRT = GRUPPI-TEST-CORR-BTRT
008150           MOVE "S"               TO TESTATA-CORR-BTRT
008160          END-IF.
008170
008180 EX-CONFRONTA-GRUPPI-BTRT.
008190          EXIT.
008200*
008210** DIRITTI EFFETTIVI IN ORDINE DI UTENTE: DI OGNUNO SI RACCOLGONO
008220** LE VOCI DI RIVELAZIONE DELL'ENTE 00 E A CAMBIO UTENTE SI
008230** DECIDE, ARCHIVIO PER ARCHIVIO, SE LEGGE I CAMPI IN CHIARO
008240*
008250 SCORRI-EFF-BTRT.
008260
008270          IF EFF-APERTO-BTRT NOT = "S" GO TO EX-SCORRI-EFF-BTRT.
008280
008290          MOVE LOW-VALUES         TO UTENTE-CORR-BTRT.
008300          MOVE ZEROS              TO NUM-RV-BTRT.
008310          MOVE "N"                TO TESTATA-CORR-BTRT.
008320
008330          MOVE LOW-VALUES         TO CHIAVE-EFF.
008340
008350          START ARKEFF KEY IS NOT LESS THAN CHIAVE-EFF
008360           INVALID KEY GO TO EX-SCORRI-EFF-BTRT.
008370
008380 CICLO-EFF-BTRT.
008390
008400          READ ARKEFF NEXT RECORD
008410           AT END GO TO FINE-EFF-BTRT.
008420
008430          IF UTENTE-EFF NOT = UTENTE-CORR-BTRT
008440           PERFORM CHIUDI-UTENTE-BTRT THRU EX-CHIUDI-UTENTE-BTRT
008450           MOVE UTENTE-EFF        TO UTENTE-CORR-BTRT
008460           MOVE ZEROS             TO NUM-RV-BTRT
008470           MOVE "N"               TO TESTATA-CORR-BTRT
008480          END-IF.
008490
008500          IF ENTE-EFF = ZEROS AND CHIAMATA-EFF = LOW-VALUE
008510           IF TESTATA-VALIDA
008520            MOVE "S"              TO TESTATA-CORR-BTRT
008530            MOVE GRUPPI-TEST-EFF  TO GRUPPI-TEST-CORR-BTRT
008540           END-IF
008550           GO TO CICLO-EFF-BTRT
008560          END-IF.
008570
008580          IF ENTE-EFF NOT = ZEROS OR MOD-EFF NOT = "SI"
008590           GO TO CICLO-EFF-BTRT
008600          END-IF.
008610
008620          IF ENT-EFF NOT = "RV"
008630           AND (ENT-EFF NOT = SPACES OR FUNZ-EFF NOT = SPACES)
008640           GO TO CICLO-EFF-BTRT
008650          END-IF.
008660
008670          IF NUM-RV-BTRT NOT LESS 50 GO TO CICLO-EFF-BTRT.
008680
008690          ADD 1                   TO NUM-RV-BTRT.
008700          MOVE ENT-EFF            TO ENT-RV-BTRT(NUM-RV-BTRT).
008710          MOVE FUNZ-EFF           TO FUNZ-RV-BTRT(NUM-RV-BTRT).
008720          MOVE ESITO-EFF          TO ESITO-RV-BTRT(NUM-RV-BTRT).
008730          MOVE GRUPPO-CONCESSO-EFF TO GRUPPO-RV-BTRT(NUM-RV-BTRT).
008740          MOVE SCADENZA-EFF
008750           TO SCADENZA-RV-BTRT(NUM-RV-BTRT).
008760
008770*         UNA CONCESSIONE SCADUTA NEGA COME IN AUTORIZZA-EFF
008780          IF EFF-CONCESSA AND SCADENZA-EFF NOT = ZEROS
008790           AND SCADENZA-EFF < DATA-OGGI-BTRT
008800           MOVE "N"               TO ESITO-RV-BTRT(NUM-RV-BTRT)
008810          END-IF.
008820
008830          GO TO CICLO-EFF-BTRT.
008840
008850 FINE-EFF-BTRT.
008860
008870          PERFORM CHIUDI-UTENTE-BTRT THRU EX-CHIUDI-UTENTE-BTRT.
008880
008890 EX-SCORRI-EFF-BTRT.
008900          EXIT.
008910*
008920** FINE DELLE VOCI DI UN UTENTE: SOLO CON PRECALCOLO VALIDO,
008930** UTENTE ATTIVO E ENTE CENSITO SI REGISTRA COME LETTORE
008940*
008950 CHIUDI-UTENTE-BTRT.
008960
008970          IF UTENTE-CORR-BTRT = LOW-VALUES
008980           OR TESTATA-CORR-BTRT NOT = "S"
008990           OR NUM-RV-BTRT = ZEROS
009000           GO TO EX-CHIUDI-UTENTE-BTRT
009010          END-IF.
009020
009030          MOVE UTENTE-CORR-BTRT   TO CHIAVE-UTEN.
009040          READ ARKUTEN
009050           INVALID KEY GO TO EX-CHIUDI-UTENTE-BTRT.
009060
009070          IF UTENTE-CANCELLATO OR UTENTE-ANONIMIZZATO
009080           GO TO EX-CHIUDI-UTENTE-BTRT
009090          END-IF.
009100
009110          PERFORM CONFRONTA-GRUPPI-BTRT
009120           THRU EX-CONFRONTA-GRUPPI-BTRT.
009130
009140          IF TESTATA-CORR-BTRT NOT = "S"
009150           GO TO EX-CHIUDI-UTENTE-BTRT
009160          END-IF.
009170
009180          PERFORM TROVA-ENTE-BTRT THRU EX-TROVA-ENTE-BTRT.
009190
009200          IF IND-ENTE-BTRT > NUM-ENTI-BTRT
009210           GO TO EX-CHIUDI-UTENTE-BTRT
009220          END-IF.
009230
009240          PERFORM LETTORE-ARCHIVIO-BTRT
009250           THRU EX-LETTORE-ARCHIVIO-BTRT
009260           VARYING IND-ARCH-BTRT FROM 1 BY 1
009270           UNTIL IND-ARCH-BTRT > NUM-ARCH-BTRT.
009280
009290 EX-CHIUDI-UTENTE-BTRT.
009300          EXIT.
009310*
009320** L'UTENTE LEGGE L'ARCHIVIO SE PUO' RIVELARE ALMENO UNO DEI SUOI
009330** GRUPPI DI VISIBILITA'
009340*
009350 LETTORE-ARCHIVIO-BTRT.
009360
009370          IF SENSIBILI-ARCH-BTRT(IND-ARCH-BTRT) = ZEROS
009380           GO TO EX-LETTORE-ARCHIVIO-BTRT
009390          END-IF.
009400
009410          MOVE "N"                TO LETTORE-BTRT.
009420
009430          PERFORM RIVELA-GRUPPO-BTRT THRU EX-RIVELA-GRUPPO-BTRT
009440           VARYING IND-VIS-BTRT FROM 1 BY 1
009450           UNTIL IND-VIS-BTRT > NUM-VIS-ARCH-BTRT(IND-ARCH-BTRT)
009460           OR LETTORE-BTRT = "S".
009470
009480          IF LETTORE-BTRT NOT = "S"
009490           GO TO EX-LETTORE-ARCHIVIO-BTRT
009500          END-IF.
009510
009520          ADD 1
009530           TO LETTORI-ARCH-BTRT(IND-ARCH-BTRT, IND-ENTE-BTRT).
009540
009550          MOVE SPACES             TO TRATTAMENTO-TRT.
009560          MOVE CODICE-ENTE-BTRT(IND-ENTE-BTRT) TO ENTE-TRT.
009570          MOVE NOME-ARCH-BTRT(IND-ARCH-BTRT) TO ARCHIVIO-TRT.
009580          MOVE "L"                TO TIPO-RIGA-TRT.
009590          MOVE CHIAVE-UTEN        TO UTENTE-TRT.
009600          MOVE NOME-UTEN          TO NOME-LETT-TRT.
009610          MOVE GRUPPO-RV-BTRT(VOCE-LETTORE-BTRT)
009620           TO GRUPPO-LETT-TRT.
009630          MOVE SCADENZA-RV-BTRT(VOCE-LETTORE-BTRT)
009640           TO SCADENZA-LETT-TRT.
009650
009660          PERFORM SCRIVI-TRT      THRU EX-SCRIVI-TRT.
009670
009680          IF ESITO-OK
009690           ADD 1                  TO RIGHE-LETTORE-BTRT
009700          END-IF.
009710
009720 EX-LETTORE-ARCHIVIO-BTRT.
009730          EXIT.
009740*
009750** RISOLUZIONE DI SI/RV/<gruppo> SULLE VOCI DELL'UTENTE: CHIAMATA
009760** ESATTA, POI JOLLY DI FUNZIONE, POI JOLLY DI ENTITA'+FUNZIONE;
009770** LA PRIMA VOCE TROVATA DECIDE
009780*
009790 RIVELA-GRUPPO-BTRT.
009800
009810          MOVE "RV"               TO CERCA-ENT-BTRT.
009820          MOVE VIS-ARCH-BTRT(IND-ARCH-BTRT, IND-VIS-BTRT)
009830           TO CERCA-FUNZ-BTRT.
009840          PERFORM CERCA-RV-BTRT   THRU EX-CERCA-RV-BTRT.
009850
009860          IF TROVATA-RV-BTRT = ZEROS
009870           MOVE SPACES            TO CERCA-FUNZ-BTRT
009880           PERFORM CERCA-RV-BTRT  THRU EX-CERCA-RV-BTRT
009890          END-IF.
009900
009910          IF TROVATA-RV-BTRT = ZEROS
009920           MOVE SPACES            TO CERCA-ENT-BTRT
009930           PERFORM CERCA-RV-BTRT  THRU EX-CERCA-RV-BTRT
009940          END-IF.
009950
009960          IF TROVATA-RV-BTRT = ZEROS GO TO EX-RIVELA-GRUPPO-BTRT.
009970
009980          IF ESITO-RV-BTRT(TROVATA-RV-BTRT) = "C"
009990           MOVE "S"               TO LETTORE-BTRT
010000           MOVE TROVATA-RV-BTRT   TO VOCE-LETTORE-BTRT
010010          END-IF.
010020
010030 EX-RIVELA-GRUPPO-BTRT.
010040          EXIT.
010050*
010060 CERCA-RV-BTRT.
010070
010080          MOVE ZEROS              TO TROVATA-RV-BTRT.
010090
010100          PERFORM CONFRONTA-RV-BTRT THRU EX-CONFRONTA-RV-BTRT
010110           VARYING IND-RV-BTRT FROM 1 BY 1
010120           UNTIL IND-RV-BTRT > NUM-RV-BTRT
010130           OR TROVATA-RV-BTRT > ZEROS.
010140
010150 EX-CERCA-RV-BTRT.
010160          EXIT.
010170*
010180 CONFRONTA-RV-BTRT.
010190
010200          IF ENT-RV-BTRT(IND-RV-BTRT) = CERCA-ENT-BTRT
010210           AND FUNZ-RV-BTRT(IND-RV-BTRT) = CERCA-FUNZ-BTRT
010220           MOVE IND-RV-BTRT       TO TROVATA-RV-BTRT
010230          END-IF.
010240
010250 EX-CONFRONTA-RV-BTRT.
010260          EXIT.
010270*
010280** REGISTRO DI UN ENTE: UNA RIGA "A" PER ARCHIVIO CON DATI
010290** PERSONALI, CON LE LACUNE, E IL RIEPILOGO A VIDEO
010300*
010310 REGISTRO-ENTE-BTRT.
010320
010330          DISPLAY " ".
010340          DISPLAY "REGISTRO DEI TRATTAMENTI - ENTE "
010350           CODICE-ENTE-BTRT(IND-ENTE-BTRT) " "
010360           NOME-ENTE-BTRT(IND-ENTE-BTRT).
010370          DISPLAY "ARCHIVIO                       SENS RITENZ."
010380           " FERMI CIFR. LETTORI".
010390
010400          PERFORM VOCE-ARCHIVIO-BTRT THRU EX-VOCE-ARCHIVIO-BTRT
010410           VARYING IND-ARCH-BTRT FROM 1 BY 1
010420           UNTIL IND-ARCH-BTRT > NUM-ARCH-BTRT.
010430
010440          IF LACUNE-ENTE-BTRT(IND-ENTE-BTRT) > ZEROS
010450           DISPLAY "LACUNE DELL'ENTE: "
010460            LACUNE-ENTE-BTRT(IND-ENTE-BTRT)
010470          END-IF.
010480
010490 EX-REGISTRO-ENTE-BTRT.
010500          EXIT.
010510*
010520 VOCE-ARCHIVIO-BTRT.
010530
010540          IF SENSIBILI-ARCH-BTRT(IND-ARCH-BTRT) = ZEROS
010550           GO TO EX-VOCE-ARCHIVIO-BTRT
010560          END-IF.
010570
010580          MOVE SPACES             TO TRATTAMENTO-TRT.
010590          MOVE CODICE-ENTE-BTRT(IND-ENTE-BTRT) TO ENTE-TRT.
010600          MOVE NOME-ARCH-BTRT(IND-ARCH-BTRT) TO ARCHIVIO-TRT.
010610          MOVE "A"                TO TIPO-RIGA-TRT.
010620          MOVE GRUPPO-ARCH-BTRT(IND-ARCH-BTRT)
010630           TO GRUPPO-CAMPI-TRT.
010640          MOVE VERSIONE-ARCH-BTRT(IND-ARCH-BTRT) TO VERSIONE-TRT.
010650          MOVE DESC-ARCH-BTRT(IND-ARCH-BTRT) TO DESC-TRT.
010660          MOVE CAMPI-ARCH-BTRT(IND-ARCH-BTRT) TO CAMPI-TRT.
010670          MOVE SENSIBILI-ARCH-BTRT(IND-ARCH-BTRT)
010680           TO SENSIBILI-TRT.
010690          MOVE GRUPPI-VIS-ARCH-BTRT(IND-ARCH-BTRT)
010700           TO VISIBILITA-TRT.
010710          MOVE RITENZIONE-ARCH-BTRT(IND-ARCH-BTRT)
010720           TO RITENZIONE-TRT.
010730          MOVE GIORNI-ARCH-BTRT(IND-ARCH-BTRT) TO GIORNI-TRT.
010740          MOVE AZIONE-ARCH-BTRT(IND-ARCH-BTRT) TO AZIONE-TRT.
010750          MOVE LETTORI-ARCH-BTRT(IND-ARCH-BTRT, IND-ENTE-BTRT)
010760           TO LETTORI-TRT.
010770          MOVE ZEROS              TO FERMI-TRT
010780                                     IN-CHIARO-TRT.
010790          MOVE "N"                TO LACUNA-RITENZIONE-TRT
010800                                     LACUNA-CIFRATURA-TRT
010810                                     LACUNA-TRACCIATO-TRT.
010820          MOVE DATA-OGGI-BTRT     TO DATA-TRT.
010830
010840          IF RITENZIONE-APPLICATA
010850           MOVE FERMI-GIORNALE-BTRT TO FERMI-TRT
010860          ELSE
010870           MOVE "S"               TO LACUNA-RITENZIONE-TRT
010880          END-IF.
010890
010900          IF ARCHIVIO-TRT = ARCHIVIO-CIFRATO-BTRT
010910           ADD FERMI-ENTE-BTRT(IND-ENTE-BTRT) TO FERMI-TRT
010920           MOVE CHIARO-ENTE-BTRT(IND-ENTE-BTRT) TO IN-CHIARO-TRT
010930           PERFORM STATO-CIFRATURA-BTRT
010940            THRU EX-STATO-CIFRATURA-BTRT
010950          END-IF.
010960
010970          IF TRACCIATO-ARCH-BTRT(IND-ARCH-BTRT) NOT = "S"
010980           MOVE "S"               TO LACUNA-TRACCIATO-TRT
010990          END-IF.
011000
011010          PERFORM SCRIVI-TRT      THRU EX-SCRIVI-TRT.
011020
011030          IF ESITO-OK
011040           ADD 1                  TO RIGHE-ARCHIVIO-BTRT
011050          END-IF.
011060
011070          DISPLAY ARCHIVIO-TRT " " SENSIBILI-TRT " "
011080           RITENZIONE-TRT " " GIORNI-TRT " " FERMI-TRT "  "
011090           CIFRATURA-TRT "     " LETTORI-TRT.
011100
011110          IF LACUNA-RITENZIONE-TRT = "S"
011120           PERFORM CONTA-LACUNA-BTRT THRU EX-CONTA-LACUNA-BTRT
011130           IF RITENZIONE-IGNORATA
011140            DISPLAY "  LACUNA: REGOLA DI RITENZIONE NON "
011150             "APPLICATA (ARCHIVIO NON GOVERNATO DA openrete)"
011160           ELSE
011170            DISPLAY "  LACUNA: NESSUNA REGOLA DI RITENZIONE"
011180           END-IF
011190          END-IF.
011200
011210          IF LACUNA-CIFRATURA-TRT = "S"
011220           PERFORM CONTA-LACUNA-BTRT THRU EX-CONTA-LACUNA-BTRT
011230           DISPLAY "  LACUNA: " IN-CHIARO-TRT
011240            " RECORD CON I CAMPI SENSIBILI IN CHIARO"
011250          END-IF.
011260
011270          IF LACUNA-TRACCIATO-TRT = "S"
011280           PERFORM CONTA-LACUNA-BTRT THRU EX-CONTA-LACUNA-BTRT
011290           DISPLAY "  LACUNA: CAMPI SENSIBILI SENZA TRACCIATO "
011300            "DI ARCHIVIO"
011310          END-IF.
011320
011330 EX-VOCE-ARCHIVIO-BTRT.
011340          EXIT.
011350*
011360** CIFRATURA DI ARKUTEN PER L'ENTE: TUTTO, IN PARTE O NIENTE
011370*
011380 STATO-CIFRATURA-BTRT.
011390
011400          IF IN-CHIARO-TRT = ZEROS
011410           MOVE "S"               TO CIFRATURA-TRT
011420           GO TO EX-STATO-CIFRATURA-BTRT
011430          END-IF.
011440
011450          MOVE "S"                TO LACUNA-CIFRATURA-TRT.
011460
011470          IF IN-CHIARO-TRT < UTENTI-ENTE-BTRT(IND-ENTE-BTRT)
011480           MOVE "P"               TO CIFRATURA-TRT
011490          ELSE
011500           MOVE "N"               TO CIFRATURA-TRT
011510          END-IF.
011520
011530 EX-STATO-CIFRATURA-BTRT.
011540          EXIT.
011550*
011560 CONTA-LACUNA-BTRT.
011570
011580          ADD 1 TO LACUNE-BTRT
011590                   LACUNE-ENTE-BTRT(IND-ENTE-BTRT).
011600
011610 EX-CONTA-LACUNA-BTRT.
011620          EXIT.
