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
000200* ELENCO DEGLI UTENTI CHE NON HANNO ANCORA ACCETTATO L'INFORMATIVA
000210* D'USO (ARKPOL / ARKPAC), PER ENTE E GRUPPO, DA SOLLECITARE PRIMA
000220* DELLE VERIFICHE. CARTELLINO A CONSOLE = VERSIONE (4 CIFRE, VUOTO
000230* = QUELLA CORRENTE SECONDO OPENPOLW). SONO CONSIDERATI GLI UTENTI
000240* NON CANCELLATI; QUELLI BLOCCATI COMPAIONO CON UNA NOTA. ENTE E
000250* GRUPPO SONO QUELLI PRIMARI DELL'UTENTE (ENTE-UTEN, GRUPPO-UTEN).
000260* IL FILE E' FILES/POLITICA.MANCANTI.<versione>.TXT
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENBPOL.
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320          COPY "SPECIAL.CBL".
000330 INPUT-OUTPUT     SECTION.
000340 FILE-CONTROL.
000350
000360          COPY "SELUTEN.CBL".
000370          COPY "SELPAC.CBL".
000380
000390          SELECT FILE-BPOL ASSIGN TO NOME-FILE-BPOL
000400           ORGANIZATION IS LINE SEQUENTIAL
000410           FILE STATUS  IS STATUS-BPOL.
000420
000430 DATA             DIVISION.
000440 FILE SECTION.
000450
000460          COPY "FDEUTEN.CBL".
000470          COPY "FDEPAC.CBL".
000480
000490  FD FILE-BPOL.
000500  01 RIGA-BPOL                 PIC X(132).
000510
000520 WORKING-STORAGE  SECTION.
000530
000540          COPY "GLOBALS.CBL".
000550*
000560 01 STATUS-BPOL               PIC XX.
000570 01 NOME-FILE-BPOL            PIC X(80).
000580*
000590** CARTELLINO DI CONSOLE E VERSIONE DA VERIFICARE
000600*
000610 01 VERSIONE-CARTA-BPOL       PIC X(4).
000620 01 VERSIONE-BPOL             PIC 9(4).
000630 01 VIGORE-BPOL               PIC 9(8).
000640 01 DATA-OGGI-BPOL            PIC 9(8).
000650*
000660** UTENTI SENZA ACCETTAZIONE, TENUTI IN ORDINE DI ENTE, GRUPPO E
000670** CODICE MAN MANO CHE SI INSERISCONO
000680*
000690 01 TAB-MANCANTI-BPOL.
000700    02 MANCANTE-BPOL OCCURS 5000 TIMES.
000710       03 CHIAVE-MANC-BPOL.
000720          05 ENTE-MANC-BPOL     PIC 9(2).
000730          05 GRUPPO-MANC-BPOL   PIC 9(4).
000740          05 UTENTE-MANC-BPOL   PIC X(8).
000750       03 NOME-MANC-BPOL        PIC X(30).
000760       03 BLOCCATO-MANC-BPOL    PIC X.
000770 01 QUANTI-MANC-BPOL          PIC 9(4) COMP.
000780 01 NUOVO-MANC-BPOL.
000790    02 CHIAVE-NUOVO-BPOL.
000800       05 ENTE-NUOVO-BPOL       PIC 9(2).
000810       05 GRUPPO-NUOVO-BPOL     PIC 9(4).
000820       05 UTENTE-NUOVO-BPOL     PIC X(8).
000830    02 NOME-NUOVO-BPOL          PIC X(30).
000840    02 BLOCCATO-NUOVO-BPOL      PIC X.
000850*
000860 01 IND-BPOL                  PIC 9(4) COMP.
000870 01 POSTO-BPOL                PIC 9(4) COMP.
000880 01 ENTE-ROTTURA-BPOL         PIC 9(2).
000890 01 GRUPPO-ROTTURA-BPOL       PIC 9(4).
000900 01 PRIMA-RIGA-BPOL           PIC X.
000910*
000920 01 UTENTI-LETTI-BPOL         PIC 9(5).
000930 01 UTENTI-CANCELLATI-BPOL    PIC 9(5).
000940 01 UTENTI-IN-REGOLA-BPOL     PIC 9(5).
000950 01 UTENTI-MANCANTI-BPOL      PIC 9(5).
000960 01 UTENTI-FUORI-TAB-BPOL     PIC 9(5).
000970 01 GRUPPO-CONTA-BPOL         PIC 9(5).
000980 01 CONTA-ED-BPOL             PIC ZZZZ9.
000990*
001000 PROCEDURE  DIVISION.
001010*
001020          MOVE SPACES             TO VERSIONE-CARTA-BPOL.
001030          ACCEPT VERSIONE-CARTA-BPOL FROM CONSOLE.
001040
001050          ACCEPT DATA-OGGI-BPOL   FROM DATE YYYYMMDD.
001060
001070          MOVE ZEROS              TO VIGORE-BPOL.
001080
001090          IF VERSIONE-CARTA-BPOL NOT = SPACES
001100           IF VERSIONE-CARTA-BPOL NOT NUMERIC
001110            DISPLAY "OPENBPOL: VERSIONE NON VALIDA (4 CIFRE)"
001120            MOVE 1                TO RETURN-CODE
001130            GOBACK
001140           END-IF
001150           MOVE VERSIONE-CARTA-BPOL TO VERSIONE-BPOL
001160          ELSE
001170           MOVE "CORRENTE"        TO AZIONE-POL-WEB
001180           MOVE SPACES            TO UTENTE-POL-WEB
001190           CALL "OPENPOLW"        USING AZIONE-POL-WEB
001200                                        UTENTE-POL-WEB
001210                                        VERSIONE-POL-WEB
001220                                        VIGORE-POL-WEB
001230                                        LINGUA-POL-WEB
001240                                        ORIGINE-POL-WEB
001250                                        ESITO-POL-WEB
001260           CANCEL "OPENPOLW"
001270           IF ESITO-POL-WEB NOT = "OK"
001280            DISPLAY "OPENBPOL: NESSUNA INFORMATIVA IN VIGORE"
001290            MOVE 1                TO RETURN-CODE
001300            GOBACK
001310           END-IF
001320           MOVE VERSIONE-POL-WEB  TO VERSIONE-BPOL
001330           MOVE VIGORE-POL-WEB    TO VIGORE-BPOL
001340          END-IF.
001350
001360          MOVE SPACES             TO NOME-FILE-BPOL.
001370          STRING "FILES/POLITICA.MANCANTI." VERSIONE-BPOL ".TXT"
001380           DELIMITED BY SIZE INTO NOME-FILE-BPOL.
001390
001400          MOVE ZEROS              TO UTENTI-LETTI-BPOL
001410                                     UTENTI-CANCELLATI-BPOL
001420                                     UTENTI-IN-REGOLA-BPOL
001430                                     UTENTI-MANCANTI-BPOL
001440                                     UTENTI-FUORI-TAB-BPOL.
001450          MOVE ZERO               TO QUANTI-MANC-BPOL.
001460
001470          OPEN OUTPUT FILE-BPOL.
001480
001490          IF STATUS-BPOL NOT = "00"
001500           DISPLAY "APERTURA " NOME-FILE-BPOL
001510            " FALLITA, STATUS " STATUS-BPOL
001520           MOVE 1                 TO RETURN-CODE
001530           GOBACK
001540          END-IF.
001550
001560          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001570          PERFORM OPEN-I-PAC      THRU EX-OPEN-I-PAC.
001580
001590          PERFORM CARICA-BPOL     THRU EX-CARICA-BPOL.
001600
001610          PERFORM CLOSE-PAC       THRU EX-CLOSE-PAC.
001620          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001630
001640          PERFORM STAMPA-BPOL     THRU EX-STAMPA-BPOL.
001650
001660          CLOSE FILE-BPOL.
001670
001680          DISPLAY "ELENCO SCRITTO SU " NOME-FILE-BPOL.
001690          DISPLAY "UTENTI LETTI                 : "
001700           UTENTI-LETTI-BPOL.
001710          DISPLAY "  DI CUI CANCELLATI          : "
001720           UTENTI-CANCELLATI-BPOL.
001730          DISPLAY "  DI CUI IN REGOLA           : "
001740           UTENTI-IN-REGOLA-BPOL.
001750          DISPLAY "  DI CUI SENZA ACCETTAZIONE  : "
001760           UTENTI-MANCANTI-BPOL.
001770
001780*         OLTRE LA CAPIENZA DELLA TABELLA L'ELENCO E' INCOMPLETO:
001790*         LO SI SEGNALA CON UN CODICE DI RITORNO DIVERSO DA ZERO
001800          IF UTENTI-FUORI-TAB-BPOL > ZEROS
001810           DISPLAY "  NON ELENCATI (TABELLA PIENA): "
001820            UTENTI-FUORI-TAB-BPOL
001830           MOVE 4                 TO RETURN-CODE
001840           GOBACK
001850          END-IF.
001860
001870          MOVE ZERO               TO RETURN-CODE.
001880
001890          GOBACK.
001900*
001910          COPY "PIOUTEN.CBL".
001920          COPY "PIOPAC.CBL".
001930*
001940***** LETTURA DI TUTTI GLI UTENTI: CHI NON HA IL RECORD DI
001950***** ACCETTAZIONE DELLA VERSIONE VA IN TABELLA
001960*
001970 CARICA-BPOL.
001980
001990          MOVE LOW-VALUES         TO CHIAVE-UTEN.
002000          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
002010
002020          IF ESITO-NOK GO TO EX-CARICA-BPOL.
002030
002040 CICLO-CARICA-BPOL.
002050
002060          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
002070
002080          IF FINE-FILE = "S" GO TO EX-CARICA-BPOL.
002090
002100          ADD 1                   TO UTENTI-LETTI-BPOL.
002110
002120          IF UTENTE-CANCELLATO
002130           ADD 1                  TO UTENTI-CANCELLATI-BPOL
002140           GO TO CICLO-CARICA-BPOL
002150          END-IF.
002160
002170          MOVE CHIAVE-UTEN        TO UTENTE-PAC.
002180          MOVE VERSIONE-BPOL      TO VERSIONE-PAC.
002190          PERFORM LEGGO-PAC       THRU EX-LEGGO-PAC.
002200
002210          IF ESITO-OK
002220           ADD 1                  TO UTENTI-IN-REGOLA-BPOL
002230           GO TO CICLO-CARICA-BPOL
002240          END-IF.
002250
002260          ADD 1                   TO UTENTI-MANCANTI-BPOL.
002270
002280          IF QUANTI-MANC-BPOL NOT < 5000
002290           ADD 1                  TO UTENTI-FUORI-TAB-BPOL
002300           GO TO CICLO-CARICA-BPOL
002310          END-IF.
002320
002330          MOVE ZEROS              TO ENTE-NUOVO-BPOL.
002340          IF ENTE-UTEN NUMERIC
002350           MOVE ENTE-UTEN         TO ENTE-NUOVO-BPOL
002360          END-IF.
002370          MOVE ZEROS              TO GRUPPO-NUOVO-BPOL.
002380          IF GRUPPO-UTEN NUMERIC
002390           MOVE GRUPPO-UTEN       TO GRUPPO-NUOVO-BPOL
002400          END-IF.
002410          MOVE CHIAVE-UTEN        TO UTENTE-NUOVO-BPOL.
002420          MOVE NOME-UTEN          TO NOME-NUOVO-BPOL.
002430          MOVE SPACES             TO BLOCCATO-NUOVO-BPOL.
002440          IF UTENTE-BLOCCATO
002450           MOVE "S"               TO BLOCCATO-NUOVO-BPOL
002460          END-IF.
002470
002480          PERFORM INSERISCI-BPOL  THRU EX-INSERISCI-BPOL.
002490
002500          GO TO CICLO-CARICA-BPOL.
002510
002520 EX-CARICA-BPOL.
002530          EXIT.
002540*
002550***** INSERIMENTO ORDINATO DI NUOVO-MANC-BPOL: SI CERCA IL PRIMO
002560***** POSTO CON CHIAVE MAGGIORE E SI SPOSTANO IN AVANTI I
002570***** SUCCESSIVI
002580*
002590 INSERISCI-BPOL.
002600
002610          MOVE ZERO               TO POSTO-BPOL.
002620
002630 CICLO-INSERISCI-BPOL.
002640
002650          ADD 1                   TO POSTO-BPOL.
002660
002670          IF POSTO-BPOL > QUANTI-MANC-BPOL
002680           GO TO METTI-INSERISCI-BPOL
002690          END-IF.
002700
002710          IF CHIAVE-MANC-BPOL(POSTO-BPOL) > CHIAVE-NUOVO-BPOL
002720           GO TO METTI-INSERISCI-BPOL
002730          END-IF.
002740
002750          GO TO CICLO-INSERISCI-BPOL.
002760
002770 METTI-INSERISCI-BPOL.
002780
002790          PERFORM SPOSTA-BPOL     THRU EX-SPOSTA-BPOL
002800           VARYING IND-BPOL FROM QUANTI-MANC-BPOL BY -1
002810           UNTIL IND-BPOL < POSTO-BPOL.
002820
002830          MOVE NUOVO-MANC-BPOL    TO MANCANTE-BPOL(POSTO-BPOL).
002840          ADD 1                   TO QUANTI-MANC-BPOL.
002850
002860 EX-INSERISCI-BPOL.
002870          EXIT.
002880
002890 SPOSTA-BPOL.
002900
002910          MOVE MANCANTE-BPOL(IND-BPOL)
002920                                  TO MANCANTE-BPOL(IND-BPOL + 1).
002930
002940 EX-SPOSTA-BPOL.
002950          EXIT.
002960*
002970***** STAMPA DELLA TABELLA CON UNA TESTATA A OGNI CAMBIO DI ENTE E
002980***** DI GRUPPO E IL CONTEGGIO DEL GRUPPO IN CODA
002990*
003000 STAMPA-BPOL.
003010
003020          MOVE SPACES             TO RIGA-BPOL.
003030          STRING "UTENTI SENZA ACCETTAZIONE DELL'INFORMATIVA "
003040                 "D'USO - VERSIONE " VERSIONE-BPOL
003050                 " - " DATA-OGGI-BPOL
003060           DELIMITED BY SIZE INTO RIGA-BPOL.
003070          WRITE RIGA-BPOL.
003080
003090          IF VIGORE-BPOL NOT = ZEROS
003100           MOVE SPACES            TO RIGA-BPOL
003110           STRING "IN VIGORE DAL " VIGORE-BPOL
003120            DELIMITED BY SIZE INTO RIGA-BPOL
003130           WRITE RIGA-BPOL
003140          END-IF.
003150
003160          MOVE SPACES             TO RIGA-BPOL.
003170          MOVE ALL "="            TO RIGA-BPOL(1:72).
003180          WRITE RIGA-BPOL.
003190
003200          IF QUANTI-MANC-BPOL = ZERO
003210           MOVE SPACES            TO RIGA-BPOL
003220           WRITE RIGA-BPOL
003230           MOVE "TUTTI GLI UTENTI HANNO ACCETTATO LA VERSIONE"
003240                                  TO RIGA-BPOL
003250           WRITE RIGA-BPOL
003260           GO TO EX-STAMPA-BPOL
003270          END-IF.
003280
003290          MOVE "S"                TO PRIMA-RIGA-BPOL.
003300          MOVE ZERO               TO IND-BPOL.
003310
003320 CICLO-STAMPA-BPOL.
003330
003340          ADD 1                   TO IND-BPOL.
003350
003360          IF IND-BPOL > QUANTI-MANC-BPOL
003370           PERFORM CODA-GRUPPO-BPOL THRU EX-CODA-GRUPPO-BPOL
003380           GO TO EX-STAMPA-BPOL
003390          END-IF.
003400
003410          IF PRIMA-RIGA-BPOL = "S"
003420           OR ENTE-MANC-BPOL(IND-BPOL) NOT = ENTE-ROTTURA-BPOL
003430           IF PRIMA-RIGA-BPOL NOT = "S"
003440            PERFORM CODA-GRUPPO-BPOL THRU EX-CODA-GRUPPO-BPOL
003450           END-IF
003460           MOVE ENTE-MANC-BPOL(IND-BPOL)   TO ENTE-ROTTURA-BPOL
003470           MOVE GRUPPO-MANC-BPOL(IND-BPOL) TO GRUPPO-ROTTURA-BPOL
003480           MOVE SPACES            TO RIGA-BPOL
003490           WRITE RIGA-BPOL
003500           MOVE SPACES            TO RIGA-BPOL
003510           STRING "ENTE " ENTE-ROTTURA-BPOL
003520            DELIMITED BY SIZE INTO RIGA-BPOL
003530           WRITE RIGA-BPOL
003540           PERFORM TESTA-GRUPPO-BPOL THRU EX-TESTA-GRUPPO-BPOL
003550           MOVE "N"               TO PRIMA-RIGA-BPOL
003560          END-IF.
003570
003580          IF GRUPPO-MANC-BPOL(IND-BPOL) NOT = GRUPPO-ROTTURA-BPOL
003590           PERFORM CODA-GRUPPO-BPOL THRU EX-CODA-GRUPPO-BPOL
003600           MOVE GRUPPO-MANC-BPOL(IND-BPOL) TO GRUPPO-ROTTURA-BPOL
003610           PERFORM TESTA-GRUPPO-BPOL THRU EX-TESTA-GRUPPO-BPOL
003620          END-IF.
003630
003640          MOVE SPACES             TO RIGA-BPOL.
003650          MOVE UTENTE-MANC-BPOL(IND-BPOL) TO RIGA-BPOL(9:8).
003660          MOVE NOME-MANC-BPOL(IND-BPOL)   TO RIGA-BPOL(19:30).
003670          IF BLOCCATO-MANC-BPOL(IND-BPOL) = "S"
003680           MOVE "(BLOCCATO)"      TO RIGA-BPOL(51:10)
003690          END-IF.
003700          WRITE RIGA-BPOL.
003710
003720          ADD 1                   TO GRUPPO-CONTA-BPOL.
003730
003740          GO TO CICLO-STAMPA-BPOL.
003750
003760 EX-STAMPA-BPOL.
003770          EXIT.
003780
003790 TESTA-GRUPPO-BPOL.
003800
003810          MOVE SPACES             TO RIGA-BPOL.
003820          STRING "    GRUPPO " GRUPPO-ROTTURA-BPOL
003830           DELIMITED BY SIZE INTO RIGA-BPOL.
003840          WRITE RIGA-BPOL.
003850
003860          MOVE ZEROS              TO GRUPPO-CONTA-BPOL.
003870
003880 EX-TESTA-GRUPPO-BPOL.
003890          EXIT.
003900
003910 CODA-GRUPPO-BPOL.
003920
003930          MOVE GRUPPO-CONTA-BPOL  TO CONTA-ED-BPOL.
003940          MOVE SPACES             TO RIGA-BPOL.
003950          STRING "        UTENTI DA SOLLECITARE: " CONTA-ED-BPOL
003960           DELIMITED BY SIZE INTO RIGA-BPOL.
003970          WRITE RIGA-BPOL.
003980
003990 EX-CODA-GRUPPO-BPOL.
004000          EXIT.
