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
000200* MANUALE UTENTE STAMPABILE: L'ALBERO DEL MENU (PADRE-MENU /
000210* ORDINE-MENU, COME LO MOSTRA openmalb.exe) CON I TESTI DI AIUTO
000220* DI OGNI VOCE (ARKHLP) IN UN UNICO FILE DI TESTO, LIMITATO ALLE
000230* VOCI CHE UN GRUPPO PUO' APRIRE. PRIMO CARTELLINO A CONSOLE =
000240* GRUPPO (4 CIFRE), SECONDO = LINGUA (ISO 639-1, VUOTO = IT),
000250* TERZO = ENTE (2 CIFRE, VUOTO = 00). UNA VOCE ENTRA NEL MANUALE
000260* SE NON E' RICICLATA, E' DENTRO LA SUA FINESTRA DI VALIDITA' E LA
000270* SUA TERNA MOD/ENT/FUNZ E' ABILITATA AL GRUPPO COME CHIAMATA SU
000280* ARKABI (CON L'EREDITARIETA' DI AUTORIZZA-GER); UNA VOCE ESCLUSA
000290* TOGLIE CON SE' TUTTO IL SUO RAMO. I TITOLI SONO NUMERATI PER
000300* LIVELLO (1., 1.1., ...) E TRADOTTI (ARKMLNG); I TESTI DI AIUTO
000310* MANCANTI NELLA LINGUA RICADONO SULL'ITALIANO, CON UNA NOTA. IN
000320* TESTA LA GUIDA GENERALE (VOCE ZERO), SE C'E'. IL FILE E'
000330* FILES/MANUALE.<gruppo>.<lingua>.TXT
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENBMAN.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390          COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000420
000430          COPY "SELMENU.CBL".
000440          COPY "SELMLNG.CBL".
000450          COPY "SELHLP.CBL".
000460          COPY "SELABI.CBL".
000470          COPY "SELGER.CBL".
000480
000490          SELECT FILE-BMAN ASSIGN TO NOME-FILE-BMAN
000500           ORGANIZATION IS LINE SEQUENTIAL
000510           FILE STATUS  IS STATUS-BMAN.
000520
000530 DATA             DIVISION.
000540 FILE SECTION.
000550
000560          COPY "FDEMENU.CBL".
000570          COPY "FDEMLNG.CBL".
000580          COPY "FDEHLP.CBL".
000590          COPY "FDEABI.CBL".
000600          COPY "FDEGER.CBL".
000610
000620  FD FILE-BMAN.
000630  01 RIGA-BMAN                 PIC X(200).
000640
000650 WORKING-STORAGE  SECTION.
000660
000670          COPY "GLOBALS.CBL".
000680*
000690 01 STATUS-BMAN               PIC XX.
000700 01 NOME-FILE-BMAN            PIC X(80).
000710*
000720** CARTELLINI DI CONSOLE
000730*
000740 01 GRUPPO-CARTA-BMAN         PIC X(4).
000750 01 GRUPPO-BMAN               PIC 9(4).
000760 01 LINGUA-BMAN               PIC XX.
000770 01 ENTE-CARTA-BMAN           PIC XX.
000780 01 ENTE-BMAN                 PIC 99.
000790 01 DATA-OGGI-BMAN            PIC 9(8).
000800*
000810** TUTTE LE VOCI DI ARKMENU CON LA POSIZIONE NELL'ALBERO (COME
000820** openmalb.exe) E IL SEGNO DI ESCLUSIONE PER IL GRUPPO
000830*
000840 01 TAB-VOCI-BMAN.
000850    02 VOCI-BMAN OCCURS 2000 TIMES.
000860       03 NUM-VOCE-BMAN        PIC 9(7).
000870       03 PADRE-VOCE-BMAN      PIC 9(7).
000880       03 CHIAVE-ORD-VOCE-BMAN.
000890          05 ORDINE-VOCE-BMAN  PIC 9(4).
000900          05 NUM-ORD-VOCE-BMAN PIC 9(7).
000910       03 RADICE-VOCE-BMAN     PIC X.
000920       03 VISITATA-VOCE-BMAN   PIC X.
000930       03 ESCLUSA-VOCE-BMAN    PIC X.
000940 01 QUANTE-VOCI-BMAN          PIC 9(4) COMP.
000950*
000960** PILA DELLA VISITA IN PROFONDITA' (IL PRIMO POSTO E' LA RADICE
000970** FITTIZIA, INDICE ZERO) E NUMERAZIONE DEI TITOLI PER LIVELLO
000980*
000990 01 TAB-PILA-BMAN.
001000    02 PILA-BMAN OCCURS 11 TIMES.
001010       03 INDICE-PILA-BMAN     PIC 9(4) COMP.
001020       03 ULTIMO-PILA-BMAN     PIC X(11).
001030 01 PROFONDITA-BMAN           PIC 9(2) COMP.
001040 01 TAB-CONTA-BMAN.
001050    02 CONTA-LIV-BMAN OCCURS 11 TIMES PIC 9(3).
001060 01 LIVELLO-BMAN              PIC 9(2) COMP.
001070 01 IND-LIV-BMAN              PIC 9(2) COMP.
001080 01 CONTA-ED-BMAN             PIC ZZ9.
001090 01 SPAZI-BMAN                PIC 9(2) COMP.
001100 01 NUMERO-CAP-BMAN           PIC X(40).
001110 01 PUNTO-NUM-BMAN            PIC 9(3) COMP.
001120 01 PUNTO-BMAN                PIC 9(3) COMP.
001130 01 RIENTRO-BMAN              PIC 9(3) COMP.
001140*
001150 01 IND-BMAN                  PIC 9(4) COMP.
001160 01 IND2-BMAN                 PIC 9(4) COMP.
001170 01 IND-PADRE-BMAN            PIC 9(4) COMP.
001180 01 IND-TROVATO-BMAN          PIC 9(4) COMP.
001190 01 NUM-CERCATO-BMAN          PIC 9(7).
001200 01 FIGLIO-TROVATO-BMAN       PIC 9(4) COMP.
001210 01 ULTIMA-CHIAVE-BMAN        PIC X(11).
001220 01 MIGLIORE-BMAN             PIC X(11).
001230 01 FIGLIA-BMAN               PIC X.
001240    88 FIGLIA-SI-BMAN         VALUE "S".
001250*
001260 01 VOCI-LETTE-BMAN           PIC 9(5).
001270 01 VOCI-ESCLUSE-BMAN         PIC 9(5).
001280 01 VOCI-STAMPATE-BMAN        PIC 9(5).
001290 01 VOCI-SENZA-GUIDA-BMAN     PIC 9(5).
001300 01 VOCI-IN-RIPIEGO-BMAN      PIC 9(5).
001310*
001320 PROCEDURE  DIVISION.
001330*
001340          MOVE SPACES             TO GRUPPO-CARTA-BMAN.
001350          ACCEPT GRUPPO-CARTA-BMAN FROM CONSOLE.
001360
001370          IF GRUPPO-CARTA-BMAN NOT NUMERIC
001380           DISPLAY "OPENBMAN: INDICARE IL GRUPPO (4 CIFRE)"
001390           MOVE 1                 TO RETURN-CODE
001400           GOBACK
001410          END-IF.
001420
001430          MOVE GRUPPO-CARTA-BMAN  TO GRUPPO-BMAN.
001440
001450          MOVE SPACES             TO LINGUA-BMAN.
001460          ACCEPT LINGUA-BMAN      FROM CONSOLE.
001470          INSPECT LINGUA-BMAN CONVERTING
001480           "abcdefghijklmnopqrstuvwxyz" TO
001490           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001500          IF LINGUA-BMAN = SPACES
001510           MOVE "IT"              TO LINGUA-BMAN
001520          END-IF.
001530
001540          MOVE SPACES             TO ENTE-CARTA-BMAN.
001550          ACCEPT ENTE-CARTA-BMAN  FROM CONSOLE.
001560          MOVE ZEROS              TO ENTE-BMAN.
001570          IF ENTE-CARTA-BMAN NUMERIC
001580           MOVE ENTE-CARTA-BMAN   TO ENTE-BMAN
001590          END-IF.
001600
001610          ACCEPT DATA-OGGI-BMAN   FROM DATE YYYYMMDD.
001620
001630          MOVE SPACES             TO NOME-FILE-BMAN.
001640          STRING "FILES/MANUALE." GRUPPO-BMAN "." LINGUA-BMAN
001650                 ".TXT"
001660           DELIMITED BY SIZE INTO NOME-FILE-BMAN.
001670
001680          MOVE ZEROS              TO VOCI-LETTE-BMAN
001690                                     VOCI-ESCLUSE-BMAN
001700                                     VOCI-STAMPATE-BMAN
001710                                     VOCI-SENZA-GUIDA-BMAN
001720                                     VOCI-IN-RIPIEGO-BMAN.
001730
001740          OPEN OUTPUT FILE-BMAN.
001750
001760          IF STATUS-BMAN NOT = "00"
001770           DISPLAY "APERTURA " NOME-FILE-BMAN
001780            " FALLITA, STATUS " STATUS-BMAN
001790           MOVE 1                 TO RETURN-CODE
001800           GOBACK
001810          END-IF.
001820
001830          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
001840          PERFORM OPEN-I-MLNG     THRU EX-OPEN-I-MLNG.
001850          PERFORM OPEN-I-HLP      THRU EX-OPEN-I-HLP.
001860          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
001870          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
001880
001890          PERFORM CARICA-VOCI-BMAN THRU EX-CARICA-VOCI-BMAN.
001900
001910          PERFORM INTESTA-BMAN    THRU EX-INTESTA-BMAN.
001920
001930          PERFORM VISITA-BMAN     THRU EX-VISITA-BMAN.
001940
001950          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
001960          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
001970          PERFORM CLOSE-HLP       THRU EX-CLOSE-HLP.
001980          PERFORM CLOSE-MLNG      THRU EX-CLOSE-MLNG.
001990          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
002000
002010          CLOSE FILE-BMAN.
002020
002030          DISPLAY "MANUALE SCRITTO SU " NOME-FILE-BMAN.
002040          DISPLAY "VOCI DI MENU LETTE           : "
002050           VOCI-LETTE-BMAN.
002060          DISPLAY "VOCI ESCLUSE PER IL GRUPPO   : "
002070           VOCI-ESCLUSE-BMAN.
002080          DISPLAY "VOCI NEL MANUALE             : "
002090           VOCI-STAMPATE-BMAN.
002100          DISPLAY "  DI CUI SENZA GUIDA         : "
002110           VOCI-SENZA-GUIDA-BMAN.
002120          DISPLAY "  DI CUI GUIDA SOLO ITALIANA : "
002130           VOCI-IN-RIPIEGO-BMAN.
002140
002150          MOVE ZERO               TO RETURN-CODE.
002160
002170          GOBACK.
002180*
002190          COPY "PIOMENU.CBL".
002200          COPY "PIOMLNG.CBL".
002210          COPY "PIOHLP.CBL".
002220          COPY "PIOABI.CBL".
002230          COPY "PIOGER.CBL".
002240          COPY "PIOGERA.CBL".
002250*
002260***** CARICA IN TABELLA LA POSIZIONE DI TUTTE LE VOCI, SEGNANDO
002270***** QUELLE CHE IL GRUPPO NON PUO' APRIRE; UNA VOCE SENZA PADRE,
002280***** CON SE' STESSA COME PADRE O CON UN PADRE CHE NON ESISTE PIU'
002290***** VALE COME VOCE DI PRIMO LIVELLO
002300*
002310 CARICA-VOCI-BMAN.
002320
002330          MOVE ZERO               TO QUANTE-VOCI-BMAN.
002340
002350          MOVE LOW-VALUE          TO CHIAVE-MENU.
002360          PERFORM STARTO-MENU     THRU EX-STARTO-MENU.
002370
002380          IF ESITO-NOK GO TO RADICI-CARICA-VOCI-BMAN.
002390
002400 CICLO-CARICA-VOCI-BMAN.
002410
002420          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
002430
002440          IF FINE-FILE = "S" GO TO RADICI-CARICA-VOCI-BMAN.
002450
002460          IF QUANTE-VOCI-BMAN NOT < 2000
002470           GO TO RADICI-CARICA-VOCI-BMAN
002480          END-IF.
002490
002500          ADD 1                   TO VOCI-LETTE-BMAN.
002510          ADD 1                   TO QUANTE-VOCI-BMAN.
002520          MOVE QUANTE-VOCI-BMAN   TO IND-BMAN.
002530          MOVE NUM-MENU           TO NUM-VOCE-BMAN(IND-BMAN).
002540          MOVE NUM-MENU           TO NUM-ORD-VOCE-BMAN(IND-BMAN).
002550          MOVE ZEROS              TO PADRE-VOCE-BMAN(IND-BMAN).
002560          IF PADRE-MENU NUMERIC
002570           MOVE PADRE-MENU        TO PADRE-VOCE-BMAN(IND-BMAN)
002580          END-IF.
002590          MOVE ZEROS              TO ORDINE-VOCE-BMAN(IND-BMAN).
002600          IF ORDINE-MENU NUMERIC
002610           MOVE ORDINE-MENU       TO ORDINE-VOCE-BMAN(IND-BMAN)
002620          END-IF.
002630          MOVE "N"                TO RADICE-VOCE-BMAN(IND-BMAN).
002640          MOVE "N"                TO VISITATA-VOCE-BMAN(IND-BMAN).
002650
002660          PERFORM ESCLUDI-VOCE-BMAN THRU EX-ESCLUDI-VOCE-BMAN.
002670
002680          GO TO CICLO-CARICA-VOCI-BMAN.
002690
002700 RADICI-CARICA-VOCI-BMAN.
002710
002720          MOVE ZERO               TO IND-BMAN.
002730
002740 CICLO-RADICI-CARICA-VOCI-BMAN.
002750
002760          ADD 1                   TO IND-BMAN.
002770
002780          IF IND-BMAN > QUANTE-VOCI-BMAN
002790           GO TO EX-CARICA-VOCI-BMAN
002800          END-IF.
002810
002820          IF PADRE-VOCE-BMAN(IND-BMAN) = ZEROS
002830           OR PADRE-VOCE-BMAN(IND-BMAN) = NUM-VOCE-BMAN(IND-BMAN)
002840           MOVE "S"               TO RADICE-VOCE-BMAN(IND-BMAN)
002850           GO TO CICLO-RADICI-CARICA-VOCI-BMAN
002860          END-IF.
002870
002880          MOVE PADRE-VOCE-BMAN(IND-BMAN) TO NUM-CERCATO-BMAN.
002890          PERFORM TROVA-VOCE-BMAN THRU EX-TROVA-VOCE-BMAN.
002900
002910          IF IND-TROVATO-BMAN = ZERO
002920           MOVE "S"               TO RADICE-VOCE-BMAN(IND-BMAN)
002930          END-IF.
002940
002950          GO TO CICLO-RADICI-CARICA-VOCI-BMAN.
002960
002970 EX-CARICA-VOCI-BMAN.
002980          EXIT.
002990*
003000***** LA VOCE APPENA LETTA (RECORD DI ARKMENU IN MEMORIA) E'
003010***** ESCLUSA SE RICICLATA, FUORI FINESTRA O NON ABILITATA AL
003020***** GRUPPO
003030*
003040 ESCLUDI-VOCE-BMAN.
003050
003060          MOVE "S"                TO ESCLUSA-VOCE-BMAN(IND-BMAN).
003070
003080          IF MENU-RICICLATO GO TO CONTA-ESCLUSA-BMAN.
003090
003100          PERFORM VERIFICA-FINESTRA-MENU
003110           THRU EX-VERIFICA-FINESTRA-MENU.
003120
003130          IF VOCE-DORMIENTE GO TO CONTA-ESCLUSA-BMAN.
003140
003150          MOVE ENTE-BMAN          TO ENTE-ABI.
003160          MOVE MOD-MENU           TO MOD-ABI.
003170          MOVE ENT-MENU           TO ENT-ABI.
003180          MOVE FUNZ-MENU          TO FUNZ-ABI.
003190          MOVE GRUPPO-BMAN        TO GRUPPO-ABI.
003200          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
003210
003220          IF ESITO-NOK GO TO CONTA-ESCLUSA-BMAN.
003230
003240          MOVE "N"                TO ESCLUSA-VOCE-BMAN(IND-BMAN).
003250
003260          GO TO EX-ESCLUDI-VOCE-BMAN.
003270
003280 CONTA-ESCLUSA-BMAN.
003290
003300          ADD 1                   TO VOCI-ESCLUSE-BMAN.
003310
003320 EX-ESCLUDI-VOCE-BMAN.
003330          EXIT.
003340*
003350***** INDICE IN TABELLA DELLA VOCE NUM-CERCATO-BMAN (ZERO SE
003360***** NON C'E')
003370*
003380 TROVA-VOCE-BMAN.
003390
003400          MOVE ZERO               TO IND-TROVATO-BMAN.
003410          MOVE ZERO               TO IND2-BMAN.
003420
003430 CICLO-TROVA-VOCE-BMAN.
003440
003450          ADD 1                   TO IND2-BMAN.
003460
003470          IF IND2-BMAN > QUANTE-VOCI-BMAN
003480           GO TO EX-TROVA-VOCE-BMAN
003490          END-IF.
003500
003510          IF NUM-VOCE-BMAN(IND2-BMAN) = NUM-CERCATO-BMAN
003520           MOVE IND2-BMAN         TO IND-TROVATO-BMAN
003530           GO TO EX-TROVA-VOCE-BMAN
003540          END-IF.
003550
003560          GO TO CICLO-TROVA-VOCE-BMAN.
003570
003580 EX-TROVA-VOCE-BMAN.
003590          EXIT.
003600*
003610***** FRONTESPIZIO E GUIDA GENERALE (VOCE ZERO, SE HA TESTI)
003620*
003630 INTESTA-BMAN.
003640
003650          MOVE SPACES             TO RIGA-BMAN.
003660          STRING "MANUALE UTENTE - GRUPPO " GRUPPO-BMAN
003670                 " - ENTE " ENTE-BMAN
003680                 " - LINGUA " LINGUA-BMAN
003690                 " - " DATA-OGGI-BMAN
003700           DELIMITED BY SIZE INTO RIGA-BMAN.
003710          WRITE RIGA-BMAN.
003720
003730          MOVE ALL "="            TO RIGA-BMAN(1:72).
003740          WRITE RIGA-BMAN.
003750
003760          MOVE SPACES             TO RIGA-BMAN.
003770          WRITE RIGA-BMAN.
003780
003790          MOVE ZEROS              TO NUM-MENU-HLP.
003800          MOVE LINGUA-BMAN        TO LINGUA-HLP.
003810          PERFORM POSIZIONA-HLP   THRU EX-POSIZIONA-HLP.
003820
003830          IF ESITO-NOK GO TO EX-INTESTA-BMAN.
003840
003850          MOVE SPACES             TO RIGA-BMAN.
003860          MOVE "GUIDA GENERALE"   TO RIGA-BMAN.
003870          WRITE RIGA-BMAN.
003880
003890          MOVE 4                  TO RIENTRO-BMAN.
003900          PERFORM TESTI-VOCE-BMAN THRU EX-TESTI-VOCE-BMAN.
003910
003920 EX-INTESTA-BMAN.
003930          EXIT.
003940*
003950***** VISITA IN PROFONDITA' CON PILA ESPLICITA DALLA RADICE
003960***** FITTIZIA, COME IN openmalb.exe; LE VOCI ESCLUSE NON SONO MAI
003970***** SCELTE COME FIGLIE, COSI' IL LORO RAMO RESTA FUORI. OLTRE I
003980***** 10 LIVELLI NON SI SCENDE
003990*
004000 VISITA-BMAN.
004010
004020          MOVE 1                  TO PROFONDITA-BMAN.
004030          MOVE ZERO               TO INDICE-PILA-BMAN(1).
004040          MOVE ZEROS              TO ULTIMO-PILA-BMAN(1).
004050          MOVE ZEROS              TO TAB-CONTA-BMAN.
004060
004070 CICLO-VISITA-BMAN.
004080
004090          IF PROFONDITA-BMAN = ZERO
004100           GO TO EX-VISITA-BMAN
004110          END-IF.
004120
004130          MOVE INDICE-PILA-BMAN(PROFONDITA-BMAN)
004140           TO IND-PADRE-BMAN.
004150          MOVE ULTIMO-PILA-BMAN(PROFONDITA-BMAN)
004160           TO ULTIMA-CHIAVE-BMAN.
004170          PERFORM CERCA-FIGLIA-BMAN THRU EX-CERCA-FIGLIA-BMAN.
004180
004190          IF FIGLIO-TROVATO-BMAN = ZERO
004200           SUBTRACT 1             FROM PROFONDITA-BMAN
004210           GO TO CICLO-VISITA-BMAN
004220          END-IF.
004230
004240          MOVE CHIAVE-ORD-VOCE-BMAN(FIGLIO-TROVATO-BMAN)
004250           TO ULTIMO-PILA-BMAN(PROFONDITA-BMAN).
004260          MOVE "S"                TO
004270           VISITATA-VOCE-BMAN(FIGLIO-TROVATO-BMAN).
004280
004290          IF PROFONDITA-BMAN NOT < 11
004300           GO TO CICLO-VISITA-BMAN
004310          END-IF.
004320
004330          ADD 1                   TO PROFONDITA-BMAN.
004340          MOVE FIGLIO-TROVATO-BMAN
004350           TO INDICE-PILA-BMAN(PROFONDITA-BMAN).
004360          MOVE ZEROS              TO
004370           ULTIMO-PILA-BMAN(PROFONDITA-BMAN).
004380
004390          PERFORM STAMPA-VOCE-BMAN THRU EX-STAMPA-VOCE-BMAN.
004400
004410          GO TO CICLO-VISITA-BMAN.
004420
004430 EX-VISITA-BMAN.
004440          EXIT.
004450*
004460***** LA FIGLIA NON ANCORA VISITATA E NON ESCLUSA DI
004470***** IND-PADRE-BMAN (ZERO = RADICE FITTIZIA) CON LA CHIAVE DI
004480***** ORDINAMENTO PIU' BASSA TRA QUELLE OLTRE ULTIMA-CHIAVE-BMAN
004490*
004500 CERCA-FIGLIA-BMAN.
004510
004520          MOVE ZERO               TO FIGLIO-TROVATO-BMAN.
004530          MOVE HIGH-VALUE         TO MIGLIORE-BMAN.
004540          MOVE ZERO               TO IND2-BMAN.
004550
004560 CICLO-CERCA-FIGLIA-BMAN.
004570
004580          ADD 1                   TO IND2-BMAN.
004590
004600          IF IND2-BMAN > QUANTE-VOCI-BMAN
004610           GO TO EX-CERCA-FIGLIA-BMAN
004620          END-IF.
004630
004640          IF VISITATA-VOCE-BMAN(IND2-BMAN) = "S"
004650           OR ESCLUSA-VOCE-BMAN(IND2-BMAN) = "S"
004660           GO TO CICLO-CERCA-FIGLIA-BMAN
004670          END-IF.
004680
004690          PERFORM E-FIGLIA-BMAN   THRU EX-E-FIGLIA-BMAN.
004700
004710          IF NOT FIGLIA-SI-BMAN
004720           GO TO CICLO-CERCA-FIGLIA-BMAN
004730          END-IF.
004740
004750          IF CHIAVE-ORD-VOCE-BMAN(IND2-BMAN)
004760             NOT > ULTIMA-CHIAVE-BMAN
004770           GO TO CICLO-CERCA-FIGLIA-BMAN
004780          END-IF.
004790
004800          IF CHIAVE-ORD-VOCE-BMAN(IND2-BMAN) < MIGLIORE-BMAN
004810           MOVE CHIAVE-ORD-VOCE-BMAN(IND2-BMAN) TO MIGLIORE-BMAN
004820           MOVE IND2-BMAN         TO FIGLIO-TROVATO-BMAN
004830          END-IF.
004840
004850          GO TO CICLO-CERCA-FIGLIA-BMAN.
004860
004870 EX-CERCA-FIGLIA-BMAN.
004880          EXIT.
004890*
004900***** "S" SE LA VOCE IND2-BMAN E' FIGLIA DI IND-PADRE-BMAN: DELLA
004910***** RADICE FITTIZIA SONO FIGLIE LE SOLE VOCI DI PRIMO LIVELLO
004920*
004930 E-FIGLIA-BMAN.
004940
004950          MOVE "N"                TO FIGLIA-BMAN.
004960
004970          IF IND-PADRE-BMAN = ZERO
004980           IF RADICE-VOCE-BMAN(IND2-BMAN) = "S"
004990            MOVE "S"              TO FIGLIA-BMAN
005000           END-IF
005010           GO TO EX-E-FIGLIA-BMAN
005020          END-IF.
005030
005040          IF RADICE-VOCE-BMAN(IND2-BMAN) NOT = "S"
005050           AND PADRE-VOCE-BMAN(IND2-BMAN) =
005060               NUM-VOCE-BMAN(IND-PADRE-BMAN)
005070           MOVE "S"               TO FIGLIA-BMAN
005080          END-IF.
005090
005100 EX-E-FIGLIA-BMAN.
005110          EXIT.
005120*
005130***** CAPITOLO DEL MANUALE PER IL NODO IN CIMA ALLA PILA: TITOLO
005140***** NUMERATO E RIENTRATO SECONDO IL LIVELLO, RIGA DI ACCESSO
005150***** (TERNA, PROGRAMMA, ALIAS) E TESTI DI AIUTO
005160*
005170 STAMPA-VOCE-BMAN.
005180
005190          MOVE INDICE-PILA-BMAN(PROFONDITA-BMAN) TO IND-BMAN.
005200          MOVE NUM-VOCE-BMAN(IND-BMAN) TO NUM-MENU.
005210          PERFORM LEGGO-MENU      THRU EX-LEGGO-MENU.
005220
005230          IF ESITO-NOK
005240           INITIALIZE VOCE-MENU
005250           MOVE NUM-VOCE-BMAN(IND-BMAN) TO NUM-MENU
005260          END-IF.
005270
005280          ADD 1                   TO VOCI-STAMPATE-BMAN.
005290
005300*         LA RADICE FITTIZIA OCCUPA IL PRIMO POSTO DELLA PILA
005310          COMPUTE LIVELLO-BMAN = PROFONDITA-BMAN - 1.
005320          ADD 1                   TO CONTA-LIV-BMAN(LIVELLO-BMAN).
005330          IF LIVELLO-BMAN < 11
005340           MOVE ZEROS TO CONTA-LIV-BMAN(LIVELLO-BMAN + 1)
005350          END-IF.
005360
005370          MOVE SPACES             TO NUMERO-CAP-BMAN.
005380          MOVE 1                  TO PUNTO-NUM-BMAN.
005390          PERFORM COMPONI-NUMERO-BMAN THRU EX-COMPONI-NUMERO-BMAN
005400           VARYING IND-LIV-BMAN FROM 1 BY 1
005410           UNTIL IND-LIV-BMAN > LIVELLO-BMAN.
005420
005430          MOVE LINGUA-BMAN        TO LINGUA-MLNG.
005440          PERFORM RISOLVI-DESC-MLNG THRU EX-RISOLVI-DESC-MLNG.
005450
005460          MOVE SPACES             TO RIGA-BMAN.
005470          WRITE RIGA-BMAN.
005480
005490          COMPUTE RIENTRO-BMAN = (LIVELLO-BMAN - 1) * 2.
005500          COMPUTE PUNTO-BMAN = RIENTRO-BMAN + 1.
005510          STRING NUMERO-CAP-BMAN  DELIMITED BY SPACE
005520                 " "              DELIMITED BY SIZE
005530                 DESC-MENU-RISOLTA DELIMITED BY SIZE
005540           INTO RIGA-BMAN WITH POINTER PUNTO-BMAN.
005550          WRITE RIGA-BMAN.
005560
005570          ADD 4                   TO RIENTRO-BMAN.
005580
005590          MOVE SPACES             TO RIGA-BMAN.
005600          COMPUTE PUNTO-BMAN = RIENTRO-BMAN + 1.
005610          IF PROG-MENU = SPACES
005620           STRING "Codice " MOD-MENU "/" ENT-MENU "/" FUNZ-MENU
005630                  " - sottomenu"
005640            DELIMITED BY SIZE
005650            INTO RIGA-BMAN WITH POINTER PUNTO-BMAN
005660          ELSE
005670           STRING "Codice " MOD-MENU "/" ENT-MENU "/" FUNZ-MENU
005680                  " - programma "
005690                                  DELIMITED BY SIZE
005700                  PROG-MENU       DELIMITED BY SPACE
005710            INTO RIGA-BMAN WITH POINTER PUNTO-BMAN
005720          END-IF.
005730          IF ALIAS-MENU NOT = SPACES
005740           STRING " - accesso rapido " DELIMITED BY SIZE
005750                  ALIAS-MENU      DELIMITED BY SPACE
005760            INTO RIGA-BMAN WITH POINTER PUNTO-BMAN
005770          END-IF.
005780          WRITE RIGA-BMAN.
005790
005800          MOVE NUM-MENU           TO NUM-MENU-HLP.
005810          MOVE LINGUA-BMAN        TO LINGUA-HLP.
005820          PERFORM POSIZIONA-HLP   THRU EX-POSIZIONA-HLP.
005830
005840          IF ESITO-NOK
005850           ADD 1                  TO VOCI-SENZA-GUIDA-BMAN
005860           MOVE SPACES            TO RIGA-BMAN
005870           MOVE "(nessuna guida disponibile)"
005880            TO RIGA-BMAN(RIENTRO-BMAN + 1:)
005890           WRITE RIGA-BMAN
005900           GO TO EX-STAMPA-VOCE-BMAN
005910          END-IF.
005920
005930          PERFORM TESTI-VOCE-BMAN THRU EX-TESTI-VOCE-BMAN.
005940
005950 EX-STAMPA-VOCE-BMAN.
005960          EXIT.
005970*
005980***** UN PEZZO DEL NUMERO DI CAPITOLO ("1.", "12.") SENZA GLI
005990***** SPAZI DI TESTA DEL CONTATORE
006000*
006010 COMPONI-NUMERO-BMAN.
006020
006030          MOVE CONTA-LIV-BMAN(IND-LIV-BMAN) TO CONTA-ED-BMAN.
006040          MOVE ZERO               TO SPAZI-BMAN.
006050          INSPECT CONTA-ED-BMAN TALLYING SPAZI-BMAN
006060           FOR LEADING SPACES.
006070
006080          STRING CONTA-ED-BMAN(SPAZI-BMAN + 1:) DELIMITED BY SIZE
006090                 "."              DELIMITED BY SIZE
006100           INTO NUMERO-CAP-BMAN WITH POINTER PUNTO-NUM-BMAN.
006110
006120 EX-COMPONI-NUMERO-BMAN.
006130          EXIT.
006140*
006150***** RIGHE DI AIUTO DELLA VOCE, RIENTRATE DI RIENTRO-BMAN:
006160***** POSIZIONA-HLP HA GIA' LA PRIMA RIGA IN MEMORIA; UN TESTO
006170***** PRESO DALL'ITALIANO PER MANCANZA DI TRADUZIONE E' ANNOTATO
006180*
006190 TESTI-VOCE-BMAN.
006200
006210          IF AIUTO-IN-RIPIEGO
006220           ADD 1                  TO VOCI-IN-RIPIEGO-BMAN
006230           MOVE SPACES            TO RIGA-BMAN
006240           MOVE "(testo disponibile solo in italiano)"
006250            TO RIGA-BMAN(RIENTRO-BMAN + 1:)
006260           WRITE RIGA-BMAN
006270          END-IF.
006280
006290 CICLO-TESTI-VOCE-BMAN.
006300
006310          MOVE SPACES             TO RIGA-BMAN.
006320          COMPUTE PUNTO-BMAN = RIENTRO-BMAN + 1.
006330          IF CAMPO-HLP NOT = SPACES
006340           STRING CAMPO-HLP       DELIMITED BY SPACE
006350                  ": "            DELIMITED BY SIZE
006360            INTO RIGA-BMAN WITH POINTER PUNTO-BMAN
006370          END-IF.
006380          STRING TESTO-HLP        DELIMITED BY SIZE
006390           INTO RIGA-BMAN WITH POINTER PUNTO-BMAN.
006400          WRITE RIGA-BMAN.
006410
006420          PERFORM LEGGO-NEXT-HLP  THRU EX-LEGGO-NEXT-HLP.
006430
006440          IF FINE-FILE = "S"
006450           OR NUM-MENU-HLP NOT = NUM-HLP-WEB
006460           OR LINGUA-HLP NOT = LINGUA-HLP-WEB
006470           GO TO EX-TESTI-VOCE-BMAN
006480          END-IF.
006490
006500          GO TO CICLO-TESTI-VOCE-BMAN.
006510
006520 EX-TESTI-VOCE-BMAN.
006530          EXIT.
