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
000200* ACCESSO RAPIDO ALLE FUNZIONI DAL MENU: L'OPERATORE SCRIVE NELLA
000210* CASELLA COMANDI DI GOMENU.HTM UN CODICE BREVE (MK-codice) E
000220* VIENE PORTATO DIRETTAMENTE AL PROGRAMMA DELLA VOCE, SENZA
000230* SCENDERE PER I LIVELLI DI SUBLIV-MENU. IL CODICE E' LA TERNA
000235* MOD/ENT/FUNZ DELLA VOCE (ANCHE CON SEPARATORI: "SI/UT/MO",
000242* "si.ut.mo") OPPURE L'ALIAS ALIAS-MENU ASSEGNATO ALLA VOCE DA
000250* openmalb.exe; LE MINUSCOLE VALGONO COME MAIUSCOLE. LA TERNA HA
000260* LA PRECEDENZA. VALGONO LE STESSE REGOLE DEL CLIC SUL MENU: LA
000270* VOCE NON DEVE ESSERE RICICLATA NE' FUORI DALLA SUA FINESTRA DI
000280* VALIDITA', DEVE AVERE UN PROGRAMMA (UN SOTTOMENU NON SI APRE
000290* COSI') E LA TERNA DEVE ESSERE ABILITATA ALL'OPERATORE COME
000300* CHIAMATA SU ARKABI (GRUPPO BASE CON L'EREDITARIETA' DI
000310* AUTORIZZA-GER E GRUPPI EXTRA). UN CODICE SCONOSCIUTO O NON
000320* CONSENTITO PRODUCE UN MESSAGGIO, MAI UN'INTERRUZIONE. L'ACCESSO
000330* CONCESSO LASCIA SU ARKLOG UNA RIGA "ACCESSO-RAPIDO" CON LA TERNA
000340* DELLA VOCE, CHE openmuso.exe CONTA NELLE STATISTICHE DI UTILIZZO
000350* DEL MENU COME OGNI ALTRO USO DELLA VOCE; LA PAGINA DI RISPOSTA
000360* E' IL MENU CON IL RINVIO AUTOMATICO AL PROGRAMMA (MK-MODULO,
000370* MK-ENTITA E MK-FUNZIONE COME LI PASSA IL MENU).
000390*
000400 IDENTIFICATION   DIVISION.
000410 PROGRAM-ID.      OPENSCOR.
000420 ENVIRONMENT      DIVISION.
000430 CONFIGURATION    SECTION.
000440          COPY "SPECIAL.CBL".
000450 INPUT-OUTPUT     SECTION.
000460 FILE-CONTROL.
000470
000480          COPY "SELWEB.CBL".
000490          COPY "SELESE.CBL".
000500          COPY "SELJOB.CBL".
000510          COPY "SELVIEW.CBL".
000520          COPY "SELVSTO.CBL".
000530          COPY "SELMENU.CBL".
000540          COPY "SELUTEN.CBL".
000550          COPY "SELABI.CBL".
000560          COPY "SELGER.CBL".
000564          COPY "SELEFF.CBL".
000570
000580 DATA             DIVISION.
000590 FILE SECTION.
000600
000610          COPY "FDEWEB.CBL".
000620          COPY "FDEESE.CBL".
000630          COPY "FDEJOB.CBL".
000640          COPY "FDEVIEW.CBL".
000650          COPY "FDEVSTO.CBL".
000660          COPY "FDEMENU.CBL".
000670          COPY "FDEUTEN.CBL".
000680          COPY "FDEABI.CBL".
000690          COPY "FDEGER.CBL".
000694          COPY "FDEEFF.CBL".
000700
000710 WORKING-STORAGE  SECTION.
000720
000730          COPY "COBW3.CBL".
000740          COPY "GLOBALS.CBL".
000750*
000760 01 OPERATORE-SCOR            PIC X(8).
000770*
000780** CODICE COME DIGITATO E COME CERCATO (MAIUSCOLO, SENZA SPAZI,
000790** BARRE, PUNTI E TRATTINI)
000800*
000810 01 DIGITATO-SCOR             PIC X(20).
000820 01 CODICE-SCOR               PIC X(8).
000830 01 LUNGH-CODICE-SCOR         PIC 9(2) COMP.
000840 01 IND-SCOR                  PIC 9(2) COMP.
000850*
000860** ESITO DELLA RICERCA SU ARKMENU: "T" TROVATA UNA VOCE USABILE,
000870** ALTRIMENTI IL MOTIVO DELL'ULTIMA VOCE CORRISPONDENTE SCARTATA
000880** ("R" RICICLATA, "F" FUORI FINESTRA, "S" SOTTOMENU)
000890*
000900 01 ESITO-RICERCA-SCOR        PIC X.
000910    88 NESSUNA-VOCE-SCOR      VALUE SPACE.
000920    88 VOCE-TROVATA-SCOR      VALUE "T".
000930    88 VOCE-RICICLATA-SCOR    VALUE "R".
000940    88 VOCE-FUORI-FIN-SCOR    VALUE "F".
000950    88 VOCE-SOTTOMENU-SCOR    VALUE "S".
000960 01 PRIORITA-SCOR             PIC X.
000970    88 TROVATA-PER-TERNA-SCOR VALUE "T".
000980 01 VOCE-SCOR                 PIC X(512).
000990*
001000 01 IND-GRUPPI-SCOR           PIC 9(2) COMP.
001010 PROCEDURE  DIVISION.
001020*
001030          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001040
001050*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001060*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001070*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001080          IF SESSIONE-RIFIUTATA GO TO FINE-SCOR.
001090          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001100          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001110          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
001120
001130          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001140          PERFORM READ-WEB        THRU EX-READ-WEB.
001150          MOVE SPACES             TO OPERATORE-SCOR.
001160          MOVE VALUE-WEB(1:8)     TO OPERATORE-SCOR.
001170
001180          MOVE OPERATORE-SCOR     TO CHIAVE-UTEN.
001190          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001200
001210          IF OPERATORE-SCOR = SPACES OR ESITO-NOK
001220           MOVE "Operatore non riconosciuto" TO MESSAGGIO
001230           PERFORM VIS-MESS       THRU EX-VIS-MESS
001240           GO TO FINE-SCOR
001250          END-IF.
001260
001270          PERFORM NORMALIZZA-SCOR THRU EX-NORMALIZZA-SCOR.
001280
001290          IF CODICE-SCOR = SPACES
001300           MOVE "Indicare il codice della funzione da aprire"
001310                                  TO MESSAGGIO
001320           PERFORM VIS-MESS       THRU EX-VIS-MESS
001330           GO TO FINE-SCOR
001340          END-IF.
001350
001360          PERFORM CERCA-VOCE-SCOR THRU EX-CERCA-VOCE-SCOR.
001370
001380          IF NOT VOCE-TROVATA-SCOR
001390           PERFORM RIFIUTA-SCOR   THRU EX-RIFIUTA-SCOR
001400           GO TO FINE-SCOR
001410          END-IF.
001420
001430          MOVE VOCE-SCOR          TO VOCE-MENU.
001440
001450          PERFORM AUTORIZZA-SCOR  THRU EX-AUTORIZZA-SCOR.
001460
001470          IF ESITO-NOK
001480           MOVE SPACES            TO MESSAGGIO
001490           STRING "La funzione " DELIMITED BY SIZE
001500            DIGITATO-SCOR         DELIMITED BY "  "
001510            " (" DELIMITED BY SIZE
001520            DESC-MENU             DELIMITED BY "  "
001530            ") non e' abilitata per l'operatore"
001540                                  DELIMITED BY SIZE
001550            INTO MESSAGGIO
001560           PERFORM VIS-MESS       THRU EX-VIS-MESS
001570           GO TO FINE-SCOR
001580          END-IF.
001590
001600          PERFORM LOGGA-SCOR      THRU EX-LOGGA-SCOR.
001610
001620          PERFORM APRI-VOCE-SCOR  THRU EX-APRI-VOCE-SCOR.
001630
001640 FINE-SCOR.
001650
001660          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
001670          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001680          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001690          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001700
001710          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001720
001730          GOBACK.
001740
001750          COPY "PIOWEB1.CBL".
001760          COPY "PIOESE.CBL".
001770          COPY "PIOJOB.CBL".
001780          COPY "PIOVIEW.CBL".
001790          COPY "PIOVSTO.CBL".
001800          COPY "PIOVIEWH.CBL".
001810          COPY "PIOMENU.CBL".
001820          COPY "PIOUTEN.CBL".
001830          COPY "PIOABI.CBL".
001840          COPY "PIOGER.CBL".
001850          COPY "PIOGERA.CBL".
001854          COPY "PIOEFF.CBL".
001860*
001870***** MK-codice IN MAIUSCOLO, TOLTI SPAZI E SEPARATORI; OLTRE GLI
001880***** OTTO CARATTERI UTILI IL CODICE NON PUO' ESSERE NE' UNA TERNA
001890***** NE' UN ALIAS E RESTA SCONOSCIUTO
001900*
001910 NORMALIZZA-SCOR.
001920
001930          MOVE "MK-codice"        TO FIELD-WEB.
001940          PERFORM READ-WEB        THRU EX-READ-WEB.
001950          MOVE SPACES             TO DIGITATO-SCOR.
001960          MOVE VALUE-WEB(1:20)    TO DIGITATO-SCOR.
001970          INSPECT DIGITATO-SCOR CONVERTING
001980           "abcdefghijklmnopqrstuvwxyz"
001990           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002000
002010          MOVE SPACES             TO CODICE-SCOR.
002020          MOVE ZERO               TO LUNGH-CODICE-SCOR.
002030          MOVE ZERO               TO IND-SCOR.
002040
002050 CICLO-NORMALIZZA-SCOR.
002060
002070          ADD 1                   TO IND-SCOR.
002080
002090          IF IND-SCOR > 20 GO TO EX-NORMALIZZA-SCOR.
002100
002110          IF DIGITATO-SCOR(IND-SCOR:1) = SPACE OR "/" OR "."
002120           OR "-"
002130           GO TO CICLO-NORMALIZZA-SCOR
002140          END-IF.
002150
002160          ADD 1                   TO LUNGH-CODICE-SCOR.
002170
002180          IF LUNGH-CODICE-SCOR > 8
002190           MOVE "????????"        TO CODICE-SCOR
002200           GO TO EX-NORMALIZZA-SCOR
002210          END-IF.
002220
002230          MOVE DIGITATO-SCOR(IND-SCOR:1)
002240           TO CODICE-SCOR(LUNGH-CODICE-SCOR:1).
002250
002260          GO TO CICLO-NORMALIZZA-SCOR.
002270
002280 EX-NORMALIZZA-SCOR.
002290          EXIT.
002300*
002310***** CERCA SU ARKMENU LA VOCE DEL CODICE: PRIMA PER TERNA (LA
002320***** CHIAVE SECONDARIA AMMETTE DUPLICATI, SI PRENDE LA PRIMA VOCE
002330***** USABILE), POI PER ALIAS SCORRENDO TUTTO IL MENU
002340*
002350 CERCA-VOCE-SCOR.
002360
002370          MOVE SPACE              TO ESITO-RICERCA-SCOR.
002380          MOVE "T"                TO PRIORITA-SCOR.
002390
002400          IF LUNGH-CODICE-SCOR NOT = 6
002405           GO TO ALIAS-CERCA-VOCE-SCOR
002407          END-IF.
002410
002420          MOVE CODICE-SCOR(1:6)   TO CHIAVE-SEC-MENU.
002430          PERFORM STARTO-SEC-MENU THRU EX-STARTO-SEC-MENU.
002440
002450          IF ESITO-NOK GO TO ALIAS-CERCA-VOCE-SCOR.
002460
002470 CICLO-TERNA-CERCA-VOCE-SCOR.
002480
002490          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
002500
002510          IF FINE-FILE = "S" GO TO ALIAS-CERCA-VOCE-SCOR.
002520
002530          IF CHIAVE-SEC-MENU NOT = CODICE-SCOR(1:6)
002540           GO TO ALIAS-CERCA-VOCE-SCOR
002550          END-IF.
002560
002570          PERFORM VALUTA-VOCE-SCOR THRU EX-VALUTA-VOCE-SCOR.
002580
002590          IF VOCE-TROVATA-SCOR GO TO EX-CERCA-VOCE-SCOR.
002600
002610          GO TO CICLO-TERNA-CERCA-VOCE-SCOR.
002620
002630 ALIAS-CERCA-VOCE-SCOR.
002640
002650          IF NOT NESSUNA-VOCE-SCOR GO TO EX-CERCA-VOCE-SCOR.
002660
002670          MOVE "A"                TO PRIORITA-SCOR.
002680
002690          MOVE LOW-VALUE          TO CHIAVE-MENU.
002700          PERFORM STARTO-MENU     THRU EX-STARTO-MENU.
002710
002720          IF ESITO-NOK GO TO EX-CERCA-VOCE-SCOR.
002730
002740 CICLO-ALIAS-CERCA-VOCE-SCOR.
002750
002760          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
002770
002780          IF FINE-FILE = "S" GO TO EX-CERCA-VOCE-SCOR.
002790
002800          IF ALIAS-MENU = SPACES OR ALIAS-MENU NOT = CODICE-SCOR
002810           GO TO CICLO-ALIAS-CERCA-VOCE-SCOR
002820          END-IF.
002830
002840          PERFORM VALUTA-VOCE-SCOR THRU EX-VALUTA-VOCE-SCOR.
002850
002860          IF VOCE-TROVATA-SCOR GO TO EX-CERCA-VOCE-SCOR.
002870
002880          GO TO CICLO-ALIAS-CERCA-VOCE-SCOR.
002890
002900 EX-CERCA-VOCE-SCOR.
002910          EXIT.
002920*
002930***** LA VOCE APPENA LETTA SI PUO' APRIRE? SE SI' VIENE MESSA DA
002940***** PARTE IN VOCE-SCOR, ALTRIMENTI RESTA IL MOTIVO DELLO SCARTO
002950*
002960 VALUTA-VOCE-SCOR.
002970
002980          IF MENU-RICICLATO
002990           MOVE "R"               TO ESITO-RICERCA-SCOR
003000           GO TO EX-VALUTA-VOCE-SCOR
003010          END-IF.
003020
003030          PERFORM VERIFICA-FINESTRA-MENU
003040           THRU EX-VERIFICA-FINESTRA-MENU.
003050
003060          IF FUORI-FINESTRA-MENU-WEB = "S"
003070           MOVE "F"               TO ESITO-RICERCA-SCOR
003080           GO TO EX-VALUTA-VOCE-SCOR
003090          END-IF.
003100
003110          IF PROG-MENU = SPACES
003120           MOVE "S"               TO ESITO-RICERCA-SCOR
003130           GO TO EX-VALUTA-VOCE-SCOR
003140          END-IF.
003150
003160          MOVE "T"                TO ESITO-RICERCA-SCOR.
003170          MOVE VOCE-MENU          TO VOCE-SCOR.
003180
003190 EX-VALUTA-VOCE-SCOR.
003200          EXIT.
003210*
003220***** MESSAGGIO PER IL CODICE CHE NON PORTA A UNA VOCE APRIBILE
003230*
003240 RIFIUTA-SCOR.
003250
003260          MOVE SPACES             TO MESSAGGIO.
003270
003280          IF NESSUNA-VOCE-SCOR
003290           STRING "Codice " DELIMITED BY SIZE
003300            DIGITATO-SCOR         DELIMITED BY "  "
003310            " sconosciuto: indicare la terna della voce di menu"
003320                                  DELIMITED BY SIZE
003330            " (es. SI/UT/MO) o il suo alias"
003340                                  DELIMITED BY SIZE
003350            INTO MESSAGGIO
003360          END-IF.
003370
003380          IF VOCE-RICICLATA-SCOR
003390           STRING "La funzione " DELIMITED BY SIZE
003400            DIGITATO-SCOR         DELIMITED BY "  "
003410            " non e' piu' in uso" DELIMITED BY SIZE
003420            INTO MESSAGGIO
003430          END-IF.
003440
003450          IF VOCE-FUORI-FIN-SCOR
003460           STRING "La funzione " DELIMITED BY SIZE
003470            DIGITATO-SCOR         DELIMITED BY "  "
003480            " non e' disponibile in questo periodo"
003490                                  DELIMITED BY SIZE
003500            INTO MESSAGGIO
003510          END-IF.
003520
003530          IF VOCE-SOTTOMENU-SCOR
003540           STRING "Il codice " DELIMITED BY SIZE
003550            DIGITATO-SCOR         DELIMITED BY "  "
003560            " indica un sottomenu: sceglierne una voce dal menu"
003570                                  DELIMITED BY SIZE
003580            INTO MESSAGGIO
003590          END-IF.
003600
003610          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003620
003630 EX-RIFIUTA-SCOR.
003640          EXIT.
003650*
003660***** LA TERNA DELLA VOCE COME CHIAMATA SU ARKABI, CON GLI STESSI
003670***** DIRITTI EFFETTIVI DEL MENU: GRUPPO BASE CON L'EREDITARIETA'
003680***** DI AUTORIZZA-GER E POI I GRUPPI EXTRA DELL'OPERATORE
003690*
003700 AUTORIZZA-SCOR.
003710
003720          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
003730          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
003734          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
003740
003750          MOVE ZEROS              TO ENTE-ABI.
003760          MOVE MOD-MENU           TO MOD-ABI.
003770          MOVE ENT-MENU           TO ENT-ABI.
003780          MOVE FUNZ-MENU          TO FUNZ-ABI.
003790
003791*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
003792*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
003793          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
003794
003795          IF NOT PRECALCOLO-VALIDO
003800           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
003810           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
003820
003830           PERFORM PROVA-EXTRA-SCOR
003840            THRU EX-PROVA-EXTRA-SCOR
003850            VARYING IND-GRUPPI-SCOR FROM 1 BY 1
003860            UNTIL IND-GRUPPI-SCOR > 5
003870            OR IND-GRUPPI-SCOR > NUM-GRUPPI-UTEN
003875            OR ESITO-OK
003880          END-IF.
003890
003894          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
003900          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
003910          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
003920
003930 EX-AUTORIZZA-SCOR.
003940          EXIT.
003950*
003960***** TENTA LA STESSA CHIAMATA SUI GRUPPI EXTRA
003970***** DELL'OPERATORE, SEMPRE CON L'EREDITARIETA'
003980*
003990 PROVA-EXTRA-SCOR.
004000
004010          IF GRUPPO-EXTRA-UTEN(IND-GRUPPI-SCOR) > ZEROS
004020           MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPI-SCOR)
004030            TO GRUPPO-ABI
004040           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
004050          END-IF.
004060
004070 EX-PROVA-EXTRA-SCOR.
004080          EXIT.
004090*
004100***** RIGA DI UTILIZZO SU ARKLOG CON LA TERNA DELLA VOCE APERTA:
004110***** OPERATORE IN NUMERO-LOG, CODICE DIGITATO IN VALORE-LOG E
004120***** PROGRAMMA IN OLD-VALORE-LOG
004130*
004140 LOGGA-SCOR.
004150
004160          MOVE ALL "!"            TO LOGGATO.
004170
004180          ACCEPT DATA-LOG         FROM DATE.
004190          ACCEPT ORARIO-LOG       FROM TIME.
004200
004210          MOVE "ACCESSO-RAPIDO"   TO NOME-COBOL-LOG.
004220          MOVE "X"                TO TIPO-LOG.
004230          MOVE "0020"             TO SIZE-LOG.
004240          MOVE SPACES             TO NUMERO-LOG.
004250          MOVE OPERATORE-SCOR     TO NUMERO-LOG(1:8).
004260          MOVE DIGITATO-SCOR      TO VALORE-LOG.
004270          MOVE PROG-MENU          TO OLD-VALORE-LOG.
004280          MOVE MOD-MENU           TO MODULO-LOG.
004290          MOVE ENT-MENU           TO ENTITA-LOG.
004300          MOVE FUNZ-MENU          TO FUNZIONE-LOG.
004310
004320          PERFORM CATENA-LOG-WEB  THRU EX-CATENA-LOG-WEB.
004330          WRITE LOGGATO.
004334          PERFORM INDICE-LOG-WEB  THRU EX-INDICE-LOG-WEB.
004340
004350          MOVE SPACES             TO LOGGATO.
004360
004370 EX-LOGGA-SCOR.
004380          EXIT.
004390*
004400***** MENU COL RINVIO IMMEDIATO AL PROGRAMMA DELLA VOCE, CON GLI
004410***** STESSI PARAMETRI CHE PASSA IL CLIC SUL MENU
004420*
004430 APRI-VOCE-SCOR.
004440
004450          MOVE SPACES             TO MESSAGGIO.
004460          STRING '<meta http-equiv="refresh" content="0;url='
004470                                  DELIMITED BY SIZE
004480           PROG-MENU              DELIMITED BY SPACE
004490           "?MK-KEY="             DELIMITED BY SIZE
004500           SECTION-WEB            DELIMITED BY SPACE
004510           "&MK-OPERATORE="       DELIMITED BY SIZE
004520           OPERATORE-SCOR         DELIMITED BY SPACE
004530           "&MK-MODULO="          DELIMITED BY SIZE
004540           MOD-MENU               DELIMITED BY SIZE
004550           "&MK-ENTITA="          DELIMITED BY SIZE
004560           ENT-MENU               DELIMITED BY SIZE
004570           "&MK-FUNZIONE="        DELIMITED BY SIZE
004580           FUNZ-MENU              DELIMITED BY SIZE
004590           '">'                   DELIMITED BY SIZE
004600           DESC-MENU              DELIMITED BY "  "
004610           INTO MESSAGGIO.
004620
004630          PERFORM VIS-MENU        THRU EX-VIS-MENU.
004640
004650 EX-APRI-VOCE-SCOR.
004660          EXIT.
