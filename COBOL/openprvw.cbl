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
000200* REVISIONE GIORNALIERA DELLE ATTIVITA' PRIVILEGIATE (ARKPRV,
000210* ESTRATTA OGNI NOTTE DA OPENBPRV). LAVORA SOLO SULLE GIORNATE
000220* ASSEGNATE ALL'OPERATORE DI SESSIONE. SENZA funzione TORNA IN
000230* JSON LE SUE GIORNATE CON STATO, SCADENZA, VOCI, PERSONE,
000240* RILIEVI, FIRMA E SOLLECITO; funzione=mostra CON MK-giorno
000250* (AAAAMMGG) TORNA LE VOCI DELLA GIORNATA, GIA' IN ORDINE DI
000260* PERSONA E SESSIONE; funzione=rilievo CON MK-giorno, MK-utente,
000270* MK-sessione, MK-prog E MK-nota (OBBLIGATORIA) ANNOTA UN RILIEVO
000280* SU UNA VOCE; funzione=rivisto CON MK-giorno (E MK-nota FACOLTATIVA)
000290* FIRMA LA GIORNATA COME RIVISTA. RILIEVI E FIRMA SONO AMMESSI
000300* SOLO FINCHE' LA GIORNATA NON E' FIRMATA; LA FIRMA E' RIFIUTATA
000310* SE NEL FRATTEMPO IL REVISORE E' DIVENTATO PRIVILEGIATO O SE LA
000320* GIORNATA CONTIENE SUE VOCI. RILIEVI E FIRME FINISCONO SUL
000330* GIORNALE ARKACC ("PRIVILEGI") E NEL FASCICOLO DI openevid.exe.
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENPRVW.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390          COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000420
000430          COPY "SELWEB.CBL".
000440          COPY "SELESE.CBL".
000450          COPY "SELJOB.CBL".
000460          COPY "SELVIEW.CBL".
000470          COPY "SELVSTO.CBL".
000480          COPY "SELJSON.CBL".
000490          COPY "SELPRV.CBL".
000500          COPY "SELUTEN.CBL".
000510          COPY "SELGRU.CBL".
000520          COPY "SELACC.CBL".
000530
000540 DATA             DIVISION.
000550 FILE SECTION.
000560
000570          COPY "FDEWEB.CBL".
000580          COPY "FDEESE.CBL".
000590          COPY "FDEJOB.CBL".
000600          COPY "FDEVIEW.CBL".
000610          COPY "FDEVSTO.CBL".
000620          COPY "FDEJSON.CBL".
000630          COPY "FDEPRV.CBL".
000640          COPY "FDEUTEN.CBL".
000650          COPY "FDEGRU.CBL".
000660          COPY "FDEACC.CBL".
000670
000680 WORKING-STORAGE  SECTION.
000690
000700          COPY "COBW3.CBL".
000710          COPY "GLOBALS.CBL".
000720*
000730 01 FUNZIONE-PRVW              PIC X(08).
000740 01 PRIMA-RIGA-PRVW            PIC X.
000750 01 OGGI-PRVW                  PIC 9(08).
000760 01 ORA-PRVW                   PIC 9(08).
000770 01 INTERO-PRVW                PIC S9(9) COMP.
000780 01 SUCCESSIVO-PRVW            PIC 9(08).
000790*
000800** GIORNATA E VOCE RICHIESTE
000810*
000820 01 GIORNO-PRVW                PIC 9(08).
000830 01 UTENTE-PRVW                PIC X(08).
000840 01 SESSIONE-PRVW              PIC X(20).
000850 01 PROG-PRVW                  PIC 9(06).
000860 01 NOTA-PRVW                  PIC X(60).
000870 01 NUOVO-RILIEVO-PRVW         PIC X.
000880*
000890** DESCRIZIONI PER LA GRIGLIA
000900*
000910 01 STATO-DESC-PRVW            PIC X(12).
000920 01 SCADUTA-PRVW               PIC X(02).
000930 01 ESITO-DESC-PRVW            PIC X(08).
000940*
000950** L'OPERATORE HA OGGI UN GRUPPO PRIVILEGIATO?
000960*
000970 01 PRIVILEGIATO-PRVW          PIC X.
000980    88 OPERATORE-PRIVILEGIATO  VALUE "S".
000990 01 IND-EXTRA-PRVW             PIC 9(02) COMP.
001000*
001010 PROCEDURE  DIVISION.
001020*
001030          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001040
001050*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001060*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001070*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001080          IF SESSIONE-RIFIUTATA GO TO FINE-PRVW.
001090          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001100          PERFORM OPEN-I-PRV      THRU EX-OPEN-I-PRV.
001110
001120          ACCEPT OGGI-PRVW        FROM DATE YYYYMMDD.
001130          ACCEPT ORA-PRVW         FROM TIME.
001140
001150          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001160          PERFORM READ-WEB        THRU EX-READ-WEB.
001170          MOVE SPACES             TO FUNZIONE-PRVW.
001180          MOVE VALUE-WEB(1:8)     TO FUNZIONE-PRVW.
001190
001200          IF FUNZIONE-PRVW = "rilievo"
001210           PERFORM RILIEVO-PRVW   THRU EX-RILIEVO-PRVW
001220           GO TO FINE-PRVW
001230          END-IF.
001240
001250          IF FUNZIONE-PRVW = "rivisto"
001260           PERFORM RIVISTO-PRVW   THRU EX-RIVISTO-PRVW
001270           GO TO FINE-PRVW
001280          END-IF.
001290
001300          IF FUNZIONE-PRVW = "mostra"
001310           PERFORM VOCI-PRVW      THRU EX-VOCI-PRVW
001320           MOVE "PRIVILEGIV.HTM"  TO PAGE-WEB
001330           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001340           GO TO FINE-PRVW
001350          END-IF.
001360
001370          PERFORM ELENCO-PRVW     THRU EX-ELENCO-PRVW.
001380
001390          MOVE "PRIVILEGI.HTM"    TO PAGE-WEB.
001400          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001410
001420 FINE-PRVW.
001430          PERFORM CLOSE-PRV       THRU EX-CLOSE-PRV.
001440          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001450          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001460
001470          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001480
001490          GOBACK.
001500
001510          COPY "PIOWEB1.CBL".
001520          COPY "PIOESE.CBL".
001530          COPY "PIOJOB.CBL".
001540          COPY "PIOVIEW.CBL".
001550          COPY "PIOVSTO.CBL".
001560          COPY "PIOVIEWH.CBL".
001570          COPY "PIOJSON.CBL".
001580          COPY "PIOPRV.CBL".
001590          COPY "PIOUTEN.CBL".
001600          COPY "PIOGRU.CBL".
001610          COPY "PIOACC.CBL".
001620*
001630***** GRIGLIA DELLE GIORNATE ASSEGNATE ALL'OPERATORE. DOPO OGNI
001640***** TESTA SI RIPARTE DAL GIORNO SEGUENTE, SALTANDO LE VOCI
001650*
001660 ELENCO-PRVW.
001670
001680          MOVE SPACES             TO NOME-JSON.
001690          MOVE "PRIVILEGI"        TO NOME-JSON.
001700
001710          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001720
001730          MOVE "{""rows"":["      TO DATI-JSON.
001740          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001750
001760          MOVE SPACES             TO DATI-JSON.
001770          MOVE "S"                TO PRIMA-RIGA-PRVW.
001780
001790          MOVE LOW-VALUES         TO CHIAVE-PRV.
001800          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
001810
001820          IF ESITO-NOK GO TO FINE-ELENCO-PRVW.
001830
001840 CICLO-ELENCO-PRVW.
001850
001860          PERFORM LEGGO-NEXT-PRV  THRU EX-LEGGO-NEXT-PRV.
001870
001880          IF FINE-FILE = "S" GO TO FINE-ELENCO-PRVW.
001890
001900          IF PRV-GIORNATA
001910           AND REVISORE-PRV = OPERATORE-SESSIONE-WEB
001920           AND OPERATORE-SESSIONE-WEB NOT = SPACES
001930           PERFORM RIGA-ELENCO-PRVW THRU EX-RIGA-ELENCO-PRVW
001940          END-IF.
001950
001960          COMPUTE INTERO-PRVW =
001970           FUNCTION INTEGER-OF-DATE(GIORNO-PRV) + 1.
001980          COMPUTE SUCCESSIVO-PRVW =
001990           FUNCTION DATE-OF-INTEGER(INTERO-PRVW).
002000
002010          MOVE LOW-VALUES         TO CHIAVE-PRV.
002020          MOVE SUCCESSIVO-PRVW    TO GIORNO-PRV.
002030          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
002040
002050          IF ESITO-NOK GO TO FINE-ELENCO-PRVW.
002060
002070          GO TO CICLO-ELENCO-PRVW.
002080
002090 FINE-ELENCO-PRVW.
002100
002110          MOVE "]}"               TO DATI-JSON.
002120          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002130
002140          CLOSE ARKJSON.
002150
002160 EX-ELENCO-PRVW.
002170          EXIT.
002180
002190 RIGA-ELENCO-PRVW.
002200
002210          IF PRIMA-RIGA-PRVW = "S"
002220           MOVE "N"               TO PRIMA-RIGA-PRVW
002230          ELSE
002240           MOVE ","               TO DATI-JSON
002250           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002260          END-IF.
002270
002280          MOVE "da firmare"       TO STATO-DESC-PRVW.
002290          IF PRV-RIVISTA
002300           MOVE "firmata"         TO STATO-DESC-PRVW
002310          END-IF.
002320          IF PRV-SENZA-VOCI
002330           MOVE "senza voci"      TO STATO-DESC-PRVW
002340          END-IF.
002350
002360          MOVE "NO"               TO SCADUTA-PRVW.
002370          IF PRV-ASSEGNATA AND SCADENZA-PRV < OGGI-PRVW
002380           MOVE "SI"              TO SCADUTA-PRVW
002390          END-IF.
002400
002410          STRING '{"GIORNO":"'    DELIMITED BY SIZE
002420           GIORNO-PRV             DELIMITED BY SIZE
002430           '","STATO":"'          DELIMITED BY SIZE
002440           STATO-DESC-PRVW        DELIMITED BY "  "
002450           '","SCADENZA":"'       DELIMITED BY SIZE
002460           SCADENZA-PRV           DELIMITED BY SIZE
002470           '","SCADUTA":"'        DELIMITED BY SIZE
002480           SCADUTA-PRVW           DELIMITED BY SIZE
002490           '","VOCI":"'           DELIMITED BY SIZE
002500           VOCI-PRV               DELIMITED BY SIZE
002510           '","PERSONE":"'        DELIMITED BY SIZE
002520           PERSONE-PRV            DELIMITED BY SIZE
002530           '","RILIEVI":"'        DELIMITED BY SIZE
002540           RILIEVI-PRV            DELIMITED BY SIZE
002550           '",'                   DELIMITED BY SIZE
002560           INTO DATI-JSON.
002570          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002580
002590          MOVE SPACES             TO STRINGA-JSON.
002600          MOVE NOTA-FIRMA-PRV     TO STRINGA-JSON.
002610          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002620
002630          STRING '"FIRMA":"'      DELIMITED BY SIZE
002640           DATA-FIRMA-PRV         DELIMITED BY SIZE
002650           '","NOTA":"'           DELIMITED BY SIZE
002660           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002670           '","SOLLECITO":"'      DELIMITED BY SIZE
002680           DATA-SOLLECITO-PRV     DELIMITED BY SIZE
002690           '",'                   DELIMITED BY SIZE
002700           INTO DATI-JSON.
002710          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002720
002730          STRING '"DETTAGLIO":"'  DELIMITED BY SIZE
002740           '<a href=openprvw.exe?MK-KEY=' DELIMITED BY SIZE
002750           SECTION-WEB            DELIMITED BY SIZE
002760           "&MK-FUNZIONE=mostra&MK-giorno="
002770            DELIMITED BY SIZE
002780           GIORNO-PRV             DELIMITED BY SIZE
002790           '>'                    DELIMITED BY SIZE
002800           "<img src='/openpa/images/view.png' BORDER='0'></a>"
002810            DELIMITED BY SIZE
002820           '"}'                   DELIMITED BY SIZE
002830           INTO DATI-JSON.
002840          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002850
002860 EX-RIGA-ELENCO-PRVW.
002870          EXIT.
002880*
002890***** LETTURA DI MK-giorno E DELLA TESTA DELLA GIORNATA, CHE DEVE
002900***** ESSERE ASSEGNATA ALL'OPERATORE (ESITO-WEB "NO" E MESSAGGIO
002910***** ALTRIMENTI)
002920*
002930 TESTA-PRVW.
002940
002950          MOVE ZEROS              TO GIORNO-PRVW.
002960          MOVE "MK-giorno"        TO FIELD-WEB.
002970          PERFORM READ-WEB        THRU EX-READ-WEB.
002980          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
002990           MOVE VALUE-WEB(1:8)    TO GIORNO-PRVW
003000          END-IF.
003010
003020          MOVE SPACES             TO CHIAVE-PRV.
003030          MOVE GIORNO-PRVW        TO GIORNO-PRV.
003040          SET PRV-GIORNATA        TO TRUE.
003050          MOVE ZEROS              TO PROG-PRV.
003060          PERFORM LEGGO-PRV       THRU EX-LEGGO-PRV.
003070
003080          IF ESITO-NOK
003090           MOVE "Giornata non trovata" TO MESSAGGIO
003100           GO TO EX-TESTA-PRVW
003110          END-IF.
003120
003130          IF REVISORE-PRV NOT = OPERATORE-SESSIONE-WEB
003140           OR OPERATORE-SESSIONE-WEB = SPACES
003150           MOVE "Giornata non assegnata a questo operatore"
003160            TO MESSAGGIO
003170           MOVE "NO"              TO ESITO-WEB
003180          END-IF.
003190
003200 EX-TESTA-PRVW.
003210          EXIT.
003220*
003230***** VOCI DI UNA GIORNATA
003240*
003250 VOCI-PRVW.
003260
003270          PERFORM TESTA-PRVW      THRU EX-TESTA-PRVW.
003280
003290          MOVE SPACES             TO NOME-JSON.
003300          MOVE "PRIVILEGIVOCI"    TO NOME-JSON.
003310
003320          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
003330
003340          MOVE "{""rows"":["      TO DATI-JSON.
003350          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003360
003370          MOVE SPACES             TO DATI-JSON.
003380          MOVE "S"                TO PRIMA-RIGA-PRVW.
003390
003400          IF ESITO-NOK GO TO FINE-VOCI-PRVW.
003410
003420          MOVE LOW-VALUES         TO CHIAVE-PRV.
003430          MOVE GIORNO-PRVW        TO GIORNO-PRV.
003440          SET PRV-VOCE            TO TRUE.
003450          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
003460
003470          IF ESITO-NOK GO TO FINE-VOCI-PRVW.
003480
003490 CICLO-VOCI-PRVW.
003500
003510          PERFORM LEGGO-NEXT-PRV  THRU EX-LEGGO-NEXT-PRV.
003520
003530          IF FINE-FILE = "S" GO TO FINE-VOCI-PRVW.
003540
003550          IF GIORNO-PRV NOT = GIORNO-PRVW OR NOT PRV-VOCE
003560           GO TO FINE-VOCI-PRVW
003570          END-IF.
003580
003590          PERFORM RIGA-VOCI-PRVW  THRU EX-RIGA-VOCI-PRVW.
003600
003610          GO TO CICLO-VOCI-PRVW.
003620
003630 FINE-VOCI-PRVW.
003640
003650          MOVE "]}"               TO DATI-JSON.
003660          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003670
003680          CLOSE ARKJSON.
003690
003700 EX-VOCI-PRVW.
003710          EXIT.
003720
003730 RIGA-VOCI-PRVW.
003740
003750          IF PRIMA-RIGA-PRVW = "S"
003760           MOVE "N"               TO PRIMA-RIGA-PRVW
003770          ELSE
003780           MOVE ","               TO DATI-JSON
003790           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
003800          END-IF.
003810
003820          MOVE SPACES             TO ESITO-DESC-PRVW.
003830          IF VOCE-CON-RILIEVO
003840           MOVE "rilievo"         TO ESITO-DESC-PRVW
003850          END-IF.
003860
003870          STRING '{"UTENTE":"'    DELIMITED BY SIZE
003880           UTENTE-PRV             DELIMITED BY SIZE
003890           '","SESSIONE":"'       DELIMITED BY SIZE
003900           SESSIONE-PRV           DELIMITED BY SIZE
003910           '","PROG":"'           DELIMITED BY SIZE
003920           PROG-PRV               DELIMITED BY SIZE
003930           '","ORIGINE":"'        DELIMITED BY SIZE
003940           ORIGINE-PRV            DELIMITED BY SIZE
003950           '","ORA":"'            DELIMITED BY SIZE
003960           ORA-PRV                DELIMITED BY SIZE
003970           '","ESITO":"'          DELIMITED BY SIZE
003980           ESITO-DESC-PRVW        DELIMITED BY SPACE
003990           '",'                   DELIMITED BY SIZE
004000           INTO DATI-JSON.
004010          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004020
004030          MOVE SPACES             TO STRINGA-JSON.
004040          MOVE OGGETTO-PRV        TO STRINGA-JSON.
004050          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
004060
004070          STRING '"OGGETTO":"'    DELIMITED BY SIZE
004080           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
004090           '",'                   DELIMITED BY SIZE
004100           INTO DATI-JSON.
004110          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004120
004130          MOVE SPACES             TO STRINGA-JSON.
004140          MOVE DESCRIZIONE-PRV    TO STRINGA-JSON.
004150          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
004160
004170          STRING '"DESCRIZIONE":"' DELIMITED BY SIZE
004180           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
004190           '",'                   DELIMITED BY SIZE
004200           INTO DATI-JSON.
004210          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004220
004230          MOVE SPACES             TO STRINGA-JSON.
004240          MOVE RILIEVO-PRV        TO STRINGA-JSON.
004250          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
004260
004270          STRING '"RILIEVO":"'    DELIMITED BY SIZE
004280           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
004290           '","AUTORE":"'         DELIMITED BY SIZE
004300           AUTORE-RILIEVO-PRV     DELIMITED BY SIZE
004310           '","DATARILIEVO":"'    DELIMITED BY SIZE
004320           DATA-RILIEVO-PRV       DELIMITED BY SIZE
004330           '"}'                   DELIMITED BY SIZE
004340           INTO DATI-JSON.
004350          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004360
004370 EX-RIGA-VOCI-PRVW.
004380          EXIT.
004390*
004400***** funzione=rilievo: NOTA DEL REVISORE SU UNA VOCE DI UNA
004410***** GIORNATA NON ANCORA FIRMATA
004420*
004430 RILIEVO-PRVW.
004440
004450          PERFORM TESTA-PRVW      THRU EX-TESTA-PRVW.
004460
004470          IF ESITO-NOK
004480           PERFORM VIS-MESS       THRU EX-VIS-MESS
004490           GO TO EX-RILIEVO-PRVW
004500          END-IF.
004510
004520          IF NOT PRV-ASSEGNATA
004530           MOVE "Giornata gia' firmata" TO MESSAGGIO
004540           PERFORM VIS-MESS       THRU EX-VIS-MESS
004550           GO TO EX-RILIEVO-PRVW
004560          END-IF.
004570
004580          MOVE "MK-utente"        TO FIELD-WEB.
004590          PERFORM READ-WEB        THRU EX-READ-WEB.
004600          MOVE SPACES             TO UTENTE-PRVW.
004610          IF COBW3-SEARCH-FLAG-EXIST
004620           MOVE VALUE-WEB(1:8)    TO UTENTE-PRVW
004630          END-IF.
004640
004650          MOVE "MK-sessione"      TO FIELD-WEB.
004660          PERFORM READ-WEB        THRU EX-READ-WEB.
004670          MOVE SPACES             TO SESSIONE-PRVW.
004680          IF COBW3-SEARCH-FLAG-EXIST
004690           MOVE VALUE-WEB(1:20)   TO SESSIONE-PRVW
004700          END-IF.
004710
004720          MOVE ZEROS              TO PROG-PRVW.
004730          MOVE "MK-prog"          TO FIELD-WEB.
004740          PERFORM READ-WEB        THRU EX-READ-WEB.
004750          IF COBW3-SEARCH-FLAG-EXIST AND NUMERO-WEB NOT > 999999
004760           MOVE NUMERO-WEB        TO PROG-PRVW
004770          END-IF.
004780
004790          MOVE "MK-nota"          TO FIELD-WEB.
004800          PERFORM READ-WEB        THRU EX-READ-WEB.
004810          MOVE SPACES             TO NOTA-PRVW.
004820          IF COBW3-SEARCH-FLAG-EXIST
004830           MOVE VALUE-WEB(1:60)   TO NOTA-PRVW
004840          END-IF.
004850
004860          IF NOTA-PRVW = SPACES
004870           MOVE "Descrivere il rilievo" TO MESSAGGIO
004880           PERFORM VIS-MESS       THRU EX-VIS-MESS
004890           GO TO EX-RILIEVO-PRVW
004900          END-IF.
004910
004920          MOVE GIORNO-PRVW        TO GIORNO-PRV.
004930          SET PRV-VOCE            TO TRUE.
004940          MOVE UTENTE-PRVW        TO UTENTE-PRV.
004950          MOVE SESSIONE-PRVW      TO SESSIONE-PRV.
004960          MOVE PROG-PRVW          TO PROG-PRV.
004970          PERFORM LEGGO-PRV       THRU EX-LEGGO-PRV.
004980
004990          IF ESITO-NOK
005000           MOVE "Voce non trovata" TO MESSAGGIO
005010           PERFORM VIS-MESS       THRU EX-VIS-MESS
005020           GO TO EX-RILIEVO-PRVW
005030          END-IF.
005040
005050          MOVE "S"                TO NUOVO-RILIEVO-PRVW.
005060          IF VOCE-CON-RILIEVO
005070           MOVE "N"               TO NUOVO-RILIEVO-PRVW
005080          END-IF.
005090
005100          SET VOCE-CON-RILIEVO    TO TRUE.
005110          MOVE NOTA-PRVW          TO RILIEVO-PRV.
005120          MOVE OPERATORE-SESSIONE-WEB TO AUTORE-RILIEVO-PRV.
005130          MOVE OGGI-PRVW          TO DATA-RILIEVO-PRV.
005140
005150          PERFORM RISCRIVI-PRV    THRU EX-RISCRIVI-PRV.
005160
005170          IF ESITO-NOK
005180           MOVE "Errore in scrittura del rilievo" TO MESSAGGIO
005190           PERFORM VIS-MESS       THRU EX-VIS-MESS
005200           GO TO EX-RILIEVO-PRVW
005210          END-IF.
005220
005230          IF NUOVO-RILIEVO-PRVW = "S"
005240           MOVE SPACES            TO CHIAVE-PRV
005250           MOVE GIORNO-PRVW       TO GIORNO-PRV
005260           SET PRV-GIORNATA       TO TRUE
005270           MOVE ZEROS             TO PROG-PRV
005280           PERFORM LEGGO-PRV      THRU EX-LEGGO-PRV
005290           IF ESITO-OK
005300            ADD 1                 TO RILIEVI-PRV
005310            PERFORM RISCRIVI-PRV  THRU EX-RISCRIVI-PRV
005320           END-IF
005330          END-IF.
005340
005350          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
005360
005370          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ACC-WEB.
005380          MOVE "PRIVILEGI"        TO EVENTO-ACC-WEB.
005390          MOVE "OK"               TO ESITO-ACC-WEB.
005400          MOVE SPACES             TO NOTA-ACC-WEB.
005410          STRING "rilievo " GIORNO-PRVW " " UTENTE-PRVW " "
005420           PROG-PRVW
005430           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
005440
005450          PERFORM SCRIVI-EVENTO-ACC
005460           THRU EX-SCRIVI-EVENTO-ACC.
005470
005480          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
005490
005500          MOVE SPACES             TO MESSAGGIO.
005510          STRING "Rilievo registrato sulla voce " PROG-PRVW
005520           " di " UTENTE-PRVW
005530           DELIMITED BY SIZE INTO MESSAGGIO.
005540          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005550
005560 EX-RILIEVO-PRVW.
005570          EXIT.
005580*
005590***** funzione=rivisto: FIRMA DELLA GIORNATA DA PARTE DEL REVISORE
005600***** ASSEGNATO, CHE NON DEVE ESSERE PRIVILEGIATO NE' AVERE VOCI
005610***** PROPRIE NELLA GIORNATA
005620*
005630 RIVISTO-PRVW.
005640
005650          PERFORM TESTA-PRVW      THRU EX-TESTA-PRVW.
005660
005670          IF ESITO-NOK
005680           PERFORM VIS-MESS       THRU EX-VIS-MESS
005690           GO TO EX-RIVISTO-PRVW
005700          END-IF.
005710
005720          IF NOT PRV-ASSEGNATA
005730           MOVE "Giornata gia' firmata" TO MESSAGGIO
005740           PERFORM VIS-MESS       THRU EX-VIS-MESS
005750           GO TO EX-RIVISTO-PRVW
005760          END-IF.
005770
005780          PERFORM VERIFICA-PRIVILEGIO-PRVW
005790           THRU EX-VERIFICA-PRIVILEGIO-PRVW.
005800
005810          IF OPERATORE-PRIVILEGIATO
005820           MOVE "Un privilegiato non puo' firmare"
005830            TO MESSAGGIO
005840           PERFORM VIS-MESS       THRU EX-VIS-MESS
005850           GO TO EX-RIVISTO-PRVW
005860          END-IF.
005870
005880          MOVE LOW-VALUES         TO CHIAVE-PRV.
005890          MOVE GIORNO-PRVW        TO GIORNO-PRV.
005900          SET PRV-VOCE            TO TRUE.
005910          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-PRV.
005920          PERFORM STARTO-PRV      THRU EX-STARTO-PRV.
005930
005940          IF ESITO-OK
005950           PERFORM LEGGO-NEXT-PRV THRU EX-LEGGO-NEXT-PRV
005960           IF FINE-FILE = "N" AND GIORNO-PRV = GIORNO-PRVW
005970            AND PRV-VOCE
005980            AND UTENTE-PRV = OPERATORE-SESSIONE-WEB
005990            MOVE "Giornata con attivita' del revisore"
006000                                  TO MESSAGGIO
006010            PERFORM VIS-MESS      THRU EX-VIS-MESS
006020            GO TO EX-RIVISTO-PRVW
006030           END-IF
006040          END-IF.
006050
006060          MOVE "MK-nota"          TO FIELD-WEB.
006070          PERFORM READ-WEB        THRU EX-READ-WEB.
006080          MOVE SPACES             TO NOTA-PRVW.
006090          IF COBW3-SEARCH-FLAG-EXIST
006100           MOVE VALUE-WEB(1:60)   TO NOTA-PRVW
006110          END-IF.
006120
006130          MOVE SPACES             TO CHIAVE-PRV.
006140          MOVE GIORNO-PRVW        TO GIORNO-PRV.
006150          SET PRV-GIORNATA        TO TRUE.
006160          MOVE ZEROS              TO PROG-PRV.
006170          PERFORM LEGGO-PRV       THRU EX-LEGGO-PRV.
006180
006190          IF ESITO-NOK
006200           MOVE "Giornata non trovata" TO MESSAGGIO
006210           PERFORM VIS-MESS       THRU EX-VIS-MESS
006220           GO TO EX-RIVISTO-PRVW
006230          END-IF.
006240
006250          SET PRV-RIVISTA         TO TRUE.
006260          MOVE OGGI-PRVW          TO DATA-FIRMA-PRV.
006270          MOVE ORA-PRVW(1:6)      TO ORA-FIRMA-PRV.
006280          MOVE NOTA-PRVW          TO NOTA-FIRMA-PRV.
006290
006300          PERFORM RISCRIVI-PRV    THRU EX-RISCRIVI-PRV.
006310
006320          IF ESITO-NOK
006330           MOVE "Errore in scrittura della firma" TO MESSAGGIO
006340           PERFORM VIS-MESS       THRU EX-VIS-MESS
006350           GO TO EX-RIVISTO-PRVW
006360          END-IF.
006370
006380          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
006390
006400          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ACC-WEB.
006410          MOVE "PRIVILEGI"        TO EVENTO-ACC-WEB.
006420          MOVE "OK"               TO ESITO-ACC-WEB.
006430          MOVE SPACES             TO NOTA-ACC-WEB.
006440          STRING "rivista " GIORNO-PRVW " rilievi " RILIEVI-PRV
006450           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
006460
006470          PERFORM SCRIVI-EVENTO-ACC
006480           THRU EX-SCRIVI-EVENTO-ACC.
006490
006500          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
006510
006520          MOVE SPACES             TO MESSAGGIO.
006530          STRING "Giornata " GIORNO-PRVW " firmata: " VOCI-PRV
006540           " voci, " RILIEVI-PRV " rilievi"
006550           DELIMITED BY SIZE INTO MESSAGGIO.
006560          PERFORM VIS-MESS        THRU EX-VIS-MESS.
006570
006580 EX-RIVISTO-PRVW.
006590          EXIT.
006600*
006610***** GRUPPO BASE O EXTRA DELL'OPERATORE CON PRIVILEGIATO-GRU = "S"
006620*
006630 VERIFICA-PRIVILEGIO-PRVW.
006640
006650          MOVE "N"                TO PRIVILEGIATO-PRVW.
006660
006670          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
006680          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
006690
006700          MOVE OPERATORE-SESSIONE-WEB TO CHIAVE-UTEN.
006710          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
006720
006730          IF ESITO-NOK GO TO FINE-PRIVILEGIO-PRVW.
006740
006750          MOVE GRUPPO-UTEN        TO GRUPPO-GRU.
006760          PERFORM PROVA-GRUPPO-PRVW THRU EX-PROVA-GRUPPO-PRVW.
006770
006780          IF NUM-GRUPPI-UTEN NOT NUMERIC
006790           MOVE ZEROS             TO NUM-GRUPPI-UTEN
006800          END-IF.
006810
006820          PERFORM EXTRA-PRIVILEGIO-PRVW
006830           THRU EX-EXTRA-PRIVILEGIO-PRVW
006840           VARYING IND-EXTRA-PRVW FROM 1 BY 1
006850           UNTIL IND-EXTRA-PRVW > NUM-GRUPPI-UTEN
006860              OR IND-EXTRA-PRVW > 5
006870              OR OPERATORE-PRIVILEGIATO.
006880
006890 FINE-PRIVILEGIO-PRVW.
006900
006910          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
006920          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
006930
006940 EX-VERIFICA-PRIVILEGIO-PRVW.
006950          EXIT.
006960
006970 EXTRA-PRIVILEGIO-PRVW.
006980
006990          MOVE GRUPPO-EXTRA-UTEN(IND-EXTRA-PRVW) TO GRUPPO-GRU.
007000          PERFORM PROVA-GRUPPO-PRVW THRU EX-PROVA-GRUPPO-PRVW.
007010
007020 EX-EXTRA-PRIVILEGIO-PRVW.
007030          EXIT.
007040
007050 PROVA-GRUPPO-PRVW.
007060
007070          PERFORM LEGGO-GRU       THRU EX-LEGGO-GRU.
007080
007090          IF ESITO-OK AND GRU-PRIVILEGIATO
007100           MOVE "S"               TO PRIVILEGIATO-PRVW
007110          END-IF.
007120
007130 EX-PROVA-GRUPPO-PRVW.
007140          EXIT.
