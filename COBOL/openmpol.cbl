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
000200* MANUTENZIONE DEL REGISTRO DELLE INFORMATIVE D'USO ARKPOL
000210* (GRIGLIA JSON NELLO STILE DI openmmsg.exe): SENZA funzione TORNA
000220* L'ELENCO DELLE RIGHE, FILTRATO SU MK-versione E MK-lingua SE
000230* INDICATI, CON LO STATO DI OGNI VERSIONE (CORRENTE, SUPERATA,
000240* FUTURA, BOZZA SE SENZA DATA DI VIGORE) E LA VERSIONE CORRENTE IN
000250* MK-CORRENTE. funzione=salva RICEVE
000260* MK-versione/MK-lingua/MK-riga/MK-testo (E MK-vigore, AAAAMMGG,
000270* PER LA TESTATA) E AGGIUNGE O AGGIORNA LA RIGA: MK-riga=0 E' LA
000280* TESTATA (TITOLO IN MK-testo), MK-riga VUOTO ACCODA UNA RIGA DI
000290* TESTO DOPO L'ULTIMA. LA DATA DI VIGORE SI INDICA SULLA TESTATA
000300* ITALIANA; LE TESTATE DELLE TRADUZIONI LA RIPRENDONO DA QUELLA.
000310* funzione=elimina RICEVE MK-versione/MK-lingua/MK-riga E TOGLIE
000320* LA RIGA, O TUTTE LE RIGHE DELLA VERSIONE IN QUELLA LINGUA SE
000330* MK-riga E' VUOTO. UNA VERSIONE GIA' IN VIGORE NON SI TOCCA PIU':
000340* IL TESTO ACCETTATO DAGLI UTENTI DEVE RESTARE QUELLO, UNA
000350* MODIFICA SI PUBBLICA COME VERSIONE NUOVA.
000360*
000370 IDENTIFICATION   DIVISION.
000380 PROGRAM-ID.      OPENMPOL.
000390 ENVIRONMENT      DIVISION.
000400 CONFIGURATION    SECTION.
000410          COPY "SPECIAL.CBL".
000420 INPUT-OUTPUT     SECTION.
000430 FILE-CONTROL.
000440
000450          COPY "SELWEB.CBL".
000460          COPY "SELESE.CBL".
000470          COPY "SELJOB.CBL".
000480          COPY "SELVIEW.CBL".
000490          COPY "SELVSTO.CBL".
000500          COPY "SELJSON.CBL".
000510          COPY "SELPOL.CBL".
000520
000530 DATA             DIVISION.
000540 FILE SECTION.
000550
000560          COPY "FDEWEB.CBL".
000570          COPY "FDEESE.CBL".
000580          COPY "FDEJOB.CBL".
000590          COPY "FDEVIEW.CBL".
000600          COPY "FDEVSTO.CBL".
000610          COPY "FDEJSON.CBL".
000620          COPY "FDEPOL.CBL".
000630
000640 WORKING-STORAGE  SECTION.
000650
000660          COPY "COBW3.CBL".
000670          COPY "GLOBALS.CBL".
000680*
000690** FUNZIONE RICHIESTA (salva / elimina, IL RESTO VA ALLA GRIGLIA)
000700*
000710 01 FUNZIONE-MPOL             PIC X(08).
000720*
000730** CAMPI DELLA RIGA IN ARRIVO DALLA MASCHERA
000740*
000750 01 VERSIONE-MPOL             PIC 9(4).
000760 01 VERSIONE-DATA-MPOL        PIC X.
000770 01 LINGUA-MPOL               PIC X(02).
000780 01 RIGA-MPOL                 PIC 9(3).
000790 01 RIGA-DATA-MPOL            PIC X.
000800 01 ULTIMA-RIGA-MPOL          PIC 9(3).
000810 01 VIGORE-MPOL               PIC 9(8).
000820 01 VIGORE-MPOL-R REDEFINES VIGORE-MPOL.
000830    05 AAAA-VIGORE-MPOL       PIC 9(4).
000840    05 MM-VIGORE-MPOL         PIC 99.
000850    05 GG-VIGORE-MPOL         PIC 99.
000860 01 OPERATORE-MPOL            PIC X(8).
000870 01 DATA-MPOL                 PIC 9(8).
000880 01 RIGHE-MPOL                PIC 9(5).
000890 01 RIGHE-ED-MPOL             PIC Z(4)9.
000900 01 PRIMA-RIGA-MPOL           PIC X.
000910*
000920** STATO DELLA VERSIONE: DATA DI VIGORE DELLA TESTATA ITALIANA
000930** (ZERO = SENZA TESTATA) E VERSIONE CORRENTE SECONDO OPENPOLW
000940*
000950 01 VIGORE-IT-MPOL            PIC 9(8).
000960 01 CORRENTE-MPOL             PIC 9(4).
000970 01 STATO-MPOL                PIC X(10).
000980 01 VERSIONE-LETTA-MPOL       PIC 9(4).
000990 01 CHIAVE-SALVATA-MPOL       PIC X(9).
001000*
001010 PROCEDURE  DIVISION.
001020*
001030          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001040
001050*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001060*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001070*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001080          IF SESSIONE-RIFIUTATA GO TO FINE-MPOL.
001090          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001100          PERFORM OPEN-I-POL      THRU EX-OPEN-I-POL.
001110
001120          ACCEPT DATA-MPOL        FROM DATE YYYYMMDD.
001130
001140          PERFORM CAMPI-CHIAVE-MPOL THRU EX-CAMPI-CHIAVE-MPOL.
001150
001160          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001170          PERFORM READ-WEB        THRU EX-READ-WEB.
001180          MOVE SPACES             TO FUNZIONE-MPOL.
001190          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MPOL.
001200
001210          IF FUNZIONE-MPOL = "salva"
001220           PERFORM SALVA-MPOL     THRU EX-SALVA-MPOL
001230           GO TO FINE-MPOL
001240          END-IF.
001250
001260          IF FUNZIONE-MPOL = "elimina"
001270           PERFORM ELIMINA-MPOL   THRU EX-ELIMINA-MPOL
001280           GO TO FINE-MPOL
001290          END-IF.
001300
001310          MOVE "CORRENTE"         TO AZIONE-POL-WEB.
001320          MOVE SPACES             TO UTENTE-POL-WEB.
001330          PERFORM CHIAMA-POLITICA-WEB THRU EX-CHIAMA-POLITICA-WEB.
001340          MOVE ZEROS              TO CORRENTE-MPOL.
001350          IF ESITO-POL-WEB = "OK"
001360           MOVE VERSIONE-POL-WEB  TO CORRENTE-MPOL
001370          END-IF.
001380
001390          PERFORM ELENCO-MPOL     THRU EX-ELENCO-MPOL.
001400
001410          MOVE CORRENTE-MPOL      TO VALUE-WEB.
001420          MOVE "MK-CORRENTE"      TO FIELD-WEB.
001430          PERFORM METTI-WEB       THRU EX-METTI-WEB.
001440
001450          MOVE "POLITICHE.HTM"    TO PAGE-WEB.
001460
001470          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001480
001490 FINE-MPOL.
001500
001510          PERFORM CLOSE-POL       THRU EX-CLOSE-POL.
001520          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001530          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001540
001550          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001560
001570          GOBACK.
001580
001590          COPY "PIOWEB1.CBL".
001600          COPY "PIOESE.CBL".
001610          COPY "PIOJOB.CBL".
001620          COPY "PIOVIEW.CBL".
001630          COPY "PIOVSTO.CBL".
001640          COPY "PIOVIEWH.CBL".
001650          COPY "PIOJSON.CBL".
001660          COPY "PIOPOL.CBL".
001670*
001680***** VERSIONE, LINGUA E RIGA DALLA MASCHERA, COMUNI A TUTTE LE
001690***** FUNZIONI (LINGUA IN MAIUSCOLO; PER salva VUOTA = ITALIANO)
001700*
001710 CAMPI-CHIAVE-MPOL.
001720
001730          MOVE "MK-versione"      TO FIELD-WEB.
001740          PERFORM READ-WEB        THRU EX-READ-WEB.
001750          MOVE "N"                TO VERSIONE-DATA-MPOL.
001760          MOVE ZEROS              TO VERSIONE-MPOL.
001770          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
001780           PERFORM ALFA-TO-NUM-WEB THRU EX-ALFA-TO-NUM-WEB
001790           MOVE NUMERO-WEB        TO VERSIONE-MPOL
001800           IF VERSIONE-MPOL NOT = ZEROS
001810            MOVE "S"              TO VERSIONE-DATA-MPOL
001820           END-IF
001830          END-IF.
001840
001850          MOVE "MK-lingua"        TO FIELD-WEB.
001860          PERFORM READ-WEB        THRU EX-READ-WEB.
001870          MOVE SPACES             TO LINGUA-MPOL.
001880          IF COBW3-SEARCH-FLAG-EXIST
001890           MOVE VALUE-WEB(1:2)    TO LINGUA-MPOL
001900          END-IF.
001910          INSPECT LINGUA-MPOL CONVERTING
001920           "abcdefghijklmnopqrstuvwxyz" TO
001930           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001940
001950          MOVE "MK-riga"          TO FIELD-WEB.
001960          PERFORM READ-WEB        THRU EX-READ-WEB.
001970          MOVE "N"                TO RIGA-DATA-MPOL.
001980          MOVE ZEROS              TO RIGA-MPOL.
001990          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB NOT = SPACES
002000           MOVE "S"               TO RIGA-DATA-MPOL
002010           PERFORM ALFA-TO-NUM-WEB THRU EX-ALFA-TO-NUM-WEB
002020           MOVE NUMERO-WEB        TO RIGA-MPOL
002030          END-IF.
002040
002050 EX-CAMPI-CHIAVE-MPOL.
002060          EXIT.
002070*
002080***** ELENCO DELLE RIGHE IN JSON PER LA GRIGLIA, CON LO STATO
002090***** DELLA VERSIONE A CUI APPARTENGONO
002100*
002110 ELENCO-MPOL.
002120
002130          MOVE SPACES              TO NOME-JSON.
002140          MOVE "POLITICHE"         TO NOME-JSON.
002150
002160          PERFORM OPEN-O-JSON      THRU EX-OPEN-O-JSON.
002170
002180          MOVE "{""rows"":["       TO DATI-JSON.
002190          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002200
002210          MOVE SPACES              TO DATI-JSON.
002220          MOVE "S"                 TO PRIMA-RIGA-MPOL.
002230          MOVE 9999                TO VERSIONE-LETTA-MPOL.
002240
002250          MOVE LOW-VALUES          TO CHIAVE-POL.
002260          IF VERSIONE-DATA-MPOL = "S"
002270           MOVE VERSIONE-MPOL      TO VERSIONE-POL
002280          END-IF.
002290          PERFORM STARTO-POL       THRU EX-STARTO-POL.
002300
002310          IF ESITO-NOK GO TO FINE-ELENCO-MPOL.
002320
002330 CICLO-ELENCO-MPOL.
002340
002350          PERFORM LEGGO-NEXT-POL   THRU EX-LEGGO-NEXT-POL.
002360
002370          IF FINE-FILE = "S" GO TO FINE-ELENCO-MPOL.
002380
002390          IF VERSIONE-DATA-MPOL = "S"
002400           AND VERSIONE-POL NOT = VERSIONE-MPOL
002410           GO TO FINE-ELENCO-MPOL
002420          END-IF.
002430
002440          IF LINGUA-MPOL NOT = SPACES
002450           AND LINGUA-POL NOT = LINGUA-MPOL
002460           GO TO CICLO-ELENCO-MPOL
002470          END-IF.
002480
002490          IF VERSIONE-POL NOT = VERSIONE-LETTA-MPOL
002500           PERFORM STATO-VERSIONE-MPOL THRU EX-STATO-VERSIONE-MPOL
002510          END-IF.
002520
002530          IF PRIMA-RIGA-MPOL = "S"
002540           MOVE "N"                TO PRIMA-RIGA-MPOL
002550          ELSE
002560           MOVE ","                TO DATI-JSON
002570           PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON
002580          END-IF.
002590
002600          MOVE SPACES              TO DATI-JSON.
002610          STRING '{"VERSIONE":"'   DELIMITED BY SIZE
002620           VERSIONE-POL            DELIMITED BY SIZE
002630           '","LINGUA":"'          DELIMITED BY SIZE
002640           LINGUA-POL              DELIMITED BY SIZE
002650           '","RIGA":"'            DELIMITED BY SIZE
002660           RIGA-POL                DELIMITED BY SIZE
002670           '","VIGORE":"'          DELIMITED BY SIZE
002680           VIGORE-IT-MPOL          DELIMITED BY SIZE
002690           '","STATO":"'           DELIMITED BY SIZE
002700           STATO-MPOL              DELIMITED BY SPACE
002710           '",'                    DELIMITED BY SIZE
002720           INTO DATI-JSON.
002730          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002740
002750          MOVE SPACES              TO STRINGA-JSON.
002760          MOVE TESTO-POL           TO STRINGA-JSON.
002770          PERFORM ESCAPE-JSON      THRU EX-ESCAPE-JSON.
002780
002790          MOVE SPACES              TO DATI-JSON.
002800          IF LUNGH-JSON-ESC = ZEROS
002810           MOVE '"TESTO":"",'      TO DATI-JSON
002820          ELSE
002830           STRING '"TESTO":"'      DELIMITED BY SIZE
002840            STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002850            '",'                   DELIMITED BY SIZE
002860            INTO DATI-JSON
002870          END-IF.
002880          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
002890
002900**** ITEM: ELIMINA
002910          MOVE SPACES              TO DATI-JSON.
002920          STRING '"ELIMINA":"'     DELIMITED BY SIZE
002930           '<a href=openmpol.exe?MK-KEY=' DELIMITED BY SIZE
002935           SECTION-WEB             DELIMITED BY SIZE
002940           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002950           "&MK-FUNZIONE=elimina&MK-versione=" DELIMITED BY SIZE
002960           VERSIONE-POL            DELIMITED BY SIZE
002970           "&MK-lingua="           DELIMITED BY SIZE
002980           LINGUA-POL              DELIMITED BY SIZE
002990           "&MK-riga="             DELIMITED BY SIZE
003000           RIGA-POL                DELIMITED BY SIZE
003010           '>'                     DELIMITED BY SIZE
003020           "<img src='/openpa/images/cancella.gif' BORDER='0'>"
003030            DELIMITED BY SIZE
003040           "</a>"                  DELIMITED BY SIZE
003050           '"}'                    DELIMITED BY SIZE
003060           INTO DATI-JSON.
003070          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
003080
003090          GO TO CICLO-ELENCO-MPOL.
003100
003110 FINE-ELENCO-MPOL.
003120
003130          MOVE "]}"                TO DATI-JSON.
003140          PERFORM SCRITTURA-JSON   THRU EX-SCRITTURA-JSON.
003150
003160          CLOSE ARKJSON.
003170
003180 EX-ELENCO-MPOL.
003190          EXIT.
003200*
003210***** STATO DELLA VERSIONE DELLA RIGA LETTA DURANTE L'ELENCO: LA
003220***** LETTURA DELLA TESTATA ITALIANA SPOSTA LA POSIZIONE, CHE
003230***** VIENE RIPRISTINATA SULLA RIGA DI PARTENZA
003240*
003250 STATO-VERSIONE-MPOL.
003260
003270          MOVE VERSIONE-POL        TO VERSIONE-LETTA-MPOL.
003280          MOVE VERSIONE-POL        TO VERSIONE-MPOL.
003290          MOVE CHIAVE-POL          TO CHIAVE-SALVATA-MPOL.
003300
003310          PERFORM VIGORE-VERSIONE-MPOL
003320           THRU EX-VIGORE-VERSIONE-MPOL.
003330
003340          MOVE "bozza"             TO STATO-MPOL.
003350
003360          IF VIGORE-IT-MPOL NOT = ZEROS
003370           MOVE "futura"           TO STATO-MPOL
003380           IF VIGORE-IT-MPOL NOT > DATA-MPOL
003390            MOVE "superata"        TO STATO-MPOL
003400           END-IF
003410          END-IF.
003420
003430          IF VERSIONE-POL = CORRENTE-MPOL
003440           MOVE "corrente"         TO STATO-MPOL
003450          END-IF.
003460
003470          MOVE CHIAVE-SALVATA-MPOL TO CHIAVE-POL.
003480          PERFORM LEGGO-POL        THRU EX-LEGGO-POL.
003490          PERFORM STARTO-POL       THRU EX-STARTO-POL.
003500          PERFORM LEGGO-NEXT-POL   THRU EX-LEGGO-NEXT-POL.
003510
003520 EX-STATO-VERSIONE-MPOL.
003530          EXIT.
003540*
003550***** DATA DI VIGORE DELLA TESTATA ITALIANA DI VERSIONE-MPOL (ZERO
003560***** SE LA TESTATA NON C'E' ANCORA)
003570*
003580 VIGORE-VERSIONE-MPOL.
003590
003600          MOVE ZEROS               TO VIGORE-IT-MPOL.
003610
003620          MOVE VERSIONE-MPOL       TO VERSIONE-POL.
003630          MOVE "IT"                TO LINGUA-POL.
003640          MOVE ZEROS               TO RIGA-POL.
003650          PERFORM LEGGO-POL        THRU EX-LEGGO-POL.
003660
003670          IF ESITO-OK AND DATA-VIGORE-POL NUMERIC
003680           MOVE DATA-VIGORE-POL    TO VIGORE-IT-MPOL
003690          END-IF.
003700
003710 EX-VIGORE-VERSIONE-MPOL.
003720          EXIT.
003730*
003740***** UNA VERSIONE LA CUI DATA DI VIGORE E' RAGGIUNTA NON SI
003750***** MODIFICA NE' SI CANCELLA: ESITO-WEB "NO" CON IL MESSAGGIO
003760***** GIA' MOSTRATO
003770*
003780 VERSIONE-MODIFICABILE-MPOL.
003790
003800          MOVE "OK"                TO ESITO-WEB.
003810
003820          PERFORM VIGORE-VERSIONE-MPOL
003830           THRU EX-VIGORE-VERSIONE-MPOL.
003840
003850          IF VIGORE-IT-MPOL = ZEROS
003860           OR VIGORE-IT-MPOL > DATA-MPOL
003870           MOVE "OK"               TO ESITO-WEB
003880           GO TO EX-VERSIONE-MODIFICABILE-MPOL
003890          END-IF.
003900
003910          MOVE SPACES              TO MESSAGGIO.
003920          STRING "Versione gia' in vigore: il testo non si "
003930                 "modifica, pubblicare una versione nuova"
003940           DELIMITED BY SIZE INTO MESSAGGIO.
003950          PERFORM VIS-MESS         THRU EX-VIS-MESS.
003960          MOVE "NO"                TO ESITO-WEB.
003970
003980 EX-VERSIONE-MODIFICABILE-MPOL.
003990          EXIT.
004000*
004010***** funzione=salva: AGGIUNGE O AGGIORNA LA RIGA COI CAMPI DELLA
004020***** MASCHERA
004030*
004040 SALVA-MPOL.
004050
004060          IF VERSIONE-DATA-MPOL NOT = "S"
004070           MOVE "Indicare il numero di versione" TO MESSAGGIO
004080           PERFORM VIS-MESS       THRU EX-VIS-MESS
004090           GO TO EX-SALVA-MPOL
004100          END-IF.
004110
004120          IF LINGUA-MPOL = SPACES
004130           MOVE "IT"              TO LINGUA-MPOL
004140          END-IF.
004150
004160          PERFORM VERSIONE-MODIFICABILE-MPOL
004170           THRU EX-VERSIONE-MODIFICABILE-MPOL.
004180
004190          IF ESITO-NOK GO TO EX-SALVA-MPOL.
004200
004210          IF RIGA-DATA-MPOL = "S" AND RIGA-MPOL = ZEROS
004220           PERFORM TESTATA-MPOL   THRU EX-TESTATA-MPOL
004230           IF ESITO-NOK GO TO EX-SALVA-MPOL
004240           END-IF
004250           GO TO SCRIVI-SALVA-MPOL
004260          END-IF.
004270
004280*         UNA RIGA DI TESTO VA SOTTO UNA TESTATA GIA' REGISTRATA
004290          MOVE VERSIONE-MPOL      TO VERSIONE-POL.
004300          MOVE LINGUA-MPOL        TO LINGUA-POL.
004310          MOVE ZEROS              TO RIGA-POL.
004320          PERFORM LEGGO-POL       THRU EX-LEGGO-POL.
004330
004340          IF ESITO-NOK
004350           MOVE "Registrare prima la testata (riga 0)"
004360                                  TO MESSAGGIO
004370           PERFORM VIS-MESS       THRU EX-VIS-MESS
004380           GO TO EX-SALVA-MPOL
004390          END-IF.
004400
004410          MOVE DATA-VIGORE-POL    TO VIGORE-MPOL.
004420
004430          IF RIGA-DATA-MPOL NOT = "S"
004440           PERFORM ULTIMA-RIGA-MPOL-CERCA
004450            THRU EX-ULTIMA-RIGA-MPOL-CERCA
004460           IF ULTIMA-RIGA-MPOL = 999
004470            MOVE "Raggiunto il numero massimo di righe"
004480                                  TO MESSAGGIO
004490            PERFORM VIS-MESS      THRU EX-VIS-MESS
004500            GO TO EX-SALVA-MPOL
004510           END-IF
004520           COMPUTE RIGA-MPOL = ULTIMA-RIGA-MPOL + 1
004530          END-IF.
004540
004550 SCRIVI-SALVA-MPOL.
004560
004570          MOVE VERSIONE-MPOL      TO VERSIONE-POL.
004580          MOVE LINGUA-MPOL        TO LINGUA-POL.
004590          MOVE RIGA-MPOL          TO RIGA-POL.
004600          PERFORM LEGGO-POL       THRU EX-LEGGO-POL.
004610
004620          IF ESITO-NOK
004630           INITIALIZE TESTO-POLITICA
004640           MOVE VERSIONE-MPOL     TO VERSIONE-POL
004650           MOVE LINGUA-MPOL       TO LINGUA-POL
004660           MOVE RIGA-MPOL         TO RIGA-POL
004670          END-IF.
004680
004690          MOVE VIGORE-MPOL        TO DATA-VIGORE-POL.
004700
004710          MOVE "MK-testo"         TO FIELD-WEB.
004720          PERFORM READ-WEB        THRU EX-READ-WEB.
004730          IF COBW3-SEARCH-FLAG-EXIST
004740           MOVE VALUE-WEB(1:150)  TO TESTO-POL
004750          END-IF.
004760
004770          MOVE "MK-OPERATORE"     TO FIELD-WEB.
004780          PERFORM READ-WEB        THRU EX-READ-WEB.
004790          MOVE VALUE-WEB(1:8)     TO OPERATORE-MPOL.
004800
004810          MOVE OPERATORE-MPOL     TO UTENTE-POL.
004820          MOVE DATA-MPOL          TO DATA-POL.
004830
004840          PERFORM SCRIVI-POL      THRU EX-SCRIVI-POL.
004850
004860          IF ESITO-NOK
004870           PERFORM RISCRIVI-POL   THRU EX-RISCRIVI-POL
004880          END-IF.
004890
004900*         LA DATA DI VIGORE DELLA TESTATA ITALIANA SI RIPORTA
004910*         SULLE RIGHE GIA' PRESENTI DELLA VERSIONE, IN OGNI LINGUA
004920          IF RIGA-MPOL = ZEROS AND LINGUA-MPOL = "IT"
004930           PERFORM ALLINEA-VIGORE-MPOL THRU EX-ALLINEA-VIGORE-MPOL
004940          END-IF.
004950
004960          MOVE "Riga dell'informativa registrata" TO MESSAGGIO.
004970          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004980
004990 EX-SALVA-MPOL.
005000          EXIT.
005010*
005020***** TESTATA (RIGA ZERO): PER L'ITALIANO LA DATA DI VIGORE ARRIVA
005030***** DA MK-vigore E NON PUO' ESSERE GIA' PASSATA (UNA VERSIONE
005040***** NON ENTRA IN VIGORE ALL'INDIETRO); PER UNA TRADUZIONE SI
005050***** RIPRENDE QUELLA DELLA TESTATA ITALIANA, CHE DEVE ESISTERE
005060*
005070 TESTATA-MPOL.
005080
005090          MOVE "NO"               TO ESITO-WEB.
005100          MOVE ZEROS              TO VIGORE-MPOL.
005110
005120          IF LINGUA-MPOL NOT = "IT"
005130           PERFORM VIGORE-VERSIONE-MPOL
005140            THRU EX-VIGORE-VERSIONE-MPOL
005150           IF VIGORE-IT-MPOL = ZEROS
005160            MOVE "Registrare prima la testata italiana"
005170                                  TO MESSAGGIO
005180            PERFORM VIS-MESS      THRU EX-VIS-MESS
005190            MOVE "NO"             TO ESITO-WEB
005200            GO TO EX-TESTATA-MPOL
005210           END-IF
005220           MOVE VIGORE-IT-MPOL    TO VIGORE-MPOL
005230           MOVE "OK"              TO ESITO-WEB
005240           GO TO EX-TESTATA-MPOL
005250          END-IF.
005260
005270          MOVE "MK-vigore"        TO FIELD-WEB.
005280          PERFORM READ-WEB        THRU EX-READ-WEB.
005290          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
005300           MOVE VALUE-WEB(1:8)    TO VIGORE-MPOL
005310          END-IF.
005320
005330          IF VIGORE-MPOL = ZEROS
005340           OR MM-VIGORE-MPOL < 1 OR MM-VIGORE-MPOL > 12
005350           OR GG-VIGORE-MPOL < 1 OR GG-VIGORE-MPOL > 31
005360           MOVE "Data di entrata in vigore non valida (AAAAMMGG)"
005370                                  TO MESSAGGIO
005380           PERFORM VIS-MESS       THRU EX-VIS-MESS
005390           GO TO EX-TESTATA-MPOL
005400          END-IF.
005410
005420          IF VIGORE-MPOL < DATA-MPOL
005430           MOVE "La data di vigore non puo' essere passata"
005440                                  TO MESSAGGIO
005450           PERFORM VIS-MESS       THRU EX-VIS-MESS
005460           GO TO EX-TESTATA-MPOL
005470          END-IF.
005480
005490          MOVE "OK"               TO ESITO-WEB.
005500
005510 EX-TESTATA-MPOL.
005520          EXIT.
005530*
005540***** RIPORTA VIGORE-MPOL SU TUTTE LE RIGHE DELLA VERSIONE
005550*
005560 ALLINEA-VIGORE-MPOL.
005570
005580          MOVE VERSIONE-MPOL      TO VERSIONE-POL.
005590          MOVE LOW-VALUES         TO LINGUA-POL.
005600          MOVE ZEROS              TO RIGA-POL.
005610          PERFORM STARTO-POL      THRU EX-STARTO-POL.
005620
005630          IF ESITO-NOK GO TO EX-ALLINEA-VIGORE-MPOL.
005640
005650 CICLO-ALLINEA-VIGORE-MPOL.
005660
005670          PERFORM LEGGO-NEXT-POL  THRU EX-LEGGO-NEXT-POL.
005680
005690          IF FINE-FILE = "S"
005700           OR VERSIONE-POL NOT = VERSIONE-MPOL
005710           GO TO EX-ALLINEA-VIGORE-MPOL
005720          END-IF.
005730
005740          IF DATA-VIGORE-POL NOT = VIGORE-MPOL
005750           MOVE VIGORE-MPOL       TO DATA-VIGORE-POL
005760           PERFORM RISCRIVI-POL   THRU EX-RISCRIVI-POL
005770          END-IF.
005780
005790          GO TO CICLO-ALLINEA-VIGORE-MPOL.
005800
005810 EX-ALLINEA-VIGORE-MPOL.
005820          EXIT.
005830*
005840***** ULTIMA RIGA GIA' PRESENTE PER VERSIONE E LINGUA (ZERO = SOLO
005850***** LA TESTATA)
005860*
005870 ULTIMA-RIGA-MPOL-CERCA.
005880
005890          MOVE ZEROS              TO ULTIMA-RIGA-MPOL.
005900
005910          MOVE VERSIONE-MPOL      TO VERSIONE-POL.
005920          MOVE LINGUA-MPOL        TO LINGUA-POL.
005930          MOVE ZEROS              TO RIGA-POL.
005940          PERFORM STARTO-POL      THRU EX-STARTO-POL.
005950
005960          IF ESITO-NOK GO TO EX-ULTIMA-RIGA-MPOL-CERCA.
005970
005980 CICLO-ULTIMA-RIGA-MPOL.
005990
006000          PERFORM LEGGO-NEXT-POL  THRU EX-LEGGO-NEXT-POL.
006010
006020          IF FINE-FILE = "S"
006030           OR VERSIONE-POL NOT = VERSIONE-MPOL
006040           OR LINGUA-POL NOT = LINGUA-MPOL
006050           GO TO EX-ULTIMA-RIGA-MPOL-CERCA
006060          END-IF.
006070
006080          MOVE RIGA-POL           TO ULTIMA-RIGA-MPOL.
006090
006100          GO TO CICLO-ULTIMA-RIGA-MPOL.
006110
006120 EX-ULTIMA-RIGA-MPOL-CERCA.
006130          EXIT.
006140*
006150***** funzione=elimina: TOGLIE UNA RIGA, O CON MK-riga VUOTO TUTTE
006160***** LE RIGHE DELLA VERSIONE NELLA LINGUA INDICATA. LA TESTATA
006170***** ITALIANA NON SI TOGLIE FINCHE' RESTANO LE TRADUZIONI
006180*
006190 ELIMINA-MPOL.
006200
006210          IF VERSIONE-DATA-MPOL NOT = "S"
006220           MOVE "Indicare il numero di versione" TO MESSAGGIO
006230           PERFORM VIS-MESS       THRU EX-VIS-MESS
006240           GO TO EX-ELIMINA-MPOL
006250          END-IF.
006260
006270          IF LINGUA-MPOL = SPACES
006280           MOVE "IT"              TO LINGUA-MPOL
006290          END-IF.
006300
006310          PERFORM VERSIONE-MODIFICABILE-MPOL
006320           THRU EX-VERSIONE-MODIFICABILE-MPOL.
006330
006340          IF ESITO-NOK GO TO EX-ELIMINA-MPOL.
006350
006360          IF RIGA-DATA-MPOL NOT = "S"
006370           GO TO ELIMINA-TUTTE-MPOL
006380          END-IF.
006390
006400          MOVE VERSIONE-MPOL      TO VERSIONE-POL.
006410          MOVE LINGUA-MPOL        TO LINGUA-POL.
006420          MOVE RIGA-MPOL          TO RIGA-POL.
006430          PERFORM LEGGO-POL       THRU EX-LEGGO-POL.
006440
006450          IF ESITO-NOK
006460           MOVE "Riga non trovata" TO MESSAGGIO
006470           PERFORM VIS-MESS       THRU EX-VIS-MESS
006480           GO TO EX-ELIMINA-MPOL
006490          END-IF.
006500
006510          PERFORM CANCELLA-POL    THRU EX-CANCELLA-POL.
006520
006530          MOVE "Riga eliminata"   TO MESSAGGIO.
006540          PERFORM VIS-MESS        THRU EX-VIS-MESS.
006550
006560          GO TO EX-ELIMINA-MPOL.
006570
006580*         SI RIPOSIZIONA A OGNI GIRO SULLA PRIMA RIGA RIMASTA,
006590*         COSI' LA CANCELLAZIONE NON DIPENDE DALLA LETTURA IN
006600*         SEQUENZA
006610 ELIMINA-TUTTE-MPOL.
006620
006630          MOVE ZEROS              TO RIGHE-MPOL.
006640
006650 CICLO-ELIMINA-MPOL.
006660
006670          MOVE VERSIONE-MPOL      TO VERSIONE-POL.
006680          MOVE LINGUA-MPOL        TO LINGUA-POL.
006690          MOVE ZEROS              TO RIGA-POL.
006700          PERFORM STARTO-POL      THRU EX-STARTO-POL.
006710
006720          IF ESITO-NOK GO TO FINE-ELIMINA-MPOL.
006730
006740          PERFORM LEGGO-NEXT-POL  THRU EX-LEGGO-NEXT-POL.
006750
006760          IF FINE-FILE = "S"
006770           OR VERSIONE-POL NOT = VERSIONE-MPOL
006780           OR LINGUA-POL NOT = LINGUA-MPOL
006790           GO TO FINE-ELIMINA-MPOL
006800          END-IF.
006810
006820          PERFORM CANCELLA-POL    THRU EX-CANCELLA-POL.
006830
006840          IF ESITO-NOK GO TO FINE-ELIMINA-MPOL.
006850
006860          ADD 1                   TO RIGHE-MPOL.
006870
006880          GO TO CICLO-ELIMINA-MPOL.
006890
006900 FINE-ELIMINA-MPOL.
006910
006920          MOVE RIGHE-MPOL         TO RIGHE-ED-MPOL.
006930          MOVE SPACES             TO MESSAGGIO.
006940          STRING "Righe dell'informativa eliminate: "
006950                                  DELIMITED BY SIZE
006960                 RIGHE-ED-MPOL    DELIMITED BY SIZE
006970           INTO MESSAGGIO.
006980          PERFORM VIS-MESS        THRU EX-VIS-MESS.
006990
007000 EX-ELIMINA-MPOL.
007010          EXIT.
