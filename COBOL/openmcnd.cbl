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
000190* REGISTRO DEGLI ACCORDI DI CONDIVISIONE FRA ENTI (ARKCND): CON
000200* LA SEGREGAZIONE PER ENTE UN OPERATORE VEDE SOLO I DATI DEL SUO
000210* ENTE DI SESSIONE, SALVO LA CHIAMATA TRASVERSALE SI/EN/XX CHE
000220* APRE TUTTO; L'ACCORDO E' LA VIA DI MEZZO FORMALE. SENZA
000230* funzione LA GRIGLIA JSON "ACCORDI" CON ENTE FONTE E ENTE
000240* DESTINATARIO, NUMERO, PROTOCOLLO, OGGETTI, MODO, GRUPPI,
000250* VALIDITA' E STATO (IN VIGORE, NON ANCORA IN VIGORE, SCADUTO,
000260* REVOCATO). funzione=salva REGISTRA UN ACCORDO (MK-numero VUOTO)
000270* O NE CORREGGE UNO ATTIVO: MK-fonte E MK-destino (DUE ENTI
000280* APERTI E DIVERSI), MK-protocollo OBBLIGATORIO, MK-oggetto1..8
000290* (TIPI TABELLA, NOMI DI ARCHIVIO O "*" PER TUTTI I TIPI TABELLA,
000300* ALMENO UNO), MK-modo L LETTURA O S SCRITTURA, MK-gruppo1..5
000310* (GRUPPI ESISTENTI DELL'ENTE DESTINATARIO, ALMENO UNO), MK-dal
000320* (DEFAULT OGGI) E MK-al AAAAMMGG OBBLIGATORIO, MK-nota.
000330* funzione=revoca CON MK-fonte, MK-destino, MK-numero E MK-motivo
000340* OBBLIGATORIO CHIUDE SUBITO L'ACCORDO. OGNI OPERAZIONE FINISCE
000350* SUL GIORNALE ARKACC ("ACCORDO"), COME GLI ACCESSI CHE L'ACCORDO
000360* CONSENTE (OPENCNDW); LA SCADENZA LA GESTISCE openbcnd.exe
000370*
000380 IDENTIFICATION   DIVISION.
000390 PROGRAM-ID.      OPENMCND.
000400 ENVIRONMENT      DIVISION.
000410 CONFIGURATION    SECTION.
000420          COPY "SPECIAL.CBL".
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.
000450
000460          COPY "SELWEB.CBL".
000470          COPY "SELESE.CBL".
000480          COPY "SELJOB.CBL".
000490          COPY "SELVIEW.CBL".
000500          COPY "SELVSTO.CBL".
000510          COPY "SELJSON.CBL".
000520          COPY "SELCND.CBL".
000530          COPY "SELENT.CBL".
000540          COPY "SELGRU.CBL".
000550          COPY "SELACC.CBL".
000560
000570 DATA             DIVISION.
000580 FILE SECTION.
000590
000600          COPY "FDEWEB.CBL".
000610          COPY "FDEESE.CBL".
000620          COPY "FDEJOB.CBL".
000630          COPY "FDEVIEW.CBL".
000640          COPY "FDEVSTO.CBL".
000650          COPY "FDEJSON.CBL".
000660          COPY "FDECND.CBL".
000670          COPY "FDEENT.CBL".
000680          COPY "FDEGRU.CBL".
000690          COPY "FDEACC.CBL".
000700
000710 WORKING-STORAGE  SECTION.
000720
000730          COPY "COBW3.CBL".
000740          COPY "GLOBALS.CBL".
000750*
000760 01 FUNZIONE-MCND              PIC X(08).
000770 01 OPERATORE-MCND             PIC X(08).
000780 01 PRIMA-RIGA-MCND            PIC X.
000790 01 OGGI-MCND                  PIC 9(08).
000800 01 NUOVO-MCND                 PIC X.
000810 01 FONTE-MCND                 PIC 9(02).
000820 01 DEST-MCND                  PIC 9(02).
000830 01 NUMERO-MCND                PIC 9(03).
000840 01 ULTIMO-MCND                PIC 9(03).
000850 01 MOTIVO-MCND                PIC X(60).
000860 01 STATO-MCND                 PIC X(20).
000870 01 IND-MCND                   PIC 9(01).
000880 01 CAMPO-MCND                 PIC X(12).
000890 01 CONTA-OGG-MCND             PIC 9(01).
000900 01 CONTA-GRU-MCND             PIC 9(01).
000910 01 ERRORE-MCND                PIC X.
000920 01 PTR-MCND                   PIC 9(03) COMP.
000930 01 LISTA-MCND                 PIC X(80).
000940*
000950** DENOMINAZIONI DEI DUE ENTI PER LA GRIGLIA
000960*
000970 01 NOME-FONTE-MCND            PIC X(40).
000980 01 NOME-DEST-MCND             PIC X(40).
000990*
001000 PROCEDURE  DIVISION.
001010*
001020          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001030
001040*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001050*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001060*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001070          IF SESSIONE-RIFIUTATA GO TO FINE-MCND.
001080          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001090          PERFORM OPEN-I-CND      THRU EX-OPEN-I-CND.
001100          PERFORM OPEN-I-ENT      THRU EX-OPEN-I-ENT.
001110          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
001120
001130          ACCEPT OGGI-MCND        FROM DATE YYYYMMDD.
001140
001150          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001160          PERFORM READ-WEB        THRU EX-READ-WEB.
001170          MOVE VALUE-WEB(1:8)     TO OPERATORE-MCND.
001180
001190          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001200          PERFORM READ-WEB        THRU EX-READ-WEB.
001210          MOVE SPACES             TO FUNZIONE-MCND.
001220          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MCND.
001230
001240          PERFORM LEGGI-CHIAVE-MCND THRU EX-LEGGI-CHIAVE-MCND.
001250
001260          IF FUNZIONE-MCND = "salva"
001270           PERFORM SALVA-MCND     THRU EX-SALVA-MCND
001280           GO TO FINE-MCND
001290          END-IF.
001300
001310          IF FUNZIONE-MCND = "revoca"
001320           PERFORM REVOCA-MCND    THRU EX-REVOCA-MCND
001330           GO TO FINE-MCND
001340          END-IF.
001350
001360          PERFORM ELENCO-MCND     THRU EX-ELENCO-MCND.
001370
001380          MOVE "ACCORDI.HTM"      TO PAGE-WEB.
001390          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001400
001410 FINE-MCND.
001420          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
001430          PERFORM CLOSE-ENT       THRU EX-CLOSE-ENT.
001440          PERFORM CLOSE-CND       THRU EX-CLOSE-CND.
001450          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001460          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001470
001480          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001490
001500          GOBACK.
001510
001520          COPY "PIOWEB1.CBL".
001530          COPY "PIOESE.CBL".
001540          COPY "PIOJOB.CBL".
001550          COPY "PIOVIEW.CBL".
001560          COPY "PIOVSTO.CBL".
001570          COPY "PIOVIEWH.CBL".
001580          COPY "PIOJSON.CBL".
001590          COPY "PIOCND.CBL".
001600          COPY "PIOENT.CBL".
001610          COPY "PIOGRU.CBL".
001620          COPY "PIOACC.CBL".
001630*
001640***** ENTE FONTE, ENTE DESTINATARIO E NUMERO DAL MODULO
001650*
001660 LEGGI-CHIAVE-MCND.
001670
001680          MOVE ZEROS              TO FONTE-MCND DEST-MCND
001690                                     NUMERO-MCND.
001700
001710          MOVE "MK-fonte"         TO FIELD-WEB.
001720          PERFORM READ-WEB        THRU EX-READ-WEB.
001730          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:2) NUMERIC
001740           MOVE VALUE-WEB(1:2)    TO FONTE-MCND
001750          END-IF.
001760
001770          MOVE "MK-destino"       TO FIELD-WEB.
001780          PERFORM READ-WEB        THRU EX-READ-WEB.
001790          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:2) NUMERIC
001800           MOVE VALUE-WEB(1:2)    TO DEST-MCND
001810          END-IF.
001820
001830          MOVE "MK-numero"        TO FIELD-WEB.
001840          PERFORM READ-WEB        THRU EX-READ-WEB.
001850          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:3) NUMERIC
001860           MOVE VALUE-WEB(1:3)    TO NUMERO-MCND
001870          END-IF.
001880
001890 EX-LEGGI-CHIAVE-MCND.
001900          EXIT.
001910*
001920***** GRIGLIA DEGLI ACCORDI, PER ENTE FONTE E DESTINATARIO
001930*
001940 ELENCO-MCND.
001950
001960          MOVE SPACES             TO NOME-JSON.
001970          MOVE "ACCORDI"          TO NOME-JSON.
001980
001990          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
002000
002010          MOVE "{""rows"":["      TO DATI-JSON.
002020          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002030
002040          MOVE SPACES             TO DATI-JSON.
002050          MOVE "S"                TO PRIMA-RIGA-MCND.
002060
002070          MOVE LOW-VALUE          TO CHIAVE-CND.
002080          PERFORM STARTO-CND      THRU EX-STARTO-CND.
002090
002100          IF ESITO-NOK GO TO FINE-ELENCO-MCND.
002110
002120 CICLO-ELENCO-MCND.
002130
002140          PERFORM LEGGO-NEXT-CND  THRU EX-LEGGO-NEXT-CND.
002150
002160          IF FINE-FILE = "S" GO TO FINE-ELENCO-MCND.
002170
002180          PERFORM RIGA-ELENCO-MCND THRU EX-RIGA-ELENCO-MCND.
002190
002200          GO TO CICLO-ELENCO-MCND.
002210
002220 FINE-ELENCO-MCND.
002230
002240          MOVE "]}"               TO DATI-JSON.
002250          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002260
002270          CLOSE ARKJSON.
002280
002290 EX-ELENCO-MCND.
002300          EXIT.
002310
002320 RIGA-ELENCO-MCND.
002330
002340          IF PRIMA-RIGA-MCND = "S"
002350           MOVE "N"               TO PRIMA-RIGA-MCND
002360          ELSE
002370           MOVE ","               TO DATI-JSON
002380           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002390          END-IF.
002400
002410          MOVE "in vigore"        TO STATO-MCND.
002420          IF VALIDO-DAL-CND > OGGI-MCND
002430           MOVE "non ancora in vigore" TO STATO-MCND
002440          END-IF.
002450          IF VALIDO-AL-CND < OGGI-MCND OR CND-SCADUTO
002460           MOVE "scaduto"         TO STATO-MCND
002470          END-IF.
002480          IF CND-REVOCATO
002490           MOVE "revocato"        TO STATO-MCND
002500          END-IF.
002510
002520          MOVE SPACES             TO NOME-FONTE-MCND
002525                                     NOME-DEST-MCND.
002530          MOVE ENTE-FONTE-CND     TO CODICE-ENT.
002540          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
002550          IF ESITO-OK
002560           MOVE DENOMINAZIONE-ENT TO NOME-FONTE-MCND
002570          END-IF.
002580          MOVE ENTE-DEST-CND      TO CODICE-ENT.
002590          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
002600          IF ESITO-OK
002610           MOVE DENOMINAZIONE-ENT TO NOME-DEST-MCND
002620          END-IF.
002630
002640          MOVE SPACES             TO STRINGA-JSON.
002650          MOVE NOME-FONTE-MCND    TO STRINGA-JSON.
002660          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002670
002680          STRING '{"FONTE":"'     DELIMITED BY SIZE
002690           ENTE-FONTE-CND         DELIMITED BY SIZE
002700           " "                    DELIMITED BY SIZE
002710           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002720           '",'                   DELIMITED BY SIZE
002730           INTO DATI-JSON.
002740          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002750
002760          MOVE SPACES             TO STRINGA-JSON.
002770          MOVE NOME-DEST-MCND     TO STRINGA-JSON.
002780          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002790
002800          STRING '"DESTINO":"'    DELIMITED BY SIZE
002810           ENTE-DEST-CND          DELIMITED BY SIZE
002820           " "                    DELIMITED BY SIZE
002830           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002840           '","NUMERO":"'         DELIMITED BY SIZE
002850           NUMERO-CND             DELIMITED BY SIZE
002860           '",'                   DELIMITED BY SIZE
002870           INTO DATI-JSON.
002880          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002890
002900          MOVE SPACES             TO LISTA-MCND.
002910          MOVE 1                  TO PTR-MCND.
002920          PERFORM ELENCA-OGGETTO-MCND THRU EX-ELENCA-OGGETTO-MCND
002930           VARYING IND-MCND FROM 1 BY 1 UNTIL IND-MCND > 8.
002940
002950          MOVE SPACES             TO STRINGA-JSON.
002960          MOVE PROTOCOLLO-CND     TO STRINGA-JSON.
002970          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002980
002990          STRING '"PROTOCOLLO":"' DELIMITED BY SIZE
003000           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003010           '","OGGETTI":"'        DELIMITED BY SIZE
003020           LISTA-MCND             DELIMITED BY "  "
003030           '","MODO":"'           DELIMITED BY SIZE
003040           MODO-CND               DELIMITED BY SIZE
003050           '",'                   DELIMITED BY SIZE
003060           INTO DATI-JSON.
003070          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003080
003090          MOVE SPACES             TO LISTA-MCND.
003100          MOVE 1                  TO PTR-MCND.
003110          PERFORM ELENCA-GRUPPO-MCND THRU EX-ELENCA-GRUPPO-MCND
003120           VARYING IND-MCND FROM 1 BY 1 UNTIL IND-MCND > 5.
003130
003140          STRING '"GRUPPI":"'     DELIMITED BY SIZE
003150           LISTA-MCND             DELIMITED BY "  "
003160           '","DAL":"'            DELIMITED BY SIZE
003170           VALIDO-DAL-CND         DELIMITED BY SIZE
003180           '","AL":"'             DELIMITED BY SIZE
003190           VALIDO-AL-CND          DELIMITED BY SIZE
003200           '","STATO":"'          DELIMITED BY SIZE
003210           STATO-MCND             DELIMITED BY "  "
003220           '",'                   DELIMITED BY SIZE
003230           INTO DATI-JSON.
003240          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003250
003260          MOVE SPACES             TO STRINGA-JSON.
003270          MOVE NOTA-CND           TO STRINGA-JSON.
003280          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003290
003300          STRING '"NOTA":"'       DELIMITED BY SIZE
003310           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003320           '","REVOCA":"'         DELIMITED BY SIZE
003330           '<a href=openmcnd.exe?MK-KEY=' DELIMITED BY SIZE
003335           SECTION-WEB            DELIMITED BY SIZE
003340           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
003350           "&MK-FUNZIONE=revoca&MK-fonte=" DELIMITED BY SIZE
003360           ENTE-FONTE-CND         DELIMITED BY SIZE
003370           "&MK-destino="         DELIMITED BY SIZE
003380           ENTE-DEST-CND          DELIMITED BY SIZE
003390           "&MK-numero="          DELIMITED BY SIZE
003400           NUMERO-CND             DELIMITED BY SIZE
003410           '>'                    DELIMITED BY SIZE
003420           "<img src='/openpa/images/delete.png' BORDER='0'></a>"
003430            DELIMITED BY SIZE
003440           '"}'                   DELIMITED BY SIZE
003450           INTO DATI-JSON.
003460          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003470
003480 EX-RIGA-ELENCO-MCND.
003490          EXIT.
003500
003510 ELENCA-OGGETTO-MCND.
003520
003530          IF OGGETTO-CND(IND-MCND) NOT = SPACES
003540           STRING OGGETTO-CND(IND-MCND) DELIMITED BY SPACE
003550            " "                   DELIMITED BY SIZE
003560            INTO LISTA-MCND WITH POINTER PTR-MCND
003570          END-IF.
003580
003590 EX-ELENCA-OGGETTO-MCND.
003600          EXIT.
003610
003620 ELENCA-GRUPPO-MCND.
003630
003640          IF GRUPPO-CND(IND-MCND) NOT = ZEROS
003650           STRING GRUPPO-CND(IND-MCND) DELIMITED BY SIZE
003660            " "                   DELIMITED BY SIZE
003670            INTO LISTA-MCND WITH POINTER PTR-MCND
003680          END-IF.
003690
003700 EX-ELENCA-GRUPPO-MCND.
003710          EXIT.
003720*
003730***** funzione=salva: NUOVO ACCORDO O CORREZIONE DI UNO ATTIVO
003740*
003750 SALVA-MCND.
003760
003770          IF FONTE-MCND = ZEROS OR DEST-MCND = ZEROS
003780           OR FONTE-MCND = DEST-MCND
003790           MOVE "Indicare due enti diversi, fonte e destinatario"
003800            TO MESSAGGIO
003810           PERFORM VIS-MESS       THRU EX-VIS-MESS
003820           GO TO EX-SALVA-MCND
003830          END-IF.
003840
003850          MOVE FONTE-MCND         TO CODICE-ENT.
003860          PERFORM VERIFICA-ENTE-MCND THRU EX-VERIFICA-ENTE-MCND.
003870          IF ESITO-NOK GO TO EX-SALVA-MCND.
003880
003890          MOVE DEST-MCND          TO CODICE-ENT.
003900          PERFORM VERIFICA-ENTE-MCND THRU EX-VERIFICA-ENTE-MCND.
003910          IF ESITO-NOK GO TO EX-SALVA-MCND.
003920
003930          MOVE "N"                TO NUOVO-MCND.
003940
003950          IF NUMERO-MCND = ZEROS
003960           MOVE "S"               TO NUOVO-MCND
003970           PERFORM PROSSIMO-NUMERO-MCND
003980            THRU EX-PROSSIMO-NUMERO-MCND
003990           INITIALIZE ACCORDO-CND
004000           MOVE FONTE-MCND        TO ENTE-FONTE-CND
004010           MOVE DEST-MCND         TO ENTE-DEST-CND
004020           MOVE NUMERO-MCND       TO NUMERO-CND
004030           MOVE OGGI-MCND         TO VALIDO-DAL-CND
004040           SET CND-ATTIVO         TO TRUE
004050          ELSE
004060           MOVE FONTE-MCND        TO ENTE-FONTE-CND
004070           MOVE DEST-MCND         TO ENTE-DEST-CND
004080           MOVE NUMERO-MCND       TO NUMERO-CND
004090           PERFORM LEGGO-CND      THRU EX-LEGGO-CND
004100           IF ESITO-NOK OR NOT CND-ATTIVO
004110            MOVE "Accordo inesistente o non piu' attivo"
004120             TO MESSAGGIO
004130            PERFORM VIS-MESS      THRU EX-VIS-MESS
004140            GO TO EX-SALVA-MCND
004150           END-IF
004160          END-IF.
004170
004180          MOVE "MK-protocollo"    TO FIELD-WEB.
004190          PERFORM READ-WEB        THRU EX-READ-WEB.
004200          IF COBW3-SEARCH-FLAG-EXIST
004210           MOVE VALUE-WEB(1:20)   TO PROTOCOLLO-CND
004220          END-IF.
004230
004240          IF PROTOCOLLO-CND = SPACES
004250           MOVE "Indicare il protocollo dell'accordo" TO MESSAGGIO
004260           PERFORM VIS-MESS       THRU EX-VIS-MESS
004270           GO TO EX-SALVA-MCND
004280          END-IF.
004290
004300          MOVE ZEROS              TO CONTA-OGG-MCND.
004310          PERFORM LEGGI-OGGETTO-MCND THRU EX-LEGGI-OGGETTO-MCND
004320           VARYING IND-MCND FROM 1 BY 1 UNTIL IND-MCND > 8.
004330
004340          IF CONTA-OGG-MCND = ZEROS
004350           MOVE "Indicare almeno un oggetto condiviso"
004355            TO MESSAGGIO
004360           PERFORM VIS-MESS       THRU EX-VIS-MESS
004370           GO TO EX-SALVA-MCND
004380          END-IF.
004390
004400          MOVE "MK-modo"          TO FIELD-WEB.
004410          PERFORM READ-WEB        THRU EX-READ-WEB.
004420          IF COBW3-SEARCH-FLAG-EXIST
004430           MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:1)) TO MODO-CND
004440          END-IF.
004450
004460          IF NOT CND-LETTURA AND NOT CND-SCRITTURA
004470           MOVE "Modo non valido: L lettura o S scrittura"
004480            TO MESSAGGIO
004490           PERFORM VIS-MESS       THRU EX-VIS-MESS
004500           GO TO EX-SALVA-MCND
004510          END-IF.
004520
004530          MOVE ZEROS              TO CONTA-GRU-MCND.
004540          MOVE "N"                TO ERRORE-MCND.
004550          PERFORM LEGGI-GRUPPO-MCND THRU EX-LEGGI-GRUPPO-MCND
004560           VARYING IND-MCND FROM 1 BY 1
004570           UNTIL IND-MCND > 5 OR ERRORE-MCND = "S".
004580
004590          IF ERRORE-MCND = "S" GO TO EX-SALVA-MCND.
004600
004610          IF CONTA-GRU-MCND = ZEROS
004620           MOVE "Indicare almeno un gruppo autorizzato"
004630            TO MESSAGGIO
004640           PERFORM VIS-MESS       THRU EX-VIS-MESS
004650           GO TO EX-SALVA-MCND
004660          END-IF.
004670
004680          MOVE "MK-dal"           TO FIELD-WEB.
004690          PERFORM READ-WEB        THRU EX-READ-WEB.
004700          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
004710           AND VALUE-WEB(1:8) NOT = "00000000"
004720           MOVE VALUE-WEB(1:8)    TO VALIDO-DAL-CND
004730          END-IF.
004740
004750          MOVE "MK-al"            TO FIELD-WEB.
004760          PERFORM READ-WEB        THRU EX-READ-WEB.
004770          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:8) NUMERIC
004780           MOVE VALUE-WEB(1:8)    TO VALIDO-AL-CND
004790          END-IF.
004800
004810          IF VALIDO-AL-CND < VALIDO-DAL-CND
004820           OR VALIDO-AL-CND < OGGI-MCND
004830           MOVE "La scadenza va indicata, non prima dell'inizio"
004840            TO MESSAGGIO
004850           PERFORM VIS-MESS       THRU EX-VIS-MESS
004860           GO TO EX-SALVA-MCND
004870          END-IF.
004880
004890          MOVE "MK-nota"          TO FIELD-WEB.
004900          PERFORM READ-WEB        THRU EX-READ-WEB.
004910          IF COBW3-SEARCH-FLAG-EXIST
004920           MOVE VALUE-WEB(1:60)   TO NOTA-CND
004930          END-IF.
004940
004950          MOVE OPERATORE-MCND     TO REGISTRATO-DA-CND.
004960          MOVE OGGI-MCND          TO DATA-REG-CND.
004970          ACCEPT ORA-REG-CND      FROM TIME.
004980
004990          IF NUOVO-MCND = "S"
005000           PERFORM SCRIVI-CND     THRU EX-SCRIVI-CND
005010          ELSE
005020           PERFORM RISCRIVI-CND   THRU EX-RISCRIVI-CND
005030          END-IF.
005040
005050          IF ESITO-NOK
005060           MOVE "Errore in scrittura dell'accordo" TO MESSAGGIO
005070           PERFORM VIS-MESS       THRU EX-VIS-MESS
005080           GO TO EX-SALVA-MCND
005090          END-IF.
005100
005110          MOVE SPACES             TO NOTA-ACC-WEB.
005120          STRING "salvato " ENTE-FONTE-CND ">" ENTE-DEST-CND
005130           " N." NUMERO-CND " " MODO-CND " AL " VALIDO-AL-CND
005140           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
005150          PERFORM GIORNALE-MCND   THRU EX-GIORNALE-MCND.
005160
005170          MOVE SPACES             TO MESSAGGIO.
005180          STRING "Accordo " ENTE-FONTE-CND ">" ENTE-DEST-CND
005190           " n. " NUMERO-CND " registrato, in vigore dal "
005200           VALIDO-DAL-CND " al " VALIDO-AL-CND
005210           DELIMITED BY SIZE INTO MESSAGGIO.
005220          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005230
005240 EX-SALVA-MCND.
005250          EXIT.
005260*
005270***** ENTE IN CODICE-ENT: DEVE ESISTERE ED ESSERE APERTO
005280*
005290 VERIFICA-ENTE-MCND.
005300
005310          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
005320
005330          IF ESITO-OK AND ENTE-CHIUSO
005340           MOVE "NO"              TO ESITO-WEB
005350          END-IF.
005360
005370          IF ESITO-NOK
005380           MOVE SPACES            TO MESSAGGIO
005390           STRING "Ente " CODICE-ENT " inesistente o chiuso"
005400            DELIMITED BY SIZE INTO MESSAGGIO
005410           PERFORM VIS-MESS       THRU EX-VIS-MESS
005420          END-IF.
005430
005440 EX-VERIFICA-ENTE-MCND.
005450          EXIT.
005460*
005470***** PRIMO NUMERO LIBERO FRA GLI ACCORDI DELLA STESSA COPPIA
005480*
005490 PROSSIMO-NUMERO-MCND.
005500
005510          MOVE ZEROS              TO ULTIMO-MCND.
005520
005530          MOVE FONTE-MCND         TO ENTE-FONTE-CND.
005540          MOVE DEST-MCND          TO ENTE-DEST-CND.
005550          MOVE ZEROS              TO NUMERO-CND.
005560          PERFORM STARTO-CND      THRU EX-STARTO-CND.
005570
005580          IF ESITO-NOK GO TO FINE-PROSSIMO-NUMERO-MCND.
005590
005600 CICLO-PROSSIMO-NUMERO-MCND.
005610
005620          PERFORM LEGGO-NEXT-CND  THRU EX-LEGGO-NEXT-CND.
005630
005640          IF FINE-FILE = "S" GO TO FINE-PROSSIMO-NUMERO-MCND.
005650
005660          IF ENTE-FONTE-CND NOT = FONTE-MCND
005670           OR ENTE-DEST-CND NOT = DEST-MCND
005680           GO TO FINE-PROSSIMO-NUMERO-MCND
005690          END-IF.
005700
005710          MOVE NUMERO-CND         TO ULTIMO-MCND.
005720
005730          GO TO CICLO-PROSSIMO-NUMERO-MCND.
005740
005750 FINE-PROSSIMO-NUMERO-MCND.
005760
005770          COMPUTE NUMERO-MCND = ULTIMO-MCND + 1.
005780
005790 EX-PROSSIMO-NUMERO-MCND.
005800          EXIT.
005810
005820 LEGGI-OGGETTO-MCND.
005830
005840          MOVE SPACES             TO CAMPO-MCND.
005850          STRING "MK-oggetto" IND-MCND
005860           DELIMITED BY SIZE INTO CAMPO-MCND.
005870          MOVE CAMPO-MCND         TO FIELD-WEB.
005880          PERFORM READ-WEB        THRU EX-READ-WEB.
005890          IF COBW3-SEARCH-FLAG-EXIST
005900           MOVE FUNCTION UPPER-CASE(VALUE-WEB(1:8))
005910            TO OGGETTO-CND(IND-MCND)
005920          END-IF.
005930
005940          IF OGGETTO-CND(IND-MCND) NOT = SPACES
005950           ADD 1                  TO CONTA-OGG-MCND
005960          END-IF.
005970
005980 EX-LEGGI-OGGETTO-MCND.
005990          EXIT.
006000*
006010***** UN GRUPPO AUTORIZZATO: DEVE ESISTERE E NON ESSERE CHIUSO
006020*
006030 LEGGI-GRUPPO-MCND.
006040
006050          MOVE SPACES             TO CAMPO-MCND.
006060          STRING "MK-gruppo" IND-MCND
006070           DELIMITED BY SIZE INTO CAMPO-MCND.
006080          MOVE CAMPO-MCND         TO FIELD-WEB.
006090          PERFORM READ-WEB        THRU EX-READ-WEB.
006100          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:4) NUMERIC
006110           MOVE VALUE-WEB(1:4)    TO GRUPPO-CND(IND-MCND)
006120          END-IF.
006130
006140          IF GRUPPO-CND(IND-MCND) = ZEROS
006150           GO TO EX-LEGGI-GRUPPO-MCND
006160          END-IF.
006170
006180          MOVE GRUPPO-CND(IND-MCND) TO GRUPPO-GRU.
006190          PERFORM LEGGO-GRU       THRU EX-LEGGO-GRU.
006200
006210          IF ESITO-NOK OR GRU-CHIUSO
006220           MOVE "S"               TO ERRORE-MCND
006230           MOVE SPACES            TO MESSAGGIO
006240           STRING "Gruppo " GRUPPO-GRU " inesistente o chiuso"
006250            DELIMITED BY SIZE INTO MESSAGGIO
006260           PERFORM VIS-MESS       THRU EX-VIS-MESS
006270           GO TO EX-LEGGI-GRUPPO-MCND
006280          END-IF.
006290
006300          ADD 1                   TO CONTA-GRU-MCND.
006310
006320 EX-LEGGI-GRUPPO-MCND.
006330          EXIT.
006340*
006350***** funzione=revoca: L'ACCORDO SI CHIUDE SUBITO, CON MOTIVO
006360*
006370 REVOCA-MCND.
006380
006390          MOVE "MK-motivo"        TO FIELD-WEB.
006400          PERFORM READ-WEB        THRU EX-READ-WEB.
006410          MOVE SPACES             TO MOTIVO-MCND.
006420          IF COBW3-SEARCH-FLAG-EXIST
006430           MOVE VALUE-WEB(1:60)   TO MOTIVO-MCND
006440          END-IF.
006450
006460          MOVE FONTE-MCND         TO ENTE-FONTE-CND.
006470          MOVE DEST-MCND          TO ENTE-DEST-CND.
006480          MOVE NUMERO-MCND        TO NUMERO-CND.
006490          PERFORM LEGGO-CND       THRU EX-LEGGO-CND.
006500
006510          IF ESITO-NOK OR NOT CND-ATTIVO
006520           MOVE "Accordo inesistente o non piu' attivo"
006530            TO MESSAGGIO
006540           PERFORM VIS-MESS       THRU EX-VIS-MESS
006550           GO TO EX-REVOCA-MCND
006560          END-IF.
006570
006580          IF MOTIVO-MCND = SPACES
006590           MOVE "Indicare il motivo della revoca" TO MESSAGGIO
006600           PERFORM VIS-MESS       THRU EX-VIS-MESS
006610           GO TO EX-REVOCA-MCND
006620          END-IF.
006630
006640          SET CND-REVOCATO        TO TRUE.
006650          MOVE OPERATORE-MCND     TO REGISTRATO-DA-CND.
006660          MOVE OGGI-MCND          TO DATA-REG-CND.
006670          ACCEPT ORA-REG-CND      FROM TIME.
006680
006690          PERFORM RISCRIVI-CND    THRU EX-RISCRIVI-CND.
006700
006710          IF ESITO-NOK
006720           MOVE "Errore in scrittura dell'accordo" TO MESSAGGIO
006730           PERFORM VIS-MESS       THRU EX-VIS-MESS
006740           GO TO EX-REVOCA-MCND
006750          END-IF.
006760
006770          MOVE SPACES             TO NOTA-ACC-WEB.
006780          STRING "revocato " ENTE-FONTE-CND ">" ENTE-DEST-CND
006790           " N." NUMERO-CND " " MOTIVO-MCND
006800           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
006810          PERFORM GIORNALE-MCND   THRU EX-GIORNALE-MCND.
006820
006830          MOVE "Accordo revocato" TO MESSAGGIO.
006840          PERFORM VIS-MESS        THRU EX-VIS-MESS.
006850
006860 EX-REVOCA-MCND.
006870          EXIT.
006880*
006890***** EVENTO "ACCORDO" SUL GIORNALE ARKACC (NOTA GIA' PRONTA)
006900*
006910 GIORNALE-MCND.
006920
006930          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
006940
006950          MOVE OPERATORE-MCND     TO UTENTE-ACC-WEB.
006960          MOVE "ACCORDO"          TO EVENTO-ACC-WEB.
006970          MOVE "OK"               TO ESITO-ACC-WEB.
006980
006990          PERFORM SCRIVI-EVENTO-ACC
007000           THRU EX-SCRIVI-EVENTO-ACC.
007010
007020          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
007030
007040 EX-GIORNALE-MCND.
007050          EXIT.
