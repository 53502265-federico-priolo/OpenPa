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
000200* VERSIONI DELLE PAGINE TEMPLATE/*.HTM (ARKHTM, SERVIZIO OPENHTMW).
000210* SENZA funzione LA GRIGLIA JSON DELLE VERSIONI (MK-nome FILTRA
000220* UNA PAGINA); funzione=bozza CON MK-nome (E MK-motivo, CHE COSA
000230* SI VUOLE CAMBIARE) APRE UNA BOZZA COPIANDO LA VERSIONE IN LINEA;
000240* funzione=testo CON MK-nome/MK-numero DA' LE RIGHE DI UNA
000250* VERSIONE (TRONCATE A 200 CARATTERI PER LA GRIGLIA, COME IN
000260* openlibv.exe); funzione=salva/inserisci/togli CON MK-riga (E
000270* MK-dati) SOSTITUISCONO, INSERISCONO PRIMA O TOLGONO UNA RIGA
000280* DELLA BOZZA, MK-riga 0 O OLTRE L'ULTIMA ACCODA; funzione=
000290* anteprima RENDE LA BOZZA CON I DATI DI ESEMPIO (RIGHE
000300* "MK-campo=valore" DI TEMPLATE/VERS/ESEMPIO.TXT E POI DI
000310* TEMPLATE/VERS/nome.ESEMPIO) SOLO NELLA RISPOSTA A QUESTA
000320* SESSIONE: MODIFICA E ANTEPRIMA SONO DEL SOLO AUTORE DELLA
000330* BOZZA, E IL TESTO DI UNA BOZZA NON E' MAI RAGGIUNGIBILE DA UNA
000340* PAGINA IN LINEA; funzione=pubblica CON MK-motivo OBBLIGATORIO
000350* METTE IN LINEA SUBITO, O CON MK-data (GG/MM/AAAA) E MK-ora
000360* (HHMM) FUTURE PROGRAMMA LA PUBBLICAZIONE, FATTA POI DA
000370* OPENBHTM; funzione=revoca RIPORTA A BOZZA UNA PUBBLICAZIONE
000380* PROGRAMMATA; funzione=ripristina CON MK-numero E MK-motivo
000390* RIMETTE IN LINEA UNA VERSIONE GIA' SOSTITUITA. PUBBLICA E
000400* RIPRISTINA ACCETTANO IL TICKET DI CAMBIAMENTO MK-ticket COME
000410* openlibv.exe. TUTTE LE FUNZIONI RICHIEDONO LA CHIAMATA SI/IN/AM
000420* DELL'INTEGRITA' (openmint.exe): PUBBLICARE UNA PAGINA NE RIFA'
000430* LA LINEA DI BASE A NOME DI CHI PUBBLICA.
000440*
000450 IDENTIFICATION   DIVISION.
000460 PROGRAM-ID.      OPENMHTM.
000470 ENVIRONMENT      DIVISION.
000480 CONFIGURATION    SECTION.
000490          COPY "SPECIAL.CBL".
000500 INPUT-OUTPUT     SECTION.
000510 FILE-CONTROL.
000520
000530          COPY "SELWEB.CBL".
000540          COPY "SELESE.CBL".
000550          COPY "SELJOB.CBL".
000560          COPY "SELVIEW.CBL".
000570          COPY "SELVSTO.CBL".
000580          COPY "SELJSON.CBL".
000590          COPY "SELUTEN.CBL".
000600          COPY "SELABI.CBL".
000610          COPY "SELGER.CBL".
000620          COPY "SELHTM.CBL".
000630          COPY "SELLIBT.CBL".
000640          COPY "SELCSV.CBL".
000650          COPY "SELACC.CBL".
000660
000670          SELECT NUOVA-MHTM ASSIGN TO NOME-NUOVA-MHTM
000680           ORGANIZATION IS LINE SEQUENTIAL
000690           FILE STATUS  IS STATUS-NUOVA-MHTM.
000700
000710 DATA             DIVISION.
000720 FILE SECTION.
000730
000740          COPY "FDEWEB.CBL".
000750          COPY "FDEESE.CBL".
000760          COPY "FDEJOB.CBL".
000770          COPY "FDEVIEW.CBL".
000780          COPY "FDEVSTO.CBL".
000790          COPY "FDEJSON.CBL".
000800          COPY "FDEUTEN.CBL".
000810          COPY "FDEABI.CBL".
000820          COPY "FDEGER.CBL".
000830          COPY "FDEHTM.CBL".
000840          COPY "FDELIBT.CBL".
000850          COPY "FDECSV.CBL".
000860          COPY "FDEACC.CBL".
000870
000880 FD NUOVA-MHTM LABEL RECORD IS STANDARD.
000890 01 REC-NUOVA-MHTM            PIC X(2048).
000900
000910 WORKING-STORAGE  SECTION.
000920
000930          COPY "COBW3.CBL".
000940          COPY "GLOBALS.CBL".
000950*
000960 01 FUNZIONE-MHTM              PIC X(08).
000970 01 AMMINISTRATORE-MHTM        PIC X.
000980 01 PRIMA-RIGA-MHTM            PIC X.
000990 01 IND-GRUPPI-MHTM            PIC 9(2) COMP.
001000*
001010** PAGINA, VERSIONE, RIGA E TESTO DAL MODULO
001020*
001030 01 NOME-MHTM                  PIC X(20).
001040 01 NUMERO-MHTM                PIC 9(04).
001050 01 RIGA-MHTM                  PIC 9(05).
001060 01 DATI-MHTM                  PIC X(1024).
001070 01 MOTIVO-MHTM                PIC X(60).
001080*
001090** RISCRITTURA DELLA BOZZA: "S" SOSTITUISCE, "I" INSERISCE PRIMA,
001100** "T" TOGLIE LA RIGA RIGA-MHTM
001110*
001120 01 MODO-MHTM                  PIC X.
001130    88 MODO-SOSTITUISCI-MHTM   VALUE "S".
001140    88 MODO-INSERISCI-MHTM     VALUE "I".
001150    88 MODO-TOGLI-MHTM         VALUE "T".
001160 01 CONTA-RIGHE-MHTM           PIC 9(05).
001170 01 TROVATA-MHTM               PIC X.
001180 01 PERCORSO-MHTM              PIC X(60).
001190 01 NOME-NUOVA-MHTM            PIC X(80).
001200 01 STATUS-NUOVA-MHTM          PIC XX.
001210 01 COMANDO-MHTM               PIC X(256).
001220*
001230** ADESSO E MOMENTO RICHIESTO PER LA PUBBLICAZIONE (AAAAMMGGHHMM)
001240*
001250 01 ADESSO-MHTM.
001260    02 DATA-ADESSO-MHTM        PIC 9(08).
001270    02 ORA-ADESSO-MHTM         PIC 9(04).
001280 01 TIME-MHTM                  PIC 9(08).
001290 01 QUANDO-MHTM.
001300    02 DATA-QUANDO-MHTM        PIC 9(08).
001310    02 ORA-QUANDO-MHTM         PIC 9(04).
001320 01 ORA-X-MHTM                 PIC X(05).
001330 01 ORA-R-MHTM.
001340    02 HH-MHTM                 PIC 99.
001350    02 MM-MHTM                 PIC 99.
001360 01 DATA-VIS-MHTM.
001370    02 GG-VIS-MHTM             PIC 99.
001380    02 FILLER                  PIC X VALUE "/".
001390    02 MM-VIS-MHTM             PIC 99.
001400    02 FILLER                  PIC X VALUE "/".
001410    02 AA-VIS-MHTM             PIC 9999.
001420*
001430** RIGA DEI DATI DI ESEMPIO PER L'ANTEPRIMA
001440*
001450 01 CAMPO-ESEMPIO-MHTM         PIC X(30).
001460 01 VALORE-ESEMPIO-MHTM        PIC X(190).
001470*
001480 PROCEDURE  DIVISION.
001490*
001500          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001510
001520*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001530*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001540*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001550          IF SESSIONE-RIFIUTATA GO TO FINE-MHTM.
001560          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001570
001580          ACCEPT DATA-ADESSO-MHTM FROM DATE YYYYMMDD.
001590          ACCEPT TIME-MHTM        FROM TIME.
001600          MOVE TIME-MHTM(1:4)     TO ORA-ADESSO-MHTM.
001610
001620          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001630          PERFORM READ-WEB        THRU EX-READ-WEB.
001640          MOVE SPACES             TO FUNZIONE-MHTM.
001650          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MHTM.
001660
001670          PERFORM AUTORIZZA-MHTM  THRU EX-AUTORIZZA-MHTM.
001680
001690          IF AMMINISTRATORE-MHTM NOT = "S"
001700           MOVE "Funzione riservata agli amministratori"
001710            TO MESSAGGIO
001720           PERFORM VIS-MESS       THRU EX-VIS-MESS
001730           GO TO FINE-MHTM
001740          END-IF.
001750
001760          PERFORM LEGGI-CHIAVE-MHTM THRU EX-LEGGI-CHIAVE-MHTM.
001770
001780          IF FUNZIONE-MHTM = "bozza"
001790           PERFORM BOZZA-MHTM     THRU EX-BOZZA-MHTM
001800           GO TO FINE-MHTM
001810          END-IF.
001820
001830          IF FUNZIONE-MHTM = "testo"
001840           PERFORM TESTO-MHTM     THRU EX-TESTO-MHTM
001850           MOVE "MODELLOT.HTM"    TO PAGE-WEB
001860           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001870           GO TO FINE-MHTM
001880          END-IF.
001890
001900          IF FUNZIONE-MHTM = "salva"
001910           MOVE "S"               TO MODO-MHTM
001920           PERFORM MODIFICA-MHTM  THRU EX-MODIFICA-MHTM
001930           GO TO FINE-MHTM
001940          END-IF.
001950
001960          IF FUNZIONE-MHTM = "inserisc"
001970           MOVE "I"               TO MODO-MHTM
001980           PERFORM MODIFICA-MHTM  THRU EX-MODIFICA-MHTM
001990           GO TO FINE-MHTM
002000          END-IF.
002010
002020          IF FUNZIONE-MHTM = "togli"
002030           MOVE "T"               TO MODO-MHTM
002040           PERFORM MODIFICA-MHTM  THRU EX-MODIFICA-MHTM
002050           GO TO FINE-MHTM
002060          END-IF.
002070
002080          IF FUNZIONE-MHTM = "anteprim"
002090           PERFORM ANTEPRIMA-MHTM THRU EX-ANTEPRIMA-MHTM
002100           GO TO FINE-MHTM
002110          END-IF.
002120
002130          IF FUNZIONE-MHTM = "pubblica"
002140           PERFORM PUBBLICA-MHTM  THRU EX-PUBBLICA-MHTM
002150           GO TO FINE-MHTM
002160          END-IF.
002170
002180          IF FUNZIONE-MHTM = "revoca"
002190           PERFORM REVOCA-MHTM    THRU EX-REVOCA-MHTM
002200           GO TO FINE-MHTM
002210          END-IF.
002220
002230          IF FUNZIONE-MHTM = "ripristi"
002240           PERFORM RIPRISTINA-MHTM THRU EX-RIPRISTINA-MHTM
002250           GO TO FINE-MHTM
002260          END-IF.
002270
002280          PERFORM ELENCO-MHTM     THRU EX-ELENCO-MHTM.
002290
002300          MOVE "MODELLI.HTM"      TO PAGE-WEB.
002310          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
002320
002330 FINE-MHTM.
002340          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
002350          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
002360
002370          PERFORM FINE-WEB        THRU EX-FINE-WEB.
002380
002390          GOBACK.
002400
002410          COPY "PIOWEB1.CBL".
002420          COPY "PIOESE.CBL".
002430          COPY "PIOJOB.CBL".
002440          COPY "PIOVIEW.CBL".
002450          COPY "PIOVSTO.CBL".
002460          COPY "PIOVIEWH.CBL".
002470          COPY "PIOJSON.CBL".
002480          COPY "PIOUTEN.CBL".
002490          COPY "PIOABI.CBL".
002500          COPY "PIOGER.CBL".
002510          COPY "PIOGERA.CBL".
002520          COPY "PIOHTM.CBL".
002530          COPY "PIOLIBT.CBL".
002540          COPY "PIOCSV.CBL".
002550          COPY "PIOACC.CBL".
002560*
002570***** CONTROLLO ABILITAZIONE: LA CHIAMATA SI/IN/AM CONCESSA AL
002580***** GRUPPO DELL'OPERATORE DI SESSIONE (ENTE 00) O AD UNO DEI
002590***** SUOI GRUPPI EXTRA, CON L'EREDITARIETA' DI AUTORIZZA-GER
002600*
002610 AUTORIZZA-MHTM.
002620
002630          MOVE "N"                TO AMMINISTRATORE-MHTM.
002640
002650          IF OPERATORE-SESSIONE-WEB = SPACES
002660           GO TO EX-AUTORIZZA-MHTM
002670          END-IF.
002680
002690          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
002700
002710          MOVE OPERATORE-SESSIONE-WEB TO CHIAVE-UTEN.
002720          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
002730
002740          IF ESITO-NOK GO TO CHIUDI-AUTORIZZA-MHTM.
002750
002760          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
002770          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
002780
002790          MOVE ZEROS              TO ENTE-ABI.
002800          MOVE "SI"               TO MOD-ABI.
002810          MOVE "IN"               TO ENT-ABI.
002820          MOVE "AM"               TO FUNZ-ABI.
002830
002840          MOVE GRUPPO-UTEN        TO GRUPPO-ABI.
002850          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
002860
002870          PERFORM PROVA-EXTRA-MHTM
002880           THRU EX-PROVA-EXTRA-MHTM
002890           VARYING IND-GRUPPI-MHTM FROM 1 BY 1
002900           UNTIL IND-GRUPPI-MHTM > 5
002910           OR IND-GRUPPI-MHTM > NUM-GRUPPI-UTEN
002920           OR ESITO-OK.
002930
002940          IF ESITO-OK
002950           MOVE "S"               TO AMMINISTRATORE-MHTM
002960          END-IF.
002970
002980          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
002990          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
003000
003010 CHIUDI-AUTORIZZA-MHTM.
003020
003030          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
003040
003050 EX-AUTORIZZA-MHTM.
003060          EXIT.
003070
003080 PROVA-EXTRA-MHTM.
003090
003100          IF GRUPPO-EXTRA-UTEN(IND-GRUPPI-MHTM) > ZEROS
003110           MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPI-MHTM)
003120            TO GRUPPO-ABI
003130           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
003140          END-IF.
003150
003160 EX-PROVA-EXTRA-MHTM.
003170          EXIT.
003180*
003190***** PAGINA (MAIUSCOLA, COME I NOMI SU DISCO), VERSIONE E MOTIVO
003200***** COMUNI A TUTTE LE FUNZIONI
003210*
003220 LEGGI-CHIAVE-MHTM.
003230
003240          MOVE "MK-nome"          TO FIELD-WEB.
003250          PERFORM READ-WEB        THRU EX-READ-WEB.
003260          MOVE SPACES             TO NOME-MHTM.
003270          IF COBW3-SEARCH-FLAG-EXIST
003280           MOVE VALUE-WEB(1:20)   TO NOME-MHTM
003290          END-IF.
003300          INSPECT NOME-MHTM CONVERTING
003310           "abcdefghijklmnopqrstuvwxyz"
003320           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003330
003340          MOVE "MK-numero"        TO FIELD-WEB.
003350          PERFORM READ-WEB        THRU EX-READ-WEB.
003360          MOVE ZEROS              TO NUMERO-MHTM.
003370          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:4) NUMERIC
003380           MOVE VALUE-WEB(1:4)    TO NUMERO-MHTM
003390          END-IF.
003400
003410          MOVE "MK-motivo"        TO FIELD-WEB.
003420          PERFORM READ-WEB        THRU EX-READ-WEB.
003430          MOVE SPACES             TO MOTIVO-MHTM.
003440          IF COBW3-SEARCH-FLAG-EXIST
003450           MOVE VALUE-WEB(1:60)   TO MOTIVO-MHTM
003460          END-IF.
003470
003480 EX-LEGGI-CHIAVE-MHTM.
003490          EXIT.
003500*
003510***** LA VERSIONE NOME-MHTM/NUMERO-MHTM IN VERSIONE-HTM, CON IL
003520***** PERCORSO DEL SUO TESTO IN PERCORSO-MHTM; ESITO-WEB "NO" SE
003530***** NON ESISTE
003540*
003550 LEGGI-VERSIONE-MHTM.
003560
003570          PERFORM OPEN-I-HTM      THRU EX-OPEN-I-HTM.
003580
003590          MOVE NOME-MHTM          TO NOME-HTM.
003600          MOVE NUMERO-MHTM        TO NUMERO-HTM.
003610          PERFORM LEGGO-HTM       THRU EX-LEGGO-HTM.
003620
003630          PERFORM CLOSE-HTM       THRU EX-CLOSE-HTM.
003640
003650          MOVE SPACES             TO PERCORSO-MHTM.
003660          STRING "TEMPLATE/VERS/" NOME-MHTM
003670           DELIMITED BY SPACE "." NUMERO-MHTM
003680           DELIMITED BY SIZE INTO PERCORSO-MHTM.
003690
003700 EX-LEGGI-VERSIONE-MHTM.
003710          EXIT.
003720*
003730***** RICHIAMO DEL SERVIZIO A NOME DELL'OPERATORE DI SESSIONE: IL
003740***** SUO ESITO DIVENTA IL MESSAGGIO
003750*
003760 CHIAMA-HTMW-MHTM.
003770
003780          MOVE NOME-MHTM          TO NOME-HTM-WEB.
003790          MOVE NUMERO-MHTM        TO NUMERO-HTM-WEB.
003800          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-HTM-WEB.
003810          MOVE MOTIVO-MHTM        TO MOTIVO-HTM-WEB.
003820
003830          CALL "OPENHTMW" USING AREA-HTM-WEB.
003840          CANCEL "OPENHTMW".
003850
003860          MOVE NOTA-HTM-WEB       TO MESSAGGIO.
003870          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003880
003890 EX-CHIAMA-HTMW-MHTM.
003900          EXIT.
003910*
003920***** GRIGLIA DELLE VERSIONI, DI TUTTE LE PAGINE O DI MK-nome
003930*
003940 ELENCO-MHTM.
003950
003960          MOVE SPACES             TO NOME-JSON.
003970          MOVE "MODELLI"          TO NOME-JSON.
003980
003990          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
004000
004010          MOVE "{""rows"":["      TO DATI-JSON.
004020          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004030
004040          MOVE SPACES             TO DATI-JSON.
004050          MOVE "S"                TO PRIMA-RIGA-MHTM.
004060
004070          PERFORM OPEN-I-HTM      THRU EX-OPEN-I-HTM.
004080
004090          MOVE NOME-MHTM          TO NOME-HTM.
004100          MOVE ZEROS              TO NUMERO-HTM.
004110          PERFORM STARTO-HTM      THRU EX-STARTO-HTM.
004120
004130          IF ESITO-NOK GO TO FINE-ELENCO-MHTM.
004140
004150 CICLO-ELENCO-MHTM.
004160
004170          PERFORM LEGGO-NEXT-HTM  THRU EX-LEGGO-NEXT-HTM.
004180
004190          IF FINE-FILE = "S" GO TO FINE-ELENCO-MHTM.
004200
004210          IF NOME-MHTM NOT = SPACES AND NOME-HTM NOT = NOME-MHTM
004220           GO TO FINE-ELENCO-MHTM
004230          END-IF.
004240
004250          IF PRIMA-RIGA-MHTM = "S"
004260           MOVE "N"               TO PRIMA-RIGA-MHTM
004270          ELSE
004280           MOVE ","               TO DATI-JSON
004290           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
004300          END-IF.
004310
004320          STRING '{"NOME":"'      DELIMITED BY SIZE
004330           NOME-HTM               DELIMITED BY SPACE
004340           '","NUMERO":"'         DELIMITED BY SIZE
004350           NUMERO-HTM             DELIMITED BY SIZE
004360           '","STATO":"'          DELIMITED BY SIZE
004370           STATO-HTM              DELIMITED BY SIZE
004380           '","ORIGINE":"'        DELIMITED BY SIZE
004390           ORIGINE-HTM            DELIMITED BY SIZE
004400           '","BASE":"'           DELIMITED BY SIZE
004410           BASE-HTM               DELIMITED BY SIZE
004420           '","AUTORE":"'         DELIMITED BY SIZE
004430           AUTORE-HTM             DELIMITED BY SPACE
004440           '","CREATA":"'         DELIMITED BY SIZE
004450           DATA-CRE-HTM           DELIMITED BY SIZE
004460           ORA-CRE-HTM            DELIMITED BY SIZE
004470           '","PROGRAMMATA":"'    DELIMITED BY SIZE
004480           DATA-PROG-HTM          DELIMITED BY SIZE
004490           ORA-PROG-HTM           DELIMITED BY SIZE
004500           '","PROGRAMMATADA":"'  DELIMITED BY SIZE
004510           PROGRAMMATA-DA-HTM     DELIMITED BY SPACE
004520           '",'                   DELIMITED BY SIZE
004530           INTO DATI-JSON.
004540          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004550
004560          MOVE SPACES             TO STRINGA-JSON.
004570          MOVE MOTIVO-HTM         TO STRINGA-JSON.
004580          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
004590
004600          STRING '"PUBBLICATADA":"' DELIMITED BY SIZE
004610           PUBBLICATA-DA-HTM      DELIMITED BY SPACE
004620           '","PUBBLICATA":"'     DELIMITED BY SIZE
004630           DATA-PUB-HTM           DELIMITED BY SIZE
004640           ORA-PUB-HTM            DELIMITED BY SIZE
004650           '","SOSTITUITA":"'     DELIMITED BY SIZE
004660           DATA-SOST-HTM          DELIMITED BY SIZE
004670           '","MOTIVO":"'         DELIMITED BY SIZE
004680           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
004690           '"}'                   DELIMITED BY SIZE
004700           INTO DATI-JSON.
004710          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004720
004730          GO TO CICLO-ELENCO-MHTM.
004740
004750 FINE-ELENCO-MHTM.
004760
004770          PERFORM CLOSE-HTM       THRU EX-CLOSE-HTM.
004780
004790          MOVE "]}"               TO DATI-JSON.
004800          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004810
004820          CLOSE ARKJSON.
004830
004840 EX-ELENCO-MHTM.
004850          EXIT.
004860*
004870***** funzione=bozza: IL LAVORO E' DEL SERVIZIO
004880*
004890 BOZZA-MHTM.
004900
004910          MOVE "BOZZA"            TO AZIONE-HTM-WEB.
004920          PERFORM CHIAMA-HTMW-MHTM THRU EX-CHIAMA-HTMW-MHTM.
004930
004940 EX-BOZZA-MHTM.
004950          EXIT.
004960*
004970***** funzione=testo: LE RIGHE DI UNA VERSIONE QUALSIASI, NUMERATE
004980*
004990 TESTO-MHTM.
005000
005010          PERFORM LEGGI-VERSIONE-MHTM THRU EX-LEGGI-VERSIONE-MHTM.
005020
005030          MOVE SPACES             TO NOME-JSON.
005040          MOVE "MODELLOT"         TO NOME-JSON.
005050
005060          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
005070
005080          MOVE "{""rows"":["      TO DATI-JSON.
005090          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005100
005110          MOVE SPACES             TO DATI-JSON.
005120          MOVE "S"                TO PRIMA-RIGA-MHTM.
005130          MOVE ZEROS              TO CONTA-RIGHE-MHTM.
005140
005150          IF ESITO-NOK GO TO FINE-TESTO-MHTM.
005160
005170          MOVE PERCORSO-MHTM      TO NOME-LIBT.
005180          PERFORM OPEN-I-LIBT     THRU EX-OPEN-I-LIBT.
005190
005200          IF STATUS-LIBT NOT = "00" GO TO FINE-TESTO-MHTM.
005210
005220 CICLO-TESTO-MHTM.
005230
005240          PERFORM LEGGI-LIBT      THRU EX-LEGGI-LIBT.
005250
005260          IF FINE-FILE = "S"
005270           PERFORM CLOSE-LIBT     THRU EX-CLOSE-LIBT
005280           GO TO FINE-TESTO-MHTM
005290          END-IF.
005300
005310          ADD 1                   TO CONTA-RIGHE-MHTM.
005320
005330          IF PRIMA-RIGA-MHTM = "S"
005340           MOVE "N"               TO PRIMA-RIGA-MHTM
005350          ELSE
005360           MOVE ","               TO DATI-JSON
005370           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
005380          END-IF.
005390
005400          MOVE SPACES             TO STRINGA-JSON.
005410          MOVE DATI-LIBT(1:200)   TO STRINGA-JSON.
005420          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
005430
005440          STRING '{"RIGA":"'      DELIMITED BY SIZE
005450           CONTA-RIGHE-MHTM       DELIMITED BY SIZE
005460           '","DATI":"'           DELIMITED BY SIZE
005470           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
005480           '"}'                   DELIMITED BY SIZE
005490           INTO DATI-JSON.
005500          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005510
005520          GO TO CICLO-TESTO-MHTM.
005530
005540 FINE-TESTO-MHTM.
005550
005560          MOVE "]}"               TO DATI-JSON.
005570          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005580
005590          CLOSE ARKJSON.
005600
005610 EX-TESTO-MHTM.
005620          EXIT.
005630*
005640***** CONTROLLI COMUNI A MODIFICA E ANTEPRIMA: LA VERSIONE ESISTE,
005650***** E' ANCORA APERTA ED E' DELL'OPERATORE DI SESSIONE; ESITO-WEB
005660***** "NO" CON IL MESSAGGIO GIA' MOSTRATO ALTRIMENTI
005670*
005680 BOZZA-PROPRIA-MHTM.
005690
005700          PERFORM LEGGI-VERSIONE-MHTM THRU EX-LEGGI-VERSIONE-MHTM.
005710
005720          IF ESITO-NOK
005730           MOVE "Versione inesistente" TO MESSAGGIO
005740           GO TO RIFIUTA-BOZZA-PROPRIA-MHTM
005750          END-IF.
005760
005770          IF NOT HTM-BOZZA AND NOT HTM-PROGRAMMATA
005780           MOVE "La versione non e' una bozza" TO MESSAGGIO
005790           GO TO RIFIUTA-BOZZA-PROPRIA-MHTM
005800          END-IF.
005810
005820          IF AUTORE-HTM NOT = OPERATORE-SESSIONE-WEB
005830           MOVE "Bozza riservata al suo autore" TO MESSAGGIO
005840           GO TO RIFIUTA-BOZZA-PROPRIA-MHTM
005850          END-IF.
005860
005870          GO TO EX-BOZZA-PROPRIA-MHTM.
005880
005890 RIFIUTA-BOZZA-PROPRIA-MHTM.
005900
005910          PERFORM VIS-MESS        THRU EX-VIS-MESS.
005920          MOVE "NO"               TO ESITO-WEB.
005930
005940 EX-BOZZA-PROPRIA-MHTM.
005950          EXIT.
005960*
005970***** funzione=salva/inserisci/togli: LA BOZZA SI RISCRIVE SU UN
005980***** FILE DI APPOGGIO CHE POI LA SOSTITUISCE. UNA PUBBLICAZIONE
005990***** GIA' PROGRAMMATA NON SI TOCCA: PRIMA VA REVOCATA
006000*
006010 MODIFICA-MHTM.
006020
006030          PERFORM BOZZA-PROPRIA-MHTM THRU EX-BOZZA-PROPRIA-MHTM.
006040
006050          IF ESITO-NOK GO TO EX-MODIFICA-MHTM.
006060
006070          IF HTM-PROGRAMMATA
006080           MOVE "Pubblicazione programmata: revocarla prima"
006090            TO MESSAGGIO
006100           PERFORM VIS-MESS       THRU EX-VIS-MESS
006110           GO TO EX-MODIFICA-MHTM
006120          END-IF.
006130
006140          MOVE "MK-riga"          TO FIELD-WEB.
006150          PERFORM READ-WEB        THRU EX-READ-WEB.
006160          MOVE ZEROS              TO RIGA-MHTM.
006170          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:5) NUMERIC
006180           MOVE VALUE-WEB(1:5)    TO RIGA-MHTM
006190          END-IF.
006200
006210          MOVE "MK-dati"          TO FIELD-WEB.
006220          PERFORM READ-WEB        THRU EX-READ-WEB.
006230          MOVE SPACES             TO DATI-MHTM.
006240          IF COBW3-SEARCH-FLAG-EXIST
006250           MOVE VALUE-WEB(1:1024) TO DATI-MHTM
006260          END-IF.
006270
006280          IF MODO-TOGLI-MHTM AND RIGA-MHTM = ZEROS
006290           MOVE "Indicare la riga da togliere" TO MESSAGGIO
006300           PERFORM VIS-MESS       THRU EX-VIS-MESS
006310           GO TO EX-MODIFICA-MHTM
006320          END-IF.
006330
006340          MOVE PERCORSO-MHTM      TO NOME-LIBT.
006350          PERFORM OPEN-I-LIBT     THRU EX-OPEN-I-LIBT.
006360
006370          IF STATUS-LIBT NOT = "00"
006380           MOVE "Testo della bozza non trovato" TO MESSAGGIO
006390           PERFORM VIS-MESS       THRU EX-VIS-MESS
006400           GO TO EX-MODIFICA-MHTM
006410          END-IF.
006420
006430          MOVE SPACES             TO NOME-NUOVA-MHTM.
006440          STRING PERCORSO-MHTM DELIMITED BY SPACE
006450           ".TMP" DELIMITED BY SIZE
006460           INTO NOME-NUOVA-MHTM.
006470          OPEN OUTPUT NUOVA-MHTM.
006480
006490          MOVE ZEROS              TO CONTA-RIGHE-MHTM.
006500          MOVE "N"                TO TROVATA-MHTM.
006510
006520 CICLO-MODIFICA-MHTM.
006530
006540          PERFORM LEGGI-LIBT      THRU EX-LEGGI-LIBT.
006550
006560          IF FINE-FILE = "S" GO TO FINE-MODIFICA-MHTM.
006570
006580          ADD 1                   TO CONTA-RIGHE-MHTM.
006590
006600          IF CONTA-RIGHE-MHTM NOT = RIGA-MHTM
006610           WRITE REC-NUOVA-MHTM   FROM DATI-LIBT
006620           GO TO CICLO-MODIFICA-MHTM
006630          END-IF.
006640
006650          MOVE "S"                TO TROVATA-MHTM.
006660
006670          IF MODO-SOSTITUISCI-MHTM
006680           WRITE REC-NUOVA-MHTM   FROM DATI-MHTM
006690          END-IF.
006700
006710          IF MODO-INSERISCI-MHTM
006720           WRITE REC-NUOVA-MHTM   FROM DATI-MHTM
006730           WRITE REC-NUOVA-MHTM   FROM DATI-LIBT
006740          END-IF.
006750
006760          GO TO CICLO-MODIFICA-MHTM.
006770
006780 FINE-MODIFICA-MHTM.
006790
006800*         RIGA 0 O OLTRE L'ULTIMA: SOSTITUIRE E INSERIRE ACCODANO
006810          IF TROVATA-MHTM = "N" AND NOT MODO-TOGLI-MHTM
006820           WRITE REC-NUOVA-MHTM   FROM DATI-MHTM
006830           MOVE "S"               TO TROVATA-MHTM
006840          END-IF.
006850
006860          PERFORM CLOSE-LIBT      THRU EX-CLOSE-LIBT.
006870          CLOSE NUOVA-MHTM.
006880
006890          MOVE SPACES             TO COMANDO-MHTM.
006900
006910          IF TROVATA-MHTM = "N"
006920           STRING "rm -f " NOME-NUOVA-MHTM
006930            DELIMITED BY "  " INTO COMANDO-MHTM
006940           MOVE "Riga inesistente" TO MESSAGGIO
006950          ELSE
006960           STRING "mv -f " NOME-NUOVA-MHTM " " PERCORSO-MHTM
006970            DELIMITED BY "  " INTO COMANDO-MHTM
006980           MOVE "Bozza aggiornata" TO MESSAGGIO
006990          END-IF.
007000
007010          CALL "SYSTEM" USING COMANDO-MHTM.
007020
007030          IF RETURN-CODE NOT = ZERO AND TROVATA-MHTM = "S"
007040           MOVE "Aggiornamento della bozza non riuscito"
007050            TO MESSAGGIO
007060          END-IF.
007070
007080          PERFORM VIS-MESS        THRU EX-VIS-MESS.
007090
007100 EX-MODIFICA-MHTM.
007110          EXIT.
007120*
007130***** funzione=anteprima: I CAMPI COMUNI DI OGNI PAGINA COME LI
007140***** METTE MAKE-WEB, POI I DATI DI ESEMPIO, POI LA BOZZA RESA
007150***** DIRETTAMENTE NELLA RISPOSTA, SENZA PASSARE DALLO STORICO
007160***** DELLE PAGINE DELLA SESSIONE
007170*
007180 ANTEPRIMA-MHTM.
007190
007200          PERFORM BOZZA-PROPRIA-MHTM THRU EX-BOZZA-PROPRIA-MHTM.
007210
007220          IF ESITO-NOK GO TO EX-ANTEPRIMA-MHTM.
007230
007240          PERFORM INTESTAZIONE-ENTE-WEB
007250           THRU EX-INTESTAZIONE-ENTE-WEB.
007260          PERFORM ANNUNCIO-WEB
007270           THRU EX-ANNUNCIO-WEB.
007280          PERFORM FORMATO-DATA-WEB
007290           THRU EX-FORMATO-DATA-WEB.
007300
007310          MOVE "TEMPLATE/VERS/ESEMPIO.TXT" TO NOME-CSV.
007320          PERFORM CARICA-ESEMPI-MHTM THRU EX-CARICA-ESEMPI-MHTM.
007330
007340          MOVE SPACES             TO NOME-CSV.
007350          STRING "TEMPLATE/VERS/" NOME-MHTM
007360           DELIMITED BY SPACE ".ESEMPIO"
007370           DELIMITED BY SIZE INTO NOME-CSV.
007380          PERFORM CARICA-ESEMPI-MHTM THRU EX-CARICA-ESEMPI-MHTM.
007390
007400          MOVE PERCORSO-MHTM      TO PAGE-WEB.
007410          PERFORM SHOW-WEB        THRU EX-SHOW-WEB.
007420
007430 EX-ANTEPRIMA-MHTM.
007440          EXIT.
007450*
007460***** RIGHE "MK-campo=valore" DEL FILE NOME-CSV, SE C'E'; LE RIGHE
007470***** VUOTE O CHE INIZIANO CON "*" SONO COMMENTI
007480*
007490 CARICA-ESEMPI-MHTM.
007500
007510          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
007520
007530          IF STATUS-CSV NOT = "00" GO TO EX-CARICA-ESEMPI-MHTM.
007540
007550 CICLO-ESEMPI-MHTM.
007560
007570          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
007580
007590          IF FINE-FILE = "S"
007600           PERFORM CLOSE-CSV      THRU EX-CLOSE-CSV
007610           GO TO EX-CARICA-ESEMPI-MHTM
007620          END-IF.
007630
007640          IF DATI-CSV = SPACES OR DATI-CSV(1:1) = "*"
007650           GO TO CICLO-ESEMPI-MHTM
007660          END-IF.
007670
007680          MOVE SPACES             TO CAMPO-ESEMPIO-MHTM
007690                                     VALORE-ESEMPIO-MHTM.
007700          UNSTRING DATI-CSV DELIMITED BY "="
007710           INTO CAMPO-ESEMPIO-MHTM VALORE-ESEMPIO-MHTM.
007720
007730          IF CAMPO-ESEMPIO-MHTM NOT = SPACES
007740           MOVE CAMPO-ESEMPIO-MHTM TO FIELD-WEB
007750           MOVE VALORE-ESEMPIO-MHTM TO VALUE-WEB
007760           PERFORM METTI-WEB      THRU EX-METTI-WEB
007770          END-IF.
007780
007790          GO TO CICLO-ESEMPI-MHTM.
007800
007810 EX-CARICA-ESEMPI-MHTM.
007820          EXIT.
007830*
007840***** funzione=pubblica: SUBITO, O PROGRAMMATA SE MK-data/MK-ora
007850***** INDICANO UN MOMENTO FUTURO
007860*
007870 PUBBLICA-MHTM.
007880
007890          IF MOTIVO-MHTM = SPACES
007900           MOVE "Motivo della pubblicazione obbligatorio"
007910            TO MESSAGGIO
007920           PERFORM VIS-MESS       THRU EX-VIS-MESS
007930           GO TO EX-PUBBLICA-MHTM
007940          END-IF.
007950
007960          PERFORM LEGGI-QUANDO-MHTM THRU EX-LEGGI-QUANDO-MHTM.
007970
007980          IF ESITO-NOK
007990           PERFORM VIS-MESS       THRU EX-VIS-MESS
008000           GO TO EX-PUBBLICA-MHTM
008010          END-IF.
008020
008030          PERFORM TICKET-MHTM     THRU EX-TICKET-MHTM.
008040
008050          IF ESITO-TKT-WEB NOT = "OK" GO TO EX-PUBBLICA-MHTM.
008060
008070          IF QUANDO-MHTM NOT > ADESSO-MHTM
008080           MOVE "PUBBLICA"        TO AZIONE-HTM-WEB
008090           PERFORM CHIAMA-HTMW-MHTM THRU EX-CHIAMA-HTMW-MHTM
008100           GO TO EX-PUBBLICA-MHTM
008110          END-IF.
008120
008130          PERFORM OPEN-I-HTM      THRU EX-OPEN-I-HTM.
008140
008150          MOVE NOME-MHTM          TO NOME-HTM.
008160          MOVE NUMERO-MHTM        TO NUMERO-HTM.
008170          PERFORM LEGGO-HTM       THRU EX-LEGGO-HTM.
008180
008190          IF ESITO-NOK
008200           MOVE "Versione inesistente" TO MESSAGGIO
008210           GO TO CHIUDI-PUBBLICA-MHTM
008220          END-IF.
008230
008240          IF NOT HTM-BOZZA AND NOT HTM-PROGRAMMATA
008250           MOVE "La versione non e' una bozza" TO MESSAGGIO
008260           GO TO CHIUDI-PUBBLICA-MHTM
008270          END-IF.
008280
008290          MOVE "P"                TO STATO-HTM.
008300          MOVE DATA-QUANDO-MHTM   TO DATA-PROG-HTM.
008310          MOVE ORA-QUANDO-MHTM    TO ORA-PROG-HTM.
008320          MOVE OPERATORE-SESSIONE-WEB TO PROGRAMMATA-DA-HTM.
008330          MOVE MOTIVO-MHTM        TO MOTIVO-HTM.
008340
008350          PERFORM RISCRIVI-HTM    THRU EX-RISCRIVI-HTM.
008360
008370          IF ESITO-NOK
008380           MOVE "Programmazione non registrata" TO MESSAGGIO
008390           GO TO CHIUDI-PUBBLICA-MHTM
008400          END-IF.
008410
008420          MOVE "PROGRAMMA"        TO NOTA-ACC-WEB.
008430          PERFORM EVENTO-MHTM     THRU EX-EVENTO-MHTM.
008440
008450          MOVE DATA-QUANDO-MHTM(7:2) TO GG-VIS-MHTM.
008460          MOVE DATA-QUANDO-MHTM(5:2) TO MM-VIS-MHTM.
008470          MOVE DATA-QUANDO-MHTM(1:4) TO AA-VIS-MHTM.
008480          MOVE SPACES             TO MESSAGGIO.
008490          STRING "Pubblicazione programmata per il " DATA-VIS-MHTM
008500           " alle " ORA-QUANDO-MHTM(1:2) ":" ORA-QUANDO-MHTM(3:2)
008510           DELIMITED BY SIZE INTO MESSAGGIO.
008520
008530 CHIUDI-PUBBLICA-MHTM.
008540
008550          PERFORM CLOSE-HTM       THRU EX-CLOSE-HTM.
008560          PERFORM VIS-MESS        THRU EX-VIS-MESS.
008570
008580 EX-PUBBLICA-MHTM.
008590          EXIT.
008600*
008610***** MOMENTO DELLA PUBBLICAZIONE IN QUANDO-MHTM: ADESSO SE MK-data
008620***** MANCA; CON MK-data (GG/MM/AAAA) MK-ora E' HHMM O HH:MM,
008630***** DEFAULT 00:00. ESITO-WEB "NO" CON IL MESSAGGIO SE NON VALIDI
008640*
008650 LEGGI-QUANDO-MHTM.
008660
008670          MOVE "OK"               TO ESITO-WEB.
008680          MOVE ADESSO-MHTM        TO QUANDO-MHTM.
008690
008700          MOVE "MK-data"          TO FIELD-WEB.
008710          PERFORM READ-WEB        THRU EX-READ-WEB.
008720
008730          IF NOT COBW3-SEARCH-FLAG-EXIST OR VALUE-WEB = SPACES
008740           GO TO EX-LEGGI-QUANDO-MHTM
008750          END-IF.
008760
008770          IF DATA-WEB = ZEROS OR MM-WEB > 12 OR GG-WEB > 31
008780           OR MM-WEB = ZEROS OR GG-WEB = ZEROS
008790           MOVE "Data di pubblicazione non valida (GG/MM/AAAA)"
008800            TO MESSAGGIO
008810           MOVE "NO"              TO ESITO-WEB
008820           GO TO EX-LEGGI-QUANDO-MHTM
008830          END-IF.
008840
008850          COMPUTE DATA-QUANDO-MHTM = AA-WEB * 10000
008860           + MM-WEB * 100 + GG-WEB.
008870          MOVE ZEROS              TO ORA-QUANDO-MHTM.
008880
008890          MOVE "MK-ora"           TO FIELD-WEB.
008900          PERFORM READ-WEB        THRU EX-READ-WEB.
008910
008920          IF NOT COBW3-SEARCH-FLAG-EXIST OR VALUE-WEB = SPACES
008930           GO TO EX-LEGGI-QUANDO-MHTM
008940          END-IF.
008950
008960          MOVE VALUE-WEB(1:5)     TO ORA-X-MHTM.
008970
008980          IF ORA-X-MHTM(3:1) = ":"
008990           MOVE ORA-X-MHTM(1:2)   TO ORA-R-MHTM(1:2)
009000           MOVE ORA-X-MHTM(4:2)   TO ORA-R-MHTM(3:2)
009010          ELSE
009020           MOVE ORA-X-MHTM(1:4)   TO ORA-R-MHTM
009030          END-IF.
009040
009050          IF ORA-R-MHTM NOT NUMERIC
009055           OR HH-MHTM > 23 OR MM-MHTM > 59
009060           MOVE "Ora di pubblicazione non valida (HH:MM)"
009070            TO MESSAGGIO
009080           MOVE "NO"              TO ESITO-WEB
009090           GO TO EX-LEGGI-QUANDO-MHTM
009100          END-IF.
009110
009120          MOVE ORA-R-MHTM         TO ORA-QUANDO-MHTM.
009130
009140 EX-LEGGI-QUANDO-MHTM.
009150          EXIT.
009160*
009170***** TICKET DI CAMBIAMENTO FACOLTATIVO, COME PER openlibv.exe
009180*
009190 TICKET-MHTM.
009200
009210          MOVE "OPENMHTM"         TO PROGRAMMA-TKT-WEB.
009220          PERFORM LEGGI-TICKET-WEB THRU EX-LEGGI-TICKET-WEB.
009230          MOVE "HTM"              TO ARCHIVIO-TKT-WEB.
009240          MOVE NOME-MHTM          TO RIFERIMENTO-TKT-WEB.
009250          PERFORM VERIFICA-TICKET-WEB THRU EX-VERIFICA-TICKET-WEB.
009260
009270          IF ESITO-TKT-WEB NOT = "OK"
009280           PERFORM VIS-MESS       THRU EX-VIS-MESS
009290          END-IF.
009300
009310 EX-TICKET-MHTM.
009320          EXIT.
009330*
009340***** funzione=revoca: LA PROGRAMMATA TORNA BOZZA DEL SUO AUTORE
009350*
009360 REVOCA-MHTM.
009370
009380          PERFORM OPEN-I-HTM      THRU EX-OPEN-I-HTM.
009390
009400          MOVE NOME-MHTM          TO NOME-HTM.
009410          MOVE NUMERO-MHTM        TO NUMERO-HTM.
009420          PERFORM LEGGO-HTM       THRU EX-LEGGO-HTM.
009430
009440          IF ESITO-NOK OR NOT HTM-PROGRAMMATA
009450           MOVE "Nessuna pubblicazione programmata"
009460            TO MESSAGGIO
009470           GO TO CHIUDI-REVOCA-MHTM
009480          END-IF.
009490
009500          MOVE "B"                TO STATO-HTM.
009510          MOVE ZEROS              TO DATA-PROG-HTM ORA-PROG-HTM.
009520          MOVE SPACES             TO PROGRAMMATA-DA-HTM.
009530
009540          PERFORM RISCRIVI-HTM    THRU EX-RISCRIVI-HTM.
009550
009560          MOVE "REVOCA"           TO NOTA-ACC-WEB.
009570          PERFORM EVENTO-MHTM     THRU EX-EVENTO-MHTM.
009580
009590          MOVE "Pubblicazione programmata revocata" TO MESSAGGIO.
009600
009610 CHIUDI-REVOCA-MHTM.
009620
009630          PERFORM CLOSE-HTM       THRU EX-CLOSE-HTM.
009640          PERFORM VIS-MESS        THRU EX-VIS-MESS.
009650
009660 EX-REVOCA-MHTM.
009670          EXIT.
009680*
009690***** funzione=ripristina: IL LAVORO E' DEL SERVIZIO
009700*
009710 RIPRISTINA-MHTM.
009720
009730          IF MOTIVO-MHTM = SPACES
009740           MOVE "Motivo del ripristino obbligatorio" TO MESSAGGIO
009750           PERFORM VIS-MESS       THRU EX-VIS-MESS
009760           GO TO EX-RIPRISTINA-MHTM
009770          END-IF.
009780
009790          PERFORM TICKET-MHTM     THRU EX-TICKET-MHTM.
009800
009810          IF ESITO-TKT-WEB NOT = "OK" GO TO EX-RIPRISTINA-MHTM.
009820
009830          MOVE "RIPRISTI"         TO AZIONE-HTM-WEB.
009840          PERFORM CHIAMA-HTMW-MHTM THRU EX-CHIAMA-HTMW-MHTM.
009850
009860 EX-RIPRISTINA-MHTM.
009870          EXIT.
009880*
009890***** EVENTO "MODELLO" SU ARKACC PER LE OPERAZIONI FATTE QUI (LE
009900***** PUBBLICAZIONI LE REGISTRA IL SERVIZIO): L'OPERAZIONE E' GIA'
009910***** IN NOTA-ACC-WEB
009920*
009930 EVENTO-MHTM.
009940
009950          MOVE NOTA-ACC-WEB       TO COMANDO-MHTM.
009960          MOVE SPACES             TO NOTA-ACC-WEB.
009970          STRING COMANDO-MHTM DELIMITED BY SPACE
009980           " " NOME-MHTM DELIMITED BY SPACE
009990           " " NUMERO-MHTM DELIMITED BY SIZE
010000           INTO NOTA-ACC-WEB.
010010
010020          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
010030          MOVE OPERATORE-SESSIONE-WEB TO UTENTE-ACC-WEB.
010040          MOVE "MODELLO"          TO EVENTO-ACC-WEB.
010050          MOVE "OK"               TO ESITO-ACC-WEB.
010060          MOVE SPACES             TO DELEGANTE-ACC-WEB.
010070          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
010080          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
010090
010100 EX-EVENTO-MHTM.
010110          EXIT.
