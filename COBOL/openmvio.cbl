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
000200* REGISTRO DELLE VIOLAZIONI DI DATI PERSONALI (ARKVIO). SENZA
000210* funzione LA GRIGLIA JSON DELLE VIOLAZIONI (MK-stato = A/C FILTRA
000220* PER STATO, DEFAULT TUTTE) CON LE ORE CHE MANCANO ALLA SCADENZA
000230* DELLA NOTIFICA AL GARANTE (72 ORE DALLA RILEVAZIONE);
000240* funzione=salva SENZA MK-numero APRE UNA VIOLAZIONE COL NUMERO
000250* DELLA SERIE "VIO", CON MK-numero NE CORREGGE I DATI: MK-ente
000260* (DEFAULT L'ENTE DELLA SESSIONE), MK-rilevazione AAAAMMGG E
000270* MK-orarilevazione HHMM (DEFAULT ADESSO), MK-esposizione
000280* AAAAMMGG (INIZIO PRESUNTO, DEFAULT IL GIORNO DELLA RILEVAZIONE),
000290* MK-descrizione, MK-categorie (GRUPPI DEL DIZIONARIO CON CAMPI
000300* SENSIBILI SEPARATI DA VIRGOLA O SPAZIO), MK-rischio (B/M/A) E
000310* MK-valutazione; funzione=coinvolto E funzione=togli CON
000320* MK-numero E MK-utente AGGIUNGONO O TOLGONO UN UTENTE COINVOLTO;
000330* funzione=utenti NE DA' L'ELENCO; funzione=decidi REGISTRA LA
000340* DECISIONE SULLA NOTIFICA (MK-decisione N = DA NOTIFICARE, E =
000350* ESCLUSA CON MK-motivo OBBLIGATORIO) E SULLA COMUNICAZIONE AGLI
000360* INTERESSATI (MK-interessati S/N); funzione=notifica REGISTRA LA
000370* NOTIFICA AL GARANTE (MK-protocollo, MK-datanotifica E
000380* MK-oranotifica DEFAULT ADESSO, MK-ritardo OBBLIGATORIO OLTRE LA
000390* SCADENZA); funzione=chiudi CHIEDE MK-esito E UNA DECISIONE
000400* COMPIUTA; funzione=tracce ELENCA PER GLI UTENTI COINVOLTI, DALLO
000410* INIZIO DELL'ESPOSIZIONE, LE LETTURE DI ARKLET (FATTE DA LORO O
000420* SUI LORO DATI) E LE MODIFICHE DI ARKLOG SUI LORO RECORD
000430* (DALL'INDICE ARKILOG, AGGIORNATO ALL'ULTIMO GIRO DI OPENILOG),
000440* E RIPORTA I CONTEGGI SULLE RIGHE DEGLI UTENTI
000450*
000460 IDENTIFICATION   DIVISION.
000470 PROGRAM-ID.      OPENMVIO.
000480 ENVIRONMENT      DIVISION.
000490 CONFIGURATION    SECTION.
000500          COPY "SPECIAL.CBL".
000510 INPUT-OUTPUT     SECTION.
000520 FILE-CONTROL.
000530
000540          COPY "SELWEB.CBL".
000550          COPY "SELESE.CBL".
000560          COPY "SELJOB.CBL".
000570          COPY "SELVIEW.CBL".
000580          COPY "SELVSTO.CBL".
000590          COPY "SELJSON.CBL".
000600          COPY "SELVIO.CBL".
000610          COPY "SELUTEN.CBL".
000620          COPY "SELLET.CBL".
000630          COPY "SELILOG.CBL".
000640
000650 DATA             DIVISION.
000660 FILE SECTION.
000670
000680          COPY "FDEWEB.CBL".
000690          COPY "FDEESE.CBL".
000700          COPY "FDEJOB.CBL".
000710          COPY "FDEVIEW.CBL".
000720          COPY "FDEVSTO.CBL".
000730          COPY "FDEJSON.CBL".
000740          COPY "FDEVIO.CBL".
000750          COPY "FDEUTEN.CBL".
000760          COPY "FDELET.CBL".
000770          COPY "FDEILOG.CBL".
000780
000790 WORKING-STORAGE  SECTION.
000800
000810          COPY "COBW3.CBL".
000820          COPY "GLOBALS.CBL".
000830*
000840 01 FUNZIONE-MVIO              PIC X(08).
000850 01 FILTRO-STATO-MVIO          PIC X.
000860 01 PRIMA-RIGA-MVIO            PIC X.
000870 01 NUMERO-MVIO                PIC 9(08).
000880 01 NUOVO-MVIO                 PIC X.
000890 01 UTENTE-MVIO                PIC X(08).
000900*
000910** DATI DELLA VIOLAZIONE LETTI DAL MODULO, CONTROLLATI PRIMA DI
000920** TOCCARE IL REGISTRO
000930*
000940 01 MODULO-MVIO.
000950    02 ENTE-MOD-MVIO           PIC 9(02).
000960    02 RIL-MOD-MVIO.
000970       05 DATA-RIL-MVIO        PIC 9(08).
000980       05 ORA-RIL-MVIO         PIC 9(04).
000990    02 ESPOSIZIONE-MVIO        PIC 9(08).
001000    02 DESC-MVIO               PIC X(60).
001010    02 CATEGORIE-MVIO          PIC X(20).
001020    02 CATEGORIA-MVIO          REDEFINES CATEGORIE-MVIO
001030                               PIC X(02) OCCURS 10 TIMES.
001040    02 RISCHIO-MVIO            PIC X.
001050    02 VALUTAZIONE-MVIO        PIC X(60).
001060 01 CAMPO-CAT-MVIO             PIC X(40).
001070 01 NUM-CAT-MVIO               PIC 9(02) COMP.
001080 01 IND-CAT-MVIO               PIC 9(02) COMP.
001090 01 ERRORE-CAT-MVIO            PIC X.
001100 01 TROVATO-MVIO               PIC X.
001110*
001120** DECISIONE E NOTIFICA DAL MODULO
001130*
001140 01 DECISIONE-MVIO             PIC X.
001150 01 MOTIVO-MVIO                PIC X(60).
001160 01 INTERESSATI-MVIO           PIC X.
001170 01 DATI-NOT-MVIO.
001180    02 DATA-NOT-MVIO           PIC 9(08).
001190    02 ORA-NOT-MVIO            PIC 9(04).
001200 01 PROTOCOLLO-MVIO            PIC X(20).
001210 01 RITARDO-MVIO               PIC X(60).
001220 01 ESITO-MVIO                 PIC X(60).
001230*
001240** ADESSO E SCADENZA IN MINUTI, PER LE ORE RESIDUE DELLA GRIGLIA
001250*
001260 01 ADESSO-MVIO.
001270    02 DATA-ADESSO-MVIO        PIC 9(08).
001280    02 ORA-ADESSO-MVIO         PIC 9(04).
001290 01 TIME-MVIO                  PIC 9(08).
001300 01 HHMM-MVIO                  PIC 9(04).
001310 01 HHMM-R-MVIO REDEFINES HHMM-MVIO.
001320    02 HH-MVIO                 PIC 9(02).
001330    02 MM-MVIO                 PIC 9(02).
001340 01 MIN-ADESSO-MVIO            PIC 9(11).
001350 01 MIN-SCAD-MVIO              PIC 9(11).
001360 01 INTERO-MVIO                PIC S9(9) COMP.
001370 01 ORE-VIS-MVIO               PIC -(5)9.
001380 01 ORE-JSON-MVIO              PIC X(06).
001390*
001400** UTENTI COINVOLTI E CONTEGGI DELLE TRACCE
001410*
001420 01 MAX-COINV-MVIO             PIC 9(03) COMP VALUE 200.
001430 01 NUM-COINV-MVIO             PIC 9(03) COMP.
001440 01 IND-MVIO                   PIC 9(03) COMP.
001450 01 TAB-COINV-MVIO.
001460    02 COINV-MVIO              OCCURS 200 TIMES.
001470       03 UTENTE-TAB-MVIO      PIC X(08).
001480       03 LETTURE-TAB-MVIO     PIC 9(07).
001490       03 MODIFICHE-TAB-MVIO   PIC 9(07).
001500 01 DAL-MVIO                   PIC 9(08).
001510 01 DAL-X-MVIO REDEFINES DAL-MVIO PIC X(08).
001520 01 RUOLO-MVIO                 PIC X(10).
001530*
001540 PROCEDURE  DIVISION.
001550*
001560          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
001570
001580*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001590*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001600*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001610          IF SESSIONE-RIFIUTATA GO TO FINE-MVIO.
001620          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001630          PERFORM OPEN-I-VIO      THRU EX-OPEN-I-VIO.
001640
001650          ACCEPT DATA-ADESSO-MVIO FROM DATE YYYYMMDD.
001660          ACCEPT TIME-MVIO        FROM TIME.
001670          MOVE TIME-MVIO(1:4)     TO ORA-ADESSO-MVIO.
001680          MOVE ORA-ADESSO-MVIO    TO HHMM-MVIO.
001690          COMPUTE MIN-ADESSO-MVIO =
001700           FUNCTION INTEGER-OF-DATE(DATA-ADESSO-MVIO) * 1440
001710           + HH-MVIO * 60 + MM-MVIO.
001720
001730          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001740          PERFORM READ-WEB        THRU EX-READ-WEB.
001750          MOVE SPACES             TO FUNZIONE-MVIO.
001760          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MVIO.
001770
001780          IF FUNZIONE-MVIO = "salva"
001790           PERFORM SALVA-MVIO     THRU EX-SALVA-MVIO
001800           GO TO FINE-MVIO
001810          END-IF.
001820
001830          IF FUNZIONE-MVIO = "coinvolt"
001840           PERFORM COINVOLTO-MVIO THRU EX-COINVOLTO-MVIO
001850           GO TO FINE-MVIO
001860          END-IF.
001870
001880          IF FUNZIONE-MVIO = "togli"
001890           PERFORM TOGLI-MVIO     THRU EX-TOGLI-MVIO
001900           GO TO FINE-MVIO
001910          END-IF.
001920
001930          IF FUNZIONE-MVIO = "decidi"
001940           PERFORM DECIDI-MVIO    THRU EX-DECIDI-MVIO
001950           GO TO FINE-MVIO
001960          END-IF.
001970
001980          IF FUNZIONE-MVIO = "notifica"
001990           PERFORM NOTIFICA-MVIO  THRU EX-NOTIFICA-MVIO
002000           GO TO FINE-MVIO
002010          END-IF.
002020
002030          IF FUNZIONE-MVIO = "chiudi"
002040           PERFORM CHIUDI-MVIO    THRU EX-CHIUDI-MVIO
002050           GO TO FINE-MVIO
002060          END-IF.
002070
002080          IF FUNZIONE-MVIO = "utenti"
002090           PERFORM UTENTI-MVIO    THRU EX-UTENTI-MVIO
002100           MOVE "VIOLAZUT.HTM"    TO PAGE-WEB
002110           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
002120           GO TO FINE-MVIO
002130          END-IF.
002140
002150          IF FUNZIONE-MVIO = "tracce"
002160           PERFORM TRACCE-MVIO    THRU EX-TRACCE-MVIO
002170           MOVE "VIOLAZTR.HTM"    TO PAGE-WEB
002180           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
002190           GO TO FINE-MVIO
002200          END-IF.
002210
002220          PERFORM ELENCO-MVIO     THRU EX-ELENCO-MVIO.
002230
002240          MOVE "VIOLAZ.HTM"       TO PAGE-WEB.
002250          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
002260
002270 FINE-MVIO.
002280          PERFORM CLOSE-VIO       THRU EX-CLOSE-VIO.
002290          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
002300          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
002310
002320          PERFORM FINE-WEB        THRU EX-FINE-WEB.
002330
002340          GOBACK.
002350
002360          COPY "PIOWEB1.CBL".
002370          COPY "PIOESE.CBL".
002380          COPY "PIOJOB.CBL".
002390          COPY "PIOVIEW.CBL".
002400          COPY "PIOVSTO.CBL".
002410          COPY "PIOVIEWH.CBL".
002420          COPY "PIOJSON.CBL".
002430          COPY "PIOVIO.CBL".
002440          COPY "PIOUTEN.CBL".
002450          COPY "PIODATO.CBL".
002460          COPY "PIOLET.CBL".
002470          COPY "PIOILOG.CBL".
002480*
002490***** GRIGLIA DELLE VIOLAZIONI (SOLE RIGHE DI TESTATA), CON FILTRO
002500***** SULLO STATO
002510*
002520 ELENCO-MVIO.
002530
002540          MOVE "MK-stato"         TO FIELD-WEB.
002550          PERFORM READ-WEB        THRU EX-READ-WEB.
002560          MOVE SPACES             TO FILTRO-STATO-MVIO.
002570          IF COBW3-SEARCH-FLAG-EXIST
002580           MOVE VALUE-WEB(1:1)    TO FILTRO-STATO-MVIO
002590          END-IF.
002600
002610          MOVE SPACES             TO NOME-JSON.
002620          MOVE "VIOLAZIONI"       TO NOME-JSON.
002630
002640          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
002650
002660          MOVE "{""rows"":["      TO DATI-JSON.
002670          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002680
002690          MOVE SPACES             TO DATI-JSON.
002700          MOVE "S"                TO PRIMA-RIGA-MVIO.
002710
002720          MOVE LOW-VALUES         TO CHIAVE-VIO.
002730          PERFORM STARTO-VIO      THRU EX-STARTO-VIO.
002740
002750          IF ESITO-NOK GO TO FINE-ELENCO-MVIO.
002760
002770 CICLO-ELENCO-MVIO.
002780
002790          PERFORM LEGGO-NEXT-VIO  THRU EX-LEGGO-NEXT-VIO.
002800
002810          IF FINE-FILE = "S" GO TO FINE-ELENCO-MVIO.
002820
002830          IF UTENTE-VIO NOT = SPACES GO TO CICLO-ELENCO-MVIO.
002840
002850          IF FILTRO-STATO-MVIO = "A" AND NOT VIO-APERTA
002860           GO TO CICLO-ELENCO-MVIO
002870          END-IF.
002880
002890          IF FILTRO-STATO-MVIO = "C" AND NOT VIO-CHIUSA
002900           GO TO CICLO-ELENCO-MVIO
002910          END-IF.
002920
002930          PERFORM RIGA-ELENCO-MVIO THRU EX-RIGA-ELENCO-MVIO.
002940
002950          GO TO CICLO-ELENCO-MVIO.
002960
002970 FINE-ELENCO-MVIO.
002980
002990          MOVE "]}"               TO DATI-JSON.
003000          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003010
003020          CLOSE ARKJSON.
003030
003040 EX-ELENCO-MVIO.
003050          EXIT.
003060
003070 RIGA-ELENCO-MVIO.
003080
003090          PERFORM VIRGOLA-MVIO    THRU EX-VIRGOLA-MVIO.
003100
003110*         ORE RESIDUE SOLO FINCHE' LA NOTIFICA E' ANCORA DOVUTA:
003120*         NEGATIVE A SCADENZA SUPERATA
003130          MOVE SPACES             TO ORE-JSON-MVIO.
003140          IF VIO-APERTA AND NOT NOTIFICA-ESCLUSA
003150           AND DATA-NOT-VIO = ZEROS
003160           MOVE ORA-SCAD-VIO      TO HHMM-MVIO
003170           COMPUTE MIN-SCAD-MVIO =
003180            FUNCTION INTEGER-OF-DATE(DATA-SCAD-VIO) * 1440
003190            + HH-MVIO * 60 + MM-MVIO
003200           COMPUTE INTERO-MVIO =
003210            (MIN-SCAD-MVIO - MIN-ADESSO-MVIO) / 60
003220           MOVE INTERO-MVIO       TO ORE-VIS-MVIO
003230           MOVE ORE-VIS-MVIO      TO ORE-JSON-MVIO
003240          END-IF.
003250
003260          STRING '{"NUMERO":"'    DELIMITED BY SIZE
003270           NUMERO-VIO             DELIMITED BY SIZE
003280           '","ENTE":"'           DELIMITED BY SIZE
003290           ENTE-VIO               DELIMITED BY SIZE
003300           '","STATO":"'          DELIMITED BY SIZE
003310           STATO-VIO              DELIMITED BY SIZE
003320           '","RILEVAZIONE":"'    DELIMITED BY SIZE
003330           DATA-RIL-VIO           DELIMITED BY SIZE
003340           '","ORARIL":"'         DELIMITED BY SIZE
003350           ORA-RIL-VIO            DELIMITED BY SIZE
003360           '","SCADENZA":"'       DELIMITED BY SIZE
003370           DATA-SCAD-VIO          DELIMITED BY SIZE
003380           '","ORASCAD":"'        DELIMITED BY SIZE
003390           ORA-SCAD-VIO           DELIMITED BY SIZE
003400           '","ORE":"'            DELIMITED BY SIZE
003410           ORE-JSON-MVIO          DELIMITED BY SIZE
003420           '","ESPOSIZIONE":"'    DELIMITED BY SIZE
003430           ESPOSIZIONE-VIO        DELIMITED BY SIZE
003440           '","CATEGORIE":"'      DELIMITED BY SIZE
003450           CATEGORIE-VIO          DELIMITED BY SIZE
003460           '","RISCHIO":"'        DELIMITED BY SIZE
003470           RISCHIO-VIO            DELIMITED BY SIZE
003480           '","DECISIONE":"'      DELIMITED BY SIZE
003490           DECISIONE-VIO          DELIMITED BY SIZE
003500           '","INTERESSATI":"'    DELIMITED BY SIZE
003510           INTERESSATI-VIO        DELIMITED BY SIZE
003520           '","NOTIFICA":"'       DELIMITED BY SIZE
003530           DATA-NOT-VIO           DELIMITED BY SIZE
003540           '","ORANOT":"'         DELIMITED BY SIZE
003550           ORA-NOT-VIO            DELIMITED BY SIZE
003560           '","PROTOCOLLO":"'     DELIMITED BY SIZE
003570           PROTOCOLLO-VIO         DELIMITED BY SIZE
003580           '","UTENTI":"'         DELIMITED BY SIZE
003590           UTENTI-VIO             DELIMITED BY SIZE
003600           '","APERTA-DA":"'      DELIMITED BY SIZE
003610           APERTA-DA-VIO          DELIMITED BY SIZE
003620           '","CHIUSURA":"'       DELIMITED BY SIZE
003630           DATA-CHIUSURA-VIO      DELIMITED BY SIZE
003640           '",'                   DELIMITED BY SIZE
003650           INTO DATI-JSON.
003660          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003670
003680          MOVE SPACES             TO STRINGA-JSON.
003690          MOVE DESC-VIO           TO STRINGA-JSON.
003700          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003710
003720          STRING '"DESC":"'       DELIMITED BY SIZE
003730           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003740           '",'                   DELIMITED BY SIZE
003750           INTO DATI-JSON.
003760          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003770
003780          MOVE SPACES             TO STRINGA-JSON.
003790          MOVE ESITO-VIO          TO STRINGA-JSON.
003800          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003810
003820          STRING '"ESITO":"'      DELIMITED BY SIZE
003830           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003840           '","COINVOLTI":"'      DELIMITED BY SIZE
003850           '<a href=openmvio.exe?MK-KEY=' DELIMITED BY SIZE
003860           SECTION-WEB            DELIMITED BY SIZE
003870           "&MK-FUNZIONE=utenti&MK-numero=" DELIMITED BY SIZE
003880           NUMERO-VIO             DELIMITED BY SIZE
003890           '>'                    DELIMITED BY SIZE
003900           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
003910            DELIMITED BY SIZE
003920           '","TRACCE":"'         DELIMITED BY SIZE
003930           '<a href=openmvio.exe?MK-KEY=' DELIMITED BY SIZE
003940           SECTION-WEB            DELIMITED BY SIZE
003950           "&MK-FUNZIONE=tracce&MK-numero=" DELIMITED BY SIZE
003960           NUMERO-VIO             DELIMITED BY SIZE
003970           '>'                    DELIMITED BY SIZE
003980           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
003990            DELIMITED BY SIZE
004000           '"}'                   DELIMITED BY SIZE
004010           INTO DATI-JSON.
004020          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004030
004040 EX-RIGA-ELENCO-MVIO.
004050          EXIT.
004060*
004070***** SEPARATORE TRA LE RIGHE DI UNA GRIGLIA JSON
004080*
004090 VIRGOLA-MVIO.
004100
004110          IF PRIMA-RIGA-MVIO = "S"
004120           MOVE "N"               TO PRIMA-RIGA-MVIO
004130          ELSE
004140           MOVE ","               TO DATI-JSON
004150           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
004160          END-IF.
004170
004180 EX-VIRGOLA-MVIO.
004190          EXIT.
004200*
004210***** RILEGGE MK-numero E LA TESTATA DELLA VIOLAZIONE; SE MANCA
004220***** MOSTRA IL MESSAGGIO E TORNA ESITO-NOK
004230*
004240 LEGGI-VIOLAZIONE-MVIO.
004250
004260          MOVE "MK-numero"        TO FIELD-WEB.
004270          PERFORM READ-WEB        THRU EX-READ-WEB.
004280
004290          IF VALUE-WEB(1:8) NOT NUMERIC
004300           MOVE "Numero violazione non valido" TO MESSAGGIO
004310           PERFORM VIS-MESS       THRU EX-VIS-MESS
004320           MOVE "NO"              TO ESITO-WEB
004330           GO TO EX-LEGGI-VIOLAZIONE-MVIO
004340          END-IF.
004350
004360          MOVE VALUE-WEB(1:8)     TO NUMERO-MVIO.
004370          MOVE NUMERO-MVIO        TO NUMERO-VIO.
004380          MOVE SPACES             TO UTENTE-VIO.
004390          PERFORM LEGGO-VIO       THRU EX-LEGGO-VIO.
004400
004410          IF ESITO-NOK
004420           MOVE "Violazione non trovata" TO MESSAGGIO
004430           PERFORM VIS-MESS       THRU EX-VIS-MESS
004440          END-IF.
004450
004460 EX-LEGGI-VIOLAZIONE-MVIO.
004470          EXIT.
004480*
004490***** COME LA PRECEDENTE, MA LA VIOLAZIONE DEVE ESSERE APERTA
004500*
004510 LEGGI-APERTA-MVIO.
004520
004530          PERFORM LEGGI-VIOLAZIONE-MVIO
004540           THRU EX-LEGGI-VIOLAZIONE-MVIO.
004550
004560          IF ESITO-NOK GO TO EX-LEGGI-APERTA-MVIO.
004570
004580          IF VIO-CHIUSA
004590           MOVE "Violazione chiusa: non modificabile" TO MESSAGGIO
004600           PERFORM VIS-MESS       THRU EX-VIS-MESS
004610           MOVE "NO"              TO ESITO-WEB
004620          END-IF.
004630
004640 EX-LEGGI-APERTA-MVIO.
004650          EXIT.
004660*
004670***** DATI DELLA VIOLAZIONE DAL MODULO: DESCRIZIONE OBBLIGATORIA,
004680***** RILEVAZIONE NON FUTURA, ESPOSIZIONE NON SUCCESSIVA ALLA
004690***** RILEVAZIONE, CATEGORIE TRA I GRUPPI DEL DIZIONARIO CON CAMPI
004700***** SENSIBILI, RISCHIO B/M/A O NON ANCORA VALUTATO
004710*
004720 LEGGI-MODULO-MVIO.
004730
004740          MOVE "OK"               TO ESITO-WEB.
004750          MOVE SPACES             TO MODULO-MVIO.
004760          MOVE ENTE-SESSIONE-WEB  TO ENTE-MOD-MVIO.
004770          MOVE ADESSO-MVIO        TO RIL-MOD-MVIO.
004780          MOVE ZEROS              TO ESPOSIZIONE-MVIO.
004790
004800          MOVE "MK-ente"          TO FIELD-WEB.
004810          PERFORM READ-WEB        THRU EX-READ-WEB.
004820          IF VALUE-WEB(1:2) NUMERIC
004830           MOVE VALUE-WEB(1:2)    TO ENTE-MOD-MVIO
004840          END-IF.
004850
004860          MOVE "MK-rilevazione"   TO FIELD-WEB.
004870          PERFORM READ-WEB        THRU EX-READ-WEB.
004880          IF VALUE-WEB(1:8) NUMERIC
004890           MOVE VALUE-WEB(1:8)    TO DATA-RIL-MVIO
004900          END-IF.
004910
004920          MOVE "MK-orarilevazione" TO FIELD-WEB.
004930          PERFORM READ-WEB        THRU EX-READ-WEB.
004940          IF VALUE-WEB(1:4) NUMERIC
004950           MOVE VALUE-WEB(1:4)    TO ORA-RIL-MVIO
004960          END-IF.
004970
004980          MOVE "MK-esposizione"   TO FIELD-WEB.
004990          PERFORM READ-WEB        THRU EX-READ-WEB.
005000          IF VALUE-WEB(1:8) NUMERIC
005010           MOVE VALUE-WEB(1:8)    TO ESPOSIZIONE-MVIO
005020          END-IF.
005030
005040          MOVE "MK-descrizione"   TO FIELD-WEB.
005050          PERFORM READ-WEB        THRU EX-READ-WEB.
005060          MOVE VALUE-WEB(1:60)    TO DESC-MVIO.
005070
005080          MOVE "MK-rischio"       TO FIELD-WEB.
005090          PERFORM READ-WEB        THRU EX-READ-WEB.
005100          MOVE VALUE-WEB(1:1)     TO RISCHIO-MVIO.
005110
005120          MOVE "MK-valutazione"   TO FIELD-WEB.
005130          PERFORM READ-WEB        THRU EX-READ-WEB.
005140          MOVE VALUE-WEB(1:60)    TO VALUTAZIONE-MVIO.
005150
005160          MOVE "MK-categorie"     TO FIELD-WEB.
005170          PERFORM READ-WEB        THRU EX-READ-WEB.
005180          MOVE SPACES             TO CAMPO-CAT-MVIO.
005190          MOVE VALUE-WEB(1:40)    TO CAMPO-CAT-MVIO.
005200
005210          IF DESC-MVIO = SPACES
005220           MOVE "Indicare la descrizione della violazione"
005230            TO MESSAGGIO
005240           MOVE "NO"              TO ESITO-WEB
005250           GO TO EX-LEGGI-MODULO-MVIO
005260          END-IF.
005270
005280          IF DATA-RIL-MVIO = ZEROS OR ORA-RIL-MVIO > 2359
005290           OR RIL-MOD-MVIO > ADESSO-MVIO
005300           MOVE "Data e ora di rilevazione non valide"
005310            TO MESSAGGIO
005320           MOVE "NO"              TO ESITO-WEB
005330           GO TO EX-LEGGI-MODULO-MVIO
005340          END-IF.
005350
005360          IF ESPOSIZIONE-MVIO = ZEROS
005370           MOVE DATA-RIL-MVIO     TO ESPOSIZIONE-MVIO
005380          END-IF.
005390
005400          IF ESPOSIZIONE-MVIO > DATA-RIL-MVIO
005410           MOVE "L'esposizione non puo' seguire la rilevazione"
005420            TO MESSAGGIO
005430           MOVE "NO"              TO ESITO-WEB
005440           GO TO EX-LEGGI-MODULO-MVIO
005450          END-IF.
005460
005470          IF RISCHIO-MVIO NOT = SPACE AND NOT = "B"
005480           AND NOT = "M" AND NOT = "A"
005490           MOVE "Rischio: B basso, M medio, A alto" TO MESSAGGIO
005500           MOVE "NO"              TO ESITO-WEB
005510           GO TO EX-LEGGI-MODULO-MVIO
005520          END-IF.
005530
005540          MOVE ZEROS              TO NUM-CAT-MVIO.
005550          MOVE "N"                TO ERRORE-CAT-MVIO.
005560          PERFORM ESTRAI-CATEGORIA-MVIO
005570           THRU EX-ESTRAI-CATEGORIA-MVIO
005580           VARYING IND-CAT-MVIO FROM 1 BY 1
005590           UNTIL IND-CAT-MVIO > 40.
005600
005610          IF ERRORE-CAT-MVIO = "S"
005620           MOVE "Categorie: fino a 10 gruppi di due caratteri"
005630            TO MESSAGGIO
005640           MOVE "NO"              TO ESITO-WEB
005650           GO TO EX-LEGGI-MODULO-MVIO
005660          END-IF.
005670
005680          IF NUM-CAT-MVIO = ZEROS GO TO EX-LEGGI-MODULO-MVIO.
005690
005700          PERFORM OPEN-I-DATO     THRU EX-OPEN-I-DATO.
005710          PERFORM CONTROLLA-CATEGORIA-MVIO
005720           THRU EX-CONTROLLA-CATEGORIA-MVIO
005730           VARYING IND-CAT-MVIO FROM 1 BY 1
005740           UNTIL IND-CAT-MVIO > NUM-CAT-MVIO
005750           OR ERRORE-CAT-MVIO = "S".
005760          PERFORM CLOSE-DATO      THRU EX-CLOSE-DATO.
005770
005780          IF ERRORE-CAT-MVIO = "S"
005790           MOVE SPACES            TO MESSAGGIO
005800           STRING "Categoria " CATEGORIA-MVIO(IND-CAT-MVIO - 1)
005810            " senza campi sensibili a dizionario"
005820            DELIMITED BY SIZE INTO MESSAGGIO
005830           MOVE "NO"              TO ESITO-WEB
005840          END-IF.
005850
005860 EX-LEGGI-MODULO-MVIO.
005870          EXIT.
005880*
005890***** UN CODICE DI CATEGORIA E' UN GRUPPO DI DUE CARATTERI TRA
005900***** SEPARATORI (SPAZIO O VIRGOLA)
005910*
005920 ESTRAI-CATEGORIA-MVIO.
005930
005940          IF CAMPO-CAT-MVIO(IND-CAT-MVIO:1) = SPACE OR ","
005950           GO TO EX-ESTRAI-CATEGORIA-MVIO
005960          END-IF.
005970
005980          IF IND-CAT-MVIO > 1
005990           AND CAMPO-CAT-MVIO(IND-CAT-MVIO - 1:1) NOT = SPACE
006000           AND CAMPO-CAT-MVIO(IND-CAT-MVIO - 1:1) NOT = ","
006010           GO TO EX-ESTRAI-CATEGORIA-MVIO
006020          END-IF.
006030
006040          IF IND-CAT-MVIO = 40
006050           MOVE "S"               TO ERRORE-CAT-MVIO
006060           GO TO EX-ESTRAI-CATEGORIA-MVIO
006070          END-IF.
006080
006090          IF CAMPO-CAT-MVIO(IND-CAT-MVIO + 1:1) = SPACE OR ","
006100           MOVE "S"               TO ERRORE-CAT-MVIO
006110           GO TO EX-ESTRAI-CATEGORIA-MVIO
006120          END-IF.
006130
006140          IF IND-CAT-MVIO < 39
006150           AND CAMPO-CAT-MVIO(IND-CAT-MVIO + 2:1) NOT = SPACE
006160           AND CAMPO-CAT-MVIO(IND-CAT-MVIO + 2:1) NOT = ","
006170           MOVE "S"               TO ERRORE-CAT-MVIO
006180           GO TO EX-ESTRAI-CATEGORIA-MVIO
006190          END-IF.
006200
006210          IF NUM-CAT-MVIO = 10
006220           MOVE "S"               TO ERRORE-CAT-MVIO
006230           GO TO EX-ESTRAI-CATEGORIA-MVIO
006240          END-IF.
006250
006260          ADD 1                   TO NUM-CAT-MVIO.
006270          MOVE CAMPO-CAT-MVIO(IND-CAT-MVIO:2)
006280           TO CATEGORIA-MVIO(NUM-CAT-MVIO).
006290
006300 EX-ESTRAI-CATEGORIA-MVIO.
006310          EXIT.
006320*
006330***** LA CATEGORIA DEVE AVERE ALMENO UN CAMPO SENSIBILE NEL
006340***** DIZIONARIO (IL GRUPPO "TV" E' IL REGISTRO DEI TRACCIATI)
006350*
006360 CONTROLLA-CATEGORIA-MVIO.
006370
006380          MOVE "N"                TO TROVATO-MVIO.
006390
006400          IF CATEGORIA-MVIO(IND-CAT-MVIO) = "TV"
006410           GO TO FINE-CONTROLLA-CATEGORIA-MVIO
006420          END-IF.
006430
006440          MOVE CATEGORIA-MVIO(IND-CAT-MVIO) TO GRUPPO-DATO.
006450          MOVE ZEROS              TO PROG-DATO.
006460          PERFORM STARTO-DATO     THRU EX-STARTO-DATO.
006470
006480          IF ESITO-NOK GO TO FINE-CONTROLLA-CATEGORIA-MVIO.
006490
006500 CICLO-CONTROLLA-CATEGORIA-MVIO.
006510
006520          PERFORM LEGGO-NEXT-DATO THRU EX-LEGGO-NEXT-DATO.
006530
006540          IF FINE-FILE = "S"
006550           GO TO FINE-CONTROLLA-CATEGORIA-MVIO
006560          END-IF.
006570
006580          IF GRUPPO-DATO NOT = CATEGORIA-MVIO(IND-CAT-MVIO)
006590           GO TO FINE-CONTROLLA-CATEGORIA-MVIO
006600          END-IF.
006610
006620          IF CAMPO-SENSIBILE
006630           MOVE "S"               TO TROVATO-MVIO
006640           GO TO FINE-CONTROLLA-CATEGORIA-MVIO
006650          END-IF.
006660
006670          GO TO CICLO-CONTROLLA-CATEGORIA-MVIO.
006680
006690 FINE-CONTROLLA-CATEGORIA-MVIO.
006700
006710          IF TROVATO-MVIO = "N"
006720           MOVE "S"               TO ERRORE-CAT-MVIO
006730          END-IF.
006740
006750 EX-CONTROLLA-CATEGORIA-MVIO.
006760          EXIT.
006770*
006780***** SCADENZA DELLA NOTIFICA: 72 ORE DOPO LA RILEVAZIONE, CIOE'
006790***** TRE GIORNI DOPO ALLA STESSA ORA
006800*
006810 CALCOLA-SCADENZA-MVIO.
006820
006830          COMPUTE INTERO-MVIO =
006840           FUNCTION INTEGER-OF-DATE(DATA-RIL-VIO) + 3.
006850          COMPUTE DATA-SCAD-VIO =
006860           FUNCTION DATE-OF-INTEGER(INTERO-MVIO).
006870          MOVE ORA-RIL-VIO        TO ORA-SCAD-VIO.
006880
006890 EX-CALCOLA-SCADENZA-MVIO.
006900          EXIT.
006910*
006920***** funzione=salva: NUOVA VIOLAZIONE O CORREZIONE DI UNA APERTA;
006930***** DOPO LA NOTIFICA AL GARANTE LA RILEVAZIONE NON SI TOCCA PIU'
006940*
006950 SALVA-MVIO.
006960
006970          PERFORM LEGGI-MODULO-MVIO THRU EX-LEGGI-MODULO-MVIO.
006980
006990          IF ESITO-NOK
007000           PERFORM VIS-MESS       THRU EX-VIS-MESS
007010           GO TO EX-SALVA-MVIO
007020          END-IF.
007030
007040          MOVE "MK-numero"        TO FIELD-WEB.
007050          PERFORM READ-WEB        THRU EX-READ-WEB.
007060          MOVE "S"                TO NUOVO-MVIO.
007070          IF VALUE-WEB(1:8) NUMERIC
007080           AND VALUE-WEB(1:8) NOT = ZEROS
007090           MOVE "N"               TO NUOVO-MVIO
007100          END-IF.
007110
007120          IF NUOVO-MVIO = "S" GO TO NUOVO-SALVA-MVIO.
007130
007140          PERFORM LEGGI-APERTA-MVIO THRU EX-LEGGI-APERTA-MVIO.
007150
007160          IF ESITO-NOK GO TO EX-SALVA-MVIO.
007170
007180          IF DATA-NOT-VIO NOT = ZEROS
007190           AND RIL-MOD-MVIO NOT = RILEVAZIONE-VIO
007200           MOVE "Notifica gia' registrata: rilevazione bloccata"
007210            TO MESSAGGIO
007220           PERFORM VIS-MESS       THRU EX-VIS-MESS
007230           GO TO EX-SALVA-MVIO
007240          END-IF.
007250
007260          PERFORM RIPORTA-MODULO-MVIO THRU EX-RIPORTA-MODULO-MVIO.
007270
007280          PERFORM RISCRIVI-VIO    THRU EX-RISCRIVI-VIO.
007290
007300          IF ESITO-OK
007310           MOVE "Violazione aggiornata" TO MESSAGGIO
007320          ELSE
007330           MOVE "Errore in aggiornamento violazione" TO MESSAGGIO
007340          END-IF.
007350
007360          PERFORM VIS-MESS        THRU EX-VIS-MESS.
007370
007380          GO TO EX-SALVA-MVIO.
007390
007400 NUOVO-SALVA-MVIO.
007410
007420          MOVE "VIO"              TO SERIE-NUM-WEB.
007430          MOVE "OPENMVIO"         TO PROGRAMMA-NUM-WEB.
007440          MOVE ZEROS              TO ENTE-NUM-WEB MINIMO-NUM-WEB
007450                                     TENTATIVI-NUM-WEB.
007460
007470 PROVA-SALVA-MVIO.
007480
007490          PERFORM PRENOTA-NUMERO-WEB
007500           THRU EX-PRENOTA-NUMERO-WEB.
007510
007520          IF ESITO-NUM-WEB NOT = "OK"
007530           MOVE "Numeratore non disponibile, riprovare"
007540            TO MESSAGGIO
007550           PERFORM VIS-MESS       THRU EX-VIS-MESS
007560           GO TO EX-SALVA-MVIO
007570          END-IF.
007580
007590          INITIALIZE VIOLAZIONE.
007600          MOVE NUMERO-NUM-WEB     TO NUMERO-VIO.
007610          MOVE SPACES             TO UTENTE-VIO.
007620          MOVE "A"                TO STATO-VIO.
007630          MOVE OPERATORE-SESSIONE-WEB TO APERTA-DA-VIO.
007640
007650          PERFORM RIPORTA-MODULO-MVIO THRU EX-RIPORTA-MODULO-MVIO.
007660
007670          PERFORM SCRIVI-VIO      THRU EX-SCRIVI-VIO.
007680
007690*         NUMERO GIA' OCCUPATO: SI RIPROVA DAL NUMERO SUCCESSIVO,
007700*         COME PER LE ALTRE SERIE
007710          IF ESITO-NOK AND TENTATIVI-NUM-WEB < 10
007720           ADD 1                  TO TENTATIVI-NUM-WEB
007730           MOVE NUMERO-VIO        TO MINIMO-NUM-WEB
007740           GO TO PROVA-SALVA-MVIO
007750          END-IF.
007760
007770          IF ESITO-OK
007780           PERFORM CONFERMA-NUMERO-WEB
007790            THRU EX-CONFERMA-NUMERO-WEB
007800           MOVE SPACES            TO MESSAGGIO
007810           STRING "Violazione " NUMERO-VIO " registrata, notifica"
007820            " entro il " DATA-SCAD-VIO " ore " ORA-SCAD-VIO
007830            DELIMITED BY SIZE INTO MESSAGGIO
007840          ELSE
007850           MOVE "Errore in scrittura violazione" TO MESSAGGIO
007860          END-IF.
007870
007880          PERFORM VIS-MESS        THRU EX-VIS-MESS.
007890
007900 EX-SALVA-MVIO.
007910          EXIT.
007920
007930 RIPORTA-MODULO-MVIO.
007940
007950          MOVE ENTE-MOD-MVIO      TO ENTE-VIO.
007960          MOVE RIL-MOD-MVIO       TO RILEVAZIONE-VIO.
007970          MOVE ESPOSIZIONE-MVIO   TO ESPOSIZIONE-VIO.
007980          MOVE DESC-MVIO          TO DESC-VIO.
007990          MOVE CATEGORIE-MVIO     TO CATEGORIE-VIO.
008000          MOVE RISCHIO-MVIO       TO RISCHIO-VIO.
008010          MOVE VALUTAZIONE-MVIO   TO VALUTAZIONE-VIO.
008020
008030          PERFORM CALCOLA-SCADENZA-MVIO
008040           THRU EX-CALCOLA-SCADENZA-MVIO.
008050
008060 EX-RIPORTA-MODULO-MVIO.
008070          EXIT.
008080*
008090***** LEGGE MK-utente; SE MANCA MOSTRA IL MESSAGGIO E TORNA
008100***** ESITO-NOK
008110*
008120 LEGGI-UTENTE-MVIO.
008130
008140          MOVE "OK"               TO ESITO-WEB.
008150          MOVE "MK-utente"        TO FIELD-WEB.
008160          PERFORM READ-WEB        THRU EX-READ-WEB.
008170          MOVE SPACES             TO UTENTE-MVIO.
008180          MOVE VALUE-WEB(1:8)     TO UTENTE-MVIO.
008190
008200          IF UTENTE-MVIO = SPACES
008210           MOVE "Indicare l'utente coinvolto" TO MESSAGGIO
008220           PERFORM VIS-MESS       THRU EX-VIS-MESS
008230           MOVE "NO"              TO ESITO-WEB
008240          END-IF.
008250
008260 EX-LEGGI-UTENTE-MVIO.
008270          EXIT.
008280*
008290***** funzione=coinvolto: L'UTENTE DEVE ESISTERE IN ARKUTEN; LA
008300***** TESTATA TIENE IL NUMERO DEGLI UTENTI COINVOLTI
008310*
008320 COINVOLTO-MVIO.
008330
008340          PERFORM LEGGI-APERTA-MVIO THRU EX-LEGGI-APERTA-MVIO.
008350
008360          IF ESITO-NOK GO TO EX-COINVOLTO-MVIO.
008370
008380          PERFORM LEGGI-UTENTE-MVIO THRU EX-LEGGI-UTENTE-MVIO.
008390
008400          IF ESITO-NOK GO TO EX-COINVOLTO-MVIO.
008410
008420          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
008430          MOVE UTENTE-MVIO        TO CHIAVE-UTEN.
008440          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
008450          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
008460
008470          IF ESITO-NOK
008480           MOVE "Utente non trovato" TO MESSAGGIO
008490           PERFORM VIS-MESS       THRU EX-VIS-MESS
008500           GO TO EX-COINVOLTO-MVIO
008510          END-IF.
008520
008530          MOVE NUMERO-MVIO        TO NUMERO-VIO.
008540          MOVE UTENTE-MVIO        TO UTENTE-VIO.
008550          MOVE SPACES             TO COINVOLTO-VIO.
008560          MOVE NOME-UTEN          TO NOME-COINV-VIO.
008570          MOVE ENTE-UTEN          TO ENTE-COINV-VIO.
008580          MOVE ZEROS              TO LETTURE-COINV-VIO
008590                                     MODIFICHE-COINV-VIO.
008600          MOVE OPERATORE-SESSIONE-WEB TO AGGIUNTO-DA-VIO.
008610          MOVE DATA-ADESSO-MVIO   TO DATA-AGGIUNTA-VIO.
008620
008630          PERFORM SCRIVI-VIO      THRU EX-SCRIVI-VIO.
008640
008650          IF ESITO-NOK
008660           MOVE "Utente gia' coinvolto nella violazione"
008670            TO MESSAGGIO
008680           PERFORM VIS-MESS       THRU EX-VIS-MESS
008690           GO TO EX-COINVOLTO-MVIO
008700          END-IF.
008710
008720          MOVE SPACES             TO UTENTE-VIO.
008730          PERFORM LEGGO-VIO       THRU EX-LEGGO-VIO.
008740          IF ESITO-OK
008750           ADD 1                  TO UTENTI-VIO
008760           PERFORM RISCRIVI-VIO   THRU EX-RISCRIVI-VIO
008770          END-IF.
008780
008790          MOVE "Utente aggiunto alla violazione" TO MESSAGGIO.
008800          PERFORM VIS-MESS        THRU EX-VIS-MESS.
008810
008820 EX-COINVOLTO-MVIO.
008830          EXIT.
008840*
008850***** funzione=togli: TOGLIE UN UTENTE DA UNA VIOLAZIONE APERTA
008860*
008870 TOGLI-MVIO.
008880
008890          PERFORM LEGGI-APERTA-MVIO THRU EX-LEGGI-APERTA-MVIO.
008900
008910          IF ESITO-NOK GO TO EX-TOGLI-MVIO.
008920
008930          PERFORM LEGGI-UTENTE-MVIO THRU EX-LEGGI-UTENTE-MVIO.
008940
008950          IF ESITO-NOK GO TO EX-TOGLI-MVIO.
008960
008970          MOVE NUMERO-MVIO        TO NUMERO-VIO.
008980          MOVE UTENTE-MVIO        TO UTENTE-VIO.
008990          PERFORM LEGGO-VIO       THRU EX-LEGGO-VIO.
009000
009010          IF ESITO-OK
009020           PERFORM CANCELLA-VIO   THRU EX-CANCELLA-VIO
009030          END-IF.
009040
009050          IF ESITO-NOK
009060           MOVE "Utente non coinvolto nella violazione"
009070            TO MESSAGGIO
009080           PERFORM VIS-MESS       THRU EX-VIS-MESS
009090           GO TO EX-TOGLI-MVIO
009100          END-IF.
009110
009120          MOVE SPACES             TO UTENTE-VIO.
009130          PERFORM LEGGO-VIO       THRU EX-LEGGO-VIO.
009140          IF ESITO-OK AND UTENTI-VIO > ZEROS
009150           SUBTRACT 1             FROM UTENTI-VIO
009160           PERFORM RISCRIVI-VIO   THRU EX-RISCRIVI-VIO
009170          END-IF.
009180
009190          MOVE "Utente tolto dalla violazione" TO MESSAGGIO.
009200          PERFORM VIS-MESS        THRU EX-VIS-MESS.
009210
009220 EX-TOGLI-MVIO.
009230          EXIT.
009240*
009250***** funzione=decidi: NOTIFICARE O NO AL GARANTE E COMUNICARE O NO
009260***** AGLI INTERESSATI; L'ESCLUSIONE VA MOTIVATA E NON VALE PIU'
009270***** DOPO UNA NOTIFICA GIA' FATTA
009280*
009290 DECIDI-MVIO.
009300
009310          PERFORM LEGGI-APERTA-MVIO THRU EX-LEGGI-APERTA-MVIO.
009320
009330          IF ESITO-NOK GO TO EX-DECIDI-MVIO.
009340
009350          MOVE "MK-decisione"     TO FIELD-WEB.
009360          PERFORM READ-WEB        THRU EX-READ-WEB.
009370          MOVE VALUE-WEB(1:1)     TO DECISIONE-MVIO.
009380
009390          MOVE "MK-motivo"        TO FIELD-WEB.
009400          PERFORM READ-WEB        THRU EX-READ-WEB.
009410          MOVE VALUE-WEB(1:60)    TO MOTIVO-MVIO.
009420
009430          MOVE "MK-interessati"   TO FIELD-WEB.
009440          PERFORM READ-WEB        THRU EX-READ-WEB.
009450          MOVE VALUE-WEB(1:1)     TO INTERESSATI-MVIO.
009460
009470          IF DECISIONE-MVIO NOT = "N" AND NOT = "E"
009480           MOVE "Decisione: N da notificare, E esclusa"
009490            TO MESSAGGIO
009500           PERFORM VIS-MESS       THRU EX-VIS-MESS
009510           GO TO EX-DECIDI-MVIO
009520          END-IF.
009530
009540          IF INTERESSATI-MVIO NOT = SPACE AND NOT = "S"
009550           AND NOT = "N"
009560           MOVE "Interessati: S comunicata, N non dovuta"
009570            TO MESSAGGIO
009580           PERFORM VIS-MESS       THRU EX-VIS-MESS
009590           GO TO EX-DECIDI-MVIO
009600          END-IF.
009610
009620          IF DECISIONE-MVIO = "E" AND MOTIVO-MVIO = SPACES
009630           MOVE "Motivare l'esclusione della notifica"
009640            TO MESSAGGIO
009650           PERFORM VIS-MESS       THRU EX-VIS-MESS
009660           GO TO EX-DECIDI-MVIO
009670          END-IF.
009680
009690          IF DECISIONE-MVIO = "E" AND DATA-NOT-VIO NOT = ZEROS
009700           MOVE "Violazione gia' notificata al Garante"
009710            TO MESSAGGIO
009720           PERFORM VIS-MESS       THRU EX-VIS-MESS
009730           GO TO EX-DECIDI-MVIO
009740          END-IF.
009750
009760          MOVE DECISIONE-MVIO     TO DECISIONE-VIO.
009770          MOVE MOTIVO-MVIO        TO MOTIVO-VIO.
009780          IF INTERESSATI-MVIO NOT = SPACE
009790           MOVE INTERESSATI-MVIO  TO INTERESSATI-VIO
009800          END-IF.
009810          MOVE OPERATORE-SESSIONE-WEB TO DECISO-DA-VIO.
009820          MOVE DATA-ADESSO-MVIO   TO DATA-DECISIONE-VIO.
009830
009840          PERFORM RISCRIVI-VIO    THRU EX-RISCRIVI-VIO.
009850
009860          IF ESITO-OK
009870           MOVE "Decisione registrata" TO MESSAGGIO
009880          ELSE
009890           MOVE "Errore in aggiornamento violazione" TO MESSAGGIO
009900          END-IF.
009910
009920          PERFORM VIS-MESS        THRU EX-VIS-MESS.
009930
009940 EX-DECIDI-MVIO.
009950          EXIT.
009960*
009970***** funzione=notifica: DATA, ORA E PROTOCOLLO DELLA NOTIFICA AL
009980***** GARANTE; OLTRE LE 72 ORE SERVONO I MOTIVI DEL RITARDO
009990*
010000 NOTIFICA-MVIO.
010010
010020          PERFORM LEGGI-APERTA-MVIO THRU EX-LEGGI-APERTA-MVIO.
010030
010040          IF ESITO-NOK GO TO EX-NOTIFICA-MVIO.
010050
010060          MOVE ADESSO-MVIO        TO DATI-NOT-MVIO.
010070
010080          MOVE "MK-datanotifica"  TO FIELD-WEB.
010090          PERFORM READ-WEB        THRU EX-READ-WEB.
010100          IF VALUE-WEB(1:8) NUMERIC
010110           MOVE VALUE-WEB(1:8)    TO DATA-NOT-MVIO
010120          END-IF.
010130
010140          MOVE "MK-oranotifica"   TO FIELD-WEB.
010150          PERFORM READ-WEB        THRU EX-READ-WEB.
010160          IF VALUE-WEB(1:4) NUMERIC
010170           MOVE VALUE-WEB(1:4)    TO ORA-NOT-MVIO
010180          END-IF.
010190
010200          MOVE "MK-protocollo"    TO FIELD-WEB.
010210          PERFORM READ-WEB        THRU EX-READ-WEB.
010220          MOVE VALUE-WEB(1:20)    TO PROTOCOLLO-MVIO.
010230
010240          MOVE "MK-ritardo"       TO FIELD-WEB.
010250          PERFORM READ-WEB        THRU EX-READ-WEB.
010260          MOVE VALUE-WEB(1:60)    TO RITARDO-MVIO.
010270
010280          IF PROTOCOLLO-MVIO = SPACES
010290           MOVE "Indicare il protocollo della notifica"
010300            TO MESSAGGIO
010310           PERFORM VIS-MESS       THRU EX-VIS-MESS
010320           GO TO EX-NOTIFICA-MVIO
010330          END-IF.
010340
010350          IF ORA-NOT-MVIO > 2359
010360           OR DATI-NOT-MVIO < RILEVAZIONE-VIO
010370           OR DATI-NOT-MVIO > ADESSO-MVIO
010380           MOVE "Data e ora di notifica non valide" TO MESSAGGIO
010390           PERFORM VIS-MESS       THRU EX-VIS-MESS
010400           GO TO EX-NOTIFICA-MVIO
010410          END-IF.
010420
010430          IF DATI-NOT-MVIO > SCADENZA-VIO
010440           AND RITARDO-MVIO = SPACES
010450           MOVE "Notifica oltre le 72 ore: indicare i motivi"
010460            TO MESSAGGIO
010470           PERFORM VIS-MESS       THRU EX-VIS-MESS
010480           GO TO EX-NOTIFICA-MVIO
010490          END-IF.
010500
010510          MOVE DATI-NOT-MVIO      TO NOTIFICA-VIO.
010520          MOVE PROTOCOLLO-MVIO    TO PROTOCOLLO-VIO.
010530          MOVE RITARDO-MVIO       TO RITARDO-VIO.
010540
010550*         LA NOTIFICA FATTA VALE COME DECISIONE DI NOTIFICARE
010560          IF NOT DA-NOTIFICARE
010570           MOVE "N"               TO DECISIONE-VIO
010580           MOVE OPERATORE-SESSIONE-WEB TO DECISO-DA-VIO
010590           MOVE DATA-ADESSO-MVIO  TO DATA-DECISIONE-VIO
010600          END-IF.
010610
010620          PERFORM RISCRIVI-VIO    THRU EX-RISCRIVI-VIO.
010630
010640          IF ESITO-OK
010650           MOVE "Notifica al Garante registrata" TO MESSAGGIO
010660          ELSE
010670           MOVE "Errore in aggiornamento violazione" TO MESSAGGIO
010680          END-IF.
010690
010700          PERFORM VIS-MESS        THRU EX-VIS-MESS.
010710
010720 EX-NOTIFICA-MVIO.
010730          EXIT.
010740*
010750***** funzione=chiudi: SERVE L'ESITO E UNA DECISIONE COMPIUTA
010760***** (ESCLUSIONE MOTIVATA O NOTIFICA REGISTRATA)
010770*
010780 CHIUDI-MVIO.
010790
010800          PERFORM LEGGI-APERTA-MVIO THRU EX-LEGGI-APERTA-MVIO.
010810
010820          IF ESITO-NOK GO TO EX-CHIUDI-MVIO.
010830
010840          MOVE "MK-esito"         TO FIELD-WEB.
010850          PERFORM READ-WEB        THRU EX-READ-WEB.
010860          MOVE VALUE-WEB(1:60)    TO ESITO-MVIO.
010870
010880          IF ESITO-MVIO = SPACES
010890           MOVE "Indicare l'esito per chiudere la violazione"
010900            TO MESSAGGIO
010910           PERFORM VIS-MESS       THRU EX-VIS-MESS
010920           GO TO EX-CHIUDI-MVIO
010930          END-IF.
010940
010950          IF DECISIONE-APERTA
010960           MOVE "Decidere prima sulla notifica al Garante"
010970            TO MESSAGGIO
010980           PERFORM VIS-MESS       THRU EX-VIS-MESS
010990           GO TO EX-CHIUDI-MVIO
011000          END-IF.
011010
011020          IF DA-NOTIFICARE AND DATA-NOT-VIO = ZEROS
011030           MOVE "Registrare prima la notifica al Garante"
011040            TO MESSAGGIO
011050           PERFORM VIS-MESS       THRU EX-VIS-MESS
011060           GO TO EX-CHIUDI-MVIO
011070          END-IF.
011080
011090          MOVE "C"                TO STATO-VIO.
011100          MOVE ESITO-MVIO         TO ESITO-VIO.
011110          MOVE OPERATORE-SESSIONE-WEB TO CHIUSA-DA-VIO.
011120          MOVE DATA-ADESSO-MVIO   TO DATA-CHIUSURA-VIO.
011130
011140          PERFORM RISCRIVI-VIO    THRU EX-RISCRIVI-VIO.
011150
011160          IF ESITO-OK
011170           MOVE "Violazione chiusa" TO MESSAGGIO
011180          ELSE
011190           MOVE "Errore in chiusura violazione" TO MESSAGGIO
011200          END-IF.
011210
011220          PERFORM VIS-MESS        THRU EX-VIS-MESS.
011230
011240 EX-CHIUDI-MVIO.
011250          EXIT.
011260*
011270***** funzione=utenti: GLI UTENTI COINVOLTI NELLA VIOLAZIONE
011280*
011290 UTENTI-MVIO.
011300
011310          MOVE "MK-numero"        TO FIELD-WEB.
011320          PERFORM READ-WEB        THRU EX-READ-WEB.
011330          MOVE ZEROS              TO NUMERO-MVIO.
011340          IF VALUE-WEB(1:8) NUMERIC
011350           MOVE VALUE-WEB(1:8)    TO NUMERO-MVIO
011360          END-IF.
011370
011380          MOVE SPACES             TO NOME-JSON.
011390          MOVE "COINVOLTI"        TO NOME-JSON.
011400
011410          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
011420
011430          MOVE "{""rows"":["      TO DATI-JSON.
011440          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
011450
011460          MOVE SPACES             TO DATI-JSON.
011470          MOVE "S"                TO PRIMA-RIGA-MVIO.
011480
011490          IF NUMERO-MVIO = ZEROS GO TO FINE-UTENTI-MVIO.
011500
011510          MOVE NUMERO-MVIO        TO NUMERO-VIO.
011520          MOVE SPACES             TO UTENTE-VIO.
011530          PERFORM STARTO-VIO      THRU EX-STARTO-VIO.
011540
011550          IF ESITO-NOK GO TO FINE-UTENTI-MVIO.
011560
011570 CICLO-UTENTI-MVIO.
011580
011590          PERFORM LEGGO-NEXT-VIO  THRU EX-LEGGO-NEXT-VIO.
011600
011610          IF FINE-FILE = "S" GO TO FINE-UTENTI-MVIO.
011620
011630          IF NUMERO-VIO NOT = NUMERO-MVIO GO TO FINE-UTENTI-MVIO.
011640
011650          IF UTENTE-VIO = SPACES GO TO CICLO-UTENTI-MVIO.
011660
011670          PERFORM VIRGOLA-MVIO    THRU EX-VIRGOLA-MVIO.
011680
011690          MOVE SPACES             TO STRINGA-JSON.
011700          MOVE NOME-COINV-VIO     TO STRINGA-JSON.
011710          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
011720
011730          STRING '{"UTENTE":"'    DELIMITED BY SIZE
011740           UTENTE-VIO             DELIMITED BY SIZE
011750           '","NOME":"'           DELIMITED BY SIZE
011760           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
011770           '","ENTE":"'           DELIMITED BY SIZE
011780           ENTE-COINV-VIO         DELIMITED BY SIZE
011790           '","LETTURE":"'        DELIMITED BY SIZE
011800           LETTURE-COINV-VIO      DELIMITED BY SIZE
011810           '","MODIFICHE":"'      DELIMITED BY SIZE
011820           MODIFICHE-COINV-VIO    DELIMITED BY SIZE
011830           '","AGGIUNTO-DA":"'    DELIMITED BY SIZE
011840           AGGIUNTO-DA-VIO        DELIMITED BY SIZE
011850           '","DATA":"'           DELIMITED BY SIZE
011860           DATA-AGGIUNTA-VIO      DELIMITED BY SIZE
011870           '"}'                   DELIMITED BY SIZE
011880           INTO DATI-JSON.
011890          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
011900
011910          GO TO CICLO-UTENTI-MVIO.
011920
011930 FINE-UTENTI-MVIO.
011940
011950          MOVE "]}"               TO DATI-JSON.
011960          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
011970
011980          CLOSE ARKJSON.
011990
012000 EX-UTENTI-MVIO.
012010          EXIT.
012020*
012030***** funzione=tracce: DALL'INIZIO DELL'ESPOSIZIONE, LE LETTURE DI
012040***** ARKLET FATTE DAGLI UTENTI COINVOLTI (LETTORE) O SUI LORO DATI
012050***** (LETTO) E LE MODIFICHE DI ARKLOG SUI LORO RECORD (DALL'INDICE
012060***** ARKILOG PER NUMERO-LOG); I CONTEGGI TORNANO SULLE RIGHE
012070***** DEGLI UTENTI
012080*
012090 TRACCE-MVIO.
012100
012110          MOVE SPACES             TO NOME-JSON.
012120          MOVE "TRACCEVIO"        TO NOME-JSON.
012130
012140          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
012150
012160          MOVE "{""rows"":["      TO DATI-JSON.
012170          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
012180
012190          MOVE SPACES             TO DATI-JSON.
012200          MOVE "S"                TO PRIMA-RIGA-MVIO.
012210
012220          PERFORM LEGGI-VIOLAZIONE-MVIO
012230           THRU EX-LEGGI-VIOLAZIONE-MVIO.
012240
012250          IF ESITO-NOK GO TO FINE-TRACCE-MVIO.
012260
012270          MOVE ESPOSIZIONE-VIO    TO DAL-MVIO.
012280          IF DAL-MVIO = ZEROS
012290           MOVE DATA-RIL-VIO      TO DAL-MVIO
012300          END-IF.
012310
012320          PERFORM CARICA-COINVOLTI-MVIO
012330           THRU EX-CARICA-COINVOLTI-MVIO.
012340
012350          IF NUM-COINV-MVIO = ZEROS GO TO FINE-TRACCE-MVIO.
012360
012370          PERFORM OPEN-I-LET      THRU EX-OPEN-I-LET.
012380
012390          IF STATUS-LET NOT = "00" GO TO MODIFICHE-TRACCE-MVIO.
012400
012410 CICLO-LET-TRACCE-MVIO.
012420
012430          PERFORM LEGGO-NEXT-LET  THRU EX-LEGGO-NEXT-LET.
012440
012450          IF FINE-FILE = "S" GO TO CHIUDI-LET-TRACCE-MVIO.
012460
012470          IF DATA-LET < DAL-X-MVIO GO TO CICLO-LET-TRACCE-MVIO.
012480
012490          PERFORM CONFRONTA-LET-MVIO THRU EX-CONFRONTA-LET-MVIO
012500           VARYING IND-MVIO FROM 1 BY 1
012510           UNTIL IND-MVIO > NUM-COINV-MVIO.
012520
012530          GO TO CICLO-LET-TRACCE-MVIO.
012540
012550 CHIUDI-LET-TRACCE-MVIO.
012560
012570          PERFORM CLOSE-LET       THRU EX-CLOSE-LET.
012580
012590 MODIFICHE-TRACCE-MVIO.
012600
012610          PERFORM OPEN-I-ILOG     THRU EX-OPEN-I-ILOG.
012620
012630          IF STATUS-ILOG NOT = "00" GO TO CONTEGGI-TRACCE-MVIO.
012640
012650          PERFORM MODIFICHE-UTENTE-MVIO
012660           THRU EX-MODIFICHE-UTENTE-MVIO
012670           VARYING IND-MVIO FROM 1 BY 1
012680           UNTIL IND-MVIO > NUM-COINV-MVIO.
012690
012700          PERFORM CLOSE-ILOG      THRU EX-CLOSE-ILOG.
012710
012720 CONTEGGI-TRACCE-MVIO.
012730
012740          PERFORM RIPORTA-CONTEGGI-MVIO
012750           THRU EX-RIPORTA-CONTEGGI-MVIO
012760           VARYING IND-MVIO FROM 1 BY 1
012770           UNTIL IND-MVIO > NUM-COINV-MVIO.
012780
012790 FINE-TRACCE-MVIO.
012800
012810          MOVE "]}"               TO DATI-JSON.
012820          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
012830
012840          CLOSE ARKJSON.
012850
012860 EX-TRACCE-MVIO.
012870          EXIT.
012880*
012890***** UTENTI COINVOLTI NELLA TABELLA DI LAVORO
012900*
012910 CARICA-COINVOLTI-MVIO.
012920
012930          MOVE ZEROS              TO NUM-COINV-MVIO.
012940          INITIALIZE TAB-COINV-MVIO.
012950
012960          MOVE NUMERO-MVIO        TO NUMERO-VIO.
012970          MOVE SPACES             TO UTENTE-VIO.
012980          PERFORM STARTO-VIO      THRU EX-STARTO-VIO.
012990
013000          IF ESITO-NOK GO TO EX-CARICA-COINVOLTI-MVIO.
013010
013020 CICLO-CARICA-COINVOLTI-MVIO.
013030
013040          PERFORM LEGGO-NEXT-VIO  THRU EX-LEGGO-NEXT-VIO.
013050
013060          IF FINE-FILE = "S" GO TO EX-CARICA-COINVOLTI-MVIO.
013070
013080          IF NUMERO-VIO NOT = NUMERO-MVIO
013090           GO TO EX-CARICA-COINVOLTI-MVIO
013100          END-IF.
013110
013120          IF UTENTE-VIO NOT = SPACES
013130           AND NUM-COINV-MVIO < MAX-COINV-MVIO
013140           ADD 1                  TO NUM-COINV-MVIO
013150           MOVE UTENTE-VIO
013160            TO UTENTE-TAB-MVIO(NUM-COINV-MVIO)
013170          END-IF.
013180
013190          GO TO CICLO-CARICA-COINVOLTI-MVIO.
013200
013210 EX-CARICA-COINVOLTI-MVIO.
013220          EXIT.
013230*
013240***** RIGA DI ARKLET CONTRO UN UTENTE COINVOLTO: LETTURA FATTA DA
013250***** LUI O LETTURA DEL SUO RECORD
013260*
013270 CONFRONTA-LET-MVIO.
013280
013290          MOVE SPACES             TO RUOLO-MVIO.
013300
013310          IF UTENTE-LET = UTENTE-TAB-MVIO(IND-MVIO)
013320           MOVE "LETTORE"         TO RUOLO-MVIO
013330          END-IF.
013340
013350          IF CHIAVE-LET = UTENTE-TAB-MVIO(IND-MVIO)
013360           MOVE "LETTO"           TO RUOLO-MVIO
013370          END-IF.
013380
013390          IF RUOLO-MVIO = SPACES GO TO EX-CONFRONTA-LET-MVIO.
013400
013410          ADD 1                   TO LETTURE-TAB-MVIO(IND-MVIO).
013420
013430          PERFORM VIRGOLA-MVIO    THRU EX-VIRGOLA-MVIO.
013440
013450          STRING '{"UTENTE":"'    DELIMITED BY SIZE
013460           UTENTE-TAB-MVIO(IND-MVIO) DELIMITED BY SIZE
013470           '","FONTE":"ARKLET","RUOLO":"' DELIMITED BY SIZE
013480           RUOLO-MVIO             DELIMITED BY SPACE
013490           '","DATA":"'           DELIMITED BY SIZE
013500           DATA-LET               DELIMITED BY SIZE
013510           '","ORA":"'            DELIMITED BY SIZE
013520           ORA-LET                DELIMITED BY SIZE
013530           '","CAMPO":"'          DELIMITED BY SIZE
013540           NOME-COBOL-LET         DELIMITED BY SIZE
013550           '","OPERATORE":"'      DELIMITED BY SIZE
013560           UTENTE-LET             DELIMITED BY SIZE
013570           '","RECORD":"'         DELIMITED BY SIZE
013580           CHIAVE-LET             DELIMITED BY SIZE
013590           '","MODO":"'           DELIMITED BY SIZE
013600           MODO-LET               DELIMITED BY SIZE
013610           '"}'                   DELIMITED BY SIZE
013620           INTO DATI-JSON.
013630          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
013640
013650 EX-CONFRONTA-LET-MVIO.
013660          EXIT.
013670*
013680***** MODIFICHE SUL RECORD DELL'UTENTE DALLA DATA DI ESPOSIZIONE
013690***** (LA DATA DI ARKLOG E' AAMMGG)
013700*
013710 MODIFICHE-UTENTE-MVIO.
013720
013730          MOVE SPACES             TO CHIAVE-NUMERO-ILOG.
013740          MOVE UTENTE-TAB-MVIO(IND-MVIO) TO NUMERO-ILOG.
013750          MOVE DAL-X-MVIO(3:6)    TO DATA-ILOG.
013760          MOVE "000000"           TO ORARIO-ILOG.
013770          PERFORM STARTO-NUMERO-ILOG THRU EX-STARTO-NUMERO-ILOG.
013780
013790          IF ESITO-NOK GO TO EX-MODIFICHE-UTENTE-MVIO.
013800
013810 CICLO-MODIFICHE-UTENTE-MVIO.
013820
013830          PERFORM LEGGO-NEXT-ILOG THRU EX-LEGGO-NEXT-ILOG.
013840
013850          IF FINE-FILE = "S" GO TO EX-MODIFICHE-UTENTE-MVIO.
013860
013870          IF NUMERO-ILOG NOT = UTENTE-TAB-MVIO(IND-MVIO)
013880           GO TO EX-MODIFICHE-UTENTE-MVIO
013890          END-IF.
013900
013910          ADD 1                   TO MODIFICHE-TAB-MVIO(IND-MVIO).
013920
013930          PERFORM VIRGOLA-MVIO    THRU EX-VIRGOLA-MVIO.
013940
013950          STRING '{"UTENTE":"'    DELIMITED BY SIZE
013960           UTENTE-TAB-MVIO(IND-MVIO) DELIMITED BY SIZE
013970           '","FONTE":"ARKLOG","RUOLO":"MODIFICATO'
013980            DELIMITED BY SIZE
013990           '","DATA":"20'         DELIMITED BY SIZE
014000           DATA-ILOG              DELIMITED BY SIZE
014010           '","ORA":"'            DELIMITED BY SIZE
014020           ORARIO-ILOG            DELIMITED BY SIZE
014030           '","CAMPO":"'          DELIMITED BY SIZE
014040           NOME-ILOG              DELIMITED BY SIZE
014050           '","OPERATORE":"'      DELIMITED BY SIZE
014060           '","RECORD":"'         DELIMITED BY SIZE
014070           NUMERO-ILOG            DELIMITED BY SIZE
014080           '","MODO":"'           DELIMITED BY SIZE
014090           GENERAZIONE-ILOG       DELIMITED BY SPACE
014100           '"}'                   DELIMITED BY SIZE
014110           INTO DATI-JSON.
014120          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
014130
014140          GO TO CICLO-MODIFICHE-UTENTE-MVIO.
014150
014160 EX-MODIFICHE-UTENTE-MVIO.
014170          EXIT.
014180*
014190***** CONTEGGI DELL'ULTIMA RICERCA SULLA RIGA DELL'UTENTE
014200*
014210 RIPORTA-CONTEGGI-MVIO.
014220
014230          MOVE NUMERO-MVIO        TO NUMERO-VIO.
014240          MOVE UTENTE-TAB-MVIO(IND-MVIO) TO UTENTE-VIO.
014250          PERFORM LEGGO-VIO       THRU EX-LEGGO-VIO.
014260
014270          IF ESITO-NOK GO TO EX-RIPORTA-CONTEGGI-MVIO.
014280
014290          MOVE LETTURE-TAB-MVIO(IND-MVIO) TO LETTURE-COINV-VIO.
014300          MOVE MODIFICHE-TAB-MVIO(IND-MVIO)
014310           TO MODIFICHE-COINV-VIO.
014320          PERFORM RISCRIVI-VIO    THRU EX-RISCRIVI-VIO.
014330
014340 EX-RIPORTA-CONTEGGI-MVIO.
014350          EXIT.
