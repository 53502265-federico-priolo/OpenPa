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
000200* PROCEDURE OPERATIVE (RUNBOOK) DEI PASSI DEL GIRO NOTTURNO E
000210* DEI PIANI SCHEDULATI (ARKRBK). SENZA funzione TORNA IN JSON LA
000220* GRIGLIA DI TUTTE LE PROCEDURE (TIPO, CODICE, TITOLO, RILANCIO,
000230* CONTATTO, VERSIONE E ULTIMA MODIFICA). funzione=mostra CON
000240* MK-tipo ("P" PASSO, "S" PIANO) E MK-codice TORNA LA PROCEDURA
000250* INTERA (VERSIONE ZERO SE NON ANCORA SCRITTA: LA MASCHERA PARTE
000260* VUOTA); E' LA PAGINA CHE APRONO openmbck.exe ACCANTO AL PASSO
000270* FALLITO E IL LINK DELLA NOTIFICA. funzione=salva RICEVE ANCHE
000280* MK-titolo, MK-scopo, MK-cause, MK-rilancio (S/N/V), MK-nota,
000290* MK-contatto E MK-verifiche, CONTROLLA CHE IL PASSO O IL PIANO
000300* ESISTA, ALZA LA VERSIONE E NE ACCODA L'IMMAGINE SU ARKRBH.
000310* funzione=storico TORNA IN JSON TUTTE LE VERSIONI DELLA
000320* PROCEDURA, DALLA PRIMA ALL'ULTIMA
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENMRBK.
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000380          COPY "SPECIAL.CBL".
000390 INPUT-OUTPUT     SECTION.
000400 FILE-CONTROL.
000410
000420          COPY "SELWEB.CBL".
000430          COPY "SELESE.CBL".
000440          COPY "SELJOB.CBL".
000450          COPY "SELVIEW.CBL".
000460          COPY "SELVSTO.CBL".
000470          COPY "SELJSON.CBL".
000480          COPY "SELSKD.CBL".
000490          COPY "SELRBK.CBL".
000500          COPY "SELRBH.CBL".
000510
000520 DATA             DIVISION.
000530 FILE SECTION.
000540
000550          COPY "FDEWEB.CBL".
000560          COPY "FDEESE.CBL".
000570          COPY "FDEJOB.CBL".
000580          COPY "FDEVIEW.CBL".
000590          COPY "FDEVSTO.CBL".
000600          COPY "FDEJSON.CBL".
000610          COPY "FDESKD.CBL".
000620          COPY "FDERBK.CBL".
000630          COPY "FDERBH.CBL".
000640
000650 WORKING-STORAGE  SECTION.
000660
000670          COPY "COBW3.CBL".
000680          COPY "GLOBALS.CBL".
000690*
000700 01 FUNZIONE-MRBK              PIC X(08).
000710 01 TIPO-MRBK                  PIC X(01).
000720 01 CODICE-MRBK                PIC X(08).
000730 01 PRIMA-RIGA-MRBK            PIC X.
000740 01 FINE-FILE-MRBK             PIC X.
000750 01 TROVATA-MRBK               PIC X.
000760*
000770** TESTO DELLA PROCEDURA PRIMA DEL SALVATAGGIO, PER NON ALZARE LA
000780** VERSIONE QUANDO NON CAMBIA NULLA (TITOLO ... VERIFICHE-RBK)
000790*
000800 01 PRIMA-MRBK                 PIC X(770).
000810*
000820 01 VERSIONE-EDIT-MRBK         PIC Z(3)9.
000830*
000840 PROCEDURE  DIVISION.
000850*
000860          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000870
000880*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000890*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000900*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000910          IF SESSIONE-RIFIUTATA GO TO FINE-MRBK.
000920          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000930          PERFORM OPEN-I-RBK      THRU EX-OPEN-I-RBK.
000940
000950          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
000960          PERFORM READ-WEB        THRU EX-READ-WEB.
000970          MOVE SPACES             TO FUNZIONE-MRBK.
000980          IF COBW3-SEARCH-FLAG-EXIST
000990           MOVE VALUE-WEB(1:8)    TO FUNZIONE-MRBK
001000          END-IF.
001010
001020          IF FUNZIONE-MRBK = "salva"
001030           PERFORM SALVA-MRBK     THRU EX-SALVA-MRBK
001040           GO TO FINE-MRBK
001050          END-IF.
001060
001070          IF FUNZIONE-MRBK = "storico"
001080           PERFORM STORICO-MRBK   THRU EX-STORICO-MRBK
001090           MOVE "RUNBOOKH.HTM"    TO PAGE-WEB
001100           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001110           GO TO FINE-MRBK
001120          END-IF.
001130
001140          IF FUNZIONE-MRBK = "mostra"
001150           PERFORM MOSTRA-MRBK    THRU EX-MOSTRA-MRBK
001160           MOVE "RUNBOOK.HTM"     TO PAGE-WEB
001170           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001180           GO TO FINE-MRBK
001190          END-IF.
001200
001210          PERFORM ELENCO-MRBK     THRU EX-ELENCO-MRBK.
001220
001230          MOVE "RUNBOOKS.HTM"     TO PAGE-WEB.
001240          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001250
001260 FINE-MRBK.
001270          PERFORM CLOSE-RBK       THRU EX-CLOSE-RBK.
001280          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001290          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001300
001310          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001320
001330          GOBACK.
001340
001350          COPY "PIOWEB1.CBL".
001360          COPY "PIOESE.CBL".
001370          COPY "PIOJOB.CBL".
001380          COPY "PIOVIEW.CBL".
001390          COPY "PIOVSTO.CBL".
001400          COPY "PIOVIEWH.CBL".
001410          COPY "PIOJSON.CBL".
001420          COPY "PIOSKD.CBL".
001430          COPY "PIORBK.CBL".
001440*
001450***** GRIGLIA DI TUTTE LE PROCEDURE, PRIMA I PASSI POI I PIANI
001460*
001470 ELENCO-MRBK.
001480
001490          MOVE SPACES             TO NOME-JSON.
001500          MOVE "RUNBOOKS"         TO NOME-JSON.
001510
001520          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001530
001540          MOVE "{""rows"":["      TO DATI-JSON.
001550          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001560
001570          MOVE SPACES             TO DATI-JSON.
001580          MOVE "S"                TO PRIMA-RIGA-MRBK.
001590
001600          MOVE LOW-VALUES         TO CHIAVE-RBK.
001610          PERFORM STARTO-RBK      THRU EX-STARTO-RBK.
001620
001630          IF ESITO-NOK GO TO FINE-ELENCO-MRBK.
001640
001650 CICLO-ELENCO-MRBK.
001660
001670          PERFORM LEGGO-NEXT-RBK  THRU EX-LEGGO-NEXT-RBK.
001680
001690          IF FINE-FILE = "S" GO TO FINE-ELENCO-MRBK.
001700
001710          IF PRIMA-RIGA-MRBK = "S"
001720           MOVE "N"               TO PRIMA-RIGA-MRBK
001730          ELSE
001740           MOVE ","               TO DATI-JSON
001750           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
001760          END-IF.
001770
001780          MOVE SPACES             TO STRINGA-JSON.
001790          MOVE TITOLO-RBK         TO STRINGA-JSON.
001800          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
001810
001820          STRING '{"TIPO":"'      DELIMITED BY SIZE
001830           TIPO-RBK               DELIMITED BY SIZE
001840           '","CODICE":"'         DELIMITED BY SIZE
001850           CODICE-RBK             DELIMITED BY SPACE
001860           '","TITOLO":"'         DELIMITED BY SIZE
001870           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
001880           '","RILANCIO":"'       DELIMITED BY SIZE
001890           RILANCIO-RBK           DELIMITED BY SIZE
001900           '","VERSIONE":"'       DELIMITED BY SIZE
001910           VERSIONE-RBK           DELIMITED BY SIZE
001920           '","DATA":"'           DELIMITED BY SIZE
001930           DATA-MOD-RBK           DELIMITED BY SIZE
001940           '","OPERATORE":"'      DELIMITED BY SIZE
001950           OPERATORE-MOD-RBK      DELIMITED BY SPACE
001960           '",'                   DELIMITED BY SIZE
001970           INTO DATI-JSON.
001980          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001990
002000          MOVE SPACES             TO STRINGA-JSON.
002010          MOVE CONTATTO-RBK       TO STRINGA-JSON.
002020          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002030
002040          STRING '"CONTATTO":"'   DELIMITED BY SIZE
002050           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002060           '",'                   DELIMITED BY SIZE
002070           INTO DATI-JSON.
002080          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002090
002100          STRING '"MOSTRA":"'     DELIMITED BY SIZE
002110           '<a href=openmrbk.exe?MK-KEY=' DELIMITED BY SIZE
002120           SECTION-WEB            DELIMITED BY SIZE
002130           "&MK-FUNZIONE=mostra&MK-tipo=" DELIMITED BY SIZE
002140           TIPO-RBK               DELIMITED BY SIZE
002150           "&MK-codice="          DELIMITED BY SIZE
002160           CODICE-RBK             DELIMITED BY SPACE
002170           '>'                    DELIMITED BY SIZE
002180           "<img src='/openpa/images/ok.png' BORDER='0'></a>"
002190            DELIMITED BY SIZE
002200           '"}'                   DELIMITED BY SIZE
002210           INTO DATI-JSON.
002220          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002230
002240          GO TO CICLO-ELENCO-MRBK.
002250
002260 FINE-ELENCO-MRBK.
002270
002280          MOVE "]}"               TO DATI-JSON.
002290          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002300
002310          CLOSE ARKJSON.
002320
002330 EX-ELENCO-MRBK.
002340          EXIT.
002350*
002360***** RILEGGE MK-tipo E MK-codice; ESITO-NOK SE IL TIPO NON E'
002370***** "P" O "S" O SE IL CODICE MANCA
002380*
002390 LEGGI-CHIAVE-MRBK.
002400
002410          MOVE SPACES             TO TIPO-MRBK CODICE-MRBK.
002420
002430          MOVE "MK-tipo"          TO FIELD-WEB.
002440          PERFORM READ-WEB        THRU EX-READ-WEB.
002450          IF COBW3-SEARCH-FLAG-EXIST
002460           MOVE VALUE-WEB(1:1)    TO TIPO-MRBK
002470          END-IF.
002480
002490          MOVE "MK-codice"        TO FIELD-WEB.
002500          PERFORM READ-WEB        THRU EX-READ-WEB.
002510          IF COBW3-SEARCH-FLAG-EXIST
002520           MOVE VALUE-WEB(1:8)    TO CODICE-MRBK
002530          END-IF.
002540
002550          MOVE "NO"               TO ESITO-WEB.
002560
002570          IF TIPO-MRBK NOT = "P" AND TIPO-MRBK NOT = "S"
002580           GO TO EX-LEGGI-CHIAVE-MRBK
002590          END-IF.
002600
002610          IF CODICE-MRBK = SPACES GO TO EX-LEGGI-CHIAVE-MRBK.
002620
002630          MOVE "OK"               TO ESITO-WEB.
002640
002650 EX-LEGGI-CHIAVE-MRBK.
002660          EXIT.
002670*
002680***** funzione=mostra: LA PROCEDURA INTERA IN UNA RIGA JSON; SE
002690***** NON C'E' ANCORA PORTA SOLO TIPO E CODICE, VERSIONE ZERO
002700*
002710 MOSTRA-MRBK.
002720
002730          PERFORM LEGGI-CHIAVE-MRBK THRU EX-LEGGI-CHIAVE-MRBK.
002740
002750          MOVE SPACES             TO NOME-JSON.
002760          MOVE "RUNBOOK"          TO NOME-JSON.
002770
002780          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
002790
002800          MOVE "{""rows"":["      TO DATI-JSON.
002810          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002820
002830          IF ESITO-NOK GO TO FINE-MOSTRA-MRBK.
002840
002850          MOVE TIPO-MRBK          TO TIPO-RBK.
002860          MOVE CODICE-MRBK        TO CODICE-RBK.
002870          PERFORM LEGGO-RBK       THRU EX-LEGGO-RBK.
002880
002890          IF ESITO-NOK
002900           MOVE SPACES            TO RUNBOOK
002910           MOVE TIPO-MRBK         TO TIPO-RBK
002920           MOVE CODICE-MRBK       TO CODICE-RBK
002930           MOVE ZEROS             TO VERSIONE-RBK DATA-MOD-RBK
002940                                     ORA-MOD-RBK
002950          END-IF.
002960
002970          MOVE "{"                TO DATI-JSON.
002980          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002990
003000          PERFORM RIGA-RUNBOOK-MRBK THRU EX-RIGA-RUNBOOK-MRBK.
003010
003020 FINE-MOSTRA-MRBK.
003030
003040          MOVE "]}"               TO DATI-JSON.
003050          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003060
003070          CLOSE ARKJSON.
003080
003090 EX-MOSTRA-MRBK.
003100          EXIT.
003110*
003120***** I CAMPI DI UNA PROCEDURA COMPLETA, DAL RECORD RUNBOOK
003130***** (LETTO DA ARKRBK O RIPRESO DA UN'IMMAGINE DI ARKRBH), CON
003140***** LA CHIUSURA DELL'OGGETTO JSON CHE IL CHIAMANTE HA APERTO
003150*
003160 RIGA-RUNBOOK-MRBK.
003170
003180          STRING '"TIPO":"'       DELIMITED BY SIZE
003190           TIPO-RBK               DELIMITED BY SIZE
003200           '","CODICE":"'         DELIMITED BY SIZE
003210           CODICE-RBK             DELIMITED BY SPACE
003220           '","RILANCIO":"'       DELIMITED BY SIZE
003230           RILANCIO-RBK           DELIMITED BY SIZE
003240           '","VERSIONE":"'       DELIMITED BY SIZE
003250           VERSIONE-RBK           DELIMITED BY SIZE
003260           '","DATA":"'           DELIMITED BY SIZE
003270           DATA-MOD-RBK           DELIMITED BY SIZE
003280           '","ORA":"'            DELIMITED BY SIZE
003290           ORA-MOD-RBK            DELIMITED BY SIZE
003300           '","OPERATORE":"'      DELIMITED BY SIZE
003310           OPERATORE-MOD-RBK      DELIMITED BY SPACE
003320           '",'                   DELIMITED BY SIZE
003330           INTO DATI-JSON.
003340          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003350
003360          MOVE SPACES             TO STRINGA-JSON.
003370          MOVE TITOLO-RBK         TO STRINGA-JSON.
003380          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003390
003400          STRING '"TITOLO":"'     DELIMITED BY SIZE
003410           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003420           '",'                   DELIMITED BY SIZE
003430           INTO DATI-JSON.
003440          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003450
003460          MOVE SPACES             TO STRINGA-JSON.
003470          MOVE SCOPO-RBK          TO STRINGA-JSON.
003480          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003490
003500          STRING '"SCOPO":"'      DELIMITED BY SIZE
003510           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003520           '",'                   DELIMITED BY SIZE
003530           INTO DATI-JSON.
003540          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003550
003560          MOVE SPACES             TO STRINGA-JSON.
003570          MOVE CAUSE-RBK          TO STRINGA-JSON.
003580          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003590
003600          STRING '"CAUSE":"'      DELIMITED BY SIZE
003610           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003620           '",'                   DELIMITED BY SIZE
003630           INTO DATI-JSON.
003640          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003650
003660          MOVE SPACES             TO STRINGA-JSON.
003670          MOVE NOTA-RILANCIO-RBK  TO STRINGA-JSON.
003680          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003690
003700          STRING '"NOTA":"'       DELIMITED BY SIZE
003710           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003720           '",'                   DELIMITED BY SIZE
003730           INTO DATI-JSON.
003740          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003750
003760          MOVE SPACES             TO STRINGA-JSON.
003770          MOVE CONTATTO-RBK       TO STRINGA-JSON.
003780          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003790
003800          STRING '"CONTATTO":"'   DELIMITED BY SIZE
003810           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003820           '",'                   DELIMITED BY SIZE
003830           INTO DATI-JSON.
003840          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003850
003860          MOVE SPACES             TO STRINGA-JSON.
003870          MOVE VERIFICHE-RBK      TO STRINGA-JSON.
003880          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003890
003900          STRING '"VERIFICHE":"'  DELIMITED BY SIZE
003910           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003920           '"}'                   DELIMITED BY SIZE
003930           INTO DATI-JSON.
003940          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003950
003960 EX-RIGA-RUNBOOK-MRBK.
003970          EXIT.
003980*
003990***** funzione=salva: CREA O AGGIORNA LA PROCEDURA; UN CAMPO NON
004000***** INVIATO RESTA COM'E'. OGNI SALVATAGGIO CHE CAMBIA QUALCOSA
004010***** E' UNA NUOVA VERSIONE, CON LA SUA IMMAGINE SU ARKRBH
004020*
004030 SALVA-MRBK.
004040
004050          PERFORM LEGGI-CHIAVE-MRBK THRU EX-LEGGI-CHIAVE-MRBK.
004060
004070          IF ESITO-NOK
004080           MOVE "Indicare tipo (P passo, S piano) e codice"
004090            TO MESSAGGIO
004100           PERFORM VIS-MESS       THRU EX-VIS-MESS
004110           GO TO EX-SALVA-MRBK
004120          END-IF.
004130
004140          PERFORM ESISTE-CODICE-MRBK THRU EX-ESISTE-CODICE-MRBK.
004150
004160          IF ESITO-NOK
004170           MOVE SPACES            TO MESSAGGIO
004180           IF TIPO-MRBK = "P"
004190            STRING "Passo batch inesistente: " CODICE-MRBK
004200             DELIMITED BY SIZE INTO MESSAGGIO
004210           ELSE
004220            STRING "Piano schedulato inesistente: " CODICE-MRBK
004230             DELIMITED BY SIZE INTO MESSAGGIO
004240           END-IF
004250           PERFORM VIS-MESS       THRU EX-VIS-MESS
004260           GO TO EX-SALVA-MRBK
004270          END-IF.
004280
004290          MOVE TIPO-MRBK          TO TIPO-RBK.
004300          MOVE CODICE-MRBK        TO CODICE-RBK.
004310          PERFORM LEGGO-RBK       THRU EX-LEGGO-RBK.
004320
004330          IF ESITO-OK
004340           MOVE "S"               TO TROVATA-MRBK
004350          ELSE
004360           MOVE "N"               TO TROVATA-MRBK
004370           MOVE SPACES            TO RUNBOOK
004380           MOVE TIPO-MRBK         TO TIPO-RBK
004390           MOVE CODICE-MRBK       TO CODICE-RBK
004400           MOVE "V"               TO RILANCIO-RBK
004410           MOVE ZEROS             TO VERSIONE-RBK
004420          END-IF.
004430
004440          MOVE RUNBOOK(10:770)    TO PRIMA-MRBK.
004450
004460          PERFORM LEGGI-TESTI-MRBK THRU EX-LEGGI-TESTI-MRBK.
004470
004480          IF RILANCIO-RBK NOT = "S" AND RILANCIO-RBK NOT = "N"
004490           AND RILANCIO-RBK NOT = "V"
004500           MOVE "Rilancio non valido (S, N o V)" TO MESSAGGIO
004510           PERFORM VIS-MESS       THRU EX-VIS-MESS
004520           GO TO EX-SALVA-MRBK
004530          END-IF.
004540
004550          IF TROVATA-MRBK = "S" AND RUNBOOK(10:770) = PRIMA-MRBK
004560           MOVE "Nessuna modifica da salvare" TO MESSAGGIO
004570           PERFORM VIS-MESS       THRU EX-VIS-MESS
004580           GO TO EX-SALVA-MRBK
004590          END-IF.
004600
004610          ADD 1                   TO VERSIONE-RBK.
004620          ACCEPT DATA-MOD-RBK     FROM DATE YYYYMMDD.
004630          ACCEPT ORA-MOD-RBK      FROM TIME.
004640          MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-MOD-RBK.
004650
004660          IF TROVATA-MRBK = "S"
004670           PERFORM RISCRIVI-RBK   THRU EX-RISCRIVI-RBK
004680          ELSE
004690           PERFORM SCRIVI-RBK     THRU EX-SCRIVI-RBK
004700          END-IF.
004710
004720          IF ESITO-NOK
004730           MOVE "Errore in registrazione procedura" TO MESSAGGIO
004740           PERFORM VIS-MESS       THRU EX-VIS-MESS
004750           GO TO EX-SALVA-MRBK
004760          END-IF.
004770
004780          PERFORM ACCODA-VERSIONE-MRBK
004790           THRU EX-ACCODA-VERSIONE-MRBK.
004800
004810          MOVE VERSIONE-RBK       TO VERSIONE-EDIT-MRBK.
004820          MOVE SPACES             TO MESSAGGIO.
004830          STRING "Procedura registrata, versione "
004840           VERSIONE-EDIT-MRBK DELIMITED BY SIZE INTO MESSAGGIO.
004850
004860          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004870
004880 EX-SALVA-MRBK.
004890          EXIT.
004900*
004910***** I TESTI DELLA MASCHERA; UN CAMPO NON INVIATO RESTA COM'E'
004920*
004930 LEGGI-TESTI-MRBK.
004940
004950          MOVE "MK-titolo"        TO FIELD-WEB.
004960          PERFORM READ-WEB        THRU EX-READ-WEB.
004970          IF COBW3-SEARCH-FLAG-EXIST
004980           MOVE VALUE-WEB(1:40)   TO TITOLO-RBK
004990          END-IF.
005000
005010          MOVE "MK-scopo"         TO FIELD-WEB.
005020          PERFORM READ-WEB        THRU EX-READ-WEB.
005030          IF COBW3-SEARCH-FLAG-EXIST
005040           MOVE VALUE-WEB(1:160)  TO SCOPO-RBK
005050          END-IF.
005060
005070          MOVE "MK-cause"         TO FIELD-WEB.
005080          PERFORM READ-WEB        THRU EX-READ-WEB.
005090          IF COBW3-SEARCH-FLAG-EXIST
005100           MOVE VALUE-WEB(1:200)  TO CAUSE-RBK
005110          END-IF.
005120
005130          MOVE "MK-rilancio"      TO FIELD-WEB.
005140          PERFORM READ-WEB        THRU EX-READ-WEB.
005150          IF COBW3-SEARCH-FLAG-EXIST
005160           MOVE VALUE-WEB(1:1)    TO RILANCIO-RBK
005170          END-IF.
005180
005190          MOVE "MK-nota"          TO FIELD-WEB.
005200          PERFORM READ-WEB        THRU EX-READ-WEB.
005210          IF COBW3-SEARCH-FLAG-EXIST
005220           MOVE VALUE-WEB(1:80)   TO NOTA-RILANCIO-RBK
005230          END-IF.
005240
005250          MOVE "MK-contatto"      TO FIELD-WEB.
005260          PERFORM READ-WEB        THRU EX-READ-WEB.
005270          IF COBW3-SEARCH-FLAG-EXIST
005280           MOVE VALUE-WEB(1:80)   TO CONTATTO-RBK
005290          END-IF.
005300
005310          MOVE "MK-verifiche"     TO FIELD-WEB.
005320          PERFORM READ-WEB        THRU EX-READ-WEB.
005330          IF COBW3-SEARCH-FLAG-EXIST
005340           MOVE VALUE-WEB(1:200)  TO VERIFICHE-RBK
005350          END-IF.
005360
005370 EX-LEGGI-TESTI-MRBK.
005380          EXIT.
005390*
005400***** IL PASSO DEVE ESSERE UNO DI QUELLI DEL GIRO NOTTURNO
005410***** (openbatch.exe), IL PIANO DEVE ESISTERE SU ARKSKD
005420*
005430 ESISTE-CODICE-MRBK.
005440
005450          MOVE "NO"               TO ESITO-WEB.
005460
005470          IF TIPO-MRBK = "S"
005480           PERFORM OPEN-I-SKD     THRU EX-OPEN-I-SKD
005490           MOVE CODICE-MRBK       TO CODICE-SKD
005500           PERFORM LEGGO-SKD      THRU EX-LEGGO-SKD
005510           PERFORM CLOSE-SKD      THRU EX-CLOSE-SKD
005520           GO TO EX-ESISTE-CODICE-MRBK
005530          END-IF.
005540
005550          IF CODICE-MRBK = "VPUR" OR CODICE-MRBK = "LSHP"
005560           OR CODICE-MRBK = "ALOG" OR CODICE-MRBK = "RETE"
005570           OR CODICE-MRBK = "PERM" OR CODICE-MRBK = "INTG"
005580           OR CODICE-MRBK = "HLTH" OR CODICE-MRBK = "DIGE"
005590           OR CODICE-MRBK = "TAPP" OR CODICE-MRBK = "REFI"
005600           OR CODICE-MRBK = "BIEX"
005610           MOVE "OK"              TO ESITO-WEB
005620          END-IF.
005630
005640 EX-ESISTE-CODICE-MRBK.
005650          EXIT.
005660*
005670***** funzione=storico: TUTTE LE VERSIONI DELLA PROCEDURA MK-tipo/
005680***** MK-codice NELL'ORDINE IN CUI SONO STATE SALVATE; OGNI RIGA
005690***** E' LA VERSIONE INTERA COM'ERA, PIU' L'AZIONE (CREA/MODIFICA)
005700*
005710 STORICO-MRBK.
005720
005730          PERFORM LEGGI-CHIAVE-MRBK THRU EX-LEGGI-CHIAVE-MRBK.
005740
005750          MOVE SPACES             TO NOME-JSON.
005760          MOVE "RUNBOOKH"         TO NOME-JSON.
005770
005780          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
005790
005800          MOVE "{""rows"":["      TO DATI-JSON.
005810          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
005820
005830          IF ESITO-NOK GO TO FINE-STORICO-MRBK.
005840
005850          MOVE "S"                TO PRIMA-RIGA-MRBK.
005860          MOVE "N"                TO FINE-FILE-MRBK.
005870
005880          OPEN INPUT ARKRBH.
005890
005900          IF STATUS-RBH NOT = "00" GO TO FINE-STORICO-MRBK.
005910
005920 CICLO-STORICO-MRBK.
005930
005940          READ ARKRBH
005950           AT END MOVE "S"        TO FINE-FILE-MRBK.
005960
005970          IF FINE-FILE-MRBK = "S" GO TO CHIUDI-STORICO-MRBK.
005980
005990***** L'IMMAGINE TORNA NEL RECORD RUNBOOK SOLO PER LEGGERNE I
006000***** CAMPI: ARKRBK QUI NON SI RISCRIVE
006010          MOVE IMMAGINE-RBH       TO RUNBOOK.
006020
006030          IF TIPO-RBK NOT = TIPO-MRBK
006040           OR CODICE-RBK NOT = CODICE-MRBK
006050           GO TO CICLO-STORICO-MRBK
006060          END-IF.
006070
006080          IF PRIMA-RIGA-MRBK = "S"
006090           MOVE "N"               TO PRIMA-RIGA-MRBK
006100          ELSE
006110           MOVE ","               TO DATI-JSON
006120           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
006130          END-IF.
006140
006150          STRING '{"AZIONE":"'    DELIMITED BY SIZE
006160           AZIONE-RBH             DELIMITED BY SPACE
006170           '",'                   DELIMITED BY SIZE
006180           INTO DATI-JSON.
006190          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
006200
006210          PERFORM RIGA-RUNBOOK-MRBK THRU EX-RIGA-RUNBOOK-MRBK.
006220
006230          GO TO CICLO-STORICO-MRBK.
006240
006250 CHIUDI-STORICO-MRBK.
006260
006270          CLOSE ARKRBH.
006280
006290 FINE-STORICO-MRBK.
006300
006310          MOVE "]}"               TO DATI-JSON.
006320          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
006330
006340          CLOSE ARKJSON.
006350
006360 EX-STORICO-MRBK.
006370          EXIT.
006380*
006390***** ACCODA SU ARKRBH L'IMMAGINE DEL RECORD RUNBOOK APPENA SCRITTO,
006400***** CON L'AUTORE E L'ORA DELLA MODIFICA; LA VERSIONE 1 E' UNA
006410***** CREAZIONE, LE ALTRE SONO MODIFICHE
006420*
006430 ACCODA-VERSIONE-MRBK.
006440
006450          OPEN EXTEND ARKRBH.
006460
006470          IF STATUS-RBH = "35"
006480           OPEN OUTPUT ARKRBH
006490           CLOSE ARKRBH
006500           OPEN EXTEND ARKRBH
006510          END-IF.
006520
006530          IF STATUS-RBH NOT = "00" GO TO EX-ACCODA-VERSIONE-MRBK.
006540
006550          MOVE SPACES          TO VERSIONE-RUNBOOK.
006560          MOVE DATA-MOD-RBK    TO DATA-RBH.
006570          MOVE ORA-MOD-RBK     TO ORA-RBH.
006580          MOVE OPERATORE-MOD-RBK TO OPERATORE-RBH.
006590
006600          IF VERSIONE-RBK = 1
006610           MOVE "CREA"         TO AZIONE-RBH
006620          ELSE
006630           MOVE "MODIFICA"     TO AZIONE-RBH
006640          END-IF.
006650
006660          MOVE RUNBOOK         TO IMMAGINE-RBH.
006670
006680          WRITE VERSIONE-RUNBOOK.
006690
006700          CLOSE ARKRBH.
006710
006720 EX-ACCODA-VERSIONE-MRBK.
006730          EXIT.
