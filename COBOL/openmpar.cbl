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
000190* MANUTENZIONE DEI PARAMETRI DI SISTEMA (ARKPAR). SENZA funzione
000200* CENSISCE LE DEFINIZIONI DEL CATALOGO DI OPENPARW CHE MANCANO E
000210* TORNA IN JSON TUTTE LE RIGHE DI ARKPAR PER LA GRIGLIA (NOME,
000220* QUALIFICA, TIPO, AMBITO, LIMITI, DESCRIZIONE, VALORE E ULTIMA
000230* MODIFICA; DEI GETTONI SEGRETI SOLO LE ULTIME 6 CIFRE).
000240* funzione=salva RICEVE MK-nome/MK-qualifica/MK-valore E REGISTRA IL
000250* VALORE TRAMITE OPENPARW, CHE LO CONTROLLA CONTRO LA DEFINIZIONE E
000260* NE LASCIA TRACCIA SU ARKPAH; UN RIFIUTO TORNA CON IL SUO MOTIVO.
000270* funzione=elimina TOGLIE LA RIGA PER UTENTE MK-nome/MK-qualifica.
000280* funzione=storico RICEVE MK-nome (E FACOLTATIVA MK-qualifica) E
000290* TORNA IN JSON LE MODIFICHE REGISTRATE SU ARKPAH PER QUEL
000300* PARAMETRO, DALLA PIU' VECCHIA ALLA PIU' RECENTE
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENMPAR.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360          COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000390
000400          COPY "SELWEB.CBL".
000410          COPY "SELESE.CBL".
000420          COPY "SELJOB.CBL".
000430          COPY "SELVIEW.CBL".
000440          COPY "SELVSTO.CBL".
000450          COPY "SELPAR.CBL".
000460          COPY "SELPAH.CBL".
000470          COPY "SELJSON.CBL".
000480
000490 DATA             DIVISION.
000500 FILE SECTION.
000510
000520          COPY "FDEWEB.CBL".
000530          COPY "FDEESE.CBL".
000540          COPY "FDEJOB.CBL".
000550          COPY "FDEVIEW.CBL".
000560          COPY "FDEVSTO.CBL".
000570          COPY "FDEPAR.CBL".
000580          COPY "FDEPAH.CBL".
000590          COPY "FDEJSON.CBL".
000600
000610 WORKING-STORAGE  SECTION.
000620
000630          COPY "COBW3.CBL".
000640          COPY "GLOBALS.CBL".
000650*
000660** PARAMETRO RICHIESTO DALLA MASCHERA (MK-nome/MK-qualifica)
000670*
000680 01 NOME-MPAR                PIC X(30).
000690 01 QUALIFICA-MPAR           PIC X(10).
000700*
000710** VALORE DA MOSTRARE IN GRIGLIA, CON IL GETTONE SEGRETO MASCHERATO
000720*
000730 01 VALORE-MPAR              PIC X(256).
000740 01 FINE-VALORE-MPAR         PIC 9(03) COMP.
000750*
000760** COMMUTA A "N" DOPO LA PRIMA RIGA SCRITTA IN UNA GRIGLIA JSON,
000770** PER SAPERE SE ANTEPORRE LA VIRGOLA DI SEPARAZIONE
000780*
000790 01 PRIMA-RIGA-MPAR          PIC X.
000800 01 FINE-FILE-MPAR           PIC X.
000810*
000820 PROCEDURE  DIVISION.
000830*
000840          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000850
000860*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000870*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000880*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000890          IF SESSIONE-RIFIUTATA GO TO FINE-MPAR.
000900
000910          MOVE "OPENMPAR"         TO PROGRAMMA-PAR-WEB.
000920
000930          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
000940          PERFORM READ-WEB        THRU EX-READ-WEB.
000950          MOVE SPACES             TO FUNZIONE-WEB.
000960          IF COBW3-SEARCH-FLAG-EXIST
000970           MOVE VALUE-WEB(1:8)    TO FUNZIONE-WEB
000980          END-IF.
000990
001000          IF FUNZIONE-WEB = "salva"
001010           PERFORM SALVA-MPAR     THRU EX-SALVA-MPAR
001020           GO TO FINE-MPAR
001030          END-IF.
001040
001050          IF FUNZIONE-WEB = "elimina"
001060           PERFORM ELIMINA-MPAR   THRU EX-ELIMINA-MPAR
001070           GO TO FINE-MPAR
001080          END-IF.
001090
001100          IF FUNZIONE-WEB = "storico"
001110           PERFORM STORICO-MPAR   THRU EX-STORICO-MPAR
001120           GO TO FINE-MPAR
001130          END-IF.
001140
001150          PERFORM ELENCO-MPAR     THRU EX-ELENCO-MPAR.
001160
001170 FINE-MPAR.
001180
001190          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001200
001210          GOBACK.
001220
001230          COPY "PIOWEB1.CBL".
001240          COPY "PIOESE.CBL".
001250          COPY "PIOJOB.CBL".
001260          COPY "PIOVIEW.CBL".
001270          COPY "PIOVSTO.CBL".
001280          COPY "PIOVIEWH.CBL".
001290          COPY "PIOJSON.CBL".
001300*
001310** RILEGGE MK-nome E MK-qualifica DALLA MASCHERA
001320*
001330 LEGGI-CHIAVE-MPAR.
001340
001350          MOVE SPACES             TO NOME-MPAR.
001360          MOVE SPACES             TO QUALIFICA-MPAR.
001370
001380          MOVE "MK-nome"          TO FIELD-WEB.
001390          PERFORM READ-WEB        THRU EX-READ-WEB.
001400          IF COBW3-SEARCH-FLAG-EXIST
001410           MOVE VALUE-WEB(1:30)   TO NOME-MPAR
001420          END-IF.
001430
001440          MOVE "MK-qualifica"     TO FIELD-WEB.
001450          PERFORM READ-WEB        THRU EX-READ-WEB.
001460          IF COBW3-SEARCH-FLAG-EXIST
001470           MOVE VALUE-WEB(1:10)   TO QUALIFICA-MPAR
001480          END-IF.
001490
001500          INSPECT NOME-MPAR CONVERTING
001510           "abcdefghijklmnopqrstuvwxyz" TO
001520           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001530
001540 EX-LEGGI-CHIAVE-MPAR.
001550          EXIT.
001560*
001570***** GRIGLIA DEI PARAMETRI: PRIMA SI CENSISCONO LE DEFINIZIONI
001580***** DEL CATALOGO ANCORA ASSENTI, COSI' LA MASCHERA LE MOSTRA
001590***** TUTTE CON IL LORO VALORE DI PARTENZA
001600*
001610 ELENCO-MPAR.
001620
001630          MOVE "CENSISCI"         TO AZIONE-PAR-WEB.
001640          MOVE SPACES             TO NOME-PAR-WEB.
001650          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001660          MOVE SPACES             TO VALORE-PAR-WEB.
001670          PERFORM CHIAMA-PARAMETRO-WEB
001680           THRU EX-CHIAMA-PARAMETRO-WEB.
001690
001700          MOVE SPACES             TO NOME-JSON.
001710          MOVE "PARAMETRI"        TO NOME-JSON.
001720
001730          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001740
001750          MOVE "{""rows"":["      TO DATI-JSON.
001760          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001770
001780          MOVE "S"                TO PRIMA-RIGA-MPAR.
001790          MOVE "N"                TO FINE-FILE-MPAR.
001800
001810          OPEN INPUT ARKPAR.
001820
001830          IF STATUS-PAR NOT = "00" GO TO FINE-ELENCO-MPAR.
001840
001850 CICLO-ELENCO-MPAR.
001860
001870          READ ARKPAR NEXT RECORD
001880           AT END MOVE "S"        TO FINE-FILE-MPAR.
001890
001900          IF FINE-FILE-MPAR = "S" GO TO CHIUDI-ELENCO-MPAR.
001910
001920          IF PRIMA-RIGA-MPAR = "S"
001930           MOVE "N"               TO PRIMA-RIGA-MPAR
001940          ELSE
001950           MOVE ","               TO DATI-JSON
001960           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
001970          END-IF.
001980
001990          STRING '{"NOME":"'      DELIMITED BY SIZE
002000           NOME-PAR               DELIMITED BY SPACE
002010           '","QUALIFICA":"'      DELIMITED BY SIZE
002020           QUALIFICA-PAR          DELIMITED BY SPACE
002030           '","TIPO":"'           DELIMITED BY SIZE
002040           TIPO-PAR               DELIMITED BY SIZE
002050           '","AMBITO":"'         DELIMITED BY SIZE
002060           AMBITO-PAR             DELIMITED BY SIZE
002070           '","LUNGH":"'          DELIMITED BY SIZE
002080           LUNGH-PAR              DELIMITED BY SIZE
002090           '","MINIMO":"'         DELIMITED BY SIZE
002100           MINIMO-PAR             DELIMITED BY SIZE
002110           '","MASSIMO":"'        DELIMITED BY SIZE
002120           MASSIMO-PAR            DELIMITED BY SIZE
002130           '","DATA":"'           DELIMITED BY SIZE
002140           DATA-MOD-PAR           DELIMITED BY SIZE
002150           '","ORA":"'            DELIMITED BY SIZE
002160           ORA-MOD-PAR            DELIMITED BY SIZE
002170           '","OPERATORE":"'      DELIMITED BY SIZE
002180           OPERATORE-MOD-PAR      DELIMITED BY SPACE
002190           '","PROGRAMMA":"'      DELIMITED BY SIZE
002200           PROGRAMMA-MOD-PAR      DELIMITED BY SPACE
002210           '",'                   DELIMITED BY SIZE
002220           INTO DATI-JSON.
002230          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002240
002250          MOVE SPACES             TO STRINGA-JSON.
002260          MOVE DESC-PAR           TO STRINGA-JSON.
002270          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002280
002290          STRING '"DESC":"'       DELIMITED BY SIZE
002300           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002310           '",'                   DELIMITED BY SIZE
002320           INTO DATI-JSON.
002330          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002340
002350          MOVE VALORE-PAR         TO VALORE-MPAR.
002360          IF TIPO-PAR = "G"
002370           PERFORM MASCHERA-MPAR  THRU EX-MASCHERA-MPAR
002380          END-IF.
002390
002400          MOVE SPACES             TO STRINGA-JSON.
002410          MOVE VALORE-MPAR(1:200) TO STRINGA-JSON.
002420          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002430
002440          STRING '"VALORE":"'     DELIMITED BY SIZE
002450           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002460           '"}'                   DELIMITED BY SIZE
002470           INTO DATI-JSON.
002480          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002490
002500          GO TO CICLO-ELENCO-MPAR.
002510
002520 CHIUDI-ELENCO-MPAR.
002530
002540          CLOSE ARKPAR.
002550
002560 FINE-ELENCO-MPAR.
002570
002580          MOVE "]}"               TO DATI-JSON.
002590          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002600
002610          CLOSE ARKJSON.
002620
002630 EX-ELENCO-MPAR.
002640          EXIT.
002650*
002660***** DI UN GETTONE SEGRETO LA GRIGLIA MOSTRA SOLO LE ULTIME 6
002670***** CIFRE, COME LO STORICO
002680*
002690 MASCHERA-MPAR.
002700
002710          IF VALORE-MPAR = SPACES GO TO EX-MASCHERA-MPAR.
002720
002730          MOVE 256                TO FINE-VALORE-MPAR.
002740
002750 CICLO-MASCHERA-MPAR.
002760
002770          IF VALORE-MPAR(FINE-VALORE-MPAR:1) = SPACE
002780           SUBTRACT 1             FROM FINE-VALORE-MPAR
002790           GO TO CICLO-MASCHERA-MPAR
002800          END-IF.
002810
002820          IF FINE-VALORE-MPAR < 7
002830           MOVE "******"          TO VALORE-MPAR
002840           GO TO EX-MASCHERA-MPAR
002850          END-IF.
002860
002870          MOVE VALORE-MPAR(FINE-VALORE-MPAR - 5:6)
002880                                  TO VALORE-MPAR(7:6).
002890          MOVE "******"           TO VALORE-MPAR(1:6).
002900          MOVE SPACES             TO VALORE-MPAR(13:).
002910
002920 EX-MASCHERA-MPAR.
002930          EXIT.
002940*
002950***** funzione=salva: IL CONTROLLO DEL VALORE (TIPO, LUNGHEZZA,
002960***** LIMITI, AMBITO) E LA TRACCIA SU ARKPAH SONO DI OPENPARW
002970*
002980 SALVA-MPAR.
002990
003000          PERFORM LEGGI-CHIAVE-MPAR THRU EX-LEGGI-CHIAVE-MPAR.
003010
003020          IF NOME-MPAR = SPACES
003030           MOVE "Indicare il parametro (MK-nome)" TO MESSAGGIO
003040           PERFORM VIS-MESS       THRU EX-VIS-MESS
003050           GO TO EX-SALVA-MPAR
003060          END-IF.
003070
003080          MOVE "MK-valore"        TO FIELD-WEB.
003090          PERFORM READ-WEB        THRU EX-READ-WEB.
003100
003110          MOVE NOME-MPAR          TO NOME-PAR-WEB.
003120          MOVE QUALIFICA-MPAR     TO QUALIFICA-PAR-WEB.
003130          MOVE SPACES             TO VALORE-PAR-WEB.
003140          IF COBW3-SEARCH-FLAG-EXIST
003150           MOVE VALUE-WEB(1:256)  TO VALORE-PAR-WEB
003160          END-IF.
003170
003180          PERFORM IMPOSTA-PARAMETRO-WEB
003190           THRU EX-IMPOSTA-PARAMETRO-WEB.
003200
003210          MOVE SPACES             TO MESSAGGIO.
003220
003230          IF ESITO-PAR-WEB = "OK"
003240           MOVE "Parametro registrato" TO MESSAGGIO
003250          ELSE
003260           STRING "Parametro non registrato: "
003270            MOTIVO-PAR-WEB DELIMITED BY SIZE INTO MESSAGGIO
003280          END-IF.
003290
003300          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003310
003320 EX-SALVA-MPAR.
003330          EXIT.
003340*
003350***** funzione=elimina: SOLO LE RIGHE PER UTENTE, LA DEFINIZIONE
003360***** DI UN PARAMETRO RESTA (OPENPARW RIFIUTA LA QUALIFICA VUOTA)
003370*
003380 ELIMINA-MPAR.
003390
003400          PERFORM LEGGI-CHIAVE-MPAR THRU EX-LEGGI-CHIAVE-MPAR.
003410
003420          MOVE NOME-MPAR          TO NOME-PAR-WEB.
003430          MOVE QUALIFICA-MPAR     TO QUALIFICA-PAR-WEB.
003440          MOVE SPACES             TO VALORE-PAR-WEB.
003450
003460          PERFORM ELIMINA-PARAMETRO-WEB
003470           THRU EX-ELIMINA-PARAMETRO-WEB.
003480
003490          MOVE SPACES             TO MESSAGGIO.
003500
003510          IF ESITO-PAR-WEB = "OK"
003520           MOVE "Parametro eliminato" TO MESSAGGIO
003530          ELSE
003540           IF ESITO-PAR-WEB = "NO"
003550            MOVE "Parametro non trovato" TO MESSAGGIO
003560           ELSE
003570            STRING "Parametro non eliminato: "
003580             MOTIVO-PAR-WEB DELIMITED BY SIZE INTO MESSAGGIO
003590           END-IF
003600          END-IF.
003610
003620          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003630
003640 EX-ELIMINA-MPAR.
003650          EXIT.
003660*
003670***** funzione=storico: RIGHE DI ARKPAH DEL PARAMETRO MK-nome (E
003680***** DELLA SOLA MK-qualifica SE INDICATA), NELL'ORDINE IN CUI SONO
003690***** STATE SCRITTE; I GETTONI VI SONO GIA' MASCHERATI
003700*
003710 STORICO-MPAR.
003720
003730          PERFORM LEGGI-CHIAVE-MPAR THRU EX-LEGGI-CHIAVE-MPAR.
003740
003750          MOVE SPACES             TO NOME-JSON.
003760          MOVE "PARAMETRIH"       TO NOME-JSON.
003770
003780          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
003790
003800          MOVE "{""rows"":["      TO DATI-JSON.
003810          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003820
003830          MOVE "S"                TO PRIMA-RIGA-MPAR.
003840          MOVE "N"                TO FINE-FILE-MPAR.
003850
003860          OPEN INPUT ARKPAH.
003870
003880          IF STATUS-PAH NOT = "00" GO TO FINE-STORICO-MPAR.
003890
003900 CICLO-STORICO-MPAR.
003910
003920          READ ARKPAH
003930           AT END MOVE "S"        TO FINE-FILE-MPAR.
003940
003950          IF FINE-FILE-MPAR = "S" GO TO CHIUDI-STORICO-MPAR.
003960
003970          IF NOME-PAH NOT = NOME-MPAR GO TO CICLO-STORICO-MPAR.
003980
003990          IF QUALIFICA-MPAR NOT = SPACES
004000           AND QUALIFICA-PAH NOT = QUALIFICA-MPAR
004010           GO TO CICLO-STORICO-MPAR
004020          END-IF.
004030
004040          IF PRIMA-RIGA-MPAR = "S"
004050           MOVE "N"               TO PRIMA-RIGA-MPAR
004060          ELSE
004070           MOVE ","               TO DATI-JSON
004080           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
004090          END-IF.
004100
004110          STRING '{"DATA":"'      DELIMITED BY SIZE
004120           DATA-PAH               DELIMITED BY SIZE
004130           '","ORA":"'            DELIMITED BY SIZE
004140           ORA-PAH                DELIMITED BY SIZE
004150           '","OPERATORE":"'      DELIMITED BY SIZE
004160           OPERATORE-PAH          DELIMITED BY SPACE
004170           '","PROGRAMMA":"'      DELIMITED BY SIZE
004180           PROGRAMMA-PAH          DELIMITED BY SPACE
004190           '","QUALIFICA":"'      DELIMITED BY SIZE
004200           QUALIFICA-PAH          DELIMITED BY SPACE
004210           '","AZIONE":"'         DELIMITED BY SIZE
004220           AZIONE-PAH             DELIMITED BY SPACE
004230           '",'                   DELIMITED BY SIZE
004240           INTO DATI-JSON.
004250          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004260
004270          MOVE SPACES             TO STRINGA-JSON.
004280          MOVE VECCHIO-PAH        TO STRINGA-JSON.
004290          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
004300
004310          STRING '"VECCHIO":"'    DELIMITED BY SIZE
004320           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
004330           '",'                   DELIMITED BY SIZE
004340           INTO DATI-JSON.
004350          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004360
004370          MOVE SPACES             TO STRINGA-JSON.
004380          MOVE NUOVO-PAH          TO STRINGA-JSON.
004390          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
004400
004410          STRING '"NUOVO":"'      DELIMITED BY SIZE
004420           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
004430           '"}'                   DELIMITED BY SIZE
004440           INTO DATI-JSON.
004450          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004460
004470          GO TO CICLO-STORICO-MPAR.
004480
004490 CHIUDI-STORICO-MPAR.
004500
004510          CLOSE ARKPAH.
004520
004530 FINE-STORICO-MPAR.
004540
004550          MOVE "]}"               TO DATI-JSON.
004560          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
004570
004580          CLOSE ARKJSON.
004590
004600 EX-STORICO-MPAR.
004610          EXIT.
