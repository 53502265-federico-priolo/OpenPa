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
000200* INTEGRITA' DEI FILE INSTALLATI: SENZA funzione LA GRIGLIA JSON
000210* DELLE DIFFERENZE DELL'ULTIMO CONFRONTO (FILES/INTEGRITA.TXT,
000220* SCRITTO DAL GIRO NOTTURNO OPENBINT); funzione=confronta RIFA' IL
000230* CONFRONTO SUBITO; funzione=base ELENCA LA LINEA DI BASE IN
000240* VIGORE CON RILASCIO E APPROVATORE; funzione=accetta, DOPO UN
000250* RILASCIO LEGITTIMO, FOTOGRAFA cgi-bin E TEMPLATE/*.HTM COME
000260* NUOVA LINEA DI BASE (MK-rilascio OBBLIGATORIO) A NOME
000270* DELL'OPERATORE, CHE NE RESTA L'APPROVATORE. TUTTE LE FUNZIONI
000280* RICHIEDONO LA CHIAMATA SI/IN/AM SUI DIRITTI EFFETTIVI; IL
000290* LAVORO E' NEL SERVIZIO OPENINTW.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENMINT.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360 INPUT-OUTPUT     SECTION.
000370 FILE-CONTROL.
000380
000390          COPY "SELWEB.CBL".
000400          COPY "SELESE.CBL".
000410          COPY "SELJOB.CBL".
000420          COPY "SELVIEW.CBL".
000430          COPY "SELVSTO.CBL".
000440          COPY "SELJSON.CBL".
000450          COPY "SELUTEN.CBL".
000460          COPY "SELABI.CBL".
000470          COPY "SELGER.CBL".
000480          COPY "SELINT.CBL".
000490          COPY "SELCSV.CBL".
000500
000510 DATA             DIVISION.
000520 FILE SECTION.
000530
000540          COPY "FDEWEB.CBL".
000550          COPY "FDEESE.CBL".
000560          COPY "FDEJOB.CBL".
000570          COPY "FDEVIEW.CBL".
000580          COPY "FDEVSTO.CBL".
000590          COPY "FDEJSON.CBL".
000600          COPY "FDEUTEN.CBL".
000610          COPY "FDEABI.CBL".
000620          COPY "FDEGER.CBL".
000630          COPY "FDEINT.CBL".
000640          COPY "FDECSV.CBL".
000650
000660 WORKING-STORAGE  SECTION.
000670
000680          COPY "COBW3.CBL".
000690          COPY "GLOBALS.CBL".
000700*
000710 01 FUNZIONE-MINT              PIC X(08).
000720 01 OPERATORE-MINT             PIC X(08).
000730 01 AMMINISTRATORE-MINT        PIC X.
000740 01 PRIMA-RIGA-MINT            PIC X.
000750 01 IND-GRUPPI-MINT            PIC 9(2) COMP.
000760*
000770** RIGA DEL RAPPORTO DELLE DIFFERENZE, COME LA SCRIVE OPENINTW
000780*
000790 01 RIGA-MINT.
000800    02 ESITO-RIGA-MINT        PIC X(10).
000810    02 FILLER                 PIC X.
000820    02 TIPO-RIGA-MINT         PIC X.
000830    02 FILLER                 PIC X.
000840    02 PERCORSO-RIGA-MINT     PIC X(80).
000850    02 FILLER                 PIC X.
000860    02 DIM-BASE-RIGA-MINT     PIC X(12).
000870    02 FILLER                 PIC X.
000880    02 DIM-ORA-RIGA-MINT      PIC X(12).
000890    02 FILLER                 PIC X.
000900    02 DATA-BASE-RIGA-MINT    PIC X(14).
000910    02 FILLER                 PIC X.
000920    02 DATA-ORA-RIGA-MINT     PIC X(14).
000930    02 FILLER                 PIC X.
000940*
000950 PROCEDURE  DIVISION.
000960*
000970          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000980
000990*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
001000*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
001010*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
001020          IF SESSIONE-RIFIUTATA GO TO FINE-MINT.
001030          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
001040
001050          MOVE "MK-OPERATORE"     TO FIELD-WEB.
001060          PERFORM READ-WEB        THRU EX-READ-WEB.
001070          MOVE SPACES             TO OPERATORE-MINT.
001080          MOVE VALUE-WEB(1:8)     TO OPERATORE-MINT.
001090
001100          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001110          PERFORM READ-WEB        THRU EX-READ-WEB.
001120          MOVE SPACES             TO FUNZIONE-MINT.
001130          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MINT.
001140
001150          PERFORM AUTORIZZA-MINT  THRU EX-AUTORIZZA-MINT.
001160
001170          IF AMMINISTRATORE-MINT NOT = "S"
001180           MOVE "Funzione riservata agli amministratori"
001190            TO MESSAGGIO
001200           PERFORM VIS-MESS       THRU EX-VIS-MESS
001210           GO TO FINE-MINT
001220          END-IF.
001230
001240          IF FUNZIONE-MINT = "accetta"
001250           PERFORM ACCETTA-MINT   THRU EX-ACCETTA-MINT
001260           GO TO FINE-MINT
001270          END-IF.
001280
001290          IF FUNZIONE-MINT = "confronta"
001300           PERFORM CONFRONTA-MINT THRU EX-CONFRONTA-MINT
001310           IF ESITO-INT-WEB NOT = "OK" GO TO FINE-MINT
001320          END-IF.
001330
001340          IF FUNZIONE-MINT = "base"
001350           PERFORM OPEN-I-INT     THRU EX-OPEN-I-INT
001360           PERFORM BASE-MINT      THRU EX-BASE-MINT
001370           PERFORM CLOSE-INT      THRU EX-CLOSE-INT
001380           MOVE "LINEABASE.HTM"   TO PAGE-WEB
001390           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001400           GO TO FINE-MINT
001410          END-IF.
001420
001430          PERFORM ELENCO-MINT     THRU EX-ELENCO-MINT.
001440
001450          MOVE "INTEGRITA.HTM"    TO PAGE-WEB.
001460          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001470
001480 FINE-MINT.
001490          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001500          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001510
001520          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001530
001540          GOBACK.
001550
001560          COPY "PIOWEB1.CBL".
001570          COPY "PIOESE.CBL".
001580          COPY "PIOJOB.CBL".
001590          COPY "PIOVIEW.CBL".
001600          COPY "PIOVSTO.CBL".
001610          COPY "PIOVIEWH.CBL".
001620          COPY "PIOJSON.CBL".
001630          COPY "PIOUTEN.CBL".
001640          COPY "PIOABI.CBL".
001650          COPY "PIOGER.CBL".
001660          COPY "PIOGERA.CBL".
001670          COPY "PIOINT.CBL".
001680          COPY "PIOCSV.CBL".
001690*
001700***** CONTROLLO ABILITAZIONE: LA CHIAMATA SI/IN/AM CONCESSA AL
001710***** GRUPPO DELL'OPERATORE (ENTE 00) O AD UNO DEI SUOI GRUPPI
001720***** EXTRA, CON L'EREDITARIETA' DI AUTORIZZA-GER
001730*
001740 AUTORIZZA-MINT.
001750
001760          MOVE "N"                TO AMMINISTRATORE-MINT.
001770
001780          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001790
001800          MOVE OPERATORE-MINT     TO CHIAVE-UTEN.
001810          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001820
001830          IF ESITO-NOK GO TO CHIUDI-AUTORIZZA-MINT.
001840
001850          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
001860          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
001870
001880          MOVE ZEROS              TO ENTE-ABI.
001890          MOVE "SI"               TO MOD-ABI.
001900          MOVE "IN"               TO ENT-ABI.
001910          MOVE "AM"               TO FUNZ-ABI.
001920
001930          MOVE GRUPPO-UTEN        TO GRUPPO-ABI.
001940          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
001950
001960          PERFORM PROVA-EXTRA-MINT
001970           THRU EX-PROVA-EXTRA-MINT
001980           VARYING IND-GRUPPI-MINT FROM 1 BY 1
001990           UNTIL IND-GRUPPI-MINT > 5
002000           OR IND-GRUPPI-MINT > NUM-GRUPPI-UTEN
002010           OR ESITO-OK.
002020
002030          IF ESITO-OK
002040           MOVE "S"               TO AMMINISTRATORE-MINT
002050          END-IF.
002060
002070          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
002080          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
002090
002100 CHIUDI-AUTORIZZA-MINT.
002110
002120          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002130
002140 EX-AUTORIZZA-MINT.
002150          EXIT.
002160
002170 PROVA-EXTRA-MINT.
002180
002190          IF GRUPPO-EXTRA-UTEN(IND-GRUPPI-MINT) > ZEROS
002200           MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPI-MINT)
002210            TO GRUPPO-ABI
002220           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
002230          END-IF.
002240
002250 EX-PROVA-EXTRA-MINT.
002260          EXIT.
002270*
002280***** GRIGLIA DELLE DIFFERENZE DELL'ULTIMO CONFRONTO: SE IL
002290***** RAPPORTO NON C'E' ANCORA LA GRIGLIA E' VUOTA
002300*
002310 ELENCO-MINT.
002320
002330          MOVE SPACES             TO NOME-JSON.
002340          MOVE "INTEGRITA"        TO NOME-JSON.
002350
002360          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
002370
002380          MOVE "{""rows"":["      TO DATI-JSON.
002390          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002400
002410          MOVE SPACES             TO DATI-JSON.
002420          MOVE "S"                TO PRIMA-RIGA-MINT.
002430
002440          MOVE "FILES/INTEGRITA.TXT" TO NOME-CSV.
002450          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
002460
002470          IF STATUS-CSV NOT = "00" GO TO FINE-ELENCO-MINT.
002480
002490 CICLO-ELENCO-MINT.
002500
002510          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
002520
002530          IF FINE-FILE = "S"
002540           PERFORM CLOSE-CSV      THRU EX-CLOSE-CSV
002550           GO TO FINE-ELENCO-MINT
002560          END-IF.
002570
002580          MOVE DATI-CSV           TO RIGA-MINT.
002590
002600          IF PRIMA-RIGA-MINT = "S"
002610           MOVE "N"               TO PRIMA-RIGA-MINT
002620          ELSE
002630           MOVE ","               TO DATI-JSON
002640           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002650          END-IF.
002660
002670          MOVE SPACES             TO STRINGA-JSON.
002680          MOVE PERCORSO-RIGA-MINT TO STRINGA-JSON.
002690          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002700
002710          STRING '{"ESITO":"'     DELIMITED BY SIZE
002720           ESITO-RIGA-MINT        DELIMITED BY SPACE
002730           '","TIPO":"'           DELIMITED BY SIZE
002740           TIPO-RIGA-MINT         DELIMITED BY SIZE
002750           '","PERCORSO":"'       DELIMITED BY SIZE
002760           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002770           '",'                   DELIMITED BY SIZE
002780           INTO DATI-JSON.
002790          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002800
002810          STRING '"DIMBASE":"'    DELIMITED BY SIZE
002820           DIM-BASE-RIGA-MINT     DELIMITED BY SIZE
002830           '","DIMORA":"'         DELIMITED BY SIZE
002840           DIM-ORA-RIGA-MINT      DELIMITED BY SIZE
002850           '","DATABASE":"'       DELIMITED BY SIZE
002860           DATA-BASE-RIGA-MINT    DELIMITED BY SIZE
002870           '","DATAORA":"'        DELIMITED BY SIZE
002880           DATA-ORA-RIGA-MINT     DELIMITED BY SIZE
002890           '"}'                   DELIMITED BY SIZE
002900           INTO DATI-JSON.
002910          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002920
002930          GO TO CICLO-ELENCO-MINT.
002940
002950 FINE-ELENCO-MINT.
002960
002970          MOVE "]}"               TO DATI-JSON.
002980          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002990
003000          CLOSE ARKJSON.
003010
003020 EX-ELENCO-MINT.
003030          EXIT.
003040*
003050***** funzione=base: LA LINEA DI BASE IN VIGORE
003060*
003070 BASE-MINT.
003080
003090          MOVE SPACES             TO NOME-JSON.
003100          MOVE "LINEABASE"        TO NOME-JSON.
003110
003120          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
003130
003140          MOVE "{""rows"":["      TO DATI-JSON.
003150          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003160
003170          MOVE SPACES             TO DATI-JSON.
003180          MOVE "S"                TO PRIMA-RIGA-MINT.
003190
003200          MOVE LOW-VALUES         TO CHIAVE-INT.
003210          PERFORM STARTO-INT      THRU EX-STARTO-INT.
003220
003230          IF ESITO-NOK GO TO FINE-BASE-MINT.
003240
003250 CICLO-BASE-MINT.
003260
003270          PERFORM LEGGO-NEXT-INT  THRU EX-LEGGO-NEXT-INT.
003280
003290          IF FINE-FILE = "S" GO TO FINE-BASE-MINT.
003300
003310          IF PRIMA-RIGA-MINT = "S"
003320           MOVE "N"               TO PRIMA-RIGA-MINT
003330          ELSE
003340           MOVE ","               TO DATI-JSON
003350           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
003360          END-IF.
003370
003380          MOVE SPACES             TO STRINGA-JSON.
003390          MOVE PERCORSO-INT       TO STRINGA-JSON.
003400          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003410
003420          STRING '{"PERCORSO":"'  DELIMITED BY SIZE
003430           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003440           '","TIPO":"'           DELIMITED BY SIZE
003450           TIPO-INT               DELIMITED BY SIZE
003460           '","IMPRONTA":"'       DELIMITED BY SIZE
003470           IMPRONTA-INT           DELIMITED BY SIZE
003480           '",'                   DELIMITED BY SIZE
003490           INTO DATI-JSON.
003500          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003510
003520          MOVE SPACES             TO STRINGA-JSON.
003530          MOVE RILASCIO-INT       TO STRINGA-JSON.
003540          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
003550
003560          STRING '"DIMENSIONE":"' DELIMITED BY SIZE
003570           DIMENSIONE-INT         DELIMITED BY SIZE
003580           '","MODIFICA":"'       DELIMITED BY SIZE
003590           DATA-MOD-INT           DELIMITED BY SIZE
003600           '","RILASCIO":"'       DELIMITED BY SIZE
003610           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
003620           '","APPROVATORE":"'    DELIMITED BY SIZE
003630           APPROVATORE-INT        DELIMITED BY SIZE
003640           '","DATA":"'           DELIMITED BY SIZE
003650           DATA-APP-INT           DELIMITED BY SIZE
003660           '","ORA":"'            DELIMITED BY SIZE
003670           ORA-APP-INT            DELIMITED BY SIZE
003680           '"}'                   DELIMITED BY SIZE
003690           INTO DATI-JSON.
003700          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003710
003720          GO TO CICLO-BASE-MINT.
003730
003740 FINE-BASE-MINT.
003750
003760          MOVE "]}"               TO DATI-JSON.
003770          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003780
003790          CLOSE ARKJSON.
003800
003810 EX-BASE-MINT.
003820          EXIT.
003830*
003840***** funzione=confronta: CONFRONTO IMMEDIATO, POI LA GRIGLIA
003850*
003860 CONFRONTA-MINT.
003870
003880          MOVE "CONFRONTA"        TO AZIONE-INT-WEB.
003890          MOVE OPERATORE-MINT     TO OPERATORE-INT-WEB.
003900          MOVE SPACES             TO RILASCIO-INT-WEB.
003910          PERFORM CHIAMA-INT-MINT THRU EX-CHIAMA-INT-MINT.
003920
003930          IF ESITO-INT-WEB NOT = "OK"
003940           MOVE SPACES            TO MESSAGGIO
003950           STRING "Confronto non eseguito: " NOTA-INT-WEB
003960            DELIMITED BY SIZE INTO MESSAGGIO
003970           PERFORM VIS-MESS       THRU EX-VIS-MESS
003980          END-IF.
003990
004000 EX-CONFRONTA-MINT.
004010          EXIT.
004020*
004030***** funzione=accetta: NUOVA LINEA DI BASE DOPO UN RILASCIO
004040***** APPROVATO, CON L'OPERATORE COME APPROVATORE
004050*
004060 ACCETTA-MINT.
004070
004080          MOVE "MK-rilascio"      TO FIELD-WEB.
004090          PERFORM READ-WEB        THRU EX-READ-WEB.
004100          MOVE SPACES             TO RILASCIO-INT-WEB.
004110          MOVE VALUE-WEB(1:20)    TO RILASCIO-INT-WEB.
004120
004130          IF RILASCIO-INT-WEB = SPACES
004140           MOVE "Indicare il rilascio che si sta approvando"
004150            TO MESSAGGIO
004160           PERFORM VIS-MESS       THRU EX-VIS-MESS
004170           GO TO EX-ACCETTA-MINT
004180          END-IF.
004190
004200          MOVE "ACCETTA"          TO AZIONE-INT-WEB.
004210          MOVE OPERATORE-MINT     TO OPERATORE-INT-WEB.
004220          PERFORM CHIAMA-INT-MINT THRU EX-CHIAMA-INT-MINT.
004230
004240          MOVE SPACES             TO MESSAGGIO.
004250
004260          IF ESITO-INT-WEB = "OK"
004270           STRING "Linea di base " RILASCIO-INT-WEB
004280            " approvata da " OPERATORE-MINT ": " NOTA-INT-WEB
004290            DELIMITED BY SIZE INTO MESSAGGIO
004300          ELSE
004310           STRING "Linea di base non accettata: " NOTA-INT-WEB
004320            DELIMITED BY SIZE INTO MESSAGGIO
004330          END-IF.
004340
004350          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004360
004370 EX-ACCETTA-MINT.
004380          EXIT.
004390
004400 CHIAMA-INT-MINT.
004410
004420          MOVE SPACES             TO NOTA-INT-WEB.
004430
004440          CALL "OPENINTW" USING AZIONE-INT-WEB OPERATORE-INT-WEB
004450                                RILASCIO-INT-WEB ESITO-INT-WEB
004460                                NOTA-INT-WEB.
004470          CANCEL "OPENINTW".
004480
004490 EX-CHIAMA-INT-MINT.
004500          EXIT.
