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
000190* SOSPESI DEI CARICAMENTI (ARKSOS): LE RIGHE SCARTATE DAI
000200* CARICATORI openucar.exe E opentcar.exe, GLI ARRIVI CHE
000210* openfeed.exe NON HA POTUTO ACCODARE E LE CHIAMATE DI OPENAPIW
000220* E OPENSCIM RESPINTE PER CONTENUTO. SENZA funzione LA GRIGLIA JSON
000230* "SOSPESI" CON GLI APERTI (MK-stato=tutti PER VEDERE ANCHE I
000240* CHIUSI): IDENTIFICATIVO, DATA, GIORNI DI GIACENZA, FONTE,
000250* FLUSSO, RIGA, STATO, TENTATIVI, MOTIVO E RIGA ORIGINALE.
000260* funzione=correggi CON MK-id E MK-contenuto (LA RIGA CORRETTA;
000270* VUOTO = RIPRESENTA COM'E', PER QUANDO SI E' SISTEMATO IL DATO
000280* DI RIFERIMENTO) RIPRESENTA IL SOSPESO (STATO "R"): LO RIPRENDE
000290* IL PROGRAMMA DI ORIGINE AL SUO GIRO SUCCESSIVO. LE CHIAMATE DI
000300* OPENAPIW (E DEL PUNTO SCIM OPENSCIM) NON SI RIPRESENTANO DA
000305* QUI: LE RISPEDISCE IL SISTEMA CHIAMANTE. funzione=scarta CON MK-id E MK-motivo OBBLIGATORIO
000320* CHIUDE DEFINITIVAMENTE IL SOSPESO (STATO "D"). OGNI
000330* OPERAZIONE FINISCE SUL GIORNALE ARKACC ("SOSPESO")
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENMSOS.
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
000490          COPY "SELSOS.CBL".
000500          COPY "SELACC.CBL".
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
000610          COPY "FDESOS.CBL".
000620          COPY "FDEACC.CBL".
000630
000640 WORKING-STORAGE  SECTION.
000650
000660          COPY "COBW3.CBL".
000670          COPY "GLOBALS.CBL".
000680*
000690 01 FUNZIONE-MSOS              PIC X(08).
000700 01 OPERATORE-MSOS             PIC X(08).
000710 01 PRIMA-RIGA-MSOS            PIC X.
000720 01 OGGI-MSOS                  PIC 9(08).
000730 01 TUTTI-MSOS                 PIC X.
000740 01 ID-MSOS                    PIC X(19).
000750 01 MOTIVO-MSOS                PIC X(60).
000760 01 CONTENUTO-MSOS             PIC X(1024).
000770 01 STATO-MSOS                 PIC X(12).
000780 01 GIORNI-MSOS                PIC 9(05).
000790*
000800 PROCEDURE  DIVISION.
000810*
000820          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000830
000840*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000850*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000860*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000870          IF SESSIONE-RIFIUTATA GO TO FINE-MSOS.
000880          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000890          PERFORM OPEN-I-SOS      THRU EX-OPEN-I-SOS.
000900
000910          ACCEPT OGGI-MSOS        FROM DATE YYYYMMDD.
000920
000930          MOVE "MK-OPERATORE"     TO FIELD-WEB.
000940          PERFORM READ-WEB        THRU EX-READ-WEB.
000950          MOVE VALUE-WEB(1:8)     TO OPERATORE-MSOS.
000960
000970          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
000980          PERFORM READ-WEB        THRU EX-READ-WEB.
000990          MOVE SPACES             TO FUNZIONE-MSOS.
001000          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MSOS.
001010
001020          MOVE SPACES             TO ID-MSOS.
001030          MOVE "MK-id"            TO FIELD-WEB.
001040          PERFORM READ-WEB        THRU EX-READ-WEB.
001050          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:19) NUMERIC
001060           MOVE VALUE-WEB(1:19)   TO ID-MSOS
001070          END-IF.
001080
001090          IF FUNZIONE-MSOS = "correggi"
001100           PERFORM CORREGGI-MSOS  THRU EX-CORREGGI-MSOS
001110           GO TO FINE-MSOS
001120          END-IF.
001130
001140          IF FUNZIONE-MSOS = "scarta"
001150           PERFORM SCARTA-MSOS    THRU EX-SCARTA-MSOS
001160           GO TO FINE-MSOS
001170          END-IF.
001180
001190          MOVE "N"                TO TUTTI-MSOS.
001200          MOVE "MK-stato"         TO FIELD-WEB.
001210          PERFORM READ-WEB        THRU EX-READ-WEB.
001220          IF COBW3-SEARCH-FLAG-EXIST AND VALUE-WEB(1:5) = "tutti"
001230           MOVE "S"               TO TUTTI-MSOS
001240          END-IF.
001250
001260          PERFORM ELENCO-MSOS     THRU EX-ELENCO-MSOS.
001270
001280          MOVE "SOSPESI.HTM"      TO PAGE-WEB.
001290          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001300
001310 FINE-MSOS.
001320          PERFORM CLOSE-SOS       THRU EX-CLOSE-SOS.
001330          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001340          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001350
001360          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001370
001380          GOBACK.
001390
001400          COPY "PIOWEB1.CBL".
001410          COPY "PIOESE.CBL".
001420          COPY "PIOJOB.CBL".
001430          COPY "PIOVIEW.CBL".
001440          COPY "PIOVSTO.CBL".
001450          COPY "PIOVIEWH.CBL".
001460          COPY "PIOJSON.CBL".
001470          COPY "PIOSOS.CBL".
001480          COPY "PIOACC.CBL".
001490*
001500***** GRIGLIA DEI SOSPESI, DAL PIU' VECCHIO
001510*
001520 ELENCO-MSOS.
001530
001540          MOVE SPACES             TO NOME-JSON.
001550          MOVE "SOSPESI"          TO NOME-JSON.
001560
001570          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
001580
001590          MOVE "{""rows"":["      TO DATI-JSON.
001600          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001610
001620          MOVE SPACES             TO DATI-JSON.
001630          MOVE "S"                TO PRIMA-RIGA-MSOS.
001640
001650          MOVE LOW-VALUE          TO CHIAVE-SOS.
001660          PERFORM STARTO-SOS      THRU EX-STARTO-SOS.
001670
001680          IF ESITO-NOK GO TO FINE-ELENCO-MSOS.
001690
001700 CICLO-ELENCO-MSOS.
001710
001720          PERFORM LEGGO-NEXT-SOS  THRU EX-LEGGO-NEXT-SOS.
001730
001740          IF FINE-FILE = "S" GO TO FINE-ELENCO-MSOS.
001750
001760          IF TUTTI-MSOS = "N" AND NOT SOS-APERTO
001770           GO TO CICLO-ELENCO-MSOS.
001780
001790          PERFORM RIGA-ELENCO-MSOS THRU EX-RIGA-ELENCO-MSOS.
001800
001810          GO TO CICLO-ELENCO-MSOS.
001820
001830 FINE-ELENCO-MSOS.
001840
001850          MOVE "]}"               TO DATI-JSON.
001860          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
001870
001880          CLOSE ARKJSON.
001890
001900 EX-ELENCO-MSOS.
001910          EXIT.
001920
001930 RIGA-ELENCO-MSOS.
001940
001950          IF PRIMA-RIGA-MSOS = "S"
001960           MOVE "N"               TO PRIMA-RIGA-MSOS
001970          ELSE
001980           MOVE ","               TO DATI-JSON
001990           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002000          END-IF.
002010
002020          EVALUATE TRUE
002030           WHEN SOS-SOSPESO     MOVE "sospeso"      TO STATO-MSOS
002040           WHEN SOS-RIPRESENTATO MOVE "ripresentato" TO STATO-MSOS
002050           WHEN SOS-CARICATO    MOVE "caricato"     TO STATO-MSOS
002060           WHEN OTHER           MOVE "scartato"     TO STATO-MSOS
002070          END-EVALUATE.
002080
002090          COMPUTE GIORNI-MSOS =
002100           FUNCTION INTEGER-OF-DATE(OGGI-MSOS) -
002110           FUNCTION INTEGER-OF-DATE(DATA-SOS).
002120
002130          MOVE SPACES             TO STRINGA-JSON.
002140          MOVE FLUSSO-SOS         TO STRINGA-JSON.
002150          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002160
002170          STRING '{"ID":"'        DELIMITED BY SIZE
002180           CHIAVE-SOS             DELIMITED BY SIZE
002190           '","DATA":"'           DELIMITED BY SIZE
002200           DATA-SOS               DELIMITED BY SIZE
002210           '","GIORNI":"'         DELIMITED BY SIZE
002220           GIORNI-MSOS            DELIMITED BY SIZE
002230           '","FONTE":"'          DELIMITED BY SIZE
002240           FONTE-SOS              DELIMITED BY SIZE
002250           '","FLUSSO":"'         DELIMITED BY SIZE
002260           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002270           '","RIGA":"'           DELIMITED BY SIZE
002280           RIGA-SOS               DELIMITED BY SIZE
002290           '","STATO":"'          DELIMITED BY SIZE
002300           STATO-MSOS             DELIMITED BY "  "
002310           '","TENTATIVI":"'      DELIMITED BY SIZE
002320           TENTATIVI-SOS          DELIMITED BY SIZE
002330           '",'                   DELIMITED BY SIZE
002340           INTO DATI-JSON.
002350          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002360
002370          MOVE SPACES             TO STRINGA-JSON.
002380          MOVE MOTIVO-SOS         TO STRINGA-JSON.
002390          IF SOS-SCARTATO
002400           MOVE NOTA-ESITO-SOS    TO STRINGA-JSON
002410          END-IF.
002420          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002430
002440          STRING '"MOTIVO":"'     DELIMITED BY SIZE
002450           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002460           '",'                   DELIMITED BY SIZE
002470           INTO DATI-JSON.
002480          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002490
002500***** DELLA RIGA ORIGINALE LA GRIGLIA MOSTRA I PRIMI 200
002510***** CARATTERI (TUTTA LA RIGA DI UN CARICATORE)
002520
002530          MOVE SPACES             TO STRINGA-JSON.
002540          MOVE CONTENUTO-SOS      TO STRINGA-JSON.
002550          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002560
002570          STRING '"CONTENUTO":"'  DELIMITED BY SIZE
002580           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002590           '",'                   DELIMITED BY SIZE
002600           INTO DATI-JSON.
002610          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002620
002630          IF NOT SOS-APERTO
002640           MOVE '"CORREGGI":"","SCARTA":""}' TO DATI-JSON
002650           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002660           GO TO EX-RIGA-ELENCO-MSOS
002670          END-IF.
002680
002690          STRING '"CORREGGI":"'   DELIMITED BY SIZE
002700           '<a href=openmsos.exe?MK-KEY=' DELIMITED BY SIZE
002705           SECTION-WEB            DELIMITED BY SIZE
002710           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002720           "&MK-FUNZIONE=correggi&MK-id=" DELIMITED BY SIZE
002730           CHIAVE-SOS             DELIMITED BY SIZE
002740           '>'                    DELIMITED BY SIZE
002750           "<img src='/openpa/images/edit.png' BORDER='0'></a>"
002760            DELIMITED BY SIZE
002770           '",'                   DELIMITED BY SIZE
002780           INTO DATI-JSON.
002790          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002800
002810          STRING '"SCARTA":"'     DELIMITED BY SIZE
002820           '<a href=openmsos.exe?MK-KEY=' DELIMITED BY SIZE
002825           SECTION-WEB            DELIMITED BY SIZE
002830           "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002840           "&MK-FUNZIONE=scarta&MK-id=" DELIMITED BY SIZE
002850           CHIAVE-SOS             DELIMITED BY SIZE
002860           '>'                    DELIMITED BY SIZE
002870           "<img src='/openpa/images/delete.png' BORDER='0'></a>"
002880            DELIMITED BY SIZE
002890           '"}'                   DELIMITED BY SIZE
002900           INTO DATI-JSON.
002910          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002920
002930 EX-RIGA-ELENCO-MSOS.
002940          EXIT.
002950*
002960***** funzione=correggi: RIGA CORRETTA (O INVARIATA) E STATO "R"
002970*
002980 CORREGGI-MSOS.
002990
003000          PERFORM LEGGI-SOSPESO-MSOS THRU EX-LEGGI-SOSPESO-MSOS.
003010
003020          IF ESITO-NOK GO TO EX-CORREGGI-MSOS.
003030
003040          IF FONTE-SOS = "OPENAPIW" OR "OPENSCIM"
003050           MOVE "La chiamata va rispedita dal sistema chiamante"
003060            TO MESSAGGIO
003070           PERFORM VIS-MESS       THRU EX-VIS-MESS
003080           GO TO EX-CORREGGI-MSOS
003090          END-IF.
003100
003110          MOVE SPACES             TO CONTENUTO-MSOS.
003120          MOVE "MK-contenuto"     TO FIELD-WEB.
003130          PERFORM READ-WEB        THRU EX-READ-WEB.
003140          IF COBW3-SEARCH-FLAG-EXIST
003150           MOVE VALUE-WEB         TO CONTENUTO-MSOS
003160          END-IF.
003170
003180          IF CONTENUTO-MSOS NOT = SPACES
003190           MOVE CONTENUTO-MSOS    TO CONTENUTO-SOS
003200          END-IF.
003210
003220          MOVE "R"                TO STATO-SOS.
003230          MOVE OPERATORE-MSOS     TO OPERATORE-SOS.
003240          MOVE OGGI-MSOS          TO DATA-ESITO-SOS.
003250          ACCEPT ORA-ESITO-SOS    FROM TIME.
003260          MOVE SPACES             TO NOTA-ESITO-SOS.
003270          IF CONTENUTO-MSOS NOT = SPACES
003280           MOVE "riga corretta e ripresentata" TO NOTA-ESITO-SOS
003290          ELSE
003300           MOVE "ripresentato senza modifiche" TO NOTA-ESITO-SOS
003310          END-IF.
003320
003330          PERFORM RISCRIVI-SOS    THRU EX-RISCRIVI-SOS.
003340
003350          IF ESITO-NOK
003360           MOVE "Errore in scrittura del sospeso" TO MESSAGGIO
003370           PERFORM VIS-MESS       THRU EX-VIS-MESS
003380           GO TO EX-CORREGGI-MSOS
003390          END-IF.
003400
003410          MOVE SPACES             TO NOTA-ACC-WEB.
003420          STRING "ripresentato " CHIAVE-SOS
003430           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
003440          PERFORM GIORNALE-MSOS   THRU EX-GIORNALE-MSOS.
003450
003460          MOVE "Sospeso ripresentato per il prossimo giro"
003470           TO MESSAGGIO.
003480          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003490
003500 EX-CORREGGI-MSOS.
003510          EXIT.
003520*
003530***** funzione=scarta: CHIUSURA DEFINITIVA CON MOTIVAZIONE
003540*
003550 SCARTA-MSOS.
003560
003570          MOVE "MK-motivo"        TO FIELD-WEB.
003580          PERFORM READ-WEB        THRU EX-READ-WEB.
003590          MOVE SPACES             TO MOTIVO-MSOS.
003600          IF COBW3-SEARCH-FLAG-EXIST
003610           MOVE VALUE-WEB(1:60)   TO MOTIVO-MSOS
003620          END-IF.
003630
003640          IF MOTIVO-MSOS = SPACES
003650           MOVE "Indicare il motivo dello scarto" TO MESSAGGIO
003660           PERFORM VIS-MESS       THRU EX-VIS-MESS
003670           GO TO EX-SCARTA-MSOS
003680          END-IF.
003690
003700          PERFORM LEGGI-SOSPESO-MSOS THRU EX-LEGGI-SOSPESO-MSOS.
003710
003720          IF ESITO-NOK GO TO EX-SCARTA-MSOS.
003730
003740          MOVE "D"                TO STATO-SOS.
003750          MOVE OPERATORE-MSOS     TO OPERATORE-SOS.
003760          MOVE OGGI-MSOS          TO DATA-ESITO-SOS.
003770          ACCEPT ORA-ESITO-SOS    FROM TIME.
003780          MOVE MOTIVO-MSOS        TO NOTA-ESITO-SOS.
003790
003800          PERFORM RISCRIVI-SOS    THRU EX-RISCRIVI-SOS.
003810
003820          IF ESITO-NOK
003830           MOVE "Errore in scrittura del sospeso" TO MESSAGGIO
003840           PERFORM VIS-MESS       THRU EX-VIS-MESS
003850           GO TO EX-SCARTA-MSOS
003860          END-IF.
003870
003880          MOVE SPACES             TO NOTA-ACC-WEB.
003890          STRING "scartato " CHIAVE-SOS
003900           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
003910          PERFORM GIORNALE-MSOS   THRU EX-GIORNALE-MSOS.
003920
003930          MOVE "Sospeso scartato" TO MESSAGGIO.
003940          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003950
003960 EX-SCARTA-MSOS.
003970          EXIT.
003980*
003990***** IL SOSPESO INDICATO DA MK-id, CHE DEVE ESSERE ANCORA APERTO
004000*
004010 LEGGI-SOSPESO-MSOS.
004020
004030          MOVE "NO"               TO ESITO-WEB.
004040
004050          IF ID-MSOS = SPACES
004060           MOVE "Sospeso non indicato" TO MESSAGGIO
004070           PERFORM VIS-MESS       THRU EX-VIS-MESS
004080           GO TO EX-LEGGI-SOSPESO-MSOS
004090          END-IF.
004100
004110          MOVE ID-MSOS            TO CHIAVE-SOS.
004120          PERFORM LEGGO-SOS       THRU EX-LEGGO-SOS.
004130
004140          IF ESITO-OK AND NOT SOS-APERTO
004150           MOVE "NO"              TO ESITO-WEB
004160          END-IF.
004170
004180          IF ESITO-NOK
004190           MOVE "Sospeso inesistente o gia' chiuso"
004200            TO MESSAGGIO
004210           PERFORM VIS-MESS       THRU EX-VIS-MESS
004220          END-IF.
004230
004240 EX-LEGGI-SOSPESO-MSOS.
004250          EXIT.
004260*
004270***** EVENTO "SOSPESO" SUL GIORNALE ARKACC (NOTA GIA' PRONTA)
004280*
004290 GIORNALE-MSOS.
004300
004310          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
004320
004330          MOVE OPERATORE-MSOS     TO UTENTE-ACC-WEB.
004340          MOVE "SOSPESO"          TO EVENTO-ACC-WEB.
004350          MOVE "OK"               TO ESITO-ACC-WEB.
004360
004370          PERFORM SCRIVI-EVENTO-ACC
004380           THRU EX-SCRIVI-EVENTO-ACC.
004390
004400          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
004410
004420 EX-GIORNALE-MSOS.
004430          EXIT.
