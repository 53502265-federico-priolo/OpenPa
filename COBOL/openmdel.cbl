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
000200* DELEGHE PER ASSENZA (ARKDEL): SENZA funzione LA GRIGLIA JSON
000210* DELLE DELEGHE (TUTTE PER L'AMMINISTRATORE, ALTRIMENTI QUELLE IN
000220* CUI L'OPERATORE E' DELEGANTE O DELEGATO); funzione=salva
000230* REGISTRA UNA DELEGA NUOVA (MK-delegante, DI DEFAULT L'OPERATORE,
000240* MK-delegato, MK-inizio, MK-fine AAAAMMGG E MK-motivo
000250* OBBLIGATORIO); funzione=revoca LA CHIUDE PRIMA DEL TEMPO
000260* (MK-delegante E MK-inizio). PUO' AGIRE IL DELEGANTE STESSO O
000270* CHI HA LA CHIAMATA SI/DE/AM SUI DIRITTI EFFETTIVI. CONTROLLI,
000280* AVVIO E CHIUSURA SONO TUTTI NEL SERVIZIO OPENDELW.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENMDEL.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340          COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370
000380          COPY "SELWEB.CBL".
000390          COPY "SELESE.CBL".
000400          COPY "SELJOB.CBL".
000410          COPY "SELVIEW.CBL".
000420          COPY "SELVSTO.CBL".
000430          COPY "SELJSON.CBL".
000440          COPY "SELUTEN.CBL".
000450          COPY "SELABI.CBL".
000460          COPY "SELGER.CBL".
000464          COPY "SELEFF.CBL".
000470          COPY "SELDEL.CBL".
000480
000490 DATA             DIVISION.
000500 FILE SECTION.
000510
000520          COPY "FDEWEB.CBL".
000530          COPY "FDEESE.CBL".
000540          COPY "FDEJOB.CBL".
000550          COPY "FDEVIEW.CBL".
000560          COPY "FDEVSTO.CBL".
000570          COPY "FDEJSON.CBL".
000580          COPY "FDEUTEN.CBL".
000590          COPY "FDEABI.CBL".
000600          COPY "FDEGER.CBL".
000604          COPY "FDEEFF.CBL".
000610          COPY "FDEDEL.CBL".
000620
000630 WORKING-STORAGE  SECTION.
000640
000650          COPY "COBW3.CBL".
000660          COPY "GLOBALS.CBL".
000670*
000680 01 FUNZIONE-MDEL              PIC X(08).
000690 01 OPERATORE-MDEL             PIC X(08).
000700 01 AMMINISTRATORE-MDEL        PIC X.
000710 01 PRIMA-RIGA-MDEL            PIC X.
000720 01 IND-GRUPPI-MDEL            PIC 9(2) COMP.
000730*
000740 PROCEDURE  DIVISION.
000750*
000760          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000770
000780*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000790*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000800*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000810          IF SESSIONE-RIFIUTATA GO TO FINE-MDEL.
000820          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000830
000840          MOVE "MK-OPERATORE"     TO FIELD-WEB.
000850          PERFORM READ-WEB        THRU EX-READ-WEB.
000860          MOVE SPACES             TO OPERATORE-MDEL.
000870          MOVE VALUE-WEB(1:8)     TO OPERATORE-MDEL.
000880
000890          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
000900          PERFORM READ-WEB        THRU EX-READ-WEB.
000910          MOVE SPACES             TO FUNZIONE-MDEL.
000920          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MDEL.
000930
000940          PERFORM AUTORIZZA-MDEL  THRU EX-AUTORIZZA-MDEL.
000950
000960*         ARKUTEN, ARKABI E ARKGER SERVONO SOLO AL CONTROLLO E
000970*         VANNO CHIUSI PRIMA DEL SERVIZIO, CHE LI APRE DA SE'
000980
000990          IF FUNZIONE-MDEL = "salva"
001000           PERFORM SALVA-MDEL     THRU EX-SALVA-MDEL
001010           GO TO FINE-MDEL
001020          END-IF.
001030
001040          IF FUNZIONE-MDEL = "revoca"
001050           PERFORM REVOCA-MDEL    THRU EX-REVOCA-MDEL
001060           GO TO FINE-MDEL
001070          END-IF.
001080
001090          PERFORM OPEN-I-DEL      THRU EX-OPEN-I-DEL.
001100          PERFORM ELENCO-MDEL     THRU EX-ELENCO-MDEL.
001110          PERFORM CLOSE-DEL       THRU EX-CLOSE-DEL.
001120
001130          MOVE "DELEGHE.HTM"      TO PAGE-WEB.
001140          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001150
001160 FINE-MDEL.
001170          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001180          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001190
001200          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001210
001220          GOBACK.
001230
001240          COPY "PIOWEB1.CBL".
001250          COPY "PIOESE.CBL".
001260          COPY "PIOJOB.CBL".
001270          COPY "PIOVIEW.CBL".
001280          COPY "PIOVSTO.CBL".
001290          COPY "PIOVIEWH.CBL".
001300          COPY "PIOJSON.CBL".
001310          COPY "PIOUTEN.CBL".
001320          COPY "PIOABI.CBL".
001330          COPY "PIOGER.CBL".
001340          COPY "PIOGERA.CBL".
001344          COPY "PIOEFF.CBL".
001350          COPY "PIODEL.CBL".
001360*
001370***** CONTROLLO ABILITAZIONE: LA CHIAMATA SI/DE/AM CONCESSA AL
001380***** GRUPPO DELL'OPERATORE (ENTE 00) O AD UNO DEI SUOI GRUPPI
001390***** EXTRA, CON L'EREDITARIETA' DI AUTORIZZA-GER, LO FA
001400***** AMMINISTRATORE DELLE DELEGHE DI TUTTI
001410*
001420 AUTORIZZA-MDEL.
001430
001440          MOVE "N"                TO AMMINISTRATORE-MDEL.
001450
001460          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001470
001480          MOVE OPERATORE-MDEL     TO CHIAVE-UTEN.
001490          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001500
001510          IF ESITO-NOK GO TO CHIUDI-AUTORIZZA-MDEL.
001520
001530          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
001540          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
001544          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
001550
001560          MOVE ZEROS              TO ENTE-ABI.
001570          MOVE "SI"               TO MOD-ABI.
001580          MOVE "DE"               TO ENT-ABI.
001590          MOVE "AM"               TO FUNZ-ABI.
001600
001601*         SE ARKEFF HA IL PRECALCOLO VALIDO PER L'OPERATORE
001602*         IL VERDETTO E' GIA' LI'; ALTRIMENTI RISALITA COMPLETA
001603          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
001604
001605          IF NOT PRECALCOLO-VALIDO
001610           MOVE GRUPPO-UTEN       TO GRUPPO-ABI
001620           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
001630
001640           PERFORM PROVA-EXTRA-MDEL
001650            THRU EX-PROVA-EXTRA-MDEL
001660            VARYING IND-GRUPPI-MDEL FROM 1 BY 1
001670            UNTIL IND-GRUPPI-MDEL > 5
001680            OR IND-GRUPPI-MDEL > NUM-GRUPPI-UTEN
001685            OR ESITO-OK
001690          END-IF.
001700
001710          IF ESITO-OK
001720           MOVE "S"               TO AMMINISTRATORE-MDEL
001730          END-IF.
001740
001744          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
001750          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
001760          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
001770
001780 CHIUDI-AUTORIZZA-MDEL.
001790
001800          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001810
001820 EX-AUTORIZZA-MDEL.
001830          EXIT.
001840
001850 PROVA-EXTRA-MDEL.
001860
001870          IF GRUPPO-EXTRA-UTEN(IND-GRUPPI-MDEL) > ZEROS
001880           MOVE GRUPPO-EXTRA-UTEN(IND-GRUPPI-MDEL)
001890            TO GRUPPO-ABI
001900           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
001910          END-IF.
001920
001930 EX-PROVA-EXTRA-MDEL.
001940          EXIT.
001950*
001960***** GRIGLIA DELLE DELEGHE
001970*
001980 ELENCO-MDEL.
001990
002000          MOVE SPACES             TO NOME-JSON.
002010          MOVE "DELEGHE"          TO NOME-JSON.
002020
002030          PERFORM OPEN-O-JSON     THRU EX-OPEN-O-JSON.
002040
002050          MOVE "{""rows"":["      TO DATI-JSON.
002060          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002070
002080          MOVE SPACES             TO DATI-JSON.
002090          MOVE "S"                TO PRIMA-RIGA-MDEL.
002100
002110          MOVE LOW-VALUES         TO CHIAVE-DEL.
002120          PERFORM STARTO-DEL      THRU EX-STARTO-DEL.
002130
002140          IF ESITO-NOK GO TO FINE-ELENCO-MDEL.
002150
002160 CICLO-ELENCO-MDEL.
002170
002180          PERFORM LEGGO-NEXT-DEL  THRU EX-LEGGO-NEXT-DEL.
002190
002200          IF FINE-FILE = "S" GO TO FINE-ELENCO-MDEL.
002210
002220          IF AMMINISTRATORE-MDEL NOT = "S"
002230           AND DELEGANTE-DEL NOT = OPERATORE-MDEL
002240           AND DELEGATO-DEL NOT = OPERATORE-MDEL
002250           GO TO CICLO-ELENCO-MDEL
002260          END-IF.
002270
002280          PERFORM RIGA-ELENCO-MDEL THRU EX-RIGA-ELENCO-MDEL.
002290
002300          GO TO CICLO-ELENCO-MDEL.
002310
002320 FINE-ELENCO-MDEL.
002330
002340          MOVE "]}"               TO DATI-JSON.
002350          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002360
002370          CLOSE ARKJSON.
002380
002390 EX-ELENCO-MDEL.
002400          EXIT.
002410
002420 RIGA-ELENCO-MDEL.
002430
002440          IF PRIMA-RIGA-MDEL = "S"
002450           MOVE "N"               TO PRIMA-RIGA-MDEL
002460          ELSE
002470           MOVE ","               TO DATI-JSON
002480           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
002490          END-IF.
002500
002510          STRING '{"DELEGANTE":"' DELIMITED BY SIZE
002520           DELEGANTE-DEL          DELIMITED BY SIZE
002530           '","INIZIO":"'         DELIMITED BY SIZE
002540           INIZIO-DEL             DELIMITED BY SIZE
002550           '","FINE":"'           DELIMITED BY SIZE
002560           FINE-DEL               DELIMITED BY SIZE
002570           '","DELEGATO":"'       DELIMITED BY SIZE
002580           DELEGATO-DEL           DELIMITED BY SIZE
002590           '","STATO":"'          DELIMITED BY SIZE
002600           STATO-DEL              DELIMITED BY SIZE
002610           '",'                   DELIMITED BY SIZE
002620           INTO DATI-JSON.
002630          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002640
002650          MOVE SPACES             TO STRINGA-JSON.
002660          MOVE MOTIVO-DEL         TO STRINGA-JSON.
002670          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002680
002690          STRING '"MOTIVO":"'     DELIMITED BY SIZE
002700           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002710           '","INSERITA":"'       DELIMITED BY SIZE
002720           UTENTE-INS-DEL         DELIMITED BY SIZE
002730           '","AVVIO":"'          DELIMITED BY SIZE
002740           DATA-ATT-DEL           DELIMITED BY SIZE
002750           '","CHIUSURA":"'       DELIMITED BY SIZE
002760           DATA-CHIU-DEL          DELIMITED BY SIZE
002770           '","CHIUSADA":"'       DELIMITED BY SIZE
002780           UTENTE-CHIU-DEL        DELIMITED BY SIZE
002790           '",'                   DELIMITED BY SIZE
002800           INTO DATI-JSON.
002810          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002820
002830          MOVE SPACES             TO STRINGA-JSON.
002840          MOVE NOTA-DEL           TO STRINGA-JSON.
002850          PERFORM ESCAPE-JSON     THRU EX-ESCAPE-JSON.
002860
002870          STRING '"NOTA":"'       DELIMITED BY SIZE
002880           STRINGA-JSON-ESC(1:LUNGH-JSON-ESC) DELIMITED BY SIZE
002890           '","REVOCA":"'         DELIMITED BY SIZE
002900           INTO DATI-JSON.
002910          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
002920
002930*         IL COMANDO DI REVOCA SOLO SULLE DELEGHE ANCORA APERTE
002940
002950          IF DELEGA-APERTA
002960           STRING '<a href=openmdel.exe?MK-KEY=' DELIMITED BY SIZE
002965            SECTION-WEB           DELIMITED BY SIZE
002970            "&MK-FORM=" TOKEN-FORM-SES-WEB DELIMITED BY SIZE
002980            "&MK-FUNZIONE=revoca&MK-delegante="
002990             DELIMITED BY SIZE
003000            DELEGANTE-DEL         DELIMITED BY SPACE
003010            "&MK-inizio="         DELIMITED BY SIZE
003020            INIZIO-DEL            DELIMITED BY SIZE
003030            '>'                   DELIMITED BY SIZE
003040            "<img src='/openpa/images/ok.png' BORDER='0'></a>"
003050             DELIMITED BY SIZE
003060            INTO DATI-JSON
003070           PERFORM SCRITTURA-JSON THRU EX-SCRITTURA-JSON
003080          END-IF.
003090
003100          MOVE '"}'               TO DATI-JSON.
003110          PERFORM SCRITTURA-JSON  THRU EX-SCRITTURA-JSON.
003120
003130 EX-RIGA-ELENCO-MDEL.
003140          EXIT.
003150*
003160***** funzione=salva: NUOVA DELEGA, REGISTRATA DA OPENDELW
003170*
003180 SALVA-MDEL.
003190
003200          MOVE SPACES             TO DELEGANTE-DEL-WEB
003210                                     DELEGATO-DEL-WEB
003220                                     MOTIVO-DEL-WEB.
003230          MOVE ZEROS              TO INIZIO-DEL-WEB
003240                                     FINE-DEL-WEB.
003250
003260          MOVE "MK-delegante"     TO FIELD-WEB.
003270          PERFORM READ-WEB        THRU EX-READ-WEB.
003280          MOVE VALUE-WEB(1:8)     TO DELEGANTE-DEL-WEB.
003290
003300          IF DELEGANTE-DEL-WEB = SPACES
003310           MOVE OPERATORE-MDEL    TO DELEGANTE-DEL-WEB
003320          END-IF.
003330
003340          MOVE "MK-delegato"      TO FIELD-WEB.
003350          PERFORM READ-WEB        THRU EX-READ-WEB.
003360          MOVE VALUE-WEB(1:8)     TO DELEGATO-DEL-WEB.
003370
003380          MOVE "MK-inizio"        TO FIELD-WEB.
003390          PERFORM READ-WEB        THRU EX-READ-WEB.
003400          IF VALUE-WEB(1:8) NUMERIC
003410           MOVE VALUE-WEB(1:8)    TO INIZIO-DEL-WEB
003420          END-IF.
003430
003440          MOVE "MK-fine"          TO FIELD-WEB.
003450          PERFORM READ-WEB        THRU EX-READ-WEB.
003460          IF VALUE-WEB(1:8) NUMERIC
003470           MOVE VALUE-WEB(1:8)    TO FINE-DEL-WEB
003480          END-IF.
003490
003500          MOVE "MK-motivo"        TO FIELD-WEB.
003510          PERFORM READ-WEB        THRU EX-READ-WEB.
003520          MOVE VALUE-WEB(1:60)    TO MOTIVO-DEL-WEB.
003530
003540          IF DELEGANTE-DEL-WEB NOT = OPERATORE-MDEL
003550           AND AMMINISTRATORE-MDEL NOT = "S"
003560           MOVE "Solo il delegante puo' registrare la sua delega"
003570            TO MESSAGGIO
003580           PERFORM VIS-MESS       THRU EX-VIS-MESS
003590           GO TO EX-SALVA-MDEL
003600          END-IF.
003610
003620          IF DELEGATO-DEL-WEB = SPACES
003630           OR INIZIO-DEL-WEB = ZEROS
003640           OR FINE-DEL-WEB = ZEROS
003650           MOVE "Indicare delegato, inizio e fine (AAAAMMGG)"
003660            TO MESSAGGIO
003670           PERFORM VIS-MESS       THRU EX-VIS-MESS
003680           GO TO EX-SALVA-MDEL
003690          END-IF.
003700
003710          IF MOTIVO-DEL-WEB = SPACES
003720           MOVE "Il motivo della delega e' obbligatorio"
003730            TO MESSAGGIO
003740           PERFORM VIS-MESS       THRU EX-VIS-MESS
003750           GO TO EX-SALVA-MDEL
003760          END-IF.
003770
003780          MOVE "REGISTRA"         TO AZIONE-DEL-WEB.
003790          MOVE OPERATORE-MDEL     TO OPERATORE-DEL-WEB.
003800          PERFORM CHIAMA-DELEGA-WEB THRU EX-CHIAMA-DELEGA-WEB.
003810
003820          MOVE SPACES             TO MESSAGGIO.
003830
003840          IF ESITO-DEL-WEB = "OK"
003850           STRING "Delega di " DELEGANTE-DEL-WEB " a "
003860            DELEGATO-DEL-WEB ": " NOTA-DEL-WEB
003870            DELIMITED BY SIZE INTO MESSAGGIO
003880          ELSE
003890           STRING "Delega non registrata: " NOTA-DEL-WEB
003900            DELIMITED BY SIZE INTO MESSAGGIO
003910          END-IF.
003920
003930          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003940
003950 EX-SALVA-MDEL.
003960          EXIT.
003970*
003980***** funzione=revoca: CHIUSURA ANTICIPATA, I GRUPPI AGGIUNTI
003990***** TORNANO SUBITO AL DELEGATO COM'ERANO
004000*
004010 REVOCA-MDEL.
004020
004030          MOVE SPACES             TO DELEGANTE-DEL-WEB.
004040          MOVE ZEROS              TO INIZIO-DEL-WEB.
004050
004060          MOVE "MK-delegante"     TO FIELD-WEB.
004070          PERFORM READ-WEB        THRU EX-READ-WEB.
004080          MOVE VALUE-WEB(1:8)     TO DELEGANTE-DEL-WEB.
004090
004100          MOVE "MK-inizio"        TO FIELD-WEB.
004110          PERFORM READ-WEB        THRU EX-READ-WEB.
004120
004130          IF VALUE-WEB(1:8) NOT NUMERIC
004140           MOVE "Data di inizio della delega non valida"
004150            TO MESSAGGIO
004160           PERFORM VIS-MESS       THRU EX-VIS-MESS
004170           GO TO EX-REVOCA-MDEL
004180          END-IF.
004190
004200          MOVE VALUE-WEB(1:8)     TO INIZIO-DEL-WEB.
004210
004220          IF DELEGANTE-DEL-WEB NOT = OPERATORE-MDEL
004230           AND AMMINISTRATORE-MDEL NOT = "S"
004240           MOVE "Solo il delegante puo' revocare la sua delega"
004250            TO MESSAGGIO
004260           PERFORM VIS-MESS       THRU EX-VIS-MESS
004270           GO TO EX-REVOCA-MDEL
004280          END-IF.
004290
004300          MOVE "REVOCA"           TO AZIONE-DEL-WEB.
004310          MOVE OPERATORE-MDEL     TO OPERATORE-DEL-WEB.
004320          PERFORM CHIAMA-DELEGA-WEB THRU EX-CHIAMA-DELEGA-WEB.
004330
004340          MOVE SPACES             TO MESSAGGIO.
004350          STRING "Delega di " DELEGANTE-DEL-WEB " dal "
004360           INIZIO-DEL-WEB ": " NOTA-DEL-WEB
004370           DELIMITED BY SIZE INTO MESSAGGIO.
004380
004390          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004400
004410 EX-REVOCA-MDEL.
004420          EXIT.
