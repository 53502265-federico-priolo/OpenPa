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
000200* SERVIZIO DELLE DELEGHE PER ASSENZA (ARKDEL), RICHIAMATO CON CALL
000210* DAL CONTROLLO DI SESSIONE VERIFICA-DELEGA-WEB DI PIOWEB1.CBL,
000220* DALLA MASCHERA openmdel.exe E DALLA SPAZZATA GIORNALIERA
000230* OPENBDEL. E' L'UNICO PUNTO CHE SCRIVE ARKDEL E CHE, PER UNA
000240* DELEGA, TOCCA I GRUPPI EXTRA DEL DELEGATO SU ARKUTEN. AZIONI:
000250*   DELEGANTE - PER IL DELEGATO IN LK-DELEGATO-DELW TORNA IL
000260*               DELEGANTE DELLA DELEGA ATTIVA OGGI, CON INIZIO E
000270*               FINE ("OK"); "NO" SE NON STA SOSTITUENDO NESSUNO
000280*   REGISTRA  - NUOVA DELEGA (DELEGANTE, INIZIO, FINE, DELEGATO,
000290*               MOTIVO, OPERATORE): "OK" REGISTRATA (E GIA'
000300*               AVVIATA SE INIZIA OGGI), "KO" RIFIUTATA CON IL
000310*               MOTIVO IN LK-NOTA-DELW
000320*   REVOCA    - CHIUDE PRIMA DEL TEMPO LA DELEGA DELEGANTE+INIZIO
000330*               (PROGRAMMATA O ATTIVA): "OK" REVOCATA, "KO" NO
000340*   SPAZZA    - AVVIA LE DELEGHE PROGRAMMATE GIUNTE ALLA DATA DI
000350*               INIZIO E CHIUDE QUELLE ATTIVE OLTRE LA DATA DI
000360*               FINE; I CONTEGGI TORNANO IN LK-NOTA-DELW
000370* ALL'AVVIO IL DELEGATO RICEVE TRA I GRUPPI EXTRA QUELLI DEL
000380* DELEGANTE CHE NON HA GIA' (ANNOTATI SU GRUPPO-AGG-DEL); ALLA
000390* CHIUSURA SE NE TOLGONO SOLO QUELLI. I DIRITTI SOMMATI NON DEVONO
000400* CREARE UNA COPPIA VIETATA DI ARKSOD CHE IL DELEGATO DA SOLO NON
000410* AVESSE GIA', SALVO DEROGA ATTIVA SU ARKWAI: IL CONTROLLO SI FA
000420* ALLA REGISTRAZIONE E SI RIPETE ALL'AVVIO (DELEGA RESPINTA).
000430* AVVIO, CHIUSURA E RIFIUTO ALL'AVVIO VANNO SU ARKACC (EVENTO
000440* "DELEGA") E SU ARKNOT, CON UNA NOTIFICA AL DELEGANTE E UNA AL
000450* DELEGATO.
000460*
000470 IDENTIFICATION   DIVISION.
000480 PROGRAM-ID.      OPENDELW.
000490 ENVIRONMENT      DIVISION.
000500 CONFIGURATION    SECTION.
000510          COPY "SPECIAL.CBL".
000520 INPUT-OUTPUT     SECTION.
000530 FILE-CONTROL.
000540
000550          COPY "SELDEL.CBL".
000560          COPY "SELUTEN.CBL".
000570          COPY "SELABI.CBL".
000580          COPY "SELGER.CBL".
000590          COPY "SELSOD.CBL".
000600          COPY "SELWAI.CBL".
000610          COPY "SELNOT.CBL".
000620          COPY "SELACC.CBL".
000630
000640 DATA             DIVISION.
000650 FILE SECTION.
000660
000670          COPY "FDEDEL.CBL".
000680          COPY "FDEUTEN.CBL".
000690          COPY "FDEABI.CBL".
000700          COPY "FDEGER.CBL".
000710          COPY "FDESOD.CBL".
000720          COPY "FDEWAI.CBL".
000730          COPY "FDENOT.CBL".
000740          COPY "FDEACC.CBL".
000750
000760 WORKING-STORAGE  SECTION.
000770
000780          COPY "GLOBALS.CBL".
000790*
000800 01 DATA-OGGI-DELW            PIC 9(08).
000810 01 ESITO-DELW                PIC XX.
000820 01 MOTIVO-RIFIUTO-DELW       PIC X(60).
000830 01 IND-DELW                  PIC 9(02) COMP.
000840 01 IND2-DELW                 PIC 9(02) COMP.
000850 01 TROVATO-DELW              PIC X.
000860 01 STATO-FINALE-DELW         PIC X.
000870 01 CHIUSO-DA-DELW            PIC X(08).
000880 01 AZIONE-EVENTO-DELW        PIC X(08).
000890*
000900** GRUPPI DEL DELEGANTE (BASE ED EXTRA) E GRUPPI DA AGGIUNGERE AL
000910** DELEGATO PERCHE' NON LI HA GIA'
000920*
000930 01 TAB-GRUPPI-DELW.
000940    02 GRUPPO-TIT-DELW       PIC 9(04) OCCURS 6 TIMES.
000950 01 NUM-TIT-DELW              PIC 9(02) COMP.
000960 01 TAB-NUOVI-DELW.
000970    02 GRUPPO-NUOVO-DELW     PIC 9(04) OCCURS 6 TIMES.
000980 01 NUM-NUOVI-DELW            PIC 9(02) COMP.
000990 01 GRUPPO-CERCA-DELW         PIC 9(04).
001000*
001010** SEPARAZIONE DEI COMPITI: POSSESSO DI UNA CHIAMATA DA PARTE DEL
001020** SOLO DELEGATO E DEL DELEGATO CON I GRUPPI DEL DELEGANTE
001030*
001040 01 CHIAMATA-CERCA-DELW       PIC X(06).
001050 01 POSSIEDE-PROPRI-DELW      PIC X.
001060 01 POSSIEDE-TOTALE-DELW      PIC X.
001070 01 A-PROPRI-DELW             PIC X.
001080 01 A-TOTALE-DELW             PIC X.
001090 01 B-PROPRI-DELW             PIC X.
001100 01 B-TOTALE-DELW             PIC X.
001110 01 CONFLITTO-DELW            PIC X.
001120 01 DEROGA-DELW               PIC X.
001130*
001140** DATI DELLA RICHIESTA IN REGISTRAZIONE (IL RECORD DI ARKDEL
001150** SERVE PER LA SCANSIONE DELLE SOVRAPPOSIZIONI)
001160*
001170 01 NUOVA-DELW.
001180    02 DELEGANTE-NUOVA-DELW  PIC X(08).
001190    02 INIZIO-NUOVA-DELW     PIC 9(08).
001200    02 FINE-NUOVA-DELW       PIC 9(08).
001210    02 DELEGATO-NUOVA-DELW   PIC X(08).
001220*
001230** CONTEGGI DELLA SPAZZATA
001240*
001250 01 AVVIATE-DELW              PIC 9(04).
001260 01 CHIUSE-DELW               PIC 9(04).
001270 01 RESPINTE-DELW             PIC 9(04).
001280*
001290 LINKAGE SECTION.
001300*
001310 01 LK-AZIONE-DELW            PIC X(08).
001320 01 LK-DELEGANTE-DELW         PIC X(08).
001330 01 LK-INIZIO-DELW            PIC 9(08).
001340 01 LK-FINE-DELW              PIC 9(08).
001350 01 LK-DELEGATO-DELW          PIC X(08).
001360 01 LK-MOTIVO-DELW            PIC X(60).
001370 01 LK-OPERATORE-DELW         PIC X(08).
001380 01 LK-ESITO-DELW             PIC XX.
001390 01 LK-NOTA-DELW              PIC X(60).
001400*
001410 PROCEDURE  DIVISION USING LK-AZIONE-DELW LK-DELEGANTE-DELW
001420                           LK-INIZIO-DELW LK-FINE-DELW
001430                           LK-DELEGATO-DELW LK-MOTIVO-DELW
001440                           LK-OPERATORE-DELW LK-ESITO-DELW
001450                           LK-NOTA-DELW.
001460*
001470          MOVE "NO"               TO LK-ESITO-DELW.
001480          MOVE SPACES             TO LK-NOTA-DELW.
001490          ACCEPT DATA-OGGI-DELW   FROM DATE YYYYMMDD.
001500
001510          IF LK-AZIONE-DELW = "DELEGANTE"
001520           PERFORM DELEGANTE-DELW THRU EX-DELEGANTE-DELW
001530           GOBACK
001540          END-IF.
001550
001560          IF LK-AZIONE-DELW = "REGISTRA"
001570           PERFORM APRI-DELW      THRU EX-APRI-DELW
001580           PERFORM REGISTRA-DELW  THRU EX-REGISTRA-DELW
001590           PERFORM CHIUDI-FILE-DELW THRU EX-CHIUDI-FILE-DELW
001600           GOBACK
001610          END-IF.
001620
001630          IF LK-AZIONE-DELW = "REVOCA"
001640           PERFORM APRI-DELW      THRU EX-APRI-DELW
001650           PERFORM REVOCA-DELW    THRU EX-REVOCA-DELW
001660           PERFORM CHIUDI-FILE-DELW THRU EX-CHIUDI-FILE-DELW
001670           GOBACK
001680          END-IF.
001690
001700          IF LK-AZIONE-DELW = "SPAZZA"
001710           PERFORM APRI-DELW      THRU EX-APRI-DELW
001720           PERFORM SPAZZA-DELW    THRU EX-SPAZZA-DELW
001730           PERFORM CHIUDI-FILE-DELW THRU EX-CHIUDI-FILE-DELW
001740           GOBACK
001750          END-IF.
001760
001770          MOVE "KO"               TO LK-ESITO-DELW.
001780
001790          GOBACK.
001800*
001810          COPY "PIODEL.CBL".
001820          COPY "PIOUTEN.CBL".
001830          COPY "PIOABI.CBL".
001840          COPY "PIOGER.CBL".
001850          COPY "PIOGERA.CBL".
001860          COPY "PIOSOD.CBL".
001870          COPY "PIOWAI.CBL".
001880          COPY "PIONOT.CBL".
001890          COPY "PIOACC.CBL".
001900*
001910***** DELEGA ATTIVA OGGI PER IL DELEGATO: E' LA LETTURA FATTA AD
001920***** OGNI PAGINA, QUINDI TOCCA SOLO ARKDEL
001930*
001940 DELEGANTE-DELW.
001950
001960          PERFORM OPEN-I-DEL      THRU EX-OPEN-I-DEL.
001970
001980          IF STATUS-DEL NOT = "00"
001990           GO TO EX-DELEGANTE-DELW
002000          END-IF.
002010
002020          MOVE LOW-VALUES         TO CHIAVE-DEL.
002030          PERFORM STARTO-DEL      THRU EX-STARTO-DEL.
002040
002050          IF ESITO-NOK GO TO CHIUDI-DELEGANTE-DELW.
002060
002070 CICLO-DELEGANTE-DELW.
002080
002090          PERFORM LEGGO-NEXT-DEL  THRU EX-LEGGO-NEXT-DEL.
002100
002110          IF FINE-FILE = "S" GO TO CHIUDI-DELEGANTE-DELW.
002120
002130          IF DELEGATO-DEL NOT = LK-DELEGATO-DELW
002140           OR NOT DELEGA-ATTIVA
002150           OR INIZIO-DEL > DATA-OGGI-DELW
002160           OR FINE-DEL < DATA-OGGI-DELW
002170           GO TO CICLO-DELEGANTE-DELW
002180          END-IF.
002190
002200          MOVE DELEGANTE-DEL      TO LK-DELEGANTE-DELW.
002210          MOVE INIZIO-DEL         TO LK-INIZIO-DELW.
002220          MOVE FINE-DEL           TO LK-FINE-DELW.
002230          MOVE "OK"               TO LK-ESITO-DELW.
002240
002250 CHIUDI-DELEGANTE-DELW.
002260
002270          PERFORM CLOSE-DEL       THRU EX-CLOSE-DEL.
002280
002290 EX-DELEGANTE-DELW.
002300          EXIT.
002310*
002320***** APERTURA E CHIUSURA DEGLI ARCHIVI PER LE AZIONI CHE
002330***** AGGIORNANO
002340*
002350 APRI-DELW.
002360
002370          PERFORM OPEN-I-DEL      THRU EX-OPEN-I-DEL.
002380          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
002390          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
002400          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
002410          PERFORM OPEN-I-SOD      THRU EX-OPEN-I-SOD.
002420          PERFORM OPEN-I-WAI      THRU EX-OPEN-I-WAI.
002430          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
002440          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
002450
002460 EX-APRI-DELW.
002470          EXIT.
002480
002490 CHIUDI-FILE-DELW.
002500
002510          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
002520          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
002530          PERFORM CLOSE-WAI       THRU EX-CLOSE-WAI.
002540          PERFORM CLOSE-SOD       THRU EX-CLOSE-SOD.
002550          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
002560          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
002570          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002580          PERFORM CLOSE-DEL       THRU EX-CLOSE-DEL.
002590
002600 EX-CHIUDI-FILE-DELW.
002610          EXIT.
002620*
002630***** REGISTRAZIONE DI UNA NUOVA DELEGA
002640*
002650 REGISTRA-DELW.
002660
002670          MOVE "KO"               TO LK-ESITO-DELW.
002680
002690          IF LK-DELEGANTE-DELW = SPACES
002700           OR LK-DELEGATO-DELW = SPACES
002710           MOVE "DELEGANTE E DELEGATO SONO OBBLIGATORI"
002720            TO LK-NOTA-DELW
002730           GO TO EX-REGISTRA-DELW
002740          END-IF.
002750
002760          IF LK-DELEGANTE-DELW = LK-DELEGATO-DELW
002770           MOVE "IL DELEGATO DEVE ESSERE UN ALTRO UTENTE"
002780            TO LK-NOTA-DELW
002790           GO TO EX-REGISTRA-DELW
002800          END-IF.
002810
002820          IF LK-INIZIO-DELW NOT NUMERIC
002830           OR LK-FINE-DELW NOT NUMERIC
002840           MOVE "DATE DI INIZIO E FINE NON VALIDE (AAAAMMGG)"
002850            TO LK-NOTA-DELW
002860           GO TO EX-REGISTRA-DELW
002870          END-IF.
002880
002890          IF LK-INIZIO-DELW < DATA-OGGI-DELW
002900           MOVE "LA DELEGA NON PUO' INIZIARE NEL PASSATO"
002910            TO LK-NOTA-DELW
002920           GO TO EX-REGISTRA-DELW
002930          END-IF.
002940
002950          IF LK-FINE-DELW < LK-INIZIO-DELW
002960           MOVE "LA FINE PRECEDE L'INIZIO DELLA DELEGA"
002970            TO LK-NOTA-DELW
002980           GO TO EX-REGISTRA-DELW
002990          END-IF.
003000
003010          MOVE LK-DELEGANTE-DELW  TO DELEGANTE-NUOVA-DELW.
003020          MOVE LK-INIZIO-DELW     TO INIZIO-NUOVA-DELW.
003030          MOVE LK-FINE-DELW       TO FINE-NUOVA-DELW.
003040          MOVE LK-DELEGATO-DELW   TO DELEGATO-NUOVA-DELW.
003050
003060***** NESSUNA SOVRAPPOSIZIONE CON UN'ALTRA DELEGA APERTA DELLO
003070***** STESSO DELEGANTE O DELLO STESSO DELEGATO, NE' CON UNA IN CUI
003080***** UNO DEI DUE HA IL RUOLO OPPOSTO (CHI E' ASSENTE NON
003090***** SOSTITUISCE)
003100
003110          PERFORM SOVRAPPOSTA-DELW THRU EX-SOVRAPPOSTA-DELW.
003120
003130          IF TROVATO-DELW = "S"
003140           MOVE "SI SOVRAPPONE AD UN'ALTRA DELEGA APERTA"
003150            TO LK-NOTA-DELW
003160           GO TO EX-REGISTRA-DELW
003170          END-IF.
003180
003190          MOVE SPACES             TO DELEGA-ASSENZA.
003200          MOVE ZEROS              TO NUM-AGGIUNTI-DEL
003210                                     DATA-ATT-DEL
003220                                     DATA-CHIU-DEL.
003230          PERFORM AZZERA-AGGIUNTI-DELW
003240           THRU EX-AZZERA-AGGIUNTI-DELW
003250           VARYING IND-DELW FROM 1 BY 1 UNTIL IND-DELW > 6.
003260          MOVE DELEGANTE-NUOVA-DELW TO DELEGANTE-DEL.
003270          MOVE INIZIO-NUOVA-DELW  TO INIZIO-DEL.
003280          MOVE FINE-NUOVA-DELW    TO FINE-DEL.
003290          MOVE DELEGATO-NUOVA-DELW TO DELEGATO-DEL.
003300          MOVE LK-MOTIVO-DELW     TO MOTIVO-DEL.
003310          MOVE LK-OPERATORE-DELW  TO UTENTE-INS-DEL.
003320          MOVE DATA-OGGI-DELW     TO DATA-INS-DEL.
003330          MOVE "P"                TO STATO-DEL.
003340
003350***** UTENTI VALIDI, SEPARAZIONE DEI COMPITI E POSTI LIBERI TRA I
003360***** GRUPPI EXTRA: GLI STESSI CONTROLLI DELL'AVVIO
003370
003380          PERFORM CONTROLLA-DELW  THRU EX-CONTROLLA-DELW.
003390
003400          IF ESITO-DELW NOT = "OK"
003410           MOVE MOTIVO-RIFIUTO-DELW TO LK-NOTA-DELW
003420           GO TO EX-REGISTRA-DELW
003430          END-IF.
003440
003450          PERFORM SCRIVI-DEL      THRU EX-SCRIVI-DEL.
003460
003470          IF ESITO-NOK
003480           MOVE "ESISTE GIA' UNA DELEGA CON QUESTO INIZIO"
003490            TO LK-NOTA-DELW
003500           GO TO EX-REGISTRA-DELW
003510          END-IF.
003520
003530          MOVE "OK"               TO LK-ESITO-DELW.
003540          MOVE "DELEGA REGISTRATA" TO LK-NOTA-DELW.
003550
003560          IF INIZIO-DEL = DATA-OGGI-DELW
003570           PERFORM AVVIA-DELW     THRU EX-AVVIA-DELW
003580           IF DELEGA-ATTIVA
003590            MOVE "DELEGA REGISTRATA E AVVIATA" TO LK-NOTA-DELW
003600           ELSE
003610            MOVE NOTA-DEL         TO LK-NOTA-DELW
003620           END-IF
003630          END-IF.
003640
003650 EX-REGISTRA-DELW.
003660          EXIT.
003670
003680 AZZERA-AGGIUNTI-DELW.
003690
003700          MOVE ZEROS              TO GRUPPO-AGG-DEL(IND-DELW).
003710
003720 EX-AZZERA-AGGIUNTI-DELW.
003730          EXIT.
003740*
003750***** RICERCA DI UNA DELEGA APERTA CHE SI SOVRAPPONE ALLA NUOVA
003760*
003770 SOVRAPPOSTA-DELW.
003780
003790          MOVE "N"                TO TROVATO-DELW.
003800
003810          MOVE LOW-VALUES         TO CHIAVE-DEL.
003820          PERFORM STARTO-DEL      THRU EX-STARTO-DEL.
003830
003840          IF ESITO-NOK GO TO EX-SOVRAPPOSTA-DELW.
003850
003860 CICLO-SOVRAPPOSTA-DELW.
003870
003880          PERFORM LEGGO-NEXT-DEL  THRU EX-LEGGO-NEXT-DEL.
003890
003900          IF FINE-FILE = "S" GO TO EX-SOVRAPPOSTA-DELW.
003910
003920          IF NOT DELEGA-APERTA
003930           OR INIZIO-DEL > FINE-NUOVA-DELW
003940           OR FINE-DEL < INIZIO-NUOVA-DELW
003950           GO TO CICLO-SOVRAPPOSTA-DELW
003960          END-IF.
003970
003980          IF DELEGANTE-DEL = DELEGANTE-NUOVA-DELW
003990           OR DELEGANTE-DEL = DELEGATO-NUOVA-DELW
004000           OR DELEGATO-DEL = DELEGATO-NUOVA-DELW
004010           OR DELEGATO-DEL = DELEGANTE-NUOVA-DELW
004020           MOVE "S"               TO TROVATO-DELW
004030           GO TO EX-SOVRAPPOSTA-DELW
004040          END-IF.
004050
004060          GO TO CICLO-SOVRAPPOSTA-DELW.
004070
004080 EX-SOVRAPPOSTA-DELW.
004090          EXIT.
004100*
004110***** CONTROLLI SULLA DELEGA IN DELEGA-ASSENZA: DELEGANTE E
004120***** DELEGATO VALIDI, GRUPPI DA AGGIUNGERE CHE STANNO TRA GLI
004130***** EXTRA DEL DELEGATO, NESSUNA COPPIA VIETATA NUOVA. ALL'USCITA
004140***** ESITO-DELW "OK" CON IL DELEGATO SUL RECORD DI ARKUTEN E I
004150***** GRUPPI DA AGGIUNGERE IN TAB-NUOVI-DELW, ALTRIMENTI "KO" CON
004160***** MOTIVO-RIFIUTO-DELW
004170*
004180 CONTROLLA-DELW.
004190
004200          MOVE "KO"               TO ESITO-DELW.
004210          MOVE ZEROS              TO NUM-TIT-DELW
004220                                     NUM-NUOVI-DELW.
004230
004240          MOVE DELEGANTE-DEL      TO CHIAVE-UTEN.
004250          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004260
004270          IF ESITO-NOK OR UTENTE-CANCELLATO
004280           MOVE "DELEGANTE NON RICONOSCIUTO O CANCELLATO"
004290            TO MOTIVO-RIFIUTO-DELW
004300           GO TO EX-CONTROLLA-DELW
004310          END-IF.
004320
004330          ADD 1                   TO NUM-TIT-DELW.
004340          MOVE GRUPPO-UTEN
004350           TO GRUPPO-TIT-DELW(NUM-TIT-DELW).
004360
004370          IF NUM-GRUPPI-UTEN NOT NUMERIC
004380           MOVE ZEROS             TO NUM-GRUPPI-UTEN
004390          END-IF.
004400
004410          PERFORM PRENDI-EXTRA-TIT-DELW
004420           THRU EX-PRENDI-EXTRA-TIT-DELW
004430           VARYING IND-DELW FROM 1 BY 1
004440           UNTIL IND-DELW > NUM-GRUPPI-UTEN OR IND-DELW > 5.
004450
004460          MOVE DELEGATO-DEL       TO CHIAVE-UTEN.
004470          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004480
004490          IF ESITO-NOK OR UTENTE-CANCELLATO
004500           MOVE "DELEGATO NON RICONOSCIUTO O CANCELLATO"
004510            TO MOTIVO-RIFIUTO-DELW
004520           GO TO EX-CONTROLLA-DELW
004530          END-IF.
004540
004550          IF NUM-GRUPPI-UTEN NOT NUMERIC
004560           MOVE ZEROS             TO NUM-GRUPPI-UTEN
004570          END-IF.
004580
004590          PERFORM SCEGLI-NUOVO-DELW THRU EX-SCEGLI-NUOVO-DELW
004600           VARYING IND-DELW FROM 1 BY 1
004610           UNTIL IND-DELW > NUM-TIT-DELW.
004620
004630          IF NUM-GRUPPI-UTEN + NUM-NUOVI-DELW > 5
004640           MOVE "POSTI INSUFFICIENTI TRA GLI EXTRA DEL DELEGATO"
004650            TO MOTIVO-RIFIUTO-DELW
004660           GO TO EX-CONTROLLA-DELW
004670          END-IF.
004680
004690          PERFORM CONTROLLA-SOD-DELW THRU EX-CONTROLLA-SOD-DELW.
004700
004710          IF CONFLITTO-DELW = "S"
004720           MOVE SPACES            TO MOTIVO-RIFIUTO-DELW
004730           STRING "SEPARAZIONE COMPITI: " CHIAMATA-A-SOD "/"
004740            CHIAMATA-B-SOD " " DESC-SOD
004750            DELIMITED BY SIZE INTO MOTIVO-RIFIUTO-DELW
004760           GO TO EX-CONTROLLA-DELW
004770          END-IF.
004780
004790          MOVE "OK"               TO ESITO-DELW.
004800
004810 EX-CONTROLLA-DELW.
004820          EXIT.
004830
004840 PRENDI-EXTRA-TIT-DELW.
004850
004860          IF GRUPPO-EXTRA-UTEN(IND-DELW) NUMERIC
004870           AND GRUPPO-EXTRA-UTEN(IND-DELW) NOT = ZEROS
004880           ADD 1                  TO NUM-TIT-DELW
004890           MOVE GRUPPO-EXTRA-UTEN(IND-DELW)
004900            TO GRUPPO-TIT-DELW(NUM-TIT-DELW)
004910          END-IF.
004920
004930 EX-PRENDI-EXTRA-TIT-DELW.
004940          EXIT.
004950*
004960** UN GRUPPO DEL DELEGANTE VA AGGIUNTO SE IL DELEGATO NON LO HA
004970** GIA' COME BASE O TRA GLI EXTRA (NE' E' GIA' IN LISTA)
004980*
004990 SCEGLI-NUOVO-DELW.
005000
005010          MOVE GRUPPO-TIT-DELW(IND-DELW) TO GRUPPO-CERCA-DELW.
005020
005030          IF GRUPPO-CERCA-DELW = GRUPPO-UTEN
005040           GO TO EX-SCEGLI-NUOVO-DELW
005050          END-IF.
005060
005070          MOVE "N"                TO TROVATO-DELW.
005080
005090          PERFORM CERCA-EXTRA-DELW THRU EX-CERCA-EXTRA-DELW
005100           VARYING IND2-DELW FROM 1 BY 1
005110           UNTIL IND2-DELW > NUM-GRUPPI-UTEN OR IND2-DELW > 5
005120           OR TROVATO-DELW = "S".
005130
005140          PERFORM CERCA-NUOVO-DELW THRU EX-CERCA-NUOVO-DELW
005150           VARYING IND2-DELW FROM 1 BY 1
005160           UNTIL IND2-DELW > NUM-NUOVI-DELW OR TROVATO-DELW = "S".
005170
005180          IF TROVATO-DELW = "N"
005190           ADD 1                  TO NUM-NUOVI-DELW
005200           MOVE GRUPPO-CERCA-DELW
005210            TO GRUPPO-NUOVO-DELW(NUM-NUOVI-DELW)
005220          END-IF.
005230
005240 EX-SCEGLI-NUOVO-DELW.
005250          EXIT.
005260
005270 CERCA-EXTRA-DELW.
005280
005290          IF GRUPPO-EXTRA-UTEN(IND2-DELW) = GRUPPO-CERCA-DELW
005300           MOVE "S"               TO TROVATO-DELW
005310          END-IF.
005320
005330 EX-CERCA-EXTRA-DELW.
005340          EXIT.
005350
005360 CERCA-NUOVO-DELW.
005370
005380          IF GRUPPO-NUOVO-DELW(IND2-DELW) = GRUPPO-CERCA-DELW
005390           MOVE "S"               TO TROVATO-DELW
005400          END-IF.
005410
005420 EX-CERCA-NUOVO-DELW.
005430          EXIT.
005440*
005450***** SEPARAZIONE DEI COMPITI SUI DIRITTI SOMMATI (ENTE 00 COME IL
005460***** REPORT NOTTURNO OPENSODR): UNA REGOLA E' IN CONFLITTO SE IL
005470***** DELEGATO CON I GRUPPI DEL DELEGANTE POSSIEDE ENTRAMBE LE
005480***** CHIAMATE, DA SOLO NO, E NON HA UNA DEROGA VALIDA SU ARKWAI.
005490***** IN USCITA LA REGOLA TROVATA RESTA NEL RECORD DI ARKSOD
005500*
005510 CONTROLLA-SOD-DELW.
005520
005530          MOVE "N"                TO CONFLITTO-DELW.
005540
005550          MOVE LOW-VALUE          TO CHIAVE-SOD.
005560          PERFORM STARTO-SOD      THRU EX-STARTO-SOD.
005570
005580          IF ESITO-NOK GO TO EX-CONTROLLA-SOD-DELW.
005590
005600 CICLO-SOD-DELW.
005610
005620          PERFORM LEGGO-NEXT-SOD  THRU EX-LEGGO-NEXT-SOD.
005630
005640          IF FINE-FILE = "S" GO TO EX-CONTROLLA-SOD-DELW.
005650
005660          MOVE CHIAMATA-A-SOD     TO CHIAMATA-CERCA-DELW.
005670          PERFORM POSSIEDE-DELW   THRU EX-POSSIEDE-DELW.
005680          MOVE POSSIEDE-PROPRI-DELW TO A-PROPRI-DELW.
005690          MOVE POSSIEDE-TOTALE-DELW TO A-TOTALE-DELW.
005700
005710          IF A-TOTALE-DELW NOT = "S" GO TO CICLO-SOD-DELW.
005720
005730          MOVE CHIAMATA-B-SOD     TO CHIAMATA-CERCA-DELW.
005740          PERFORM POSSIEDE-DELW   THRU EX-POSSIEDE-DELW.
005750          MOVE POSSIEDE-PROPRI-DELW TO B-PROPRI-DELW.
005760          MOVE POSSIEDE-TOTALE-DELW TO B-TOTALE-DELW.
005770
005780          IF B-TOTALE-DELW NOT = "S" GO TO CICLO-SOD-DELW.
005790
005800          IF A-PROPRI-DELW = "S" AND B-PROPRI-DELW = "S"
005810           GO TO CICLO-SOD-DELW
005820          END-IF.
005830
005840          PERFORM CERCA-DEROGA-DELW THRU EX-CERCA-DEROGA-DELW.
005850
005860          IF DEROGA-DELW = "S" GO TO CICLO-SOD-DELW.
005870
005880          MOVE "S"                TO CONFLITTO-DELW.
005890
005900 EX-CONTROLLA-SOD-DELW.
005910          EXIT.
005920*
005930** POSSESSO DI CHIAMATA-CERCA-DELW: PRIMA SUI GRUPPI PROPRI DEL
005940** DELEGATO (BASE ED EXTRA), POI SU QUELLI CHE GLI ARRIVANO DAL
005950** DELEGANTE
005960*
005970 POSSIEDE-DELW.
005980
005990          MOVE "N"                TO POSSIEDE-PROPRI-DELW
006000                                     POSSIEDE-TOTALE-DELW.
006010
006020          MOVE GRUPPO-UTEN        TO GRUPPO-CERCA-DELW.
006030          PERFORM AUTORIZZA-GRUPPO-DELW
006040           THRU EX-AUTORIZZA-GRUPPO-DELW.
006050
006060          PERFORM AUTORIZZA-EXTRA-DELW
006070           THRU EX-AUTORIZZA-EXTRA-DELW
006080           VARYING IND2-DELW FROM 1 BY 1
006090           UNTIL IND2-DELW > NUM-GRUPPI-UTEN OR IND2-DELW > 5
006100           OR POSSIEDE-PROPRI-DELW = "S".
006110
006120          IF POSSIEDE-PROPRI-DELW = "S"
006130           MOVE "S"               TO POSSIEDE-TOTALE-DELW
006140           GO TO EX-POSSIEDE-DELW
006150          END-IF.
006160
006170          PERFORM AUTORIZZA-NUOVO-DELW
006180           THRU EX-AUTORIZZA-NUOVO-DELW
006190           VARYING IND2-DELW FROM 1 BY 1
006200           UNTIL IND2-DELW > NUM-NUOVI-DELW
006210           OR POSSIEDE-TOTALE-DELW = "S".
006220
006230 EX-POSSIEDE-DELW.
006240          EXIT.
006250
006260 AUTORIZZA-EXTRA-DELW.
006270
006280          MOVE GRUPPO-EXTRA-UTEN(IND2-DELW) TO GRUPPO-CERCA-DELW.
006290          PERFORM AUTORIZZA-GRUPPO-DELW
006300           THRU EX-AUTORIZZA-GRUPPO-DELW.
006310
006320 EX-AUTORIZZA-EXTRA-DELW.
006330          EXIT.
006340
006350 AUTORIZZA-GRUPPO-DELW.
006360
006370          MOVE ZEROS              TO ENTE-ABI.
006380          MOVE GRUPPO-CERCA-DELW  TO GRUPPO-ABI.
006390          MOVE CHIAMATA-CERCA-DELW TO CHIAMATA-ABI.
006400
006410          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
006420
006430          IF ESITO-OK
006440           MOVE "S"               TO POSSIEDE-PROPRI-DELW
006450          END-IF.
006460
006470 EX-AUTORIZZA-GRUPPO-DELW.
006480          EXIT.
006490
006500 AUTORIZZA-NUOVO-DELW.
006510
006520          MOVE ZEROS              TO ENTE-ABI.
006530          MOVE GRUPPO-NUOVO-DELW(IND2-DELW) TO GRUPPO-ABI.
006540          MOVE CHIAMATA-CERCA-DELW TO CHIAMATA-ABI.
006550
006560          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
006570
006580          IF ESITO-OK
006590           MOVE "S"               TO POSSIEDE-TOTALE-DELW
006600          END-IF.
006610
006620 EX-AUTORIZZA-NUOVO-DELW.
006630          EXIT.
006640*
006650** DEROGA VALIDA SU ARKWAI PER IL DELEGATO E LA COPPIA DELLA
006660** REGOLA CORRENTE, IN ENTRAMBI I VERSI (COME CERCA-DEROGA-SODR)
006670*
006680 CERCA-DEROGA-DELW.
006690
006700          MOVE "N"                TO DEROGA-DELW.
006710
006720          MOVE ZEROS              TO NUMERO-WAI.
006730          PERFORM STARTO-WAI      THRU EX-STARTO-WAI.
006740
006750          IF ESITO-NOK GO TO EX-CERCA-DEROGA-DELW.
006760
006770 CICLO-DEROGA-DELW.
006780
006790          PERFORM LEGGO-NEXT-WAI  THRU EX-LEGGO-NEXT-WAI.
006800
006810          IF FINE-FILE = "S" GO TO EX-CERCA-DEROGA-DELW.
006820
006830          IF UTENTE-WAI NOT = DELEGATO-DEL OR NOT DEROGA-ATTIVA
006840           GO TO CICLO-DEROGA-DELW
006850          END-IF.
006860
006870          IF SCADENZA-WAI NOT = ZEROS
006880           AND SCADENZA-WAI < DATA-OGGI-DELW
006890           GO TO CICLO-DEROGA-DELW
006900          END-IF.
006910
006920          IF (CHIAMATA-A-WAI = CHIAMATA-A-SOD
006930           AND CHIAMATA-B-WAI = CHIAMATA-B-SOD)
006940           OR (CHIAMATA-A-WAI = CHIAMATA-B-SOD
006950           AND CHIAMATA-B-WAI = CHIAMATA-A-SOD)
006960           MOVE "S"               TO DEROGA-DELW
006970           GO TO EX-CERCA-DEROGA-DELW
006980          END-IF.
006990
007000          GO TO CICLO-DEROGA-DELW.
007010
007020 EX-CERCA-DEROGA-DELW.
007030          EXIT.
007040*
007050***** AVVIO DELLA DELEGA IN DELEGA-ASSENZA: RIPETE I CONTROLLI
007060***** (NEL FRATTEMPO GRUPPI E REGOLE POSSONO ESSERE CAMBIATI),
007070***** METTE I GRUPPI NUOVI TRA GLI EXTRA DEL DELEGATO E LI ANNOTA;
007080***** SE UN CONTROLLO FALLISCE LA DELEGA E' RESPINTA
007090*
007100 AVVIA-DELW.
007110
007120          PERFORM CONTROLLA-DELW  THRU EX-CONTROLLA-DELW.
007130
007140          IF ESITO-DELW NOT = "OK"
007150           MOVE "K"               TO STATO-DEL
007160           MOVE DATA-OGGI-DELW    TO DATA-CHIU-DEL
007170           MOVE LK-OPERATORE-DELW TO UTENTE-CHIU-DEL
007180           MOVE MOTIVO-RIFIUTO-DELW TO NOTA-DEL
007190           PERFORM RISCRIVI-DEL   THRU EX-RISCRIVI-DEL
007200           MOVE "RESPINTA"        TO AZIONE-EVENTO-DELW
007210           PERFORM EVENTO-DELW    THRU EX-EVENTO-DELW
007220           ADD 1                  TO RESPINTE-DELW
007230           GO TO EX-AVVIA-DELW
007240          END-IF.
007250
007260          MOVE NUM-NUOVI-DELW     TO NUM-AGGIUNTI-DEL.
007270
007280          PERFORM AGGIUNGI-GRUPPO-DELW
007290           THRU EX-AGGIUNGI-GRUPPO-DELW
007300           VARYING IND-DELW FROM 1 BY 1
007310           UNTIL IND-DELW > NUM-NUOVI-DELW.
007320
007330          IF NUM-NUOVI-DELW > ZEROS
007340           PERFORM RISCRIVI-UTEN  THRU EX-RISCRIVI-UTEN
007350          END-IF.
007360
007370          MOVE "A"                TO STATO-DEL.
007380          MOVE DATA-OGGI-DELW     TO DATA-ATT-DEL.
007390          MOVE SPACES             TO NOTA-DEL.
007400          PERFORM RISCRIVI-DEL    THRU EX-RISCRIVI-DEL.
007410
007420          MOVE "AVVIATA"          TO AZIONE-EVENTO-DELW.
007430          PERFORM EVENTO-DELW     THRU EX-EVENTO-DELW.
007440          ADD 1                   TO AVVIATE-DELW.
007450
007460 EX-AVVIA-DELW.
007470          EXIT.
007480
007490 AGGIUNGI-GRUPPO-DELW.
007500
007510          ADD 1                   TO NUM-GRUPPI-UTEN.
007520          MOVE GRUPPO-NUOVO-DELW(IND-DELW)
007530           TO GRUPPO-EXTRA-UTEN(NUM-GRUPPI-UTEN).
007540          MOVE GRUPPO-NUOVO-DELW(IND-DELW)
007550           TO GRUPPO-AGG-DEL(IND-DELW).
007560
007570 EX-AGGIUNGI-GRUPPO-DELW.
007580          EXIT.
007590*
007600***** CHIUSURA DELLA DELEGA ATTIVA IN DELEGA-ASSENZA (STATO FINALE
007610***** IN STATO-FINALE-DELW): TOGLIE DAGLI EXTRA DEL DELEGATO SOLO
007620***** I GRUPPI ANNOTATI ALL'AVVIO E RICOMPATTA GLI ALTRI
007630*
007640 CHIUDI-DELEGA-DELW.
007650
007660          MOVE DELEGATO-DEL       TO CHIAVE-UTEN.
007670          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
007680
007690          IF ESITO-OK AND NUM-AGGIUNTI-DEL > ZEROS
007700           IF NUM-GRUPPI-UTEN NOT NUMERIC
007710            MOVE ZEROS            TO NUM-GRUPPI-UTEN
007720           END-IF
007730           MOVE ZEROS             TO NUM-NUOVI-DELW
007740           PERFORM TIENI-EXTRA-DELW THRU EX-TIENI-EXTRA-DELW
007750            VARYING IND-DELW FROM 1 BY 1
007760            UNTIL IND-DELW > NUM-GRUPPI-UTEN OR IND-DELW > 5
007770           MOVE ZEROS             TO GRUPPI-EXTRA-UTEN
007780           MOVE NUM-NUOVI-DELW    TO NUM-GRUPPI-UTEN
007790           PERFORM RIMETTI-EXTRA-DELW THRU EX-RIMETTI-EXTRA-DELW
007800            VARYING IND-DELW FROM 1 BY 1
007810            UNTIL IND-DELW > NUM-NUOVI-DELW
007820           PERFORM RISCRIVI-UTEN  THRU EX-RISCRIVI-UTEN
007830          END-IF.
007840
007850          MOVE STATO-FINALE-DELW  TO STATO-DEL.
007860          MOVE DATA-OGGI-DELW     TO DATA-CHIU-DEL.
007870          MOVE CHIUSO-DA-DELW     TO UTENTE-CHIU-DEL.
007880          PERFORM RISCRIVI-DEL    THRU EX-RISCRIVI-DEL.
007890
007900          IF STATO-FINALE-DELW = "R"
007910           MOVE "REVOCATA"        TO AZIONE-EVENTO-DELW
007920          ELSE
007930           MOVE "CONCLUSA"        TO AZIONE-EVENTO-DELW
007940          END-IF.
007950          PERFORM EVENTO-DELW     THRU EX-EVENTO-DELW.
007960          ADD 1                   TO CHIUSE-DELW.
007970
007980 EX-CHIUDI-DELEGA-DELW.
007990          EXIT.
008000*
008010** GLI EXTRA DA TENERE PASSANO IN TAB-NUOVI-DELW (QUI USATA COME
008020** APPOGGIO) E POI TORNANO NEI PRIMI POSTI
008030*
008040 TIENI-EXTRA-DELW.
008050
008060          MOVE GRUPPO-EXTRA-UTEN(IND-DELW) TO GRUPPO-CERCA-DELW.
008070          MOVE "N"                TO TROVATO-DELW.
008080
008090          PERFORM CERCA-AGGIUNTO-DELW THRU EX-CERCA-AGGIUNTO-DELW
008100           VARYING IND2-DELW FROM 1 BY 1
008110           UNTIL IND2-DELW > NUM-AGGIUNTI-DEL
008120           OR TROVATO-DELW = "S".
008130
008140          IF TROVATO-DELW = "N"
008150           ADD 1                  TO NUM-NUOVI-DELW
008160           MOVE GRUPPO-CERCA-DELW
008170            TO GRUPPO-NUOVO-DELW(NUM-NUOVI-DELW)
008180          END-IF.
008190
008200 EX-TIENI-EXTRA-DELW.
008210          EXIT.
008220
008230 CERCA-AGGIUNTO-DELW.
008240
008250          IF GRUPPO-AGG-DEL(IND2-DELW) = GRUPPO-CERCA-DELW
008260           MOVE "S"               TO TROVATO-DELW
008270          END-IF.
008280
008290 EX-CERCA-AGGIUNTO-DELW.
008300          EXIT.
008310
008320 RIMETTI-EXTRA-DELW.
008330
008340          MOVE GRUPPO-NUOVO-DELW(IND-DELW)
008350           TO GRUPPO-EXTRA-UTEN(IND-DELW).
008360
008370 EX-RIMETTI-EXTRA-DELW.
008380          EXIT.
008390*
008400***** REVOCA DI UNA DELEGA PROGRAMMATA O ATTIVA
008410*
008420 REVOCA-DELW.
008430
008440          MOVE "KO"               TO LK-ESITO-DELW.
008450
008460          MOVE LK-DELEGANTE-DELW  TO DELEGANTE-DEL.
008470          MOVE LK-INIZIO-DELW     TO INIZIO-DEL.
008480          PERFORM LEGGO-DEL       THRU EX-LEGGO-DEL.
008490
008500          IF ESITO-NOK
008510           MOVE "DELEGA NON TROVATA" TO LK-NOTA-DELW
008520           GO TO EX-REVOCA-DELW
008530          END-IF.
008540
008550          IF NOT DELEGA-APERTA
008560           MOVE "DELEGA GIA' CHIUSA" TO LK-NOTA-DELW
008570           GO TO EX-REVOCA-DELW
008580          END-IF.
008590
008600          MOVE "R"                TO STATO-FINALE-DELW.
008610          MOVE LK-OPERATORE-DELW  TO CHIUSO-DA-DELW.
008620
008630          IF DELEGA-ATTIVA
008640           PERFORM CHIUDI-DELEGA-DELW THRU EX-CHIUDI-DELEGA-DELW
008650          ELSE
008660           MOVE "R"               TO STATO-DEL
008670           MOVE DATA-OGGI-DELW    TO DATA-CHIU-DEL
008680           MOVE LK-OPERATORE-DELW TO UTENTE-CHIU-DEL
008690           PERFORM RISCRIVI-DEL   THRU EX-RISCRIVI-DEL
008700          END-IF.
008710
008720          MOVE "OK"               TO LK-ESITO-DELW.
008730          MOVE "DELEGA REVOCATA"  TO LK-NOTA-DELW.
008740
008750 EX-REVOCA-DELW.
008760          EXIT.
008770*
008780***** SPAZZATA GIORNALIERA: AVVIO DELLE PROGRAMMATE ARRIVATE ALLA
008790***** DATA DI INIZIO, CHIUSURA DELLE ATTIVE OLTRE LA FINE. UNA
008800***** PROGRAMMATA GIA' SCADUTA (SPAZZATA NON ESEGUITA IN TEMPO) SI
008810***** CHIUDE SENZA AVVIO
008820*
008830 SPAZZA-DELW.
008840
008850          MOVE ZEROS              TO AVVIATE-DELW
008860                                     CHIUSE-DELW
008870                                     RESPINTE-DELW.
008880          MOVE "C"                TO STATO-FINALE-DELW.
008890          MOVE LK-OPERATORE-DELW  TO CHIUSO-DA-DELW.
008900
008910          MOVE LOW-VALUES         TO CHIAVE-DEL.
008920          PERFORM STARTO-DEL      THRU EX-STARTO-DEL.
008930
008940          IF ESITO-NOK GO TO FINE-SPAZZA-DELW.
008950
008960 CICLO-SPAZZA-DELW.
008970
008980          PERFORM LEGGO-NEXT-DEL  THRU EX-LEGGO-NEXT-DEL.
008990
009000          IF FINE-FILE = "S" GO TO FINE-SPAZZA-DELW.
009010
009020          IF DELEGA-PROGRAMMATA AND FINE-DEL < DATA-OGGI-DELW
009030           MOVE "C"               TO STATO-DEL
009040           MOVE DATA-OGGI-DELW    TO DATA-CHIU-DEL
009050           MOVE CHIUSO-DA-DELW    TO UTENTE-CHIU-DEL
009060           MOVE "SCADUTA SENZA AVVIO" TO NOTA-DEL
009070           PERFORM RISCRIVI-DEL   THRU EX-RISCRIVI-DEL
009080           ADD 1                  TO CHIUSE-DELW
009090           GO TO CICLO-SPAZZA-DELW
009100          END-IF.
009110
009120          IF DELEGA-PROGRAMMATA
009130           AND INIZIO-DEL NOT > DATA-OGGI-DELW
009140           PERFORM AVVIA-DELW     THRU EX-AVVIA-DELW
009150           GO TO CICLO-SPAZZA-DELW
009160          END-IF.
009170
009180          IF DELEGA-ATTIVA AND FINE-DEL < DATA-OGGI-DELW
009190           PERFORM CHIUDI-DELEGA-DELW THRU EX-CHIUDI-DELEGA-DELW
009200          END-IF.
009210
009220          GO TO CICLO-SPAZZA-DELW.
009230
009240 FINE-SPAZZA-DELW.
009250
009260          MOVE "OK"               TO LK-ESITO-DELW.
009270          STRING "AVVIATE " AVVIATE-DELW
009280           " CHIUSE " CHIUSE-DELW
009290           " RESPINTE " RESPINTE-DELW
009300           DELIMITED BY SIZE INTO LK-NOTA-DELW.
009310
009320 EX-SPAZZA-DELW.
009330          EXIT.
009340*
009350***** GIORNALE E NOTIFICHE DI UN CAMBIO DI STATO DELLA DELEGA IN
009360***** DELEGA-ASSENZA (AZIONE-EVENTO-DELW: AVVIATA, CONCLUSA,
009370***** REVOCATA, RESPINTA): UNA RIGA SU ARKACC A NOME DEL DELEGATO
009380***** CON IL DELEGANTE E UNA NOTIFICA A CIASCUNO DEI DUE
009390*
009400 EVENTO-DELW.
009410
009420          MOVE DELEGATO-DEL       TO UTENTE-ACC-WEB.
009430          MOVE "DELEGA"           TO EVENTO-ACC-WEB.
009440          MOVE DELEGANTE-DEL      TO DELEGANTE-ACC-WEB.
009450          MOVE SPACES             TO NOTA-ACC-WEB.
009460
009470          IF AZIONE-EVENTO-DELW = "RESPINTA"
009480           MOVE "KO"              TO ESITO-ACC-WEB
009490          ELSE
009500           MOVE "OK"              TO ESITO-ACC-WEB
009510          END-IF.
009520
009530          STRING AZIONE-EVENTO-DELW " " INIZIO-DEL "-" FINE-DEL
009540           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
009550
009560          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
009570
009580          MOVE "DELEGA"           TO TIPO-NOT-WEB.
009590
009600          IF AZIONE-EVENTO-DELW = "RESPINTA"
009610           MOVE "M"               TO SEVERITA-NOT-WEB
009620          ELSE
009630           MOVE "B"               TO SEVERITA-NOT-WEB
009640          END-IF.
009650
009660          MOVE DELEGANTE-DEL      TO DESTINATARI-NOT-WEB.
009670          PERFORM TESTO-EVENTO-DELW THRU EX-TESTO-EVENTO-DELW.
009680          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
009690
009700          MOVE DELEGATO-DEL       TO DESTINATARI-NOT-WEB.
009710          PERFORM TESTO-EVENTO-DELW THRU EX-TESTO-EVENTO-DELW.
009720          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
009730
009740 EX-EVENTO-DELW.
009750          EXIT.
009760
009770 TESTO-EVENTO-DELW.
009780
009790          MOVE SPACES             TO RIFERIMENTO-NOT-WEB
009800                                     TESTO-NOT-WEB.
009810
009820          STRING DELEGANTE-DEL "/" INIZIO-DEL
009830           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
009840
009850          IF AZIONE-EVENTO-DELW = "RESPINTA"
009860           STRING "DELEGA " DELEGANTE-DEL " A " DELEGATO-DEL
009870            " RESPINTA: " NOTA-DEL
009880            DELIMITED BY SIZE INTO TESTO-NOT-WEB
009890          ELSE
009900           STRING "DELEGA " DELEGANTE-DEL " A " DELEGATO-DEL " "
009910            AZIONE-EVENTO-DELW " (" INIZIO-DEL "-" FINE-DEL ")"
009920            DELIMITED BY SIZE INTO TESTO-NOT-WEB
009930          END-IF.
009940
009950 EX-TESTO-EVENTO-DELW.
009960          EXIT.
