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
000190* ANAGRAFICA DELLE PERSONE FISICHE (ARKFIS) E COLLEGAMENTO DELLE
000200* UTENZE ALLA PERSONA: SENZA funzione LA GRIGLIA JSON DELLE SCHEDE;
000210* funzione=salva REGISTRA O AGGIORNA LA SCHEDA MK-codfis (CON
000220* MK-cognome, MK-nome, MK-nascita AAAAMMGG, MK-sesso, MK-note) SOLO
000230* SE IL CODICE FISCALE SUPERA IL CONTROLLO (VERIFICA-CODFIS-FIS) E
000240* CONCORDA CON DATA DI NASCITA E SESSO INDICATI; LA SCHEDA NUOVA
000250* PRENDE IL NUMERO DAL NUMERATORE CENTRALIZZATO (SERIE "FIS").
000260* funzione=collega PUNTA L'UTENZA MK-utente ALLA PERSONA MK-codfis
000270* (PERSONA-UTEN), funzione=scollega LA STACCA; funzione=conti
000280* ELENCA IN JSON LE UTENZE DELLA PERSONA; funzione=elimina TOGLIE
000290* UNA SCHEDA A CUI NON PUNTA PIU' NESSUNA UTENZA. COLLEGAMENTI E
000300* DISTACCHI FINISCONO SULLA CASSETTA DI USCITA ARKOUT.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENMFIS.
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
000450          COPY "SELJSON.CBL".
000460          COPY "SELFIS.CBL".
000470          COPY "SELUTEN.CBL".
000480          COPY "SELOUT.CBL".
000490
000500 DATA             DIVISION.
000510 FILE SECTION.
000520
000530          COPY "FDEWEB.CBL".
000540          COPY "FDEESE.CBL".
000550          COPY "FDEJOB.CBL".
000560          COPY "FDEVIEW.CBL".
000570          COPY "FDEVSTO.CBL".
000580          COPY "FDEJSON.CBL".
000590          COPY "FDEFIS.CBL".
000600          COPY "FDEUTEN.CBL".
000610          COPY "FDEOUT.CBL".
000620
000630 WORKING-STORAGE  SECTION.
000640
000650          COPY "COBW3.CBL".
000660          COPY "GLOBALS.CBL".
000670          COPY "LKGRID.CBL".
000680*
000690 01 FUNZIONE-MFIS              PIC X(08).
000700 01 TOTALE-MFIS                PIC 9(07).
000710 01 CODFIS-MFIS                PIC X(16).
000720 01 UTENTE-MFIS                PIC X(08).
000730 01 NASCITA-MFIS               PIC X(08).
000740 01 NASCITA-R-MFIS REDEFINES NASCITA-MFIS.
000750    02 AAAA-NASCITA-MFIS       PIC 9(04).
000760    02 AAAA-R-NASCITA-MFIS REDEFINES AAAA-NASCITA-MFIS.
000770       03 FILLER               PIC 9(02).
000780       03 AA-NASCITA-MFIS      PIC 9(02).
000790    02 MM-NASCITA-MFIS         PIC 9(02).
000800    02 GG-NASCITA-MFIS         PIC 9(02).
000810 01 SESSO-MFIS                 PIC X(01).
000820 01 NUM-CONTI-MFIS             PIC 9(04).
000830 01 STATO-CONTO-MFIS           PIC X(10).
000840 01 DATA-OGGI-MFIS             PIC 9(08).
000850*
000860 PROCEDURE  DIVISION.
000870*
000880          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000890
000900*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000910*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000920*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000930          IF SESSIONE-RIFIUTATA GO TO FINE.
000940          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000950
000960          PERFORM OPEN-I-FIS      THRU EX-OPEN-I-FIS.
000970          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
000980
000990          ACCEPT DATA-OGGI-MFIS   FROM DATE YYYYMMDD.
001000
001010          MOVE "MK-FUNZIONE"      TO FIELD-WEB.
001020          PERFORM READ-WEB        THRU EX-READ-WEB.
001030          MOVE SPACES             TO FUNZIONE-MFIS.
001040          MOVE VALUE-WEB(1:8)     TO FUNZIONE-MFIS.
001050
001060          MOVE "MK-codfis"        TO FIELD-WEB.
001070          PERFORM READ-WEB        THRU EX-READ-WEB.
001080          MOVE VALUE-WEB(1:16)    TO CODFIS-MFIS.
001090          INSPECT CODFIS-MFIS CONVERTING
001100           "abcdefghijklmnopqrstuvwxyz"
001110           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001120
001130          MOVE "MK-utente"        TO FIELD-WEB.
001140          PERFORM READ-WEB        THRU EX-READ-WEB.
001150          MOVE VALUE-WEB(1:8)     TO UTENTE-MFIS.
001160
001170          IF FUNZIONE-MFIS = "salva"
001180           PERFORM SALVA-MFIS     THRU EX-SALVA-MFIS
001190           GO TO FINE
001200          END-IF.
001210
001220          IF FUNZIONE-MFIS = "collega"
001230           PERFORM COLLEGA-MFIS   THRU EX-COLLEGA-MFIS
001240           GO TO FINE
001250          END-IF.
001260
001270          IF FUNZIONE-MFIS = "scollega"
001280           PERFORM SCOLLEGA-MFIS  THRU EX-SCOLLEGA-MFIS
001290           GO TO FINE
001300          END-IF.
001310
001320          IF FUNZIONE-MFIS = "elimina"
001330           PERFORM ELIMINA-MFIS   THRU EX-ELIMINA-MFIS
001340           GO TO FINE
001350          END-IF.
001360
001370          IF FUNZIONE-MFIS = "conti"
001380           PERFORM CONTI-MFIS     THRU EX-CONTI-MFIS
001390           STRING "PERSONACONTI" ".HTM" DELIMITED BY SIZE
001400            INTO PAGE-WEB
001410           PERFORM MAKE-WEB       THRU EX-MAKE-WEB
001420           GO TO FINE
001430          END-IF.
001440
001450          PERFORM ELENCO-MFIS     THRU EX-ELENCO-MFIS.
001460
001470          STRING "PERSONE" ".HTM" DELIMITED BY SIZE
001480           INTO PAGE-WEB.
001490
001500          PERFORM MAKE-WEB        THRU EX-MAKE-WEB.
001510
001520 FINE.
001530          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
001540          PERFORM CLOSE-FIS       THRU EX-CLOSE-FIS.
001550          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001560          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001570
001580          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001590
001600          GOBACK.
001610
001620          COPY "PIOWEB1.CBL".
001630          COPY "PIOESE.CBL".
001640          COPY "PIOJOB.CBL".
001650          COPY "PIOVIEW.CBL".
001660          COPY "PIOVSTO.CBL".
001670          COPY "PIOVIEWH.CBL".
001680          COPY "PIOJSON.CBL".
001690          COPY "PIOFIS.CBL".
001700          COPY "PIOUTEN.CBL".
001710          COPY "PIOOUT.CBL".
001720*
001730***** GRIGLIA DELLE SCHEDE IN ORDINE DI CODICE FISCALE
001740*
001750 ELENCO-MFIS.
001760
001770          MOVE ZEROS              TO TOTALE-MFIS.
001780
001790          MOVE LOW-VALUE          TO CHIAVE-FIS.
001800          PERFORM STARTO-FIS      THRU EX-STARTO-FIS.
001810
001820          IF ESITO-NOK GO TO APRI-ELENCO-MFIS.
001830
001840 CICLO-CONTA-MFIS.
001850
001860          PERFORM LEGGO-NEXT-FIS  THRU EX-LEGGO-NEXT-FIS.
001870
001880          IF FINE-FILE = "S" GO TO APRI-ELENCO-MFIS.
001890
001900          ADD 1                   TO TOTALE-MFIS.
001910
001920          GO TO CICLO-CONTA-MFIS.
001930
001940 APRI-ELENCO-MFIS.
001950
001960          MOVE "APRI"             TO GRIDJSON-AZIONE.
001970          MOVE "PERSONE"          TO GRIDJSON-NOME-JSON.
001980          MOVE TOTALE-MFIS        TO GRIDJSON-TOTALE.
001990          CALL "GRIDJSON" USING GRIDJSON-LK.
002000
002010          MOVE LOW-VALUE          TO CHIAVE-FIS.
002020          PERFORM STARTO-FIS      THRU EX-STARTO-FIS.
002030
002040          IF ESITO-NOK GO TO FINE-ELENCO-MFIS.
002050
002060 CICLO-ELENCO-MFIS.
002070
002080          PERFORM LEGGO-NEXT-FIS  THRU EX-LEGGO-NEXT-FIS.
002090
002100          IF FINE-FILE = "S" GO TO FINE-ELENCO-MFIS.
002110
002120          MOVE 7                  TO GRIDJSON-NUM-CAMPI.
002130          MOVE "CODFIS"           TO GRIDJSON-CAMPO-NOME(1).
002140          MOVE CODFIS-FIS         TO GRIDJSON-CAMPO-VAL(1).
002150          MOVE "NUMERO"           TO GRIDJSON-CAMPO-NOME(2).
002160          MOVE NUMERO-FIS         TO GRIDJSON-CAMPO-VAL(2).
002170          MOVE "COGNOME"          TO GRIDJSON-CAMPO-NOME(3).
002180          MOVE COGNOME-FIS        TO GRIDJSON-CAMPO-VAL(3).
002190          MOVE "NOME"             TO GRIDJSON-CAMPO-NOME(4).
002200          MOVE NOME-FIS           TO GRIDJSON-CAMPO-VAL(4).
002210          MOVE "NASCITA"          TO GRIDJSON-CAMPO-NOME(5).
002220          MOVE DATA-NASCITA-FIS   TO GRIDJSON-CAMPO-VAL(5).
002230          MOVE "SESSO"            TO GRIDJSON-CAMPO-NOME(6).
002240          MOVE SESSO-FIS          TO GRIDJSON-CAMPO-VAL(6).
002250          MOVE "NOTE"             TO GRIDJSON-CAMPO-NOME(7).
002260          MOVE NOTE-FIS           TO GRIDJSON-CAMPO-VAL(7).
002270
002280          MOVE "RIGA"             TO GRIDJSON-AZIONE.
002290          CALL "GRIDJSON" USING GRIDJSON-LK.
002300
002310          GO TO CICLO-ELENCO-MFIS.
002320
002330 FINE-ELENCO-MFIS.
002340
002350          MOVE "CHIUDI"           TO GRIDJSON-AZIONE.
002360          CALL "GRIDJSON" USING GRIDJSON-LK.
002370
002380 EX-ELENCO-MFIS.
002390          EXIT.
002400*
002410***** funzione=salva: IL CODICE DEVE ESSERE VALIDO E CONCORDARE
002420***** CON LA NASCITA E IL SESSO INDICATI (SE INDICATI: ALTRIMENTI
002430***** SI PRENDONO DAL CODICE, CON IL SECOLO DA COMPLETARE)
002440*
002450 SALVA-MFIS.
002460
002470          MOVE CODFIS-MFIS        TO CODFIS-WEB.
002480          PERFORM VERIFICA-CODFIS-FIS THRU EX-VERIFICA-CODFIS-FIS.
002490
002500          IF NOT CODFIS-VALIDO
002510           MOVE SPACES            TO MESSAGGIO
002520           STRING "Codice fiscale non valido: " DELIMITED BY SIZE
002530            MOTIVO-CODFIS-WEB     DELIMITED BY SIZE
002540            INTO MESSAGGIO
002550           PERFORM VIS-MESS       THRU EX-VIS-MESS
002560           GO TO EX-SALVA-MFIS
002570          END-IF.
002580
002590          MOVE "MK-nascita"       TO FIELD-WEB.
002600          PERFORM READ-WEB        THRU EX-READ-WEB.
002610          MOVE VALUE-WEB(1:8)     TO NASCITA-MFIS.
002620
002630          IF NASCITA-MFIS NOT = SPACES
002640           IF NASCITA-MFIS NOT NUMERIC
002650            OR AA-NASCITA-MFIS NOT = ANNO-CODFIS-WEB
002660            OR MM-NASCITA-MFIS NOT = MESE-CODFIS-WEB
002670            OR GG-NASCITA-MFIS NOT = GIORNO-CODFIS-WEB
002680            MOVE "Data di nascita non concorde con il codice"
002690             TO MESSAGGIO
002700            PERFORM VIS-MESS      THRU EX-VIS-MESS
002710            GO TO EX-SALVA-MFIS
002720           END-IF
002730          END-IF.
002740
002750          MOVE "MK-sesso"         TO FIELD-WEB.
002760          PERFORM READ-WEB        THRU EX-READ-WEB.
002770          MOVE VALUE-WEB(1:1)     TO SESSO-MFIS.
002780          INSPECT SESSO-MFIS CONVERTING "mf" TO "MF".
002790
002800          IF SESSO-MFIS NOT = SPACES
002810           AND SESSO-MFIS NOT = SESSO-CODFIS-WEB
002820           MOVE "Sesso non concorde con il codice fiscale"
002830            TO MESSAGGIO
002840           PERFORM VIS-MESS       THRU EX-VIS-MESS
002850           GO TO EX-SALVA-MFIS
002860          END-IF.
002870
002880          MOVE CODFIS-WEB         TO CODFIS-FIS.
002890          PERFORM LEGGO-FIS       THRU EX-LEGGO-FIS.
002900
002910          IF ESITO-NOK
002920           INITIALIZE PERSONA-FISICA
002930           MOVE CODFIS-WEB        TO CODFIS-FIS
002940           MOVE DATA-OGGI-MFIS    TO DATA-INS-FIS
002950           MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-INS-FIS
002960          ELSE
002970           MOVE DATA-OGGI-MFIS    TO DATA-AGG-FIS
002980           MOVE OPERATORE-SESSIONE-WEB TO OPERATORE-AGG-FIS
002990          END-IF.
003000
003010          MOVE "MK-cognome"       TO FIELD-WEB.
003020          PERFORM READ-WEB        THRU EX-READ-WEB.
003030          MOVE VALUE-WEB(1:30)    TO COGNOME-FIS.
003040
003050          MOVE "MK-nome"          TO FIELD-WEB.
003060          PERFORM READ-WEB        THRU EX-READ-WEB.
003070          MOVE VALUE-WEB(1:30)    TO NOME-FIS.
003080
003090          MOVE "MK-note"          TO FIELD-WEB.
003100          PERFORM READ-WEB        THRU EX-READ-WEB.
003110          MOVE VALUE-WEB(1:60)    TO NOTE-FIS.
003120
003130          IF COGNOME-FIS = SPACES OR NOME-FIS = SPACES
003140           MOVE "Cognome e nome obbligatori" TO MESSAGGIO
003150           PERFORM VIS-MESS       THRU EX-VIS-MESS
003160           GO TO EX-SALVA-MFIS
003170          END-IF.
003180
003190          IF NASCITA-MFIS NOT = SPACES
003200           MOVE NASCITA-MFIS      TO DATA-NASCITA-FIS
003210          END-IF.
003220          MOVE SESSO-CODFIS-WEB   TO SESSO-FIS.
003230
003240          IF NUMERO-FIS NOT = ZEROS
003250           PERFORM RISCRIVI-FIS   THRU EX-RISCRIVI-FIS
003260           IF ESITO-OK
003270            MOVE "Scheda aggiornata" TO MESSAGGIO
003280           ELSE
003290            MOVE "Errore in scrittura scheda" TO MESSAGGIO
003300           END-IF
003310           PERFORM VIS-MESS       THRU EX-VIS-MESS
003320           GO TO EX-SALVA-MFIS
003330          END-IF.
003340
003350          MOVE "FIS"              TO SERIE-NUM-WEB.
003360          MOVE "OPENMFIS"         TO PROGRAMMA-NUM-WEB.
003370          MOVE ZEROS              TO ENTE-NUM-WEB MINIMO-NUM-WEB
003380                                     TENTATIVI-NUM-WEB.
003390
003400 PROVA-SALVA-MFIS.
003410
003420          PERFORM PRENOTA-NUMERO-WEB
003430           THRU EX-PRENOTA-NUMERO-WEB.
003440
003450          IF ESITO-NUM-WEB NOT = "OK"
003460           MOVE "Numeratore non disponibile, riprovare"
003470            TO MESSAGGIO
003480           PERFORM VIS-MESS       THRU EX-VIS-MESS
003490           GO TO EX-SALVA-MFIS
003500          END-IF.
003510
003520          MOVE NUMERO-NUM-WEB     TO NUMERO-FIS.
003530
003540          PERFORM SCRIVI-FIS      THRU EX-SCRIVI-FIS.
003550
003560*         NUMERO GIA' OCCUPATO (CHIAVE ALTERNATA UNICA): SI RIPROVA
003570*         DAL NUMERO SUCCESSIVO, COME PER LE ALTRE SERIE
003580          IF ESITO-NOK AND TENTATIVI-NUM-WEB < 10
003590           ADD 1                  TO TENTATIVI-NUM-WEB
003600           MOVE NUMERO-FIS        TO MINIMO-NUM-WEB
003610           GO TO PROVA-SALVA-MFIS
003620          END-IF.
003630
003640          IF ESITO-OK
003650           PERFORM CONFERMA-NUMERO-WEB
003660            THRU EX-CONFERMA-NUMERO-WEB
003670           MOVE SPACES            TO MESSAGGIO
003680           STRING "Persona " NUMERO-FIS " registrata"
003690            DELIMITED BY SIZE INTO MESSAGGIO
003700          ELSE
003710           MOVE "Errore in scrittura scheda" TO MESSAGGIO
003720          END-IF.
003730
003740          PERFORM VIS-MESS        THRU EX-VIS-MESS.
003750
003760 EX-SALVA-MFIS.
003770          EXIT.
003780*
003790***** funzione=collega: L'UTENZA PUNTA ALLA SCHEDA DELLA PERSONA;
003800***** UN'UTENZA GIA' DI UN'ALTRA PERSONA VA PRIMA SCOLLEGATA
003810*
003820 COLLEGA-MFIS.
003830
003840          MOVE CODFIS-MFIS        TO CODFIS-FIS.
003850          PERFORM LEGGO-FIS       THRU EX-LEGGO-FIS.
003860
003870          IF ESITO-NOK
003880           MOVE "Persona non trovata" TO MESSAGGIO
003890           PERFORM VIS-MESS       THRU EX-VIS-MESS
003900           GO TO EX-COLLEGA-MFIS
003910          END-IF.
003920
003930          MOVE UTENTE-MFIS        TO CHIAVE-UTEN.
003940          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
003950
003960          IF ESITO-NOK
003970           MOVE "Utente non trovato" TO MESSAGGIO
003980           PERFORM VIS-MESS       THRU EX-VIS-MESS
003990           GO TO EX-COLLEGA-MFIS
004000          END-IF.
004010
004020          IF PERSONA-UTEN NUMERIC
004030           AND PERSONA-UTEN NOT = ZEROS
004040           AND PERSONA-UTEN NOT = NUMERO-FIS
004050           MOVE "Utenza di altra persona: scollegarla prima"
004060            TO MESSAGGIO
004070           PERFORM VIS-MESS       THRU EX-VIS-MESS
004080           GO TO EX-COLLEGA-MFIS
004090          END-IF.
004100
004110          MOVE NUMERO-FIS         TO PERSONA-UTEN.
004120
004130          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
004140
004150          IF ESITO-NOK
004160           MOVE "Errore in scrittura utente" TO MESSAGGIO
004170          ELSE
004180           MOVE "Utenza collegata alla persona" TO MESSAGGIO
004190           MOVE "UTENTE-PERSONA"  TO TIPO-OUT-WEB
004200           MOVE CHIAVE-UTEN       TO UTENTE-OUT-WEB
004210           MOVE SPACES            TO DETTAGLIO-OUT-WEB
004220           STRING "utente " CHIAVE-UTEN " collegato alla persona "
004230            NUMERO-FIS " " CODFIS-FIS
004240            DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB
004250           PERFORM SCRIVI-EVENTO-OUT
004260            THRU EX-SCRIVI-EVENTO-OUT
004270          END-IF.
004280
004290          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004300
004310 EX-COLLEGA-MFIS.
004320          EXIT.
004330*
004340***** funzione=scollega: L'UTENZA TORNA SENZA PERSONA
004350*
004360 SCOLLEGA-MFIS.
004370
004380          MOVE UTENTE-MFIS        TO CHIAVE-UTEN.
004390          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
004400
004410          IF ESITO-NOK
004420           MOVE "Utente non trovato" TO MESSAGGIO
004430           PERFORM VIS-MESS       THRU EX-VIS-MESS
004440           GO TO EX-SCOLLEGA-MFIS
004450          END-IF.
004460
004470          IF PERSONA-UTEN NOT NUMERIC
004480           OR PERSONA-UTEN = ZEROS
004490           MOVE "Utenza non collegata ad alcuna persona"
004500            TO MESSAGGIO
004510           PERFORM VIS-MESS       THRU EX-VIS-MESS
004520           GO TO EX-SCOLLEGA-MFIS
004530          END-IF.
004540
004550          MOVE PERSONA-UTEN       TO NUMERO-FIS.
004560          MOVE ZEROS              TO PERSONA-UTEN.
004570
004580          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
004590
004600          IF ESITO-NOK
004610           MOVE "Errore in scrittura utente" TO MESSAGGIO
004620          ELSE
004630           MOVE "Utenza scollegata dalla persona" TO MESSAGGIO
004640           MOVE "UTENTE-PERSONA"  TO TIPO-OUT-WEB
004650           MOVE CHIAVE-UTEN       TO UTENTE-OUT-WEB
004660           MOVE SPACES            TO DETTAGLIO-OUT-WEB
004670           STRING "utente " CHIAVE-UTEN
004680            " scollegato dalla persona " NUMERO-FIS
004690            DELIMITED BY SIZE INTO DETTAGLIO-OUT-WEB
004700           PERFORM SCRIVI-EVENTO-OUT
004710            THRU EX-SCRIVI-EVENTO-OUT
004720          END-IF.
004730
004740          PERFORM VIS-MESS        THRU EX-VIS-MESS.
004750
004760 EX-SCOLLEGA-MFIS.
004770          EXIT.
004780*
004790***** funzione=conti: LE UTENZE CHE PUNTANO ALLA PERSONA, CON
004800***** ENTE, GRUPPO, STATO E ULTIMO ACCESSO
004810*
004820 CONTI-MFIS.
004830
004840          MOVE CODFIS-MFIS        TO CODFIS-FIS.
004850          PERFORM LEGGO-FIS       THRU EX-LEGGO-FIS.
004860
004870          IF ESITO-NOK
004880           MOVE ZEROS             TO NUMERO-FIS
004890          END-IF.
004900
004910          PERFORM CONTA-CONTI-MFIS THRU EX-CONTA-CONTI-MFIS.
004920
004930          MOVE "APRI"             TO GRIDJSON-AZIONE.
004940          MOVE "PERSONACONTI"     TO GRIDJSON-NOME-JSON.
004950          MOVE NUM-CONTI-MFIS     TO GRIDJSON-TOTALE.
004960          CALL "GRIDJSON" USING GRIDJSON-LK.
004970
004980          IF NUMERO-FIS = ZEROS GO TO FINE-CONTI-MFIS.
004990
005000          MOVE LOW-VALUE          TO CHIAVE-UTEN.
005010          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
005020
005030          IF ESITO-NOK GO TO FINE-CONTI-MFIS.
005040
005050 CICLO-CONTI-MFIS.
005060
005070          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
005080
005090          IF FINE-FILE = "S" GO TO FINE-CONTI-MFIS.
005100
005110          IF PERSONA-UTEN NOT NUMERIC
005120           OR PERSONA-UTEN NOT = NUMERO-FIS
005130           GO TO CICLO-CONTI-MFIS
005140          END-IF.
005150
005160          MOVE "ATTIVO"           TO STATO-CONTO-MFIS.
005170          IF UTENTE-BLOCCATO
005180           MOVE "BLOCCATO"        TO STATO-CONTO-MFIS
005190          END-IF.
005200          IF UTENTE-CANCELLATO
005210           MOVE "CANCELLATO"      TO STATO-CONTO-MFIS
005220          END-IF.
005230
005240          MOVE 6                  TO GRIDJSON-NUM-CAMPI.
005250          MOVE "UTENTE"           TO GRIDJSON-CAMPO-NOME(1).
005260          MOVE CHIAVE-UTEN        TO GRIDJSON-CAMPO-VAL(1).
005270          MOVE "NOME"             TO GRIDJSON-CAMPO-NOME(2).
005280          MOVE NOME-UTEN          TO GRIDJSON-CAMPO-VAL(2).
005290          MOVE "ENTE"             TO GRIDJSON-CAMPO-NOME(3).
005300          MOVE ENTE-UTEN          TO GRIDJSON-CAMPO-VAL(3).
005310          MOVE "GRUPPO"           TO GRIDJSON-CAMPO-NOME(4).
005320          MOVE GRUPPO-UTEN        TO GRIDJSON-CAMPO-VAL(4).
005330          MOVE "STATO"            TO GRIDJSON-CAMPO-NOME(5).
005340          MOVE STATO-CONTO-MFIS   TO GRIDJSON-CAMPO-VAL(5).
005350          MOVE "ULTIMOLOGIN"      TO GRIDJSON-CAMPO-NOME(6).
005360          MOVE DATA-LOGIN-UTEN    TO GRIDJSON-CAMPO-VAL(6).
005370
005380          MOVE "RIGA"             TO GRIDJSON-AZIONE.
005390          CALL "GRIDJSON" USING GRIDJSON-LK.
005400
005410          GO TO CICLO-CONTI-MFIS.
005420
005430 FINE-CONTI-MFIS.
005440
005450          MOVE "CHIUDI"           TO GRIDJSON-AZIONE.
005460          CALL "GRIDJSON" USING GRIDJSON-LK.
005470
005480 EX-CONTI-MFIS.
005490          EXIT.
005500*
005510***** QUANTE UTENZE PUNTANO ALLA PERSONA NUMERO-FIS
005520*
005530 CONTA-CONTI-MFIS.
005540
005550          MOVE ZEROS              TO NUM-CONTI-MFIS.
005560
005570          IF NUMERO-FIS = ZEROS GO TO EX-CONTA-CONTI-MFIS.
005580
005590          MOVE LOW-VALUE          TO CHIAVE-UTEN.
005600          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
005610
005620          IF ESITO-NOK GO TO EX-CONTA-CONTI-MFIS.
005630
005640 CICLO-CONTA-CONTI-MFIS.
005650
005660          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
005670
005680          IF FINE-FILE = "S" GO TO EX-CONTA-CONTI-MFIS.
005690
005700          IF PERSONA-UTEN NUMERIC
005710           AND PERSONA-UTEN = NUMERO-FIS
005720           ADD 1                  TO NUM-CONTI-MFIS
005730          END-IF.
005740
005750          GO TO CICLO-CONTA-CONTI-MFIS.
005760
005770 EX-CONTA-CONTI-MFIS.
005780          EXIT.
005790*
005800***** funzione=elimina: SOLO UNA SCHEDA SENZA PIU' UTENZE
005810*
005820 ELIMINA-MFIS.
005830
005840          MOVE CODFIS-MFIS        TO CODFIS-FIS.
005850          PERFORM LEGGO-FIS       THRU EX-LEGGO-FIS.
005860
005870          IF ESITO-NOK
005880           MOVE "Persona non trovata" TO MESSAGGIO
005890           PERFORM VIS-MESS       THRU EX-VIS-MESS
005900           GO TO EX-ELIMINA-MFIS
005910          END-IF.
005920
005930          PERFORM CONTA-CONTI-MFIS THRU EX-CONTA-CONTI-MFIS.
005940
005950          IF NUM-CONTI-MFIS > ZEROS
005960           MOVE SPACES            TO MESSAGGIO
005970           STRING "Persona con " NUM-CONTI-MFIS
005980            " utenze collegate: scollegarle prima"
005990            DELIMITED BY SIZE INTO MESSAGGIO
006000           PERFORM VIS-MESS       THRU EX-VIS-MESS
006010           GO TO EX-ELIMINA-MFIS
006020          END-IF.
006030
006040          MOVE CODFIS-MFIS        TO CODFIS-FIS.
006050          PERFORM LEGGO-FIS       THRU EX-LEGGO-FIS.
006060          PERFORM CANCELLA-FIS    THRU EX-CANCELLA-FIS.
006070
006080          IF ESITO-OK
006090           MOVE "Scheda eliminata" TO MESSAGGIO
006100          ELSE
006110           MOVE "Errore in cancellazione" TO MESSAGGIO
006120          END-IF.
006130
006140          PERFORM VIS-MESS        THRU EX-VIS-MESS.
006150
006160 EX-ELIMINA-MFIS.
006170          EXIT.
