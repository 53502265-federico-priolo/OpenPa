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
000190* GIRO DELLA MATRICE PERMESSI IN FOGLIO ELETTRONICO: I REVISORI DI
000200* SICUREZZA LAVORANO ARKABI FUORI LINEA E CI RESTITUISCONO IL FILE
000210* CORRETTO. TRE FUNZIONI, SCELTE DAL PRIMO CARTELLINO A CONSOLE:
000220*  ESPORTA   SCRIVE SUL CSV (TERZO CARTELLINO, DEFAULT
000230*            FILES/MATRICE.CSV) UNA RIGA PER PERMESSO DEI GRUPPI-ABI
000240*            RICHIESTI: ENTE,GRUPPO,MODULO,ENTITA,FUNZIONE,
000250*            DESCRIZIONE,SCADENZA,NEGATA, CON RIGA DI TESTATA;
000260*  ANTEPRIMA RILEGGE IL CSV CORRETTO E STAMPA LA DIFFERENZA CON
000270*            ARKABI: RIGHE DA CONCEDERE, DA REVOCARE (PRESENTI SU
000280*            ARKABI PER UN GRUPPO DEL GIRO MA SPARITE DAL FILE), CON
000290*            SCADENZA-ABI O NEGATA-ABI CAMBIATA; NESSUNA SCRITTURA;
000300*  APPLICA   STESSA DIFFERENZA, APPLICATA CON SCRIVI-ABI, CANCELLA-
000310*            ABI E RISCRIVI-ABI, COSI' OGNI RIGA LASCIA STORICO SU
000320*            ARKABIS E IL SUO EVENTO SU ARKOUT.
000330* IL SECONDO CARTELLINO ELENCA I GRUPPI-ABI DEL GIRO SEPARATI DA
000340* VIRGOLE (FINO A 10; VUOTO = TUTTI IN ESPORTAZIONE, QUELLI PRESENTI
000350* NEL FILE IN RILETTURA), IL QUARTO L'OPERATORE CHE FIRMA LO STORICO,
000351* IL QUINTO IL TICKET DI CAMBIAMENTO (8 CIFRE, VUOTO = NESSUNO).
000360* OGNI CONCESSIONE (ANCHE LA RIMOZIONE DI UN DIVIETO) PASSA IL
000370* CONTROLLO DI SEPARAZIONE DEI COMPITI CONTRO LA MATRICE ATTUALE E
000380* CONTRO LE ALTRE CONCESSIONI DELLO STESSO FILE: LA RIGA IN CONFLITTO
000390* NON VIENE APPLICATA. IL CONTROLLO E' FATTO TUTTO PRIMA DI SCRIVERE,
000400* COSI' ANTEPRIMA E APPLICA DANNO SEMPRE LO STESSO ESITO.
000410*
000420 IDENTIFICATION   DIVISION.
000430 PROGRAM-ID.      OPENABIX.
000440 ENVIRONMENT      DIVISION.
000450 CONFIGURATION    SECTION.
000460          COPY "SPECIAL.CBL".
000470 INPUT-OUTPUT     SECTION.
000480 FILE-CONTROL.
000490
000500          COPY "SELCSV.CBL".
000510          COPY "SELABI.CBL".
000520          COPY "SELABIS.CBL".
000530          COPY "SELSOD.CBL".
000540          COPY "SELOUT.CBL".
000550
000560 DATA             DIVISION.
000570 FILE SECTION.
000580
000590          COPY "FDECSV.CBL".
000600          COPY "FDEABI.CBL".
000610          COPY "FDEABIS.CBL".
000620          COPY "FDESOD.CBL".
000630          COPY "FDEOUT.CBL".
000640
000650 WORKING-STORAGE  SECTION.
000660
000670          COPY "GLOBALS.CBL".
000680*
000690** CARTELLINI DI CONTROLLO: FUNZIONE, GRUPPI DEL GIRO, FILE E
000700** OPERATORE
000710*
000720 01 FUNZIONE-ABIX             PIC X(10).
000730    88 ABIX-ESPORTA           VALUE "ESPORTA".
000740    88 ABIX-ANTEPRIMA         VALUE "ANTEPRIMA".
000750    88 ABIX-APPLICA           VALUE "APPLICA".
000760 01 CARTA-GRUPPI-ABIX         PIC X(80).
000770 01 CARTA-FILE-ABIX           PIC X(80).
000780 01 OPERATORE-ABIX            PIC X(08).
000784 01 TICKET-ABIX               PIC X(08).
000790 01 CAMPI-GRUPPI-ABIX.
000800    02 CAMPO-GRUPPO-ABIX      PIC X(04) OCCURS 10 TIMES.
000810*
000820** GRUPPI-ABI DEL GIRO: DAL CARTELLINO O, SE VUOTO, RACCOLTI DAL
000830** FILE IN RILETTURA
000840*
000850 01 TAB-GRUPPI-ABIX.
000860    02 GRUPPO-GIRO-ABIX       PIC 9(04) OCCURS 100 TIMES.
000870 01 NUM-GRUPPI-ABIX           PIC 9(03) COMP.
000880 01 IND-GRUPPI-ABIX           PIC 9(03) COMP.
000890 01 GRUPPO-CERCA-ABIX         PIC 9(04).
000900 01 AMBITO-ABIX               PIC X.
000910    88 GRUPPO-NEL-GIRO        VALUE "S".
000920*
000930** RIGHE DEL FILE CORRETTO, CON L'ESITO DEL CONFRONTO SU ARKABI:
000940** AZIONE "G" CONCEDERE, "V" VARIARE, SPAZIO NULLA DA FARE;
000950** BLOCCO-SOD "S" = CONCESSIONE IN CONFLITTO, NON SI APPLICA
000960*
000970 01 TAB-RIGHE-ABIX.
000980    02 RIGA-ABIX OCCURS 3000 TIMES.
000990       03 CHIAVE-RIGA-ABIX.
001000          05 ENTE-RIGA-ABIX   PIC 9(02).
001010          05 GRUPPO-RIGA-ABIX PIC 9(04).
001020          05 CHIAMATA-RIGA-ABIX PIC X(06).
001030       03 DESC-RIGA-ABIX      PIC X(20).
001040       03 SCAD-RIGA-ABIX      PIC 9(08).
001050       03 NEG-RIGA-ABIX       PIC X.
001060       03 DESC-PRIMA-RIGA-ABIX PIC X(20).
001070       03 SCAD-PRIMA-RIGA-ABIX PIC 9(08).
001080       03 NEG-PRIMA-RIGA-ABIX PIC X.
001090       03 AZIONE-RIGA-ABIX    PIC X.
001100          88 RIGA-DA-CONCEDERE VALUE "G".
001110          88 RIGA-DA-VARIARE  VALUE "V".
001120       03 CONCEDE-RIGA-ABIX   PIC X.
001130       03 BLOCCO-SOD-ABIX     PIC X.
001140       03 OPPOSTA-RIGA-ABIX   PIC X(06).
001150 01 NUM-RIGHE-ABIX            PIC 9(04) COMP.
001160 01 IND-RIGHE-ABIX            PIC 9(04) COMP.
001170 01 IND2-RIGHE-ABIX           PIC 9(04) COMP.
001180 01 TROVATA-ABIX              PIC X.
001190*
001200** PERMESSI DA REVOCARE: SU ARKABI PER UN GRUPPO DEL GIRO MA NON
001210** PIU' PRESENTI NEL FILE (RACCOLTI PRIMA, CANCELLATI DOPO LA
001220** SCANSIONE, COME IN OPENABIC)
001230*
001240 01 TAB-REVOCHE-ABIX.
001250    02 REVOCA-ABIX OCCURS 3000 TIMES.
001260       03 CHIAVE-REVOCA-ABIX  PIC X(12).
001270       03 DESC-REVOCA-ABIX    PIC X(20).
001280 01 NUM-REVOCHE-ABIX          PIC 9(04) COMP.
001290 01 IND-REVOCHE-ABIX          PIC 9(04) COMP.
001300*
001310** RIGA CSV IN LETTURA E APPOGGI
001320*
001330 01 RIGA-CSV-ABIX.
001340    02 ENTE-CSV-ABIX          PIC 9(02).
001350    02 GRUPPO-CSV-ABIX        PIC 9(04).
001360    02 CHIAMATA-CSV-ABIX.
001370       05 MOD-CSV-ABIX        PIC XX.
001380       05 ENT-CSV-ABIX        PIC XX.
001390       05 FUNZ-CSV-ABIX       PIC XX.
001400    02 DESC-CSV-ABIX          PIC X(20).
001410    02 SCAD-CSV-ABIX          PIC 9(08).
001420    02 NEG-CSV-ABIX           PIC X.
001430 01 RIGA-VALIDA-ABIX          PIC X.
001440    88 RIGA-OK-ABIX           VALUE "S".
001450 01 NUM-RIGA-CSV-ABIX         PIC 9(06).
001460 01 SALVA-CHIAVE-ABIX         PIC X(12).
001470 01 ESITO-RIGA-ABIX           PIC X(20).
001480*
001490** CONTATORI DEL RIEPILOGO FINALE
001500*
001510 01 ESPORTATE-ABIX            PIC 9(7).
001520 01 SCARTATE-ABIX             PIC 9(7).
001530 01 CONCESSE-ABIX             PIC 9(7).
001540 01 REVOCATE-ABIX             PIC 9(7).
001550 01 SCADENZE-ABIX             PIC 9(7).
001560 01 NEGATE-ABIX               PIC 9(7).
001570 01 DESCRIZIONI-ABIX          PIC 9(7).
001580 01 BLOCCATE-ABIX             PIC 9(7).
001590 01 ERRORI-ABIX               PIC 9(7).
001600*
001610 PROCEDURE  DIVISION.
001620*
001630          PERFORM LEGGI-PARAMETRI-ABIX
001640           THRU EX-LEGGI-PARAMETRI-ABIX.
001641
001642*         IN APPLICA IL TICKET DI CAMBIAMENTO (QUINTO CARTELLINO),
001643*         SE INDICATO, DEVE ESSERE APPROVATO E IN FINESTRA
001644          IF ABIX-APPLICA
001645           PERFORM VERIFICA-TICKET-ABIX
001646            THRU EX-VERIFICA-TICKET-ABIX
001647           IF ESITO-TKT-WEB NOT = "OK"
001648            DISPLAY "OPENABIX: TICKET " TICKET-ABIX " - "
001649             MOTIVO-TKT-WEB
001650            MOVE 8                   TO RETURN-CODE
001651            GOBACK
001652           END-IF
001653          END-IF.
001654
001660          MOVE ZEROS                 TO ESPORTATE-ABIX
001670                                        SCARTATE-ABIX
001680                                        CONCESSE-ABIX
001690                                        REVOCATE-ABIX
001700                                        SCADENZE-ABIX
001710                                        NEGATE-ABIX
001720                                        DESCRIZIONI-ABIX
001730                                        BLOCCATE-ABIX
001740                                        ERRORI-ABIX
001750                                        NUM-RIGHE-ABIX
001760                                        NUM-REVOCHE-ABIX.
001770
001780          PERFORM OPEN-I-ABI         THRU EX-OPEN-I-ABI.
001790
001800          IF ABIX-ESPORTA
001810           PERFORM ESPORTA-ABIX      THRU EX-ESPORTA-ABIX
001820           GO TO FINE-ABIX
001830          END-IF.
001840
001850          PERFORM OPEN-I-ABIS        THRU EX-OPEN-I-ABIS.
001860          PERFORM OPEN-I-SOD         THRU EX-OPEN-I-SOD.
001870
001880          DISPLAY "MATRICE PERMESSI - " FUNZIONE-ABIX
001890           " DA " CARTA-FILE-ABIX.
001900          DISPLAY " ".
001910
001920          PERFORM CARICA-FILE-ABIX   THRU EX-CARICA-FILE-ABIX.
001930
001940***** SENZA RIGHE VALIDE OGNI PERMESSO DEL GIRO RISULTEREBBE DA
001950***** REVOCARE: MEGLIO FERMARSI
001960
001970          IF NUM-RIGHE-ABIX = ZEROS
001980           DISPLAY "NESSUNA RIGA VALIDA NEL FILE: "
001990            "NULLA DA CONFRONTARE"
002000           ADD 1                     TO ERRORI-ABIX
002010           GO TO CHIUDI-ABIX
002020          END-IF.
002030
002040***** UNA RIGA SCARTATA SAREBBE LETTA COME PERMESSO SPARITO, CIOE'
002050***** DA REVOCARE: IL FILE VA CORRETTO E RIPRESENTATO PER INTERO
002060
002070          IF ABIX-APPLICA AND SCARTATE-ABIX > ZEROS
002080           DISPLAY "FILE CON RIGHE SCARTATE: NESSUNA MODIFICA "
002090            "APPLICATA, SEGUE L'ANTEPRIMA"
002100           DISPLAY " "
002110           MOVE "ANTEPRIMA"          TO FUNZIONE-ABIX
002120          END-IF.
002130
002140          PERFORM CONFRONTA-RIGA-ABIX THRU EX-CONFRONTA-RIGA-ABIX
002150           VARYING IND-RIGHE-ABIX FROM 1 BY 1
002160           UNTIL IND-RIGHE-ABIX > NUM-RIGHE-ABIX.
002170
002180          PERFORM RACCOGLI-REVOCHE-ABIX
002190           THRU EX-RACCOGLI-REVOCHE-ABIX.
002200
002210          PERFORM CONTROLLA-SOD-ABIX THRU EX-CONTROLLA-SOD-ABIX
002220           VARYING IND-RIGHE-ABIX FROM 1 BY 1
002230           UNTIL IND-RIGHE-ABIX > NUM-RIGHE-ABIX.
002240
002250***** PRIMA LE REVOCHE, POI LE VARIAZIONI, INFINE LE CONCESSIONI
002260
002270          PERFORM TRATTA-REVOCA-ABIX THRU EX-TRATTA-REVOCA-ABIX
002280           VARYING IND-REVOCHE-ABIX FROM 1 BY 1
002290           UNTIL IND-REVOCHE-ABIX > NUM-REVOCHE-ABIX.
002300
002310          PERFORM TRATTA-VARIAZIONE-ABIX
002320           THRU EX-TRATTA-VARIAZIONE-ABIX
002330           VARYING IND-RIGHE-ABIX FROM 1 BY 1
002340           UNTIL IND-RIGHE-ABIX > NUM-RIGHE-ABIX.
002350
002360          PERFORM TRATTA-CONCESSIONE-ABIX
002370           THRU EX-TRATTA-CONCESSIONE-ABIX
002380           VARYING IND-RIGHE-ABIX FROM 1 BY 1
002390           UNTIL IND-RIGHE-ABIX > NUM-RIGHE-ABIX.
002400
002410 CHIUDI-ABIX.
002420
002430          PERFORM CLOSE-SOD          THRU EX-CLOSE-SOD.
002440          PERFORM CLOSE-ABIS         THRU EX-CLOSE-ABIS.
002450
002460 FINE-ABIX.
002470
002480          PERFORM CLOSE-ABI          THRU EX-CLOSE-ABI.
002490
002500          DISPLAY " ".
002510          IF ABIX-ESPORTA
002520           DISPLAY "PERMESSI ESPORTATI : " ESPORTATE-ABIX
002530          ELSE
002540           DISPLAY "RIGHE SCARTATE     : " SCARTATE-ABIX
002550           DISPLAY "DA CONCEDERE       : " CONCESSE-ABIX
002560           DISPLAY "DA REVOCARE        : " REVOCATE-ABIX
002570           DISPLAY "SCADENZE VARIATE   : " SCADENZE-ABIX
002580           DISPLAY "DIVIETI VARIATI    : " NEGATE-ABIX
002590           DISPLAY "DESCRIZIONI        : " DESCRIZIONI-ABIX
002600           DISPLAY "BLOCCATE DA SOD    : " BLOCCATE-ABIX
002610           DISPLAY "ERRORI SCRITTURA   : " ERRORI-ABIX
002620          END-IF.
002630
002640          MOVE ZERO                  TO RETURN-CODE.
002650          IF SCARTATE-ABIX > ZEROS OR BLOCCATE-ABIX > ZEROS
002660           MOVE 4                    TO RETURN-CODE
002670          END-IF.
002680          IF ERRORI-ABIX > ZEROS
002690           MOVE 8                    TO RETURN-CODE
002700          END-IF.
002710
002720          GOBACK.
002730*
002740          COPY "PIOCSV.CBL".
002750          COPY "PIOABI.CBL".
002760          COPY "PIOABIW.CBL".
002770          COPY "PIOABIS.CBL".
002780          COPY "PIOSOD.CBL".
002790          COPY "PIOSODV.CBL".
002800          COPY "PIOOUT.CBL".
002810*
002820** CARTELLINI A CONSOLE: FUNZIONE (DEFAULT ANTEPRIMA, CHE NON
002830** SCRIVE NULLA), GRUPPI, NOME DEL CSV, OPERATORE E TICKET
002840*
002850 LEGGI-PARAMETRI-ABIX.
002860
002870          MOVE SPACES                TO FUNZIONE-ABIX.
002880          ACCEPT FUNZIONE-ABIX       FROM CONSOLE.
002890
002900          IF NOT ABIX-ESPORTA AND NOT ABIX-APPLICA
002910           MOVE "ANTEPRIMA"          TO FUNZIONE-ABIX
002920          END-IF.
002930
002940          MOVE SPACES                TO CARTA-GRUPPI-ABIX.
002950          ACCEPT CARTA-GRUPPI-ABIX   FROM CONSOLE.
002960
002970          MOVE SPACES                TO CARTA-FILE-ABIX.
002980          ACCEPT CARTA-FILE-ABIX     FROM CONSOLE.
002990
003000          IF CARTA-FILE-ABIX = SPACES
003010           MOVE "FILES/MATRICE.CSV"  TO CARTA-FILE-ABIX
003020          END-IF.
003030
003040          MOVE CARTA-FILE-ABIX       TO NOME-CSV.
003050
003060          MOVE SPACES                TO OPERATORE-ABIX.
003070          ACCEPT OPERATORE-ABIX      FROM CONSOLE.
003080
003090          IF OPERATORE-ABIX = SPACES
003100           MOVE "BATCH"              TO OPERATORE-ABIX
003110          END-IF.
003120
003130          MOVE OPERATORE-ABIX        TO UTENTE-ABI-WEB.
003132
003134          MOVE SPACES                TO TICKET-ABIX.
003136          ACCEPT TICKET-ABIX         FROM CONSOLE.
003140
003150          MOVE ZEROS                 TO NUM-GRUPPI-ABIX.
003160          MOVE SPACES                TO CAMPI-GRUPPI-ABIX.
003170
003180          UNSTRING CARTA-GRUPPI-ABIX DELIMITED BY ","
003190           INTO CAMPO-GRUPPO-ABIX(1) CAMPO-GRUPPO-ABIX(2)
003200                CAMPO-GRUPPO-ABIX(3) CAMPO-GRUPPO-ABIX(4)
003210                CAMPO-GRUPPO-ABIX(5) CAMPO-GRUPPO-ABIX(6)
003220                CAMPO-GRUPPO-ABIX(7) CAMPO-GRUPPO-ABIX(8)
003230                CAMPO-GRUPPO-ABIX(9) CAMPO-GRUPPO-ABIX(10).
003240
003250          PERFORM CARICA-GRUPPO-ABIX THRU EX-CARICA-GRUPPO-ABIX
003260           VARYING IND-GRUPPI-ABIX FROM 1 BY 1
003270           UNTIL IND-GRUPPI-ABIX > 10.
003280
003290 EX-LEGGI-PARAMETRI-ABIX.
003300          EXIT.
003301*
003302** TICKET DI CAMBIAMENTO DEL CARTELLINO: LE RIGHE DI STORICO
003303** ARKABIS SCRITTE IN APPLICA FINISCONO SUL GIORNALE ARKTKU
003304*
003305 VERIFICA-TICKET-ABIX.
003306
003307          MOVE "OK"                  TO ESITO-TKT-WEB.
003308          MOVE SPACES                TO MOTIVO-TKT-WEB.
003309          MOVE ZEROS                 TO NUMERO-TKT-WEB.
003310          MOVE "OPENABIX"            TO PROGRAMMA-TKT-WEB.
003311
003312          IF TICKET-ABIX NOT = SPACES
003313           IF TICKET-ABIX NUMERIC
003314            MOVE TICKET-ABIX         TO NUMERO-TKT-WEB
003315           ELSE
003316            MOVE "KO"                TO ESITO-TKT-WEB
003317            MOVE "numero di ticket non valido" TO MOTIVO-TKT-WEB
003318            GO TO EX-VERIFICA-TICKET-ABIX
003319           END-IF
003320          END-IF.
003321
003322          MOVE "VERIFICA"            TO AZIONE-TKT-WEB.
003323          MOVE "ABIS"                TO ARCHIVIO-TKT-WEB.
003324          MOVE SPACES                TO RIFERIMENTO-TKT-WEB.
003325          MOVE OPERATORE-ABIX        TO UTENTE-TKT-WEB.
003326
003327          CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
003328               ARCHIVIO-TKT-WEB RIFERIMENTO-TKT-WEB
003329               PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
003330               ESITO-TKT-WEB MOTIVO-TKT-WEB.
003331          CANCEL "OPENTKTW".
003332
003333 EX-VERIFICA-TICKET-ABIX.
003334          EXIT.
003335*
003336 CARICA-GRUPPO-ABIX.
003337
003340          IF CAMPO-GRUPPO-ABIX(IND-GRUPPI-ABIX) NOT NUMERIC
003350           GO TO EX-CARICA-GRUPPO-ABIX
003360          END-IF.
003370
003380          ADD 1                      TO NUM-GRUPPI-ABIX.
003390          MOVE CAMPO-GRUPPO-ABIX(IND-GRUPPI-ABIX)
003400           TO GRUPPO-GIRO-ABIX(NUM-GRUPPI-ABIX).
003410
003420 EX-CARICA-GRUPPO-ABIX.
003430          EXIT.
003440*
003450** GRUPPO-CERCA-ABIX E' NEL GIRO? (ELENCO VUOTO = TUTTI)
003460*
003470 VERIFICA-AMBITO-ABIX.
003480
003490          MOVE "N"                   TO AMBITO-ABIX.
003500
003510          IF NUM-GRUPPI-ABIX = ZEROS
003520           MOVE "S"                  TO AMBITO-ABIX
003530           GO TO EX-VERIFICA-AMBITO-ABIX
003540          END-IF.
003550
003560          PERFORM CONFRONTA-GRUPPO-ABIX
003570           THRU EX-CONFRONTA-GRUPPO-ABIX
003580           VARYING IND-GRUPPI-ABIX FROM 1 BY 1
003590           UNTIL IND-GRUPPI-ABIX > NUM-GRUPPI-ABIX
003600           OR GRUPPO-NEL-GIRO.
003610
003620 EX-VERIFICA-AMBITO-ABIX.
003630          EXIT.
003640*
003650 CONFRONTA-GRUPPO-ABIX.
003660
003670          IF GRUPPO-GIRO-ABIX(IND-GRUPPI-ABIX) = GRUPPO-CERCA-ABIX
003680           MOVE "S"                  TO AMBITO-ABIX
003690          END-IF.
003700
003710 EX-CONFRONTA-GRUPPO-ABIX.
003720          EXIT.
003730*
003740** ESPORTA: TESTATA E UNA RIGA PER PERMESSO DEI GRUPPI DEL GIRO;
003750** LA DESCRIZIONE VA TRA VIRGOLETTE PERCHE' PUO' CONTENERE VIRGOLE
003760*
003770 ESPORTA-ABIX.
003780
003790          PERFORM OPEN-O-CSV         THRU EX-OPEN-O-CSV.
003800
003810          MOVE SPACES                TO DATI-CSV.
003820          STRING "ENTE,GRUPPO,MODULO,ENTITA,FUNZIONE,"
003830           "DESCRIZIONE,SCADENZA,NEGATA"
003840           DELIMITED BY SIZE INTO DATI-CSV.
003850          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
003860
003870          MOVE LOW-VALUE             TO CHIAVE-ABI.
003880          PERFORM STARTO-ABI         THRU EX-STARTO-ABI.
003890
003900          IF ESITO-NOK GO TO FINE-ESPORTA-ABIX.
003910
003920 CICLO-ESPORTA-ABIX.
003930
003940          PERFORM LEGGO-NEXT-ABI     THRU EX-LEGGO-NEXT-ABI.
003950
003960          IF FINE-FILE = "S" GO TO FINE-ESPORTA-ABIX.
003970
003980          MOVE GRUPPO-ABI            TO GRUPPO-CERCA-ABIX.
003990          PERFORM VERIFICA-AMBITO-ABIX
004000           THRU EX-VERIFICA-AMBITO-ABIX.
004010
004020          IF NOT GRUPPO-NEL-GIRO GO TO CICLO-ESPORTA-ABIX.
004030
004040          MOVE SPACES                TO DATI-CSV.
004050          MOVE 1                     TO PUNTA-RIGA-CSV.
004060
004070          STRING ENTE-ABI "," GRUPPO-ABI ","
004080           MOD-ABI "," ENT-ABI "," FUNZ-ABI ","
004090           DELIMITED BY SIZE
004100           INTO DATI-CSV WITH POINTER PUNTA-RIGA-CSV.
004110
004120          MOVE DESC-ABI              TO STRINGA-CSV.
004130          PERFORM QUOTA-CSV          THRU EX-QUOTA-CSV.
004140          STRING STRINGA-CSV-ESC(1:LUNGH-CSV-ESC)
004150                                     DELIMITED BY SIZE
004160           "," SCADENZA-ABI "," NEGATA-ABI
004170                                     DELIMITED BY SIZE
004180           INTO DATI-CSV WITH POINTER PUNTA-RIGA-CSV.
004190
004200          PERFORM SCRIVI-RIGA-CSV    THRU EX-SCRIVI-RIGA-CSV.
004210
004220          ADD 1                      TO ESPORTATE-ABIX.
004230
004240          GO TO CICLO-ESPORTA-ABIX.
004250
004260 FINE-ESPORTA-ABIX.
004270
004280          PERFORM CLOSE-CSV          THRU EX-CLOSE-CSV.
004290
004300 EX-ESPORTA-ABIX.
004310          EXIT.
004320*
004330** RILETTURA DEL FILE CORRETTO: OGNI RIGA VALIDA ENTRA IN TABELLA,
004340** LE ALTRE (TESTATA COMPRESA) VENGONO SCARTATE CON IL LORO NUMERO
004350*
004360 CARICA-FILE-ABIX.
004370
004380          MOVE ZEROS                 TO NUM-RIGA-CSV-ABIX.
004390
004400          PERFORM OPEN-I-CSV         THRU EX-OPEN-I-CSV.
004410
004420          IF STATUS-CSV NOT = "00"
004430           DISPLAY "FILE " CARTA-FILE-ABIX " NON DISPONIBILE"
004440           GO TO EX-CARICA-FILE-ABIX
004450          END-IF.
004460
004470 CICLO-CARICA-FILE-ABIX.
004480
004490          PERFORM LEGGI-CSV          THRU EX-LEGGI-CSV.
004500
004510          IF FINE-FILE = "S" GO TO FINE-CARICA-FILE-ABIX.
004520
004530          ADD 1                      TO NUM-RIGA-CSV-ABIX.
004540
004550          IF DATI-CSV = SPACES GO TO CICLO-CARICA-FILE-ABIX.
004560
004570***** LA TESTATA DELL'ESPORTAZIONE NON E' UNA RIGA DA SCARTARE
004580
004590          IF NUM-RIGA-CSV-ABIX = 1 AND DATI-CSV(1:5) = "ENTE,"
004600           GO TO CICLO-CARICA-FILE-ABIX
004610          END-IF.
004620
004630          PERFORM SCOMPONI-RIGA-ABIX THRU EX-SCOMPONI-RIGA-ABIX.
004640
004650          IF NOT RIGA-OK-ABIX
004660           ADD 1                     TO SCARTATE-ABIX
004670           DISPLAY "RIGA " NUM-RIGA-CSV-ABIX " SCARTATA: "
004680            DATI-CSV(1:60)
004690           GO TO CICLO-CARICA-FILE-ABIX
004700          END-IF.
004710
004720          IF NUM-RIGHE-ABIX NOT < 3000
004730           ADD 1                     TO SCARTATE-ABIX
004740           DISPLAY "RIGA " NUM-RIGA-CSV-ABIX
004750            " SCARTATA: OLTRE 3000 RIGHE"
004760           GO TO CICLO-CARICA-FILE-ABIX
004770          END-IF.
004780
004790          MOVE GRUPPO-CSV-ABIX       TO GRUPPO-CERCA-ABIX.
004800          PERFORM VERIFICA-AMBITO-ABIX
004810           THRU EX-VERIFICA-AMBITO-ABIX.
004820
004830          IF NOT GRUPPO-NEL-GIRO
004840           ADD 1                     TO SCARTATE-ABIX
004850           DISPLAY "RIGA " NUM-RIGA-CSV-ABIX " SCARTATA: GRUPPO "
004860            GRUPPO-CSV-ABIX " FUORI DAL GIRO"
004870           GO TO CICLO-CARICA-FILE-ABIX
004880          END-IF.
004890
004900          ADD 1                      TO NUM-RIGHE-ABIX.
004910          INITIALIZE RIGA-ABIX(NUM-RIGHE-ABIX).
004920          MOVE ENTE-CSV-ABIX
004930           TO ENTE-RIGA-ABIX(NUM-RIGHE-ABIX).
004940          MOVE GRUPPO-CSV-ABIX
004950           TO GRUPPO-RIGA-ABIX(NUM-RIGHE-ABIX).
004960          MOVE CHIAMATA-CSV-ABIX
004970           TO CHIAMATA-RIGA-ABIX(NUM-RIGHE-ABIX).
004980          MOVE DESC-CSV-ABIX
004990           TO DESC-RIGA-ABIX(NUM-RIGHE-ABIX).
005000          MOVE SCAD-CSV-ABIX
005010           TO SCAD-RIGA-ABIX(NUM-RIGHE-ABIX).
005020          MOVE NEG-CSV-ABIX      TO NEG-RIGA-ABIX(NUM-RIGHE-ABIX).
005030
005040          GO TO CICLO-CARICA-FILE-ABIX.
005050
005060 FINE-CARICA-FILE-ABIX.
005070
005080          PERFORM CLOSE-CSV          THRU EX-CLOSE-CSV.
005090
005100***** ELENCO GRUPPI VUOTO: IL GIRO SONO I GRUPPI PRESENTI NEL FILE
005110
005120          IF NUM-GRUPPI-ABIX = ZEROS
005130           PERFORM GRUPPI-DA-FILE-ABIX THRU EX-GRUPPI-DA-FILE-ABIX
005140            VARYING IND-RIGHE-ABIX FROM 1 BY 1
005150            UNTIL IND-RIGHE-ABIX > NUM-RIGHE-ABIX
005160          END-IF.
005170
005180 EX-CARICA-FILE-ABIX.
005190          EXIT.
005200*
005210 GRUPPI-DA-FILE-ABIX.
005220
005230          MOVE GRUPPO-RIGA-ABIX(IND-RIGHE-ABIX)
005240           TO GRUPPO-CERCA-ABIX.
005250          MOVE "N"                   TO AMBITO-ABIX.
005260
005270          PERFORM CONFRONTA-GRUPPO-ABIX
005280           THRU EX-CONFRONTA-GRUPPO-ABIX
005290           VARYING IND-GRUPPI-ABIX FROM 1 BY 1
005300           UNTIL IND-GRUPPI-ABIX > NUM-GRUPPI-ABIX
005310           OR GRUPPO-NEL-GIRO.
005320
005330          IF NOT GRUPPO-NEL-GIRO AND NUM-GRUPPI-ABIX < 100
005340           ADD 1                     TO NUM-GRUPPI-ABIX
005350           MOVE GRUPPO-CERCA-ABIX
005360            TO GRUPPO-GIRO-ABIX(NUM-GRUPPI-ABIX)
005370          END-IF.
005380
005390 EX-GRUPPI-DA-FILE-ABIX.
005400          EXIT.
005410*
005420** SCOMPONE LA RIGA CSV: I NUMERI POSSONO TORNARE DAL FOGLIO
005430** ELETTRONICO SENZA GLI ZERI INIZIALI, LA SCADENZA VUOTA VALE ZERO,
005440** NEGATA VALE "S" OPPURE NIENTE
005450*
005460 SCOMPONI-RIGA-ABIX.
005470
005480          MOVE "S"                   TO RIGA-VALIDA-ABIX.
005490          INITIALIZE RIGA-CSV-ABIX.
005500          MOVE 1                     TO PUNTA-RIGA-CSV.
005510
005520          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
005530          IF LUNGH-CSV < 1 OR LUNGH-CSV > 2
005540           OR STRINGA-CSV(1:LUNGH-CSV) NOT NUMERIC
005550           MOVE "N"                  TO RIGA-VALIDA-ABIX
005560           GO TO EX-SCOMPONI-RIGA-ABIX
005570          END-IF.
005580          MOVE STRINGA-CSV(1:LUNGH-CSV) TO ENTE-CSV-ABIX.
005590
005600          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
005610          IF LUNGH-CSV < 1 OR LUNGH-CSV > 4
005620           OR STRINGA-CSV(1:LUNGH-CSV) NOT NUMERIC
005630           MOVE "N"                  TO RIGA-VALIDA-ABIX
005640           GO TO EX-SCOMPONI-RIGA-ABIX
005650          END-IF.
005660          MOVE STRINGA-CSV(1:LUNGH-CSV) TO GRUPPO-CSV-ABIX.
005670
005680          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
005690          MOVE STRINGA-CSV(1:2)      TO MOD-CSV-ABIX.
005700          IF MOD-CSV-ABIX = SPACES
005710           MOVE "N"                  TO RIGA-VALIDA-ABIX
005720           GO TO EX-SCOMPONI-RIGA-ABIX
005730          END-IF.
005740
005750          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
005760          MOVE STRINGA-CSV(1:2)      TO ENT-CSV-ABIX.
005770
005780          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
005790          MOVE STRINGA-CSV(1:2)      TO FUNZ-CSV-ABIX.
005800
005810***** UNA FUNZIONE SENZA ENTITA' NON E' UN JOLLY VALIDO (FDEABI)
005820
005830          IF ENT-CSV-ABIX = SPACES AND FUNZ-CSV-ABIX NOT = SPACES
005840           MOVE "N"                  TO RIGA-VALIDA-ABIX
005850           GO TO EX-SCOMPONI-RIGA-ABIX
005860          END-IF.
005870
005880          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
005890          MOVE STRINGA-CSV(1:20)     TO DESC-CSV-ABIX.
005900
005910          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
005920          IF LUNGH-CSV > ZEROS
005930           IF LUNGH-CSV NOT = 8
005940            OR STRINGA-CSV(1:8) NOT NUMERIC
005950            IF STRINGA-CSV(1:LUNGH-CSV) = ZEROS
005960             CONTINUE
005970            ELSE
005980             MOVE "N"                TO RIGA-VALIDA-ABIX
005990             GO TO EX-SCOMPONI-RIGA-ABIX
006000            END-IF
006010           ELSE
006020            MOVE STRINGA-CSV(1:8)    TO SCAD-CSV-ABIX
006030           END-IF
006040          END-IF.
006050
006060          PERFORM PROSSIMO-CAMPO-CSV THRU EX-PROSSIMO-CAMPO-CSV.
006070          MOVE SPACES                TO NEG-CSV-ABIX.
006080          IF STRINGA-CSV(1:1) = "S" OR STRINGA-CSV(1:1) = "s"
006090           MOVE "S"                  TO NEG-CSV-ABIX
006100          END-IF.
006110
006120 EX-SCOMPONI-RIGA-ABIX.
006130          EXIT.
006140*
006150** POSIZIONA ARKABI SULLA CHIAVE-ABI GIA' IMPOSTATA: TROVATA-ABIX
006160** "S" SE IL RECORD ESISTE (ANCHE NEGATO O SCADUTO, CHE LEGGO-ABI
006170** DAREBBE COME ASSENTE)
006180*
006190 POSIZIONA-ABIX.
006200
006210          MOVE "N"                   TO TROVATA-ABIX.
006220          MOVE CHIAVE-ABI            TO SALVA-CHIAVE-ABIX.
006230
006240          PERFORM STARTO-ABI         THRU EX-STARTO-ABI.
006250
006260          IF ESITO-NOK GO TO EX-POSIZIONA-ABIX.
006270
006280          PERFORM LEGGO-NEXT-ABI     THRU EX-LEGGO-NEXT-ABI.
006290
006300          IF FINE-FILE NOT = "S"
006310           AND CHIAVE-ABI = SALVA-CHIAVE-ABIX
006320           MOVE "S"                  TO TROVATA-ABIX
006330          END-IF.
006340
006350 EX-POSIZIONA-ABIX.
006360          EXIT.
006370*
006380** CONFRONTO DI UNA RIGA DEL FILE CON ARKABI
006390*
006400 CONFRONTA-RIGA-ABIX.
006410
006420          MOVE CHIAVE-RIGA-ABIX(IND-RIGHE-ABIX) TO CHIAVE-ABI.
006430          PERFORM POSIZIONA-ABIX     THRU EX-POSIZIONA-ABIX.
006440
006450          IF TROVATA-ABIX = "N"
006460           MOVE "G"
006470            TO AZIONE-RIGA-ABIX(IND-RIGHE-ABIX)
006480           IF NEG-RIGA-ABIX(IND-RIGHE-ABIX) NOT = "S"
006490            MOVE "S"
006500             TO CONCEDE-RIGA-ABIX(IND-RIGHE-ABIX)
006510           END-IF
006520           GO TO EX-CONFRONTA-RIGA-ABIX
006530          END-IF.
006540
006550          MOVE DESC-ABI
006560           TO DESC-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX).
006570          MOVE SCADENZA-ABI
006580           TO SCAD-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX).
006590          MOVE SPACES
006600           TO NEG-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX).
006610          IF ABI-NEGATA
006620           MOVE "S"
006630            TO NEG-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX)
006640          END-IF.
006650
006660          IF DESC-RIGA-ABIX(IND-RIGHE-ABIX) NOT = DESC-ABI
006670           OR SCAD-RIGA-ABIX(IND-RIGHE-ABIX) NOT = SCADENZA-ABI
006680           OR NEG-RIGA-ABIX(IND-RIGHE-ABIX)
006690            NOT = NEG-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX)
006700           MOVE "V"
006710            TO AZIONE-RIGA-ABIX(IND-RIGHE-ABIX)
006720          END-IF.
006730
006740***** TOGLIERE UN DIVIETO EQUIVALE A UNA CONCESSIONE
006750
006760          IF NEG-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX) = "S"
006770           AND NEG-RIGA-ABIX(IND-RIGHE-ABIX) NOT = "S"
006780           MOVE "S"
006790            TO CONCEDE-RIGA-ABIX(IND-RIGHE-ABIX)
006800          END-IF.
006810
006820 EX-CONFRONTA-RIGA-ABIX.
006830          EXIT.
006840*
006850** SCANSIONE DI ARKABI: OGNI PERMESSO DI UN GRUPPO DEL GIRO CHE NON
006860** COMPARE NEL FILE VA REVOCATO
006870*
006880 RACCOGLI-REVOCHE-ABIX.
006890
006900          MOVE LOW-VALUE             TO CHIAVE-ABI.
006910          PERFORM STARTO-ABI         THRU EX-STARTO-ABI.
006920
006930          IF ESITO-NOK GO TO EX-RACCOGLI-REVOCHE-ABIX.
006940
006950 CICLO-RACCOGLI-REVOCHE-ABIX.
006960
006970          PERFORM LEGGO-NEXT-ABI     THRU EX-LEGGO-NEXT-ABI.
006980
006990          IF FINE-FILE = "S" GO TO EX-RACCOGLI-REVOCHE-ABIX.
007000
007010          MOVE GRUPPO-ABI            TO GRUPPO-CERCA-ABIX.
007020          PERFORM VERIFICA-AMBITO-ABIX
007030           THRU EX-VERIFICA-AMBITO-ABIX.
007040
007050          IF NOT GRUPPO-NEL-GIRO GO
007060           TO CICLO-RACCOGLI-REVOCHE-ABIX.
007070
007080          MOVE "N"                   TO TROVATA-ABIX.
007090          PERFORM CERCA-RIGA-ABIX    THRU EX-CERCA-RIGA-ABIX
007100           VARYING IND2-RIGHE-ABIX FROM 1 BY 1
007110           UNTIL IND2-RIGHE-ABIX > NUM-RIGHE-ABIX
007120           OR TROVATA-ABIX = "S".
007130
007140          IF TROVATA-ABIX = "S" GO TO CICLO-RACCOGLI-REVOCHE-ABIX.
007150
007160          IF NUM-REVOCHE-ABIX NOT < 3000
007170           ADD 1                     TO SCARTATE-ABIX
007180           DISPLAY "REVOCA OLTRE 3000 NON TRATTATA: " ENTE-ABI "/"
007190            GRUPPO-ABI " " MOD-ABI "/" ENT-ABI "/" FUNZ-ABI
007200           GO TO CICLO-RACCOGLI-REVOCHE-ABIX
007210          END-IF.
007220
007230          ADD 1                      TO NUM-REVOCHE-ABIX.
007240          MOVE CHIAVE-ABI
007250           TO CHIAVE-REVOCA-ABIX(NUM-REVOCHE-ABIX).
007260          MOVE DESC-ABI
007270           TO DESC-REVOCA-ABIX(NUM-REVOCHE-ABIX).
007280
007290          GO TO CICLO-RACCOGLI-REVOCHE-ABIX.
007300
007310 EX-RACCOGLI-REVOCHE-ABIX.
007320          EXIT.
007330*
007340 CERCA-RIGA-ABIX.
007350
007360          IF CHIAVE-RIGA-ABIX(IND2-RIGHE-ABIX) = CHIAVE-ABI
007370           MOVE "S"                  TO TROVATA-ABIX
007380          END-IF.
007390
007400 EX-CERCA-RIGA-ABIX.
007410          EXIT.
007420*
007430** SEPARAZIONE DEI COMPITI SU OGNI RIGA CHE CONCEDE: PRIMA CONTRO LA
007440** MATRICE ATTUALE (VERIFICA-SOD-WEB), POI CONTRO LE ALTRE
007450** CONCESSIONI DELLO STESSO FILE PER LO STESSO ENTE/GRUPPO
007460*
007470 CONTROLLA-SOD-ABIX.
007480
007490          IF CONCEDE-RIGA-ABIX(IND-RIGHE-ABIX) NOT = "S"
007500           GO TO EX-CONTROLLA-SOD-ABIX
007510          END-IF.
007520
007530          MOVE CHIAVE-RIGA-ABIX(IND-RIGHE-ABIX) TO CHIAVE-ABI.
007540          MOVE CHIAMATA-ABI          TO CHIAMATA-SOD-WEB.
007550          PERFORM VERIFICA-SOD-WEB   THRU EX-VERIFICA-SOD-WEB.
007560
007570          IF CONFLITTO-SOD
007580           MOVE "S"
007590            TO BLOCCO-SOD-ABIX(IND-RIGHE-ABIX)
007600           MOVE CHIAMATA-OPPOSTA-SOD-WEB
007610            TO OPPOSTA-RIGA-ABIX(IND-RIGHE-ABIX)
007620           GO TO EX-CONTROLLA-SOD-ABIX
007630          END-IF.
007640
007650          PERFORM COPPIA-SOD-ABIX    THRU EX-COPPIA-SOD-ABIX
007660           VARYING IND2-RIGHE-ABIX FROM 1 BY 1
007670           UNTIL IND2-RIGHE-ABIX > NUM-RIGHE-ABIX
007680           OR BLOCCO-SOD-ABIX(IND-RIGHE-ABIX) = "S".
007690
007700 EX-CONTROLLA-SOD-ABIX.
007710          EXIT.
007720*
007730 COPPIA-SOD-ABIX.
007740
007750          IF IND2-RIGHE-ABIX = IND-RIGHE-ABIX
007760           OR CONCEDE-RIGA-ABIX(IND2-RIGHE-ABIX) NOT = "S"
007770           OR ENTE-RIGA-ABIX(IND2-RIGHE-ABIX)
007780            NOT = ENTE-RIGA-ABIX(IND-RIGHE-ABIX)
007790           OR GRUPPO-RIGA-ABIX(IND2-RIGHE-ABIX)
007800            NOT = GRUPPO-RIGA-ABIX(IND-RIGHE-ABIX)
007810           GO TO EX-COPPIA-SOD-ABIX
007820          END-IF.
007830
007840          MOVE CHIAMATA-RIGA-ABIX(IND-RIGHE-ABIX)
007850           TO CHIAMATA-A-SOD.
007860          MOVE CHIAMATA-RIGA-ABIX(IND2-RIGHE-ABIX)
007870           TO CHIAMATA-B-SOD.
007880          PERFORM LEGGO-SOD          THRU EX-LEGGO-SOD.
007890
007900          IF ESITO-NOK
007910           MOVE CHIAMATA-RIGA-ABIX(IND2-RIGHE-ABIX)
007920            TO CHIAMATA-A-SOD
007930           MOVE CHIAMATA-RIGA-ABIX(IND-RIGHE-ABIX)
007940            TO CHIAMATA-B-SOD
007950           PERFORM LEGGO-SOD         THRU EX-LEGGO-SOD
007960          END-IF.
007970
007980          IF ESITO-OK
007990           MOVE "S"
008000            TO BLOCCO-SOD-ABIX(IND-RIGHE-ABIX)
008010           MOVE CHIAMATA-RIGA-ABIX(IND2-RIGHE-ABIX)
008020            TO OPPOSTA-RIGA-ABIX(IND-RIGHE-ABIX)
008030          END-IF.
008040
008050 EX-COPPIA-SOD-ABIX.
008060          EXIT.
008070*
008080** REVOCA: IN ANTEPRIMA SOLO LA RIGA DI REPORT
008090*
008100 TRATTA-REVOCA-ABIX.
008110
008120          MOVE CHIAVE-REVOCA-ABIX(IND-REVOCHE-ABIX) TO CHIAVE-ABI.
008130          ADD 1                      TO REVOCATE-ABIX.
008140          MOVE "DA REVOCARE"         TO ESITO-RIGA-ABIX.
008150
008160          IF ABIX-APPLICA
008170           PERFORM POSIZIONA-ABIX    THRU EX-POSIZIONA-ABIX
008180           IF TROVATA-ABIX = "S"
008190            PERFORM CANCELLA-ABI     THRU EX-CANCELLA-ABI
008200           ELSE
008210            MOVE "NO"                TO ESITO-WEB
008220           END-IF
008230           PERFORM ESITO-SCRITTURA-ABIX
008240            THRU EX-ESITO-SCRITTURA-ABIX
008250          END-IF.
008260
008270          DISPLAY "REVOCA   " ENTE-ABI "/" GRUPPO-ABI " "
008280           MOD-ABI "/" ENT-ABI "/" FUNZ-ABI " "
008290           DESC-REVOCA-ABIX(IND-REVOCHE-ABIX) " " ESITO-RIGA-ABIX.
008300
008310 EX-TRATTA-REVOCA-ABIX.
008320          EXIT.
008330*
008340** VARIAZIONE DI SCADENZA, DIVIETO O DESCRIZIONE SU UN PERMESSO
008350** ESISTENTE; UN DIVIETO TOLTO IN CONFLITTO SOD RESTA COM'E'
008360*
008370 TRATTA-VARIAZIONE-ABIX.
008380
008390          IF NOT RIGA-DA-VARIARE(IND-RIGHE-ABIX)
008400           GO TO EX-TRATTA-VARIAZIONE-ABIX
008410          END-IF.
008420
008430          MOVE CHIAVE-RIGA-ABIX(IND-RIGHE-ABIX) TO CHIAVE-ABI.
008440
008450          IF BLOCCO-SOD-ABIX(IND-RIGHE-ABIX) = "S"
008460           PERFORM RIGA-BLOCCATA-ABIX THRU EX-RIGA-BLOCCATA-ABIX
008470           GO TO EX-TRATTA-VARIAZIONE-ABIX
008480          END-IF.
008490
008500          IF SCAD-RIGA-ABIX(IND-RIGHE-ABIX)
008510           NOT = SCAD-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX)
008520           ADD 1                     TO SCADENZE-ABIX
008530           DISPLAY "SCADENZA " ENTE-ABI "/" GRUPPO-ABI " "
008540            MOD-ABI "/" ENT-ABI "/" FUNZ-ABI " DA "
008550            SCAD-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX) " A "
008560            SCAD-RIGA-ABIX(IND-RIGHE-ABIX)
008570          END-IF.
008580
008590          IF NEG-RIGA-ABIX(IND-RIGHE-ABIX)
008600           NOT = NEG-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX)
008610           ADD 1                     TO NEGATE-ABIX
008620           IF NEG-RIGA-ABIX(IND-RIGHE-ABIX) = "S"
008630            DISPLAY "DIVIETO  " ENTE-ABI "/" GRUPPO-ABI " "
008640             MOD-ABI "/" ENT-ABI "/" FUNZ-ABI " DIVENTA NEGATA"
008650           ELSE
008660            DISPLAY "DIVIETO  " ENTE-ABI "/" GRUPPO-ABI " "
008670             MOD-ABI "/" ENT-ABI "/" FUNZ-ABI " TORNA CONCESSA"
008680           END-IF
008690          END-IF.
008700
008710          IF DESC-RIGA-ABIX(IND-RIGHE-ABIX)
008720           NOT = DESC-PRIMA-RIGA-ABIX(IND-RIGHE-ABIX)
008730           ADD 1                     TO DESCRIZIONI-ABIX
008740           DISPLAY "DESCRIZ. " ENTE-ABI "/" GRUPPO-ABI " "
008750            MOD-ABI "/" ENT-ABI "/" FUNZ-ABI " "
008760            DESC-RIGA-ABIX(IND-RIGHE-ABIX)
008770          END-IF.
008780
008790          IF NOT ABIX-APPLICA GO TO EX-TRATTA-VARIAZIONE-ABIX.
008800
008810          PERFORM POSIZIONA-ABIX     THRU EX-POSIZIONA-ABIX.
008820
008830          IF TROVATA-ABIX NOT = "S"
008840           MOVE "NO"                 TO ESITO-WEB
008850          ELSE
008860           MOVE DESC-ABI             TO DESC-PRIMA-ABI-WEB
008870           MOVE DESC-RIGA-ABIX(IND-RIGHE-ABIX) TO DESC-ABI
008880           MOVE SCAD-RIGA-ABIX(IND-RIGHE-ABIX) TO SCADENZA-ABI
008890           MOVE NEG-RIGA-ABIX(IND-RIGHE-ABIX)  TO NEGATA-ABI
008900           PERFORM RISCRIVI-ABI      THRU EX-RISCRIVI-ABI
008910          END-IF.
008920
008930          PERFORM ESITO-SCRITTURA-ABIX
008940           THRU EX-ESITO-SCRITTURA-ABIX.
008950
008960          DISPLAY "         " ENTE-ABI "/" GRUPPO-ABI " "
008970           MOD-ABI "/" ENT-ABI "/" FUNZ-ABI " " ESITO-RIGA-ABIX.
008980
008990 EX-TRATTA-VARIAZIONE-ABIX.
009000          EXIT.
009010*
009020** NUOVO PERMESSO (O NUOVO DIVIETO) DAL FILE
009030*
009040 TRATTA-CONCESSIONE-ABIX.
009050
009060          IF NOT RIGA-DA-CONCEDERE(IND-RIGHE-ABIX)
009070           GO TO EX-TRATTA-CONCESSIONE-ABIX
009080          END-IF.
009090
009100          MOVE CHIAVE-RIGA-ABIX(IND-RIGHE-ABIX) TO CHIAVE-ABI.
009110
009120          IF BLOCCO-SOD-ABIX(IND-RIGHE-ABIX) = "S"
009130           PERFORM RIGA-BLOCCATA-ABIX THRU EX-RIGA-BLOCCATA-ABIX
009140           GO TO EX-TRATTA-CONCESSIONE-ABIX
009150          END-IF.
009160
009170          ADD 1                      TO CONCESSE-ABIX.
009180          MOVE "DA CONCEDERE"        TO ESITO-RIGA-ABIX.
009190
009200          IF ABIX-APPLICA
009210           MOVE DESC-RIGA-ABIX(IND-RIGHE-ABIX) TO DESC-ABI
009220           MOVE SCAD-RIGA-ABIX(IND-RIGHE-ABIX) TO SCADENZA-ABI
009230           MOVE NEG-RIGA-ABIX(IND-RIGHE-ABIX)  TO NEGATA-ABI
009240           PERFORM SCRIVI-ABI        THRU EX-SCRIVI-ABI
009250           PERFORM ESITO-SCRITTURA-ABIX
009260            THRU EX-ESITO-SCRITTURA-ABIX
009270          END-IF.
009280
009290          DISPLAY "CONCEDE  " ENTE-ABI "/" GRUPPO-ABI " "
009300           MOD-ABI "/" ENT-ABI "/" FUNZ-ABI " "
009310           DESC-RIGA-ABIX(IND-RIGHE-ABIX) " SCAD. "
009320           SCAD-RIGA-ABIX(IND-RIGHE-ABIX) " NEG. "
009330           NEG-RIGA-ABIX(IND-RIGHE-ABIX) " " ESITO-RIGA-ABIX.
009340
009350 EX-TRATTA-CONCESSIONE-ABIX.
009360          EXIT.
009370*
009380 RIGA-BLOCCATA-ABIX.
009390
009400          ADD 1                      TO BLOCCATE-ABIX.
009410
009420          DISPLAY "BLOCCATA " ENTE-ABI "/" GRUPPO-ABI " "
009430           MOD-ABI "/" ENT-ABI "/" FUNZ-ABI
009440           " IN CONFLITTO SOD CON "
009450           OPPOSTA-RIGA-ABIX(IND-RIGHE-ABIX).
009460
009470 EX-RIGA-BLOCCATA-ABIX.
009480          EXIT.
009490*
009500 ESITO-SCRITTURA-ABIX.
009510
009520          IF ESITO-OK
009530           MOVE "APPLICATA"          TO ESITO-RIGA-ABIX
009540          ELSE
009550           MOVE "ERRORE SCRITTURA"   TO ESITO-RIGA-ABIX
009560           ADD 1                     TO ERRORI-ABIX
009570          END-IF.
009580
009590 EX-ESITO-SCRITTURA-ABIX.
009600          EXIT.
