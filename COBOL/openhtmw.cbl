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
000200* SERVIZIO DELLE VERSIONI DELLE PAGINE TEMPLATE/*.HTM (ARKHTM),
000210* RICHIAMATO CON CALL DALLA MASCHERA openmhtm.exe E DAL GUARDIANO
000220* DELLE PUBBLICAZIONI PROGRAMMATE OPENBHTM. E' L'UNICO PUNTO CHE
000230* COPIA FILE FRA TEMPLATE/VERS E LE PAGINE IN LINEA. IL
000240* PARAMETRO E' AREA-HTM-WEB. AZIONI:
000250*   BOZZA    - APRE UNA NUOVA BOZZA DI NOME-HTM-WEB A NOME
000260*              DELL'OPERATORE, COPIANDO LA VERSIONE IN LINEA; LA
000270*              PRIMA VOLTA LA PAGINA INSTALLATA ENTRA COME
000280*              VERSIONE 1 IMPORTATA. RIFIUTATA SE LA PAGINA HA
000290*              GIA' UNA BOZZA O UNA PUBBLICAZIONE PROGRAMMATA
000300*   PUBBLICA - METTE IN LINEA LA BOZZA (O LA PROGRAMMATA)
000310*              NUMERO-HTM-WEB: COPIA SU UN FILE DI APPOGGIO E
000320*              RINOMINA, COSI' CHI CHIEDE LA PAGINA NON LA VEDE
000330*              MAI A META'. LA VERSIONE IN LINEA PRECEDENTE
000340*              DIVENTA SOSTITUITA. MOTIVO-HTM-WEB A SPAZI LASCIA
000350*              QUELLO REGISTRATO ALLA PROGRAMMAZIONE
000360*   RIPRISTI - RIPRENDE LA VERSIONE NUMERO-HTM-WEB (GIA' STATA IN
000370*              LINEA) COME NUOVA VERSIONE CON ORIGINE "R" E LA
000380*              PUBBLICA SUBITO; IL MOTIVO E' OBBLIGATORIO
000390* OGNI PUBBLICAZIONE VA SU ARKACC ("MODELLO") E RIFA' LA RIGA DELLA
000400* PAGINA SULLA LINEA DI BASE DI INTEGRITA' (OPENINTW, AZIONE
000410* PAGINA), COSI' IL CONFRONTO NOTTURNO NON LA SEGNALA. IL NOME DI
000420* PAGINA ENTRA NEI COMANDI DI SISTEMA: SOLO LETTERE MAIUSCOLE,
000430* CIFRE, "_", "-" E ".", CON DESINENZA ".HTM".
000440*
000450 IDENTIFICATION   DIVISION.
000460 PROGRAM-ID.      OPENHTMW.
000470 ENVIRONMENT      DIVISION.
000480 CONFIGURATION    SECTION.
000490          COPY "SPECIAL.CBL".
000500 INPUT-OUTPUT     SECTION.
000510 FILE-CONTROL.
000520
000530          COPY "SELHTM.CBL".
000540          COPY "SELACC.CBL".
000550
000560 DATA             DIVISION.
000570 FILE SECTION.
000580
000590          COPY "FDEHTM.CBL".
000600          COPY "FDEACC.CBL".
000610
000620 WORKING-STORAGE  SECTION.
000630
000640          COPY "GLOBALS.CBL".
000650*
000660 01 COMANDO-HTMW              PIC X(512).
000670 01 RC-HTMW                   PIC S9(9) COMP.
000680 01 DATA-OGGI-HTMW            PIC 9(08).
000690 01 ORA-OGGI-HTMW             PIC 9(08).
000700*
000710** CONTROLLO DEL NOME DI PAGINA
000720*
000730 01 LUNGH-NOME-HTMW           PIC 9(02) COMP.
000740 01 IND-NOME-HTMW             PIC 9(02) COMP.
000750 01 CARATTERE-HTMW            PIC X.
000760    88 CARATTERE-AMMESSO-HTMW VALUE "A" THRU "Z" "0" THRU "9"
000770                                    "_" "-" ".".
000780 01 NOME-VALIDO-HTMW          PIC X.
000790*
000800** SITUAZIONE DELLA PAGINA DALLA SCANSIONE DELLE SUE VERSIONI
000810*
000820 01 ULTIMA-HTMW               PIC 9(04).
000830 01 IN-LINEA-HTMW             PIC 9(04).
000840 01 APERTA-HTMW               PIC 9(04).
000850 01 AUTORE-APERTA-HTMW        PIC X(08).
000860 01 NUOVA-HTMW                PIC 9(04).
000870*
000880** PERCORSI: ORIGINE E DESTINAZIONE DELLE COPIE, PAGINA IN LINEA
000890** E SUO FILE DI APPOGGIO (NASCOSTO, FUORI DA TEMPLATE/*.HTM)
000900*
000910 01 NUMERO-PERC-HTMW          PIC 9(04).
000920 01 PERCORSO-HTMW             PIC X(60).
000930 01 ORIGINE-PERC-HTMW         PIC X(60).
000940 01 DESTINO-PERC-HTMW         PIC X(60).
000950 01 LINEA-PERC-HTMW           PIC X(60).
000960 01 APPOGGIO-PERC-HTMW        PIC X(60).
000970*
000980 LINKAGE SECTION.
000990*
001000 01 LK-AREA-HTMW              PIC X(166).
001010*
001020 PROCEDURE  DIVISION USING LK-AREA-HTMW.
001030*
001040          MOVE LK-AREA-HTMW       TO AREA-HTM-WEB.
001050
001060          MOVE "NO"               TO ESITO-HTM-WEB.
001070          MOVE SPACES             TO NOTA-HTM-WEB.
001080          MOVE ZEROS              TO NUOVO-HTM-WEB.
001090          ACCEPT DATA-OGGI-HTMW   FROM DATE YYYYMMDD.
001100          ACCEPT ORA-OGGI-HTMW    FROM TIME.
001110
001120          PERFORM CONTROLLA-NOME-HTMW THRU EX-CONTROLLA-NOME-HTMW.
001130
001140          IF NOME-VALIDO-HTMW NOT = "S"
001150           MOVE "Nome di pagina non valido" TO NOTA-HTM-WEB
001160           GO TO RESTITUISCI-HTMW
001170          END-IF.
001180
001190          IF OPERATORE-HTM-WEB = SPACES
001200           MOVE "Operatore obbligatorio" TO NOTA-HTM-WEB
001210           GO TO RESTITUISCI-HTMW
001220          END-IF.
001230
001240          PERFORM OPEN-I-HTM      THRU EX-OPEN-I-HTM.
001250
001260          IF STATUS-HTM NOT = "00"
001270           MOVE "Archivio delle versioni non disponibile"
001280                                  TO NOTA-HTM-WEB
001290           GO TO RESTITUISCI-HTMW
001300          END-IF.
001310
001320          PERFORM SCANDISCI-HTMW  THRU EX-SCANDISCI-HTMW.
001330
001340          MOVE SPACES             TO LINEA-PERC-HTMW
001350                                     APPOGGIO-PERC-HTMW.
001360          STRING "TEMPLATE/" NOME-HTM-WEB
001370           DELIMITED BY SPACE INTO LINEA-PERC-HTMW.
001380          STRING "TEMPLATE/." NOME-HTM-WEB
001390           DELIMITED BY SPACE ".NUOVA"
001400           DELIMITED BY SIZE INTO APPOGGIO-PERC-HTMW.
001410
001420          IF AZIONE-HTM-WEB = "BOZZA"
001430           PERFORM BOZZA-HTMW     THRU EX-BOZZA-HTMW
001440           GO TO CHIUDI-HTMW
001450          END-IF.
001460
001470          IF AZIONE-HTM-WEB = "PUBBLICA"
001480           PERFORM PUBBLICA-HTMW  THRU EX-PUBBLICA-HTMW
001490           GO TO CHIUDI-HTMW
001500          END-IF.
001510
001520          IF AZIONE-HTM-WEB = "RIPRISTI"
001530           PERFORM RIPRISTINA-HTMW THRU EX-RIPRISTINA-HTMW
001540           GO TO CHIUDI-HTMW
001550          END-IF.
001560
001570          MOVE "Azione non prevista" TO NOTA-HTM-WEB.
001580
001590 CHIUDI-HTMW.
001600
001610          PERFORM CLOSE-HTM       THRU EX-CLOSE-HTM.
001620
001630 RESTITUISCI-HTMW.
001640
001650          MOVE AREA-HTM-WEB       TO LK-AREA-HTMW.
001660
001670          GOBACK.
001680
001690          COPY "PIOHTM.CBL".
001700          COPY "PIOACC.CBL".
001710*
001720***** IL NOME DI PAGINA: SOLO CARATTERI AMMESSI FINO AL PRIMO
001730***** SPAZIO, NIENTE DOPO, DESINENZA ".HTM"
001740*
001750 CONTROLLA-NOME-HTMW.
001760
001770          MOVE "N"                TO NOME-VALIDO-HTMW.
001780          MOVE ZEROS              TO LUNGH-NOME-HTMW.
001790          INSPECT NOME-HTM-WEB TALLYING LUNGH-NOME-HTMW
001800           FOR CHARACTERS BEFORE INITIAL SPACE.
001810
001820          IF LUNGH-NOME-HTMW < 5 GO TO EX-CONTROLLA-NOME-HTMW.
001830
001840          IF LUNGH-NOME-HTMW < 20
001850           AND NOME-HTM-WEB(LUNGH-NOME-HTMW + 1:) NOT = SPACES
001860           GO TO EX-CONTROLLA-NOME-HTMW
001870          END-IF.
001880
001890          IF NOME-HTM-WEB(LUNGH-NOME-HTMW - 3:4) NOT = ".HTM"
001900           GO TO EX-CONTROLLA-NOME-HTMW
001910          END-IF.
001920
001930          MOVE "S"                TO NOME-VALIDO-HTMW.
001940
001950          PERFORM CARATTERE-NOME-HTMW THRU EX-CARATTERE-NOME-HTMW
001960           VARYING IND-NOME-HTMW FROM 1 BY 1
001970           UNTIL IND-NOME-HTMW > LUNGH-NOME-HTMW.
001980
001990 EX-CONTROLLA-NOME-HTMW.
002000          EXIT.
002010
002020 CARATTERE-NOME-HTMW.
002030
002040          MOVE NOME-HTM-WEB(IND-NOME-HTMW:1) TO CARATTERE-HTMW.
002050
002060          IF NOT CARATTERE-AMMESSO-HTMW
002070           MOVE "N"               TO NOME-VALIDO-HTMW
002080          END-IF.
002090
002100 EX-CARATTERE-NOME-HTMW.
002110          EXIT.
002120*
002130***** TUTTE LE VERSIONI DELLA PAGINA: L'ULTIMO NUMERO USATO, LA
002140***** VERSIONE IN LINEA E L'EVENTUALE BOZZA O PROGRAMMATA APERTA
002150*
002160 SCANDISCI-HTMW.
002170
002180          MOVE ZEROS              TO ULTIMA-HTMW
002190                                     IN-LINEA-HTMW
002200                                     APERTA-HTMW.
002210          MOVE SPACES             TO AUTORE-APERTA-HTMW.
002220
002230          MOVE NOME-HTM-WEB       TO NOME-HTM.
002240          MOVE ZEROS              TO NUMERO-HTM.
002250          PERFORM STARTO-HTM      THRU EX-STARTO-HTM.
002260
002270          IF ESITO-NOK GO TO EX-SCANDISCI-HTMW.
002280
002290 CICLO-SCANDISCI-HTMW.
002300
002310          PERFORM LEGGO-NEXT-HTM  THRU EX-LEGGO-NEXT-HTM.
002320
002330          IF FINE-FILE = "S" GO TO EX-SCANDISCI-HTMW.
002340          IF NOME-HTM NOT = NOME-HTM-WEB GO TO EX-SCANDISCI-HTMW.
002350
002360          MOVE NUMERO-HTM         TO ULTIMA-HTMW.
002370
002380          IF HTM-IN-LINEA
002390           MOVE NUMERO-HTM        TO IN-LINEA-HTMW
002400          END-IF.
002410
002420          IF HTM-BOZZA OR HTM-PROGRAMMATA
002430           MOVE NUMERO-HTM        TO APERTA-HTMW
002440           MOVE AUTORE-HTM        TO AUTORE-APERTA-HTMW
002450          END-IF.
002460
002470          GO TO CICLO-SCANDISCI-HTMW.
002480
002490 EX-SCANDISCI-HTMW.
002500          EXIT.
002510*
002520***** azione BOZZA: LA PRIMA VOLTA SI IMPORTA LA PAGINA INSTALLATA,
002530***** POI LA BOZZA NASCE COME COPIA DELLA VERSIONE IN LINEA
002540*
002550 BOZZA-HTMW.
002560
002570          IF APERTA-HTMW > ZEROS
002580           STRING "Esiste gia' la versione " APERTA-HTMW
002590            " aperta da " AUTORE-APERTA-HTMW
002600            DELIMITED BY SIZE INTO NOTA-HTM-WEB
002610           GO TO EX-BOZZA-HTMW
002620          END-IF.
002630
002640          IF ULTIMA-HTMW = ZEROS
002650           PERFORM IMPORTA-HTMW   THRU EX-IMPORTA-HTMW
002660           IF ESITO-NOK GO TO EX-BOZZA-HTMW
002670          END-IF.
002680
002690          COMPUTE NUOVA-HTMW = ULTIMA-HTMW + 1.
002700
002710          IF IN-LINEA-HTMW > ZEROS
002720           MOVE IN-LINEA-HTMW     TO NUMERO-PERC-HTMW
002730           PERFORM PERCORSO-VERS-HTMW THRU EX-PERCORSO-VERS-HTMW
002740           MOVE PERCORSO-HTMW     TO ORIGINE-PERC-HTMW
002750          ELSE
002760           MOVE LINEA-PERC-HTMW   TO ORIGINE-PERC-HTMW
002770          END-IF.
002780
002790          MOVE NUOVA-HTMW         TO NUMERO-PERC-HTMW.
002800          PERFORM PERCORSO-VERS-HTMW THRU EX-PERCORSO-VERS-HTMW.
002810          MOVE PERCORSO-HTMW      TO DESTINO-PERC-HTMW.
002820
002830          PERFORM COPIA-HTMW      THRU EX-COPIA-HTMW.
002840
002850          IF RC-HTMW NOT = ZERO
002860           MOVE "Copia della versione in linea non riuscita"
002870                                  TO NOTA-HTM-WEB
002880           GO TO EX-BOZZA-HTMW
002890          END-IF.
002900
002910          MOVE SPACES             TO VERSIONE-HTM.
002920          MOVE NOME-HTM-WEB       TO NOME-HTM.
002930          MOVE NUOVA-HTMW         TO NUMERO-HTM.
002940          MOVE "B"                TO STATO-HTM.
002950          MOVE "N"                TO ORIGINE-HTM.
002960          MOVE IN-LINEA-HTMW      TO BASE-HTM.
002970          MOVE OPERATORE-HTM-WEB  TO AUTORE-HTM.
002980          MOVE DATA-OGGI-HTMW     TO DATA-CRE-HTM.
002990          MOVE ORA-OGGI-HTMW(1:6) TO ORA-CRE-HTM.
003000          MOVE ZEROS              TO DATA-PROG-HTM ORA-PROG-HTM
003010                                     DATA-PUB-HTM ORA-PUB-HTM
003020                                     DATA-SOST-HTM.
003030          MOVE MOTIVO-HTM-WEB     TO MOTIVO-HTM.
003040
003050          PERFORM SCRIVI-HTM      THRU EX-SCRIVI-HTM.
003060
003070          IF ESITO-NOK
003080           MOVE "Registrazione della bozza non riuscita"
003090                                  TO NOTA-HTM-WEB
003100           GO TO EX-BOZZA-HTMW
003110          END-IF.
003120
003130          MOVE NUOVA-HTMW         TO NUOVO-HTM-WEB.
003140          MOVE "BOZZA"            TO NOTA-ACC-WEB.
003150          PERFORM EVENTO-HTMW     THRU EX-EVENTO-HTMW.
003160
003170          MOVE "OK"               TO ESITO-HTM-WEB.
003180          STRING "Aperta la bozza " NUOVA-HTMW
003190           DELIMITED BY SIZE INTO NOTA-HTM-WEB.
003200
003210 EX-BOZZA-HTMW.
003220          EXIT.
003230*
003240***** LA PAGINA INSTALLATA DIVENTA LA VERSIONE 1, GIA' IN LINEA
003250*
003260 IMPORTA-HTMW.
003270
003280          MOVE "NO"               TO ESITO-WEB.
003290          MOVE 1                  TO NUMERO-PERC-HTMW.
003300          PERFORM PERCORSO-VERS-HTMW THRU EX-PERCORSO-VERS-HTMW.
003310          MOVE LINEA-PERC-HTMW    TO ORIGINE-PERC-HTMW.
003320          MOVE PERCORSO-HTMW      TO DESTINO-PERC-HTMW.
003330
003340          PERFORM COPIA-HTMW      THRU EX-COPIA-HTMW.
003350
003360          IF RC-HTMW NOT = ZERO
003370           MOVE "Pagina non installata" TO NOTA-HTM-WEB
003380           GO TO EX-IMPORTA-HTMW
003390          END-IF.
003400
003410          MOVE SPACES             TO VERSIONE-HTM.
003420          MOVE NOME-HTM-WEB       TO NOME-HTM.
003430          MOVE 1                  TO NUMERO-HTM.
003440          MOVE "A"                TO STATO-HTM.
003450          MOVE "I"                TO ORIGINE-HTM.
003460          MOVE ZEROS              TO BASE-HTM.
003470          MOVE OPERATORE-HTM-WEB  TO AUTORE-HTM
003480                                     PUBBLICATA-DA-HTM.
003490          MOVE DATA-OGGI-HTMW     TO DATA-CRE-HTM DATA-PUB-HTM.
003500          MOVE ORA-OGGI-HTMW(1:6) TO ORA-CRE-HTM ORA-PUB-HTM.
003510          MOVE ZEROS              TO DATA-PROG-HTM ORA-PROG-HTM
003520                                     DATA-SOST-HTM.
003530          MOVE "Pagina installata" TO MOTIVO-HTM.
003540
003550          PERFORM SCRIVI-HTM      THRU EX-SCRIVI-HTM.
003560
003570          IF ESITO-NOK
003580           MOVE "Registrazione della pagina installata fallita"
003590                                  TO NOTA-HTM-WEB
003600           GO TO EX-IMPORTA-HTMW
003610          END-IF.
003620
003630          MOVE 1                  TO ULTIMA-HTMW IN-LINEA-HTMW.
003640
003650 EX-IMPORTA-HTMW.
003660          EXIT.
003670*
003680***** azione PUBBLICA: SOLO UNA BOZZA O UNA PROGRAMMATA
003690*
003700 PUBBLICA-HTMW.
003710
003720          MOVE NOME-HTM-WEB       TO NOME-HTM.
003730          MOVE NUMERO-HTM-WEB     TO NUMERO-HTM.
003740          PERFORM LEGGO-HTM       THRU EX-LEGGO-HTM.
003750
003760          IF ESITO-NOK
003770           MOVE "Versione inesistente" TO NOTA-HTM-WEB
003780           GO TO EX-PUBBLICA-HTMW
003790          END-IF.
003800
003810          IF NOT HTM-BOZZA AND NOT HTM-PROGRAMMATA
003820           MOVE "La versione non e' una bozza da pubblicare"
003830                                  TO NOTA-HTM-WEB
003840           GO TO EX-PUBBLICA-HTMW
003850          END-IF.
003860
003870          PERFORM METTI-IN-LINEA-HTMW THRU EX-METTI-IN-LINEA-HTMW.
003880
003890 EX-PUBBLICA-HTMW.
003900          EXIT.
003910*
003920***** azione RIPRISTI: LA VERSIONE DA RIPRENDERE DEVE ESSERE GIA'
003930***** STATA IN LINEA E NON ESSERLO ADESSO
003940*
003950 RIPRISTINA-HTMW.
003960
003970          IF MOTIVO-HTM-WEB = SPACES
003980           MOVE "Motivo del ripristino obbligatorio"
003990                                  TO NOTA-HTM-WEB
004000           GO TO EX-RIPRISTINA-HTMW
004010          END-IF.
004020
004030          MOVE NOME-HTM-WEB       TO NOME-HTM.
004040          MOVE NUMERO-HTM-WEB     TO NUMERO-HTM.
004050          PERFORM LEGGO-HTM       THRU EX-LEGGO-HTM.
004060
004070          IF ESITO-NOK
004080           MOVE "Versione inesistente" TO NOTA-HTM-WEB
004090           GO TO EX-RIPRISTINA-HTMW
004100          END-IF.
004110
004120          IF HTM-IN-LINEA
004130           MOVE "La versione e' gia' in linea" TO NOTA-HTM-WEB
004140           GO TO EX-RIPRISTINA-HTMW
004150          END-IF.
004160
004170          IF NOT HTM-SOSTITUITA
004180           MOVE "La versione non e' mai stata in linea"
004190                                  TO NOTA-HTM-WEB
004200           GO TO EX-RIPRISTINA-HTMW
004210          END-IF.
004220
004230          COMPUTE NUOVA-HTMW = ULTIMA-HTMW + 1.
004240
004250          MOVE NUMERO-HTM-WEB     TO NUMERO-PERC-HTMW.
004260          PERFORM PERCORSO-VERS-HTMW THRU EX-PERCORSO-VERS-HTMW.
004270          MOVE PERCORSO-HTMW      TO ORIGINE-PERC-HTMW.
004280          MOVE NUOVA-HTMW         TO NUMERO-PERC-HTMW.
004290          PERFORM PERCORSO-VERS-HTMW THRU EX-PERCORSO-VERS-HTMW.
004300          MOVE PERCORSO-HTMW      TO DESTINO-PERC-HTMW.
004310
004320          PERFORM COPIA-HTMW      THRU EX-COPIA-HTMW.
004330
004340          IF RC-HTMW NOT = ZERO
004350           MOVE "Copia della versione da riprendere non riuscita"
004360                                  TO NOTA-HTM-WEB
004370           GO TO EX-RIPRISTINA-HTMW
004380          END-IF.
004390
004400          MOVE SPACES             TO VERSIONE-HTM.
004410          MOVE NOME-HTM-WEB       TO NOME-HTM.
004420          MOVE NUOVA-HTMW         TO NUMERO-HTM.
004430          MOVE "B"                TO STATO-HTM.
004440          MOVE "R"                TO ORIGINE-HTM.
004450          MOVE NUMERO-HTM-WEB     TO BASE-HTM.
004460          MOVE OPERATORE-HTM-WEB  TO AUTORE-HTM.
004470          MOVE DATA-OGGI-HTMW     TO DATA-CRE-HTM.
004480          MOVE ORA-OGGI-HTMW(1:6) TO ORA-CRE-HTM.
004490          MOVE ZEROS              TO DATA-PROG-HTM ORA-PROG-HTM
004500                                     DATA-PUB-HTM ORA-PUB-HTM
004510                                     DATA-SOST-HTM.
004520
004530          PERFORM SCRIVI-HTM      THRU EX-SCRIVI-HTM.
004540
004550          IF ESITO-NOK
004560           MOVE "Registrazione del ripristino non riuscita"
004570                                  TO NOTA-HTM-WEB
004580           GO TO EX-RIPRISTINA-HTMW
004590          END-IF.
004600
004610          MOVE NUOVA-HTMW         TO NUOVO-HTM-WEB.
004620
004630          PERFORM METTI-IN-LINEA-HTMW THRU EX-METTI-IN-LINEA-HTMW.
004640
004650 EX-RIPRISTINA-HTMW.
004660          EXIT.
004670*
004680***** LA VERSIONE APPENA LETTA VA IN LINEA: COPIA SULL'APPOGGIO E
004690***** RINOMINA, POI LE RIGHE DI ARKHTM, IL GIORNALE E LA LINEA DI
004700***** BASE DELLA PAGINA
004710*
004720 METTI-IN-LINEA-HTMW.
004730
004740          MOVE NUMERO-HTM         TO NUMERO-PERC-HTMW.
004750          PERFORM PERCORSO-VERS-HTMW THRU EX-PERCORSO-VERS-HTMW.
004760
004770          MOVE SPACES             TO COMANDO-HTMW.
004780          STRING "cp " PERCORSO-HTMW " " APPOGGIO-PERC-HTMW
004790           " 2>/dev/null && mv -f " APPOGGIO-PERC-HTMW " "
004800           LINEA-PERC-HTMW
004810           DELIMITED BY "  " INTO COMANDO-HTMW.
004820          CALL "SYSTEM" USING COMANDO-HTMW.
004830          MOVE RETURN-CODE        TO RC-HTMW.
004840
004850          IF RC-HTMW NOT = ZERO
004860           MOVE "Copia della pagina in linea non riuscita"
004870                                  TO NOTA-HTM-WEB
004880           GO TO EX-METTI-IN-LINEA-HTMW
004890          END-IF.
004900
004910          MOVE "A"                TO STATO-HTM.
004920          MOVE OPERATORE-HTM-WEB  TO PUBBLICATA-DA-HTM.
004930          MOVE DATA-OGGI-HTMW     TO DATA-PUB-HTM.
004940          MOVE ORA-OGGI-HTMW(1:6) TO ORA-PUB-HTM.
004950          IF MOTIVO-HTM-WEB NOT = SPACES
004960           MOVE MOTIVO-HTM-WEB    TO MOTIVO-HTM
004970          END-IF.
004980
004990          PERFORM RISCRIVI-HTM    THRU EX-RISCRIVI-HTM.
005000
005010          MOVE NUMERO-HTM         TO NUOVA-HTMW.
005020
005030          IF IN-LINEA-HTMW > ZEROS
005040           MOVE NOME-HTM-WEB      TO NOME-HTM
005050           MOVE IN-LINEA-HTMW     TO NUMERO-HTM
005060           PERFORM LEGGO-HTM      THRU EX-LEGGO-HTM
005070           IF ESITO-OK
005080            MOVE "S"              TO STATO-HTM
005090            MOVE DATA-OGGI-HTMW   TO DATA-SOST-HTM
005100            PERFORM RISCRIVI-HTM  THRU EX-RISCRIVI-HTM
005110           END-IF
005120          END-IF.
005130
005140          MOVE NUOVA-HTMW         TO IN-LINEA-HTMW.
005150
005160          IF AZIONE-HTM-WEB = "RIPRISTI"
005170           MOVE "RIPRISTINO"      TO NOTA-ACC-WEB
005180          ELSE
005190           MOVE "PUBBLICA"        TO NOTA-ACC-WEB
005200          END-IF.
005210          PERFORM EVENTO-HTMW     THRU EX-EVENTO-HTMW.
005220
005230*         LA LINEA DI BASE DI INTEGRITA' DELLA PAGINA SI RIFA' A
005240*         NOME DI CHI PUBBLICA; SE NON RIESCE LA PUBBLICAZIONE
005250*         RESTA VALIDA E LA NOTA LO DICE
005260          MOVE "PAGINA"           TO AZIONE-INT-WEB.
005270          MOVE OPERATORE-HTM-WEB  TO OPERATORE-INT-WEB.
005280          MOVE SPACES             TO RILASCIO-INT-WEB.
005290          STRING "MODELLO V" NUOVA-HTMW
005300           DELIMITED BY SIZE INTO RILASCIO-INT-WEB.
005310          MOVE LINEA-PERC-HTMW    TO NOTA-INT-WEB.
005320          CALL "OPENINTW" USING AZIONE-INT-WEB OPERATORE-INT-WEB
005330                                RILASCIO-INT-WEB ESITO-INT-WEB
005340                                NOTA-INT-WEB.
005350          CANCEL "OPENINTW".
005360
005370          MOVE "OK"               TO ESITO-HTM-WEB.
005380
005390          IF ESITO-INT-WEB = "OK"
005400           STRING "Versione " NUOVA-HTMW " in linea"
005410            DELIMITED BY SIZE INTO NOTA-HTM-WEB
005420          ELSE
005430           STRING "Versione " NUOVA-HTMW " in linea; integrita': "
005440            NOTA-INT-WEB
005450            DELIMITED BY SIZE INTO NOTA-HTM-WEB
005460          END-IF.
005470
005480 EX-METTI-IN-LINEA-HTMW.
005490          EXIT.
005500*
005510***** PERCORSO DEL TESTO DELLA VERSIONE NUMERO-PERC-HTMW:
005520***** TEMPLATE/VERS/nome.nnnn
005530*
005540 PERCORSO-VERS-HTMW.
005550
005560          MOVE SPACES             TO PERCORSO-HTMW.
005570          STRING "TEMPLATE/VERS/" NOME-HTM-WEB
005580           DELIMITED BY SPACE "." NUMERO-PERC-HTMW
005590           DELIMITED BY SIZE INTO PERCORSO-HTMW.
005600
005610 EX-PERCORSO-VERS-HTMW.
005620          EXIT.
005630
005640 COPIA-HTMW.
005650
005660          MOVE SPACES             TO COMANDO-HTMW.
005670          STRING "mkdir -p TEMPLATE/VERS && cp " ORIGINE-PERC-HTMW
005680           " " DESTINO-PERC-HTMW " 2>/dev/null"
005690           DELIMITED BY "  " INTO COMANDO-HTMW.
005700          CALL "SYSTEM" USING COMANDO-HTMW.
005710          MOVE RETURN-CODE        TO RC-HTMW.
005720
005730 EX-COPIA-HTMW.
005740          EXIT.
005750*
005760***** EVENTO "MODELLO" SU ARKACC: L'OPERAZIONE E' GIA' IN
005770***** NOTA-ACC-WEB, SI AGGIUNGONO PAGINA E VERSIONE
005780*
005790 EVENTO-HTMW.
005800
005810          MOVE NOTA-ACC-WEB       TO COMANDO-HTMW.
005820          MOVE SPACES             TO NOTA-ACC-WEB.
005830          STRING COMANDO-HTMW DELIMITED BY SPACE
005840           " " NOME-HTM-WEB DELIMITED BY SPACE
005850           " " NUOVA-HTMW DELIMITED BY SIZE
005860           INTO NOTA-ACC-WEB.
005870
005880          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
005890          MOVE OPERATORE-HTM-WEB  TO UTENTE-ACC-WEB.
005900          MOVE "MODELLO"          TO EVENTO-ACC-WEB.
005910          MOVE "OK"               TO ESITO-ACC-WEB.
005920          MOVE SPACES             TO DELEGANTE-ACC-WEB.
005930          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
005940          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
005950
005960 EX-EVENTO-HTMW.
005970          EXIT.
