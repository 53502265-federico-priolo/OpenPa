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
000200* LETTERA DI ATTRIBUZIONE DEGLI ACCESSI DI UN UTENTE, RICHIAMATA
000210* CON CALL DALLA GRIGLIA DEGLI UTENTI (openuten.exe, funzione=let)
000220* SU RICHIESTA E DA openpend.exe ALL'APPROVAZIONE DI UNA CREAZIONE
000230* O DI UN CAMBIO GRUPPI. IL PARAMETRO E' AREA-LAC-WEB. SULLA CARTA
000240* INTESTATA DELL'ENTE PRIMARIO DELL'UTENTE (ARKENT) LA LETTERA
000250* RIPORTA L'UTENZA, GLI ENTI, I GRUPPI CON LA LORO DESCRIZIONE, LE
000260* VOCI DI MENU CHE L'UTENTE PUO' APRIRE (STESSO CONTROLLO DEL
000270* MENU: PRECALCOLO ARKEFF O RISALITA DI AUTORIZZA-GER SU GRUPPO
000280* BASE ED EXTRA, ESCLUSE LE VOCI RICICLATE, FUORI FINESTRA O SENZA
000290* PROGRAMMA) DESCRITTE NELLA LINGUA-UTEN (ARKMLNG, RIPIEGO
000300* SULL'ITALIANO), IL TESTO DELL'INFORMATIVA D'USO IN VIGORE
000310* (ARKPOL VIA OPENPOLW) NELLA STESSA LINGUA E GLI SPAZI PER LA
000320* FIRMA DI RICEVUTA. IL NUMERO DI RIFERIMENTO VIENE DAL
000330* NUMERATORE (SERIE "LAC" PER ENTE, RIPARTE OGNI ANNO SE LA
000340* TABELLA "NR" LO DICE) E SI SCRIVE "LAC-AAAA/NNNNNNNN". IL FILE
000350* FILES/LETTERA.<utente>.<anno>-<numero>.TXT PASSA A OPENFIRW
000360* (FIRMA, MARCA E REGISTRAZIONE SU ARKDOC COME "LETTERA"); LA RIGA
000370* DEL REGISTRO VIENE POI LEGATA ALL'UTENTE (SOGGETTO-DOC E
000380* RIFERIMENTO-DOC), COSI' LE LETTERE DI UN UTENTE SI RITROVANO
000390* DALLA GRIGLIA (funzione=doc), E L'EMISSIONE VA SUL GIORNALE
000400* ARKACC ("LETTERA") A NOME DELL'UTENTE. ESITO "OK" CON
000410* RIFERIMENTO, FILE, IDENTIFICATIVO, STATO E NOTA DELLA FIRMA
000420* (ANCHE SE LA FIRMA NON E' RIUSCITA, COME PER LE ALTRE STAMPE
000430* UFFICIALI); "NO" SE L'UTENTE NON ESISTE O E' CANCELLATO, SE IL
000440* NUMERATORE NON RISPONDE O SE IL FILE NON SI SCRIVE, CON IL
000450* MOTIVO IN NOTA. FUORI DALLA PRODUZIONE OGNI PAGINA PORTA LA
000460* FILIGRANA DI TEST.
000470*
000480 IDENTIFICATION   DIVISION.
000490 PROGRAM-ID.      OPENLACW.
000500 ENVIRONMENT      DIVISION.
000510 CONFIGURATION    SECTION.
000520          COPY "SPECIAL.CBL".
000530 INPUT-OUTPUT     SECTION.
000540 FILE-CONTROL.
000550
000560          COPY "SELUTEN.CBL".
000570          COPY "SELENT.CBL".
000580          COPY "SELGRU.CBL".
000590          COPY "SELMENU.CBL".
000600          COPY "SELMLNG.CBL".
000610          COPY "SELABI.CBL".
000620          COPY "SELGER.CBL".
000630          COPY "SELEFF.CBL".
000640          COPY "SELPOL.CBL".
000650          COPY "SELDOC.CBL".
000660          COPY "SELACC.CBL".
000670          COPY "SELCSV.CBL".
000680
000690 DATA             DIVISION.
000700 FILE SECTION.
000710
000720          COPY "FDEUTEN.CBL".
000730          COPY "FDEENT.CBL".
000740          COPY "FDEGRU.CBL".
000750          COPY "FDEMENU.CBL".
000760          COPY "FDEMLNG.CBL".
000770          COPY "FDEABI.CBL".
000780          COPY "FDEGER.CBL".
000790          COPY "FDEEFF.CBL".
000800          COPY "FDEPOL.CBL".
000810          COPY "FDEDOC.CBL".
000820          COPY "FDEACC.CBL".
000830          COPY "FDECSV.CBL".
000840
000850 WORKING-STORAGE  SECTION.
000860
000870          COPY "GLOBALS.CBL".
000880*
000890 01 OGGI-LACW                PIC 9(8).
000900 01 OGGI-R-LACW REDEFINES OGGI-LACW.
000910    02 AAAA-OGGI-LACW        PIC 9(4).
000920    02 MM-OGGI-LACW          PIC 9(2).
000930    02 GG-OGGI-LACW          PIC 9(2).
000940 01 DATA-ED-LACW             PIC X(10).
000950 01 DATA-LAVORO-LACW         PIC 9(8).
000960 01 DATA-LAVORO-R-LACW REDEFINES DATA-LAVORO-LACW.
000970    02 AAAA-LAVORO-LACW      PIC 9(4).
000980    02 MM-LAVORO-LACW        PIC 9(2).
000990    02 GG-LAVORO-LACW        PIC 9(2).
001000 01 LINGUA-LACW              PIC XX.
001010*
001020** IMPAGINAZIONE A 80 COLONNE: PAGINA E RIGA CORRENTI, CARTA
001030** INTESTATA DELL'ENTE PRIMARIO DELL'UTENTE
001040*
001050 01 RIGA-LACW                PIC X(80).
001060 01 PAGINA-LACW              PIC 9(4).
001070 01 RIGA-PAGINA-LACW         PIC 9(2).
001080 01 RIGHE-PER-PAGINA-LACW    PIC 9(2) VALUE 56.
001090 01 INTESTAZIONE-LACW        PIC X(60).
001100 01 INDIRIZZO-LACW           PIC X(60).
001110 01 PIE-LACW                 PIC X(60).
001120*
001130** CONTENUTO: GRUPPI, FUNZIONI ABILITATE, TESTO DELL'INFORMATIVA
001140*
001150 01 IND-LACW                 PIC 9(2) COMP.
001160 01 GRUPPO-LACW              PIC 9(4).
001170 01 RUOLO-GRUPPO-LACW        PIC X(10).
001180 01 VOCI-LACW                PIC 9(5).
001190 01 TIPO-ED-LACW             PIC X(30).
001200 01 MOTIVO-ED-LACW           PIC X(60).
001210 01 TITOLO-POL-LACW          PIC X(150).
001220*
001230 LINKAGE SECTION.
001240*
001250 01 LK-AREA-LACW             PIC X(214).
001260*
001270 PROCEDURE  DIVISION USING LK-AREA-LACW.
001280*
001290          MOVE LK-AREA-LACW       TO AREA-LAC-WEB.
001300
001310          MOVE "NO"               TO ESITO-LAC-WEB.
001320          MOVE SPACES             TO RIFERIMENTO-LAC-WEB
001330                                     FILE-LAC-WEB
001340                                     ID-LAC-WEB
001350                                     STATO-LAC-WEB
001360                                     NOTA-LAC-WEB.
001370
001380          IF MOTIVO-LAC-WEB = SPACES
001390           MOVE "RICHIESTA"       TO MOTIVO-LAC-WEB
001400          END-IF.
001410
001420          MOVE SECTION-LAC-WEB    TO SECTION-WEB.
001430
001440          ACCEPT OGGI-LACW        FROM DATE YYYYMMDD.
001450          MOVE SPACES             TO DATA-ED-LACW.
001460          STRING GG-OGGI-LACW "/" MM-OGGI-LACW "/" AAAA-OGGI-LACW
001470           DELIMITED BY SIZE INTO DATA-ED-LACW.
001480
001490          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001500
001510          MOVE UTENTE-LAC-WEB     TO CHIAVE-UTEN.
001520          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
001530
001540          IF ESITO-NOK
001550           MOVE "Utente non trovato" TO NOTA-LAC-WEB
001560           GO TO CHIUDI-UTENTE-LACW
001570          END-IF.
001580
001590          IF UTENTE-CANCELLATO
001600           MOVE "Utente cancellato: nessuna lettera di accesso"
001610            TO NOTA-LAC-WEB
001620           GO TO CHIUDI-UTENTE-LACW
001630          END-IF.
001640
001650          MOVE LINGUA-UTEN        TO LINGUA-LACW.
001660          IF LINGUA-LACW = SPACES
001670           MOVE "IT"              TO LINGUA-LACW
001680          END-IF.
001690
001700          PERFORM CARTA-LACW      THRU EX-CARTA-LACW.
001710
001720***** NUMERO DI RIFERIMENTO DAL NUMERATORE CENTRALIZZATO
001730
001740          MOVE "EMETTI"           TO AZIONE-NUM-WEB.
001750          MOVE "LAC"              TO SERIE-NUM-WEB.
001760          MOVE ENTE-UTEN          TO ENTE-NUM-WEB.
001770          MOVE "OPENLACW"         TO PROGRAMMA-NUM-WEB.
001780          MOVE ZEROS              TO MINIMO-NUM-WEB
001790                                     NUMERO-NUM-WEB
001800                                     ANNO-NUM-WEB.
001810
001820          PERFORM NUMERATORE-LACW THRU EX-NUMERATORE-LACW.
001830
001840          IF ESITO-NUM-WEB NOT = "OK"
001850           MOVE "Numeratore delle lettere non disponibile"
001860            TO NOTA-LAC-WEB
001870           GO TO CHIUDI-UTENTE-LACW
001880          END-IF.
001890
001900          STRING "LAC-" ANNO-NUM-WEB "/" NUMERO-NUM-WEB
001910           DELIMITED BY SIZE INTO RIFERIMENTO-LAC-WEB.
001920
001930          MOVE SPACES             TO NOME-CSV.
001940          STRING "FILES/LETTERA." DELIMITED BY SIZE
001950           CHIAVE-UTEN DELIMITED BY SPACE
001960           "." ANNO-NUM-WEB "-" NUMERO-NUM-WEB ".TXT"
001970           DELIMITED BY SIZE
001980           INTO NOME-CSV.
001990          MOVE NOME-CSV           TO FILE-LAC-WEB.
002000
002010          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
002020
002030          IF STATUS-CSV NOT = "00"
002040           MOVE "File della lettera non scrivibile"
002050            TO NOTA-LAC-WEB
002060           GO TO CHIUDI-UTENTE-LACW
002070          END-IF.
002080
002090          PERFORM AMBIENTE-AMB    THRU EX-AMBIENTE-AMB.
002100
002110          MOVE ZEROS              TO PAGINA-LACW.
002120          MOVE 99                 TO RIGA-PAGINA-LACW.
002130
002140          PERFORM APERTURA-LACW   THRU EX-APERTURA-LACW.
002150          PERFORM UTENZA-LACW     THRU EX-UTENZA-LACW.
002160          PERFORM ENTI-LACW       THRU EX-ENTI-LACW.
002170          PERFORM GRUPPI-LACW     THRU EX-GRUPPI-LACW.
002180          PERFORM FUNZIONI-LACW   THRU EX-FUNZIONI-LACW.
002190          PERFORM POLITICA-LACW   THRU EX-POLITICA-LACW.
002200          PERFORM FIRME-LACW      THRU EX-FIRME-LACW.
002210
002220          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
002230
002240          MOVE "CONFERMA"         TO AZIONE-NUM-WEB.
002250          PERFORM NUMERATORE-LACW THRU EX-NUMERATORE-LACW.
002260
002270***** FIRMA, MARCA E REGISTRAZIONE SU ARKDOC, POI IL LEGAME CON
002280***** L'UTENTE E IL GIORNALE
002290
002300          MOVE "FIRMA"            TO AZIONE-FIR-WEB.
002310          MOVE NOME-CSV           TO FILE-FIR-WEB.
002320          MOVE "LETTERA"          TO TIPO-FIR-WEB.
002330          MOVE "OPENLACW"         TO PROGRAMMA-FIR-WEB.
002340          MOVE SECTION-LAC-WEB    TO ESECUZIONE-FIR-WEB.
002350          MOVE OPERATORE-LAC-WEB  TO OPERATORE-FIR-WEB.
002360
002370          CALL "OPENFIRW" USING AZIONE-FIR-WEB FILE-FIR-WEB
002380                                TIPO-FIR-WEB PROGRAMMA-FIR-WEB
002390                                ESECUZIONE-FIR-WEB
002400                                OPERATORE-FIR-WEB
002410                                ESITO-FIR-WEB ID-FIR-WEB
002420                                STATO-FIR-WEB IMPRONTA-FIR-WEB
002430                                NOTA-FIR-WEB.
002440          CANCEL "OPENFIRW".
002450
002460          MOVE NOTA-FIR-WEB       TO NOTA-LAC-WEB.
002470
002480          IF ESITO-FIR-WEB = "OK"
002490           MOVE ID-FIR-WEB        TO ID-LAC-WEB
002500           MOVE STATO-FIR-WEB     TO STATO-LAC-WEB
002510           PERFORM LEGA-UTENTE-LACW THRU EX-LEGA-UTENTE-LACW
002520          END-IF.
002530
002540          PERFORM GIORNALE-LACW   THRU EX-GIORNALE-LACW.
002550
002560          MOVE "OK"               TO ESITO-LAC-WEB.
002570
002580 CHIUDI-UTENTE-LACW.
002590
002600          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002610
002620          MOVE AREA-LAC-WEB       TO LK-AREA-LACW.
002630
002640          GOBACK.
002650
002660          COPY "PIOUTEN.CBL".
002670          COPY "PIOENT.CBL".
002680          COPY "PIOGRU.CBL".
002690          COPY "PIOMENU.CBL".
002700          COPY "PIOMLNG.CBL".
002710          COPY "PIOABI.CBL".
002720          COPY "PIOGER.CBL".
002730          COPY "PIOGERA.CBL".
002740          COPY "PIOEFF.CBL".
002750          COPY "PIOPOL.CBL".
002760          COPY "PIODOC.CBL".
002770          COPY "PIOACC.CBL".
002780          COPY "PIOCSV.CBL".
002790          COPY "PIOAMB.CBL".
002800*
002810***** RICHIESTA AL NUMERATORE (AZIONE GIA' IN AZIONE-NUM-WEB):
002820***** EMETTI ALL'INIZIO, CONFERMA A FILE CHIUSO
002830*
002840 NUMERATORE-LACW.
002850
002860          CALL "OPENNUMW" USING AZIONE-NUM-WEB SERIE-NUM-WEB
002870                                ENTE-NUM-WEB PROGRAMMA-NUM-WEB
002880                                OPERATORE-LAC-WEB MINIMO-NUM-WEB
002890                                NUMERO-NUM-WEB ANNO-NUM-WEB
002900                                ESITO-NUM-WEB.
002910          CANCEL "OPENNUMW".
002920
002930 EX-NUMERATORE-LACW.
002940          EXIT.
002950*
002960***** CARTA INTESTATA DELL'ENTE PRIMARIO DELL'UTENTE: INTESTAZIONE
002970***** (O, SE MANCA, LA DENOMINAZIONE), INDIRIZZO E PIE' DI PAGINA
002980*
002990 CARTA-LACW.
003000
003010          MOVE SPACES             TO INTESTAZIONE-LACW
003020                                     INDIRIZZO-LACW
003030                                     PIE-LACW.
003040
003050          PERFORM OPEN-I-ENT      THRU EX-OPEN-I-ENT.
003060
003070          MOVE ENTE-UTEN          TO CODICE-ENT.
003080          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
003090
003100          IF ESITO-OK
003110           MOVE INTESTAZIONE-ENT  TO INTESTAZIONE-LACW
003120           IF INTESTAZIONE-LACW = SPACES
003130            MOVE DENOMINAZIONE-ENT TO INTESTAZIONE-LACW
003140           END-IF
003150           MOVE INDIRIZZO-ENT     TO INDIRIZZO-LACW
003160           MOVE PIE-ENT           TO PIE-LACW
003170          END-IF.
003180
003190          PERFORM CLOSE-ENT       THRU EX-CLOSE-ENT.
003200
003210 EX-CARTA-LACW.
003220          EXIT.
003230*
003240***** EMETTE LA RIGA GIA' IN RIGA-LACW, APRENDO UNA PAGINA NUOVA
003250***** QUANDO SERVE
003260*
003270 EMETTI-RIGA-LACW.
003280
003290          IF RIGA-PAGINA-LACW NOT LESS RIGHE-PER-PAGINA-LACW
003300           PERFORM NUOVA-PAGINA-LACW THRU EX-NUOVA-PAGINA-LACW
003310          END-IF.
003320
003330          MOVE SPACES             TO DATI-CSV.
003340          MOVE RIGA-LACW          TO DATI-CSV(1:80).
003350          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
003360
003370          ADD 1                   TO RIGA-PAGINA-LACW.
003380
003390 EX-EMETTI-RIGA-LACW.
003400          EXIT.
003410*
003420 EMETTI-VUOTA-LACW.
003430
003440          MOVE SPACES             TO RIGA-LACW.
003450          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
003460
003470 EX-EMETTI-VUOTA-LACW.
003480          EXIT.
003490*
003500***** TESTATA DI PAGINA: CARTA INTESTATA, RIFERIMENTO, DATA E
003510***** PAGINA, FILIGRANA DI TEST FUORI DALLA PRODUZIONE
003520*
003530 NUOVA-PAGINA-LACW.
003540
003550          ADD 1                   TO PAGINA-LACW.
003560          MOVE ZEROS              TO RIGA-PAGINA-LACW.
003570
003580          IF INTESTAZIONE-LACW NOT = SPACES
003590           MOVE SPACES            TO DATI-CSV
003600           MOVE INTESTAZIONE-LACW TO DATI-CSV
003610           PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
003620          END-IF.
003630
003640          IF INDIRIZZO-LACW NOT = SPACES
003650           MOVE SPACES            TO DATI-CSV
003660           MOVE INDIRIZZO-LACW    TO DATI-CSV
003670           PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
003680          END-IF.
003690
003700          MOVE SPACES             TO DATI-CSV.
003710          STRING "RIF. " RIFERIMENTO-LAC-WEB
003720           "  DEL " DATA-ED-LACW
003730           "  PAG. " PAGINA-LACW
003740           DELIMITED BY SIZE INTO DATI-CSV.
003750          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
003760
003770          IF FILIGRANA-AMB-WEB NOT = SPACES
003780           MOVE SPACES            TO DATI-CSV
003790           MOVE FILIGRANA-AMB-WEB TO DATI-CSV
003800           PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV
003810          END-IF.
003820
003830          MOVE SPACES             TO DATI-CSV.
003840          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
003850
003860 EX-NUOVA-PAGINA-LACW.
003870          EXIT.
003880*
003890***** OGGETTO, DESTINATARIO E MOTIVO DELL'EMISSIONE
003900*
003910 APERTURA-LACW.
003920
003930          MOVE SPACES             TO RIGA-LACW.
003940          STRING "ALL'ATTENZIONE DI: " NOME-UTEN
003950           DELIMITED BY SIZE INTO RIGA-LACW.
003960          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
003970
003980          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
003990
004000          MOVE "OGGETTO: DICHIARAZIONE DEGLI ACCESSI ATTRIBUITI"
004010           TO RIGA-LACW.
004020          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004030
004040          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
004050
004060          MOVE SPACES             TO MOTIVO-ED-LACW.
004070          EVALUATE MOTIVO-LAC-WEB
004080           WHEN "NUOVOUTEN"
004090            STRING "CREAZIONE DELL'UTENZA APPROVATA CON PRATICA "
004100             PRATICA-LAC-WEB DELIMITED BY SIZE INTO MOTIVO-ED-LACW
004110           WHEN "GRUPPI"
004120            STRING "MODIFICA DEI GRUPPI APPROVATA CON LA PRATICA "
004130             PRATICA-LAC-WEB DELIMITED BY SIZE INTO MOTIVO-ED-LACW
004140           WHEN OTHER
004150            MOVE "SITUAZIONE ALLA DATA DELLA PRESENTE"
004160             TO MOTIVO-ED-LACW
004170          END-EVALUATE.
004180
004190          MOVE SPACES             TO RIGA-LACW.
004200          STRING "SI ATTESTA CHE ALL'UTENZA SOTTO INDICATA SONO "
004210           "ATTRIBUITI" DELIMITED BY SIZE INTO RIGA-LACW.
004220          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004230
004240          MOVE SPACES             TO RIGA-LACW.
004250          STRING "GLI ACCESSI ELENCATI DI SEGUITO. MOTIVO: "
004260           DELIMITED BY SIZE INTO RIGA-LACW.
004270          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004280
004290          MOVE SPACES             TO RIGA-LACW.
004300          MOVE MOTIVO-ED-LACW     TO RIGA-LACW(3:60).
004310          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004320
004330          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
004340
004350 EX-APERTURA-LACW.
004360          EXIT.
004370*
004380***** 1. L'UTENZA: CODICE, NOMINATIVO, NATURA, VALIDITA'
004390*
004400 UTENZA-LACW.
004410
004420          MOVE "1. UTENZA"        TO RIGA-LACW.
004430          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004440
004450          MOVE SPACES             TO RIGA-LACW.
004460          STRING "   CODICE .......: " CHIAVE-UTEN
004470           DELIMITED BY SIZE INTO RIGA-LACW.
004480          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004490
004500          MOVE SPACES             TO RIGA-LACW.
004510          STRING "   NOMINATIVO ...: " NOME-UTEN
004520           DELIMITED BY SIZE INTO RIGA-LACW.
004530          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004540
004550          IF DESC-UTEN NOT = SPACES
004560           MOVE SPACES            TO RIGA-LACW
004570           STRING "   DESCRIZIONE ..: " DESC-UTEN
004580            DELIMITED BY SIZE INTO RIGA-LACW
004590           PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW
004600          END-IF.
004610
004620          EVALUATE TRUE
004630           WHEN UTENZA-PERSONA
004640            MOVE "PERSONALE"      TO TIPO-ED-LACW
004650           WHEN TIPO-UTEN = "F"
004660            MOVE "FUNZIONALE CONDIVISA" TO TIPO-ED-LACW
004670           WHEN TIPO-UTEN = "S"
004680            MOVE "DI SERVIZIO / API" TO TIPO-ED-LACW
004690           WHEN UTENZA-BATCH
004700            MOVE "IDENTITA' BATCH" TO TIPO-ED-LACW
004710           WHEN OTHER
004720            MOVE "SONDA SINTETICA" TO TIPO-ED-LACW
004730          END-EVALUATE.
004740
004750          MOVE SPACES             TO RIGA-LACW.
004760          STRING "   NATURA .......: " TIPO-ED-LACW
004770           DELIMITED BY SIZE INTO RIGA-LACW.
004780          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
004790
004800          MOVE SPACES             TO RIGA-LACW.
004810          MOVE "   VALIDITA' ....: " TO RIGA-LACW(1:19).
004820
004830          IF DATA-INIZIO-VAL-UTEN NUMERIC
004840           AND DATA-INIZIO-VAL-UTEN > ZEROS
004850           MOVE DATA-INIZIO-VAL-UTEN TO DATA-LAVORO-LACW
004860           STRING "DAL " GG-LAVORO-LACW "/" MM-LAVORO-LACW "/"
004870            AAAA-LAVORO-LACW " " DELIMITED BY SIZE
004880            INTO RIGA-LACW(20:15)
004890          END-IF.
004900
004910          IF DATA-FINE-VAL-UTEN NUMERIC
004920           AND DATA-FINE-VAL-UTEN > ZEROS
004930           MOVE DATA-FINE-VAL-UTEN TO DATA-LAVORO-LACW
004940           STRING "AL " GG-LAVORO-LACW "/" MM-LAVORO-LACW "/"
004950            AAAA-LAVORO-LACW DELIMITED BY SIZE
004960            INTO RIGA-LACW(35:13)
004970          ELSE
004980           MOVE "SENZA SCADENZA"  TO RIGA-LACW(35:14)
004990          END-IF.
005000
005010          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
005020
005030          MOVE SPACES             TO RIGA-LACW.
005040          STRING "   LINGUA .......: " LINGUA-LACW
005050           DELIMITED BY SIZE INTO RIGA-LACW.
005060          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
005070
005080          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
005090
005100 EX-UTENZA-LACW.
005110          EXIT.
005120*
005130***** 2. GLI ENTI: PRIMARIO E AGGIUNTIVI, CON LA DENOMINAZIONE
005140*
005150 ENTI-LACW.
005160
005170          MOVE "2. ENTI"          TO RIGA-LACW.
005180          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
005190
005200          PERFORM OPEN-I-ENT      THRU EX-OPEN-I-ENT.
005210
005220          MOVE ENTE-UTEN          TO CODICE-ENT.
005230          PERFORM DESCRIVI-ENT    THRU EX-DESCRIVI-ENT.
005240
005250          MOVE SPACES             TO RIGA-LACW.
005260          STRING "   PRIMARIO    " ENTE-UTEN "  "
005270           DENOMINAZIONE-ENT-WEB DELIMITED BY SIZE INTO RIGA-LACW.
005280          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
005290
005300          PERFORM ENTE-EXTRA-LACW THRU EX-ENTE-EXTRA-LACW
005310           VARYING IND-LACW FROM 1 BY 1
005320           UNTIL IND-LACW > 4.
005330
005340          PERFORM CLOSE-ENT       THRU EX-CLOSE-ENT.
005350
005360          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
005370
005380 EX-ENTI-LACW.
005390          EXIT.
005400*
005410 ENTE-EXTRA-LACW.
005420
005430          IF ENTE-EXTRA-UTEN(IND-LACW) NOT NUMERIC
005440           OR ENTE-EXTRA-UTEN(IND-LACW) = ZEROS
005450           GO TO EX-ENTE-EXTRA-LACW
005460          END-IF.
005470
005480          MOVE ENTE-EXTRA-UTEN(IND-LACW) TO CODICE-ENT.
005490          PERFORM DESCRIVI-ENT    THRU EX-DESCRIVI-ENT.
005500
005510          MOVE SPACES             TO RIGA-LACW.
005520          STRING "   AGGIUNTIVO  " ENTE-EXTRA-UTEN(IND-LACW) "  "
005530           DENOMINAZIONE-ENT-WEB DELIMITED BY SIZE INTO RIGA-LACW.
005540          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
005550
005560 EX-ENTE-EXTRA-LACW.
005570          EXIT.
005580*
005590***** 3. I GRUPPI: BASE E AGGIUNTIVI, CON LA DESCRIZIONE DI ARKGRU
005600*
005610 GRUPPI-LACW.
005620
005630          MOVE "3. GRUPPI"        TO RIGA-LACW.
005640          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
005650
005660          PERFORM OPEN-I-GRU      THRU EX-OPEN-I-GRU.
005670
005680          MOVE GRUPPO-UTEN        TO GRUPPO-LACW.
005690          MOVE "BASE"             TO RUOLO-GRUPPO-LACW.
005700          PERFORM RIGA-GRUPPO-LACW THRU EX-RIGA-GRUPPO-LACW.
005710
005720          PERFORM GRUPPO-EXTRA-LACW THRU EX-GRUPPO-EXTRA-LACW
005730           VARYING IND-LACW FROM 1 BY 1
005740           UNTIL IND-LACW > 5
005750           OR IND-LACW > NUM-GRUPPI-UTEN.
005760
005770          PERFORM CLOSE-GRU       THRU EX-CLOSE-GRU.
005780
005790          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
005800
005810 EX-GRUPPI-LACW.
005820          EXIT.
005830*
005840 GRUPPO-EXTRA-LACW.
005850
005860          IF GRUPPO-EXTRA-UTEN(IND-LACW) = ZEROS
005870           GO TO EX-GRUPPO-EXTRA-LACW
005880          END-IF.
005890
005900          MOVE GRUPPO-EXTRA-UTEN(IND-LACW) TO GRUPPO-LACW.
005910          MOVE "AGGIUNTIVO"       TO RUOLO-GRUPPO-LACW.
005920          PERFORM RIGA-GRUPPO-LACW THRU EX-RIGA-GRUPPO-LACW.
005930
005940 EX-GRUPPO-EXTRA-LACW.
005950          EXIT.
005960*
005970 RIGA-GRUPPO-LACW.
005980
005990          MOVE GRUPPO-LACW        TO GRUPPO-GRU.
006000          PERFORM LEGGO-GRU       THRU EX-LEGGO-GRU.
006010
006020          IF ESITO-NOK
006030           MOVE "(GRUPPO NON CENSITO)" TO DESC-GRU
006040          END-IF.
006050
006060          MOVE SPACES             TO RIGA-LACW.
006070          STRING "   " RUOLO-GRUPPO-LACW "  " GRUPPO-LACW "  "
006080           DESC-GRU DELIMITED BY SIZE INTO RIGA-LACW.
006090          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
006100
006110 EX-RIGA-GRUPPO-LACW.
006120          EXIT.
006130*
006140***** 4. LE FUNZIONI ABILITATE: OGNI VOCE DI MENU CON PROGRAMMA,
006150***** NON RICICLATA E NELLA SUA FINESTRA, CHE L'UTENTE PUO'
006160***** APRIRE, CON LA DESCRIZIONE NELLA SUA LINGUA
006170*
006180 FUNZIONI-LACW.
006190
006200          MOVE "4. FUNZIONI ABILITATE" TO RIGA-LACW.
006210          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
006220
006230          MOVE ZEROS              TO VOCI-LACW.
006240
006250          PERFORM OPEN-I-MENU     THRU EX-OPEN-I-MENU.
006260          PERFORM OPEN-I-MLNG     THRU EX-OPEN-I-MLNG.
006270          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
006280          PERFORM OPEN-I-GER      THRU EX-OPEN-I-GER.
006290          PERFORM OPEN-I-EFF      THRU EX-OPEN-I-EFF.
006300
006310          MOVE LOW-VALUE          TO CHIAVE-MENU.
006320          PERFORM STARTO-MENU     THRU EX-STARTO-MENU.
006330
006340          IF ESITO-NOK GO TO FINE-FUNZIONI-LACW.
006350
006360 CICLO-FUNZIONI-LACW.
006370
006380          PERFORM LEGGO-NEXT-MENU THRU EX-LEGGO-NEXT-MENU.
006390
006400          IF FINE-FILE = "S" GO TO FINE-FUNZIONI-LACW.
006410
006420          IF MENU-RICICLATO OR PROG-MENU = SPACES
006430           GO TO CICLO-FUNZIONI-LACW
006440          END-IF.
006450
006460          PERFORM VERIFICA-FINESTRA-MENU
006470           THRU EX-VERIFICA-FINESTRA-MENU.
006480
006490          IF VOCE-DORMIENTE GO TO CICLO-FUNZIONI-LACW.
006500
006510          PERFORM AUTORIZZA-VOCE-LACW THRU EX-AUTORIZZA-VOCE-LACW.
006520
006530          IF ESITO-NOK GO TO CICLO-FUNZIONI-LACW.
006540
006550          MOVE LINGUA-LACW        TO LINGUA-MLNG.
006560          PERFORM RISOLVI-DESC-MLNG THRU EX-RISOLVI-DESC-MLNG.
006570
006580          MOVE SPACES             TO RIGA-LACW.
006590          STRING "   " MOD-MENU "/" ENT-MENU "/" FUNZ-MENU "  "
006600           DESC-MENU-RISOLTA DELIMITED BY SIZE INTO RIGA-LACW.
006610          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
006620
006630          ADD 1                   TO VOCI-LACW.
006640
006650          GO TO CICLO-FUNZIONI-LACW.
006660
006670 FINE-FUNZIONI-LACW.
006680
006690          PERFORM CLOSE-EFF       THRU EX-CLOSE-EFF.
006700          PERFORM CLOSE-GER       THRU EX-CLOSE-GER.
006710          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
006720          PERFORM CLOSE-MLNG      THRU EX-CLOSE-MLNG.
006730          PERFORM CLOSE-MENU      THRU EX-CLOSE-MENU.
006740
006750          MOVE SPACES             TO RIGA-LACW.
006760          IF VOCI-LACW = ZEROS
006770           MOVE "   NESSUNA FUNZIONE ABILITATA" TO RIGA-LACW
006780          ELSE
006790           STRING "   TOTALE FUNZIONI: " VOCI-LACW
006800            DELIMITED BY SIZE INTO RIGA-LACW
006810          END-IF.
006820          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
006830
006840          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
006850
006860 EX-FUNZIONI-LACW.
006870          EXIT.
006880*
006890***** LA TERNA DELLA VOCE COME CHIAMATA SU ARKABI, COME LA DECIDE
006900***** IL MENU: PRECALCOLO ARKEFF SE VALIDO, ALTRIMENTI GRUPPO BASE
006910***** CON L'EREDITARIETA' DI AUTORIZZA-GER E POI I GRUPPI EXTRA
006920*
006930 AUTORIZZA-VOCE-LACW.
006940
006950          MOVE ZEROS              TO ENTE-ABI.
006960          MOVE MOD-MENU           TO MOD-ABI.
006970          MOVE ENT-MENU           TO ENT-ABI.
006980          MOVE FUNZ-MENU          TO FUNZ-ABI.
006990
007000          PERFORM AUTORIZZA-EFF   THRU EX-AUTORIZZA-EFF.
007010
007020          IF PRECALCOLO-VALIDO GO TO EX-AUTORIZZA-VOCE-LACW.
007030
007040          MOVE GRUPPO-UTEN        TO GRUPPO-ABI.
007050          PERFORM AUTORIZZA-GER   THRU EX-AUTORIZZA-GER.
007060
007070          PERFORM PROVA-EXTRA-LACW THRU EX-PROVA-EXTRA-LACW
007080           VARYING IND-LACW FROM 1 BY 1
007090           UNTIL IND-LACW > 5
007100           OR IND-LACW > NUM-GRUPPI-UTEN
007110           OR ESITO-OK.
007120
007130 EX-AUTORIZZA-VOCE-LACW.
007140          EXIT.
007150*
007160 PROVA-EXTRA-LACW.
007170
007180          IF GRUPPO-EXTRA-UTEN(IND-LACW) > ZEROS
007190           MOVE GRUPPO-EXTRA-UTEN(IND-LACW) TO GRUPPO-ABI
007200           PERFORM AUTORIZZA-GER  THRU EX-AUTORIZZA-GER
007210          END-IF.
007220
007230 EX-PROVA-EXTRA-LACW.
007240          EXIT.
007250*
007260***** 5. LE REGOLE D'USO: TESTO DELL'INFORMATIVA IN VIGORE NELLA
007270***** LINGUA DELL'UTENTE (RIPIEGO SULL'ITALIANO), 75 COLONNE
007280*
007290 POLITICA-LACW.
007300
007310          MOVE "5. REGOLE DI UTILIZZO DEL SISTEMA" TO RIGA-LACW.
007320          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
007330
007340          MOVE "CORRENTE"         TO AZIONE-POL-WEB.
007350          MOVE CHIAVE-UTEN        TO UTENTE-POL-WEB.
007360          MOVE LINGUA-LACW        TO LINGUA-POL-WEB.
007370          MOVE SPACES             TO ORIGINE-POL-WEB.
007380
007390          CALL "OPENPOLW" USING AZIONE-POL-WEB UTENTE-POL-WEB
007400                                VERSIONE-POL-WEB VIGORE-POL-WEB
007410                                LINGUA-POL-WEB ORIGINE-POL-WEB
007420                                ESITO-POL-WEB.
007430          CANCEL "OPENPOLW".
007440
007450          IF ESITO-POL-WEB NOT = "OK"
007460           MOVE "   NESSUNA INFORMATIVA D'USO IN VIGORE"
007470            TO RIGA-LACW
007480           PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW
007490           GO TO CHIUDI-POLITICA-LACW
007500          END-IF.
007510
007520          PERFORM OPEN-I-POL      THRU EX-OPEN-I-POL.
007530
007540          MOVE VERSIONE-POL-WEB   TO VERSIONE-POL.
007550          MOVE LINGUA-LACW        TO LINGUA-POL.
007560          PERFORM POSIZIONA-POL   THRU EX-POSIZIONA-POL.
007570
007580          IF ESITO-NOK
007590           MOVE "   TESTO DELL'INFORMATIVA D'USO NON DISPONIBILE"
007600            TO RIGA-LACW
007610           PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW
007620           GO TO FINE-POLITICA-LACW
007630          END-IF.
007640
007650          MOVE TESTO-POL          TO TITOLO-POL-LACW.
007660          MOVE VIGORE-POL-WEB     TO DATA-LAVORO-LACW.
007670
007680          MOVE SPACES             TO RIGA-LACW.
007690          STRING "   INFORMATIVA VERSIONE " VERSIONE-POL-WEB
007700           " IN VIGORE DAL " GG-LAVORO-LACW "/" MM-LAVORO-LACW "/"
007710           AAAA-LAVORO-LACW DELIMITED BY SIZE INTO RIGA-LACW.
007720          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
007730
007740          MOVE SPACES             TO RIGA-LACW.
007750          MOVE TITOLO-POL-LACW(1:75) TO RIGA-LACW(4:75).
007760          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
007770
007780          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
007790
007800 CICLO-POLITICA-LACW.
007810
007820          PERFORM LEGGO-NEXT-POL  THRU EX-LEGGO-NEXT-POL.
007830
007840          IF FINE-FILE = "S"
007850           OR VERSIONE-POL NOT = VERSIONE-POS-WEB
007860           OR LINGUA-POL NOT = LINGUA-POS-WEB
007870           GO TO FINE-POLITICA-LACW
007880          END-IF.
007890
007900*         UNA RIGA DI TESTO VUOTA FA DA SPAZIATURA TRA I PARAGRAFI
007910          MOVE SPACES             TO RIGA-LACW.
007920          MOVE TESTO-POL(1:75)    TO RIGA-LACW(4:75).
007930          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
007940
007950          IF TESTO-POL(76:75) NOT = SPACES
007960           MOVE SPACES            TO RIGA-LACW
007970           MOVE TESTO-POL(76:75)  TO RIGA-LACW(4:75)
007980           PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW
007990          END-IF.
008000
008010          GO TO CICLO-POLITICA-LACW.
008020
008030 FINE-POLITICA-LACW.
008040
008050          PERFORM CLOSE-POL       THRU EX-CLOSE-POL.
008060
008070 CHIUDI-POLITICA-LACW.
008080
008090          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
008100
008110 EX-POLITICA-LACW.
008120          EXIT.
008130*
008140***** IMPEGNO, FIRME E PIE' DI PAGINA DELL'ENTE
008150*
008160 FIRME-LACW.
008170
008180          MOVE SPACES             TO RIGA-LACW.
008190          STRING "L'UTENTE SI IMPEGNA A USARE GLI ACCESSI SOLO "
008200           "PER I COMPITI" DELIMITED BY SIZE INTO RIGA-LACW.
008210          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
008220
008230          MOVE
008240           "DEL PROPRIO INCARICO, A NON CEDERE LE CREDENZIALI E A"
008250           TO RIGA-LACW.
008260          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
008270
008280          MOVE
008290           "SEGNALARE SUBITO OGNI ACCESSO CHE NON GLI SERVE PIU'."
008300           TO RIGA-LACW.
008310          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
008320
008330          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
008340
008350          MOVE SPACES             TO RIGA-LACW.
008360          STRING "PER L'ENTE (EMESSA DA " OPERATORE-LAC-WEB ")"
008370           DELIMITED BY SIZE INTO RIGA-LACW.
008380          MOVE "PER RICEVUTA"     TO RIGA-LACW(45:12).
008390          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
008400
008410          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
008420
008430          MOVE SPACES             TO RIGA-LACW.
008440          MOVE ALL "_"            TO RIGA-LACW(1:30).
008450          MOVE ALL "_"            TO RIGA-LACW(45:30).
008460          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
008470
008480          PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW.
008490
008500          MOVE "DATA DI RICEVUTA ____/____/________" TO RIGA-LACW.
008510          MOVE SPACES             TO RIGA-LACW(36:45).
008520          PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW.
008530
008540          IF PIE-LACW NOT = SPACES
008550           PERFORM EMETTI-VUOTA-LACW THRU EX-EMETTI-VUOTA-LACW
008560           MOVE SPACES            TO RIGA-LACW
008570           MOVE PIE-LACW          TO RIGA-LACW(1:60)
008580           PERFORM EMETTI-RIGA-LACW THRU EX-EMETTI-RIGA-LACW
008590          END-IF.
008600
008610 EX-FIRME-LACW.
008620          EXIT.
008630*
008640***** LA STAMPA APPENA REGISTRATA SU ARKDOC DIVENTA UN ALLEGATO
008650***** DELL'UTENTE: SOGGETTO E NUMERO DI RIFERIMENTO
008660*
008670 LEGA-UTENTE-LACW.
008680
008690          PERFORM OPEN-I-DOC      THRU EX-OPEN-I-DOC.
008700
008710          MOVE ID-FIR-WEB         TO CHIAVE-DOC.
008720          PERFORM LEGGO-DOC       THRU EX-LEGGO-DOC.
008730
008740          IF ESITO-OK
008750           MOVE CHIAVE-UTEN       TO SOGGETTO-DOC
008760           MOVE RIFERIMENTO-LAC-WEB TO RIFERIMENTO-DOC
008770           PERFORM RISCRIVI-DOC   THRU EX-RISCRIVI-DOC
008780          END-IF.
008790
008800          PERFORM CLOSE-DOC       THRU EX-CLOSE-DOC.
008810
008820 EX-LEGA-UTENTE-LACW.
008830          EXIT.
008840*
008850***** EMISSIONE SUL GIORNALE ARKACC A NOME DELL'UTENTE, CON IL
008860***** RIFERIMENTO E CHI L'HA CHIESTA
008870*
008880 GIORNALE-LACW.
008890
008900          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
008910
008920          MOVE CHIAVE-UTEN        TO UTENTE-ACC-WEB.
008930          MOVE "LETTERA"          TO EVENTO-ACC-WEB.
008940          MOVE "OK"               TO ESITO-ACC-WEB.
008950          MOVE SPACES             TO NOTA-ACC-WEB.
008960          STRING RIFERIMENTO-LAC-WEB DELIMITED BY SPACE
008970           " " OPERATORE-LAC-WEB  DELIMITED BY SIZE
008980           INTO NOTA-ACC-WEB.
008990
009000          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
009010
009020          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
009030
009040 EX-GIORNALE-LACW.
009050          EXIT.
