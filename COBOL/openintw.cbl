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
000200* SERVIZIO DELLA LINEA DI BASE DI INTEGRITA' (ARKINT), RICHIAMATO
000210* CON CALL DALLA MASCHERA openmint.exe E DAL CONFRONTO NOTTURNO
000220* OPENBINT. LA FOTOGRAFIA DEI FILE INSTALLATI (OGNI FILE DI
000230* cgi-bin E OGNI PAGINA TEMPLATE/*.HTM CON IMPRONTA SHA-256,
000240* DIMENSIONE E DATA DI MODIFICA) SI FA CON UNA SOLA CHIAMATA DI
000250* SISTEMA, ORDINATA PER PERCORSO COME LA CHIAVE DI ARKINT. AZIONI:
000260*   ACCETTA   - LA FOTOGRAFIA DIVENTA LA NUOVA LINEA DI BASE A
000270*               NOME DI LK-OPERATORE-INTW (L'APPROVATORE) E DEL
000280*               RILASCIO LK-RILASCIO-INTW, OBBLIGATORI; L'EVENTO
000290*               VA ANCHE SU ARKACC ("INTEGRITA"). UNA FOTOGRAFIA
000300*               VUOTA NON CANCELLA LA LINEA DI BASE ESISTENTE
000310*   CONFRONTA - CONFRONTA LA FOTOGRAFIA CON LA LINEA DI BASE E
000320*               SCRIVE IN FILES/INTEGRITA.TXT UNA RIGA PER FILE
000330*               AGGIUNTO, RIMOSSO O MODIFICATO (IMPRONTA DIVERSA);
000340*               PER OGNI ESEGUIBILE MODIFICATO UN AVVISO DI
000350*               SEVERITA' "A" SU ARKNOT. I CONTI TORNANO IN
000360*               LK-NOTA-INTW: "AGGIUNTI nnnn RIMOSSI nnnn
000370*               MODIFICATI nnnn ESEGUIBILI nnnn" (GLI ULTIMI SONO
000380*               GLI ESEGUIBILI MODIFICATI)
000382*   PAGINA    - RIFOTOGRAFA LA SOLA PAGINA IL CUI PERCORSO
000384*               (TEMPLATE/nome.HTM) ARRIVA IN LK-NOTA-INTW E NE
000386*               AGGIORNA O AGGIUNGE LA RIGA SULLA LINEA DI BASE A
000388*               NOME DI LK-OPERATORE-INTW E DEL RILASCIO
000390*               LK-RILASCIO-INTW: E' LA PUBBLICAZIONE DI UNA
000392*               VERSIONE DI PAGINA (OPENHTMW). SENZA UNA LINEA DI
000394*               BASE ACCETTATA NON SI SCRIVE NULLA E L'ESITO E' "OK"
000396*               CON LA NOTA CHE LO DICE
000398* LK-ESITO-INTW "OK" SE L'AZIONE E' STATA ESEGUITA, "NO" CON IL
000400* MOTIVO IN LK-NOTA-INTW ALTRIMENTI.
000410*
000420 IDENTIFICATION   DIVISION.
000430 PROGRAM-ID.      OPENINTW.
000440 ENVIRONMENT      DIVISION.
000450 CONFIGURATION    SECTION.
000460          COPY "SPECIAL.CBL".
000470 INPUT-OUTPUT     SECTION.
000480 FILE-CONTROL.
000490
000500          COPY "SELINT.CBL".
000510          COPY "SELCSV.CBL".
000520          COPY "SELNOT.CBL".
000530          COPY "SELACC.CBL".
000540
000550          SELECT RAPPORTO-INTW ASSIGN TO "FILES/INTEGRITA.TXT"
000560           ORGANIZATION IS LINE SEQUENTIAL
000570           FILE STATUS  IS STATUS-RAP-INTW.
000580
000590 DATA             DIVISION.
000600 FILE SECTION.
000610
000620          COPY "FDEINT.CBL".
000630          COPY "FDECSV.CBL".
000640          COPY "FDENOT.CBL".
000650          COPY "FDEACC.CBL".
000660
000670 FD RAPPORTO-INTW LABEL RECORD IS STANDARD.
000680 01 REC-RAPPORTO-INTW         PIC X(150).
000690
000700 WORKING-STORAGE  SECTION.
000710
000720          COPY "GLOBALS.CBL".
000730*
000740 01 COMANDO-INTW              PIC X(512).
000750 01 ORA-LUNGA-INTW            PIC 9(08).
000760 01 RC-INTW                   PIC S9(9) COMP.
000770 01 STATUS-RAP-INTW           PIC XX.
000780 01 DATA-OGGI-INTW            PIC 9(08).
000790 01 ORA-OGGI-INTW             PIC 9(08).
000800 01 FINE-FOTO-INTW            PIC X.
000810 01 FINE-BASE-INTW            PIC X.
000820*
000830** RIGA DELLA FOTOGRAFIA: IMPRONTA, DIMENSIONE (12 CIFRE), DATA DI
000840** MODIFICA AAAAMMGGHHMMSS E PERCORSO, SEPARATI DA UNO SPAZIO
000850*
000860 01 FOTO-INTW.
000870    02 IMPRONTA-FOTO-INTW    PIC X(64).
000880    02 FILLER                PIC X.
000890    02 DIMENSIONE-FOTO-INTW  PIC 9(12).
000900    02 FILLER                PIC X.
000910    02 DATA-MOD-FOTO-INTW    PIC 9(14).
000920    02 FILLER                PIC X.
000930    02 PERCORSO-FOTO-INTW    PIC X(80).
000940*
000950** RIGA DELLA LINEA DI BASE IN CONFRONTO
000960*
000970 01 BASE-INTW.
000980    02 PERCORSO-BASE-INTW    PIC X(80).
000990    02 TIPO-BASE-INTW        PIC X.
001000    02 IMPRONTA-BASE-INTW    PIC X(64).
001010    02 DIMENSIONE-BASE-INTW  PIC 9(12).
001020    02 DATA-MOD-BASE-INTW    PIC 9(14).
001030*
001040** RIGA DEL RAPPORTO DELLE DIFFERENZE (FILES/INTEGRITA.TXT)
001050*
001060 01 RIGA-RAP-INTW.
001070    02 ESITO-RAP-INTW        PIC X(10).
001080    02 FILLER                PIC X.
001090    02 TIPO-RAP-INTW         PIC X.
001100    02 FILLER                PIC X.
001110    02 PERCORSO-RAP-INTW     PIC X(80).
001120    02 FILLER                PIC X.
001130    02 DIM-BASE-RAP-INTW     PIC 9(12).
001140    02 FILLER                PIC X.
001150    02 DIM-ORA-RAP-INTW      PIC 9(12).
001160    02 FILLER                PIC X.
001170    02 DATA-BASE-RAP-INTW    PIC 9(14).
001180    02 FILLER                PIC X.
001190    02 DATA-ORA-RAP-INTW     PIC 9(14).
001200    02 FILLER                PIC X.
001210*
001220 01 REGISTRATI-INTW           PIC 9(04).
001230 01 AGGIUNTI-INTW             PIC 9(04).
001240 01 RIMOSSI-INTW              PIC 9(04).
001250 01 MODIFICATI-INTW           PIC 9(04).
001260 01 ESEGUIBILI-INTW           PIC 9(04).
001262*
001264** FILE DA FOTOGRAFARE: TUTTO IL RILASCIO, O LA SOLA PAGINA
001266** DELL'AZIONE PAGINA
001268*
001270 01 ELENCO-FOTO-INTW          PIC X(80).
001272 01 PERCORSO-PAG-INTW        PIC X(60).
001274 01 VIETATI-INTW              PIC 9(04).
001276 01 TROVATA-INTW              PIC XX.
001278*
001280 LINKAGE SECTION.
001290*
001300 01 LK-AZIONE-INTW            PIC X(08).
001310 01 LK-OPERATORE-INTW         PIC X(08).
001320 01 LK-RILASCIO-INTW          PIC X(20).
001330 01 LK-ESITO-INTW             PIC XX.
001340 01 LK-NOTA-INTW              PIC X(60).
001350*
001360 PROCEDURE  DIVISION USING LK-AZIONE-INTW LK-OPERATORE-INTW
001370                           LK-RILASCIO-INTW LK-ESITO-INTW
001380                           LK-NOTA-INTW.
001390*
001400          MOVE "NO"               TO LK-ESITO-INTW.
001410          MOVE SPACES             TO LK-NOTA-INTW.
001420          ACCEPT DATA-OGGI-INTW   FROM DATE YYYYMMDD.
001430          ACCEPT ORA-OGGI-INTW    FROM TIME.
001435          MOVE "cgi-bin/* TEMPLATE/*.HTM" TO ELENCO-FOTO-INTW.
001440
001450          IF LK-AZIONE-INTW = "ACCETTA"
001460           PERFORM ACCETTA-INTW   THRU EX-ACCETTA-INTW
001470           GOBACK
001480          END-IF.
001490
001500          IF LK-AZIONE-INTW = "CONFRONTA"
001510           PERFORM CONFRONTA-INTW THRU EX-CONFRONTA-INTW
001520           GOBACK
001530          END-IF.
001540
001542          IF LK-AZIONE-INTW = "PAGINA"
001544           PERFORM PAGINA-INTW    THRU EX-PAGINA-INTW
001546           GOBACK
001548          END-IF.
001549
001550          MOVE "Azione non prevista" TO LK-NOTA-INTW.
001560
001570          GOBACK.
001580
001590          COPY "PIOINT.CBL".
001600          COPY "PIOCSV.CBL".
001610          COPY "PIONOT.CBL".
001620          COPY "PIOACC.CBL".
001630*
001640***** NUOVA LINEA DI BASE: SI RISCRIVE ARKINT PER INTERO SOLO SE
001650***** LA FOTOGRAFIA HA ALMENO UN FILE
001660*
001670 ACCETTA-INTW.
001680
001690          IF LK-OPERATORE-INTW = SPACES
001700           OR LK-RILASCIO-INTW = SPACES
001710           MOVE "Approvatore e rilascio obbligatori"
001720                                  TO LK-NOTA-INTW
001730           GO TO EX-ACCETTA-INTW
001740          END-IF.
001750
001760          PERFORM FOTOGRAFIA-INTW THRU EX-FOTOGRAFIA-INTW.
001770
001780          IF RC-INTW NOT = ZERO
001790           MOVE "Fotografia dei file installati non riuscita"
001800                                  TO LK-NOTA-INTW
001810           GO TO CANCELLA-ACCETTA-INTW
001820          END-IF.
001830
001840          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
001850          PERFORM LEGGI-FOTO-INTW THRU EX-LEGGI-FOTO-INTW.
001860
001870          IF FINE-FOTO-INTW = "S"
001880           PERFORM CLOSE-CSV      THRU EX-CLOSE-CSV
001890           MOVE "Nessun file trovato in cgi-bin e TEMPLATE"
001900                                  TO LK-NOTA-INTW
001910           GO TO CANCELLA-ACCETTA-INTW
001920          END-IF.
001930
001940          MOVE ZEROS              TO REGISTRATI-INTW.
001950          PERFORM OPEN-O-INT      THRU EX-OPEN-O-INT.
001960
001970 CICLO-ACCETTA-INTW.
001980
001990          MOVE SPACES             TO IMPRONTA-INSTALLATA.
002000          MOVE PERCORSO-FOTO-INTW TO PERCORSO-INT.
002010          PERFORM TIPO-FOTO-INTW  THRU EX-TIPO-FOTO-INTW.
002020          MOVE TIPO-RAP-INTW      TO TIPO-INT.
002030          MOVE IMPRONTA-FOTO-INTW TO IMPRONTA-INT.
002040          MOVE DIMENSIONE-FOTO-INTW TO DIMENSIONE-INT.
002050          MOVE DATA-MOD-FOTO-INTW TO DATA-MOD-INT.
002060          MOVE LK-RILASCIO-INTW   TO RILASCIO-INT.
002070          MOVE LK-OPERATORE-INTW  TO APPROVATORE-INT.
002080          MOVE DATA-OGGI-INTW     TO DATA-APP-INT.
002090          MOVE ORA-OGGI-INTW(1:6) TO ORA-APP-INT.
002100
002110          PERFORM SCRIVI-INT      THRU EX-SCRIVI-INT.
002120
002130          IF ESITO-OK
002140           ADD 1                  TO REGISTRATI-INTW
002150          END-IF.
002160
002170          PERFORM LEGGI-FOTO-INTW THRU EX-LEGGI-FOTO-INTW.
002180
002190          IF FINE-FOTO-INTW NOT = "S" GO TO CICLO-ACCETTA-INTW.
002200
002210          PERFORM CLOSE-INT       THRU EX-CLOSE-INT.
002220          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
002230
002240          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
002250          MOVE LK-OPERATORE-INTW  TO UTENTE-ACC-WEB.
002260          MOVE "INTEGRITA"        TO EVENTO-ACC-WEB.
002270          MOVE "OK"               TO ESITO-ACC-WEB.
002280          MOVE SPACES             TO DELEGANTE-ACC-WEB
002290                                     NOTA-ACC-WEB.
002300          STRING "BASE " LK-RILASCIO-INTW
002310           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
002320          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
002330          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
002340
002350          MOVE "OK"               TO LK-ESITO-INTW.
002360          STRING "REGISTRATI " REGISTRATI-INTW
002370           " FILE NELLA LINEA DI BASE"
002380           DELIMITED BY SIZE INTO LK-NOTA-INTW.
002390
002400 CANCELLA-ACCETTA-INTW.
002410
002420          PERFORM CANCELLA-FOTO-INTW THRU EX-CANCELLA-FOTO-INTW.
002430
002440 EX-ACCETTA-INTW.
002450          EXIT.
002460*
002470***** CONFRONTO PER PERCORSO TRA LA FOTOGRAFIA E LA LINEA DI BASE,
002480***** ENTRAMBE IN ORDINE DI CHIAVE: A FINE FILE IL PERCORSO VALE
002490***** HIGH-VALUES, COSI' L'ALTRA PARTE SI ESAURISCE DA SOLA
002500*
002510 CONFRONTA-INTW.
002520
002530          PERFORM OPEN-I-INT      THRU EX-OPEN-I-INT.
002540
002550          MOVE LOW-VALUES         TO CHIAVE-INT.
002560          PERFORM STARTO-INT      THRU EX-STARTO-INT.
002570
002580          IF ESITO-NOK
002590           PERFORM CLOSE-INT      THRU EX-CLOSE-INT
002600           MOVE "Linea di base non registrata: accettarla"
002610                                  TO LK-NOTA-INTW
002620           GO TO EX-CONFRONTA-INTW
002630          END-IF.
002640
002650          PERFORM FOTOGRAFIA-INTW THRU EX-FOTOGRAFIA-INTW.
002660
002670          IF RC-INTW NOT = ZERO
002680           PERFORM CLOSE-INT      THRU EX-CLOSE-INT
002690           MOVE "Fotografia dei file installati non riuscita"
002700                                  TO LK-NOTA-INTW
002710           GO TO CANCELLA-CONFRONTA-INTW
002720          END-IF.
002730
002740          MOVE ZEROS              TO AGGIUNTI-INTW
002750                                     RIMOSSI-INTW
002760                                     MODIFICATI-INTW
002770                                     ESEGUIBILI-INTW.
002780
002790          OPEN OUTPUT RAPPORTO-INTW.
002800          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
002810          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
002820
002830          PERFORM LEGGI-FOTO-INTW THRU EX-LEGGI-FOTO-INTW.
002840          PERFORM LEGGI-BASE-INTW THRU EX-LEGGI-BASE-INTW.
002850
002860 CICLO-CONFRONTA-INTW.
002870
002880          IF FINE-FOTO-INTW = "S" AND FINE-BASE-INTW = "S"
002890           GO TO CHIUDI-CONFRONTA-INTW
002900          END-IF.
002910
002920          IF PERCORSO-FOTO-INTW < PERCORSO-BASE-INTW
002930           PERFORM AGGIUNTO-INTW  THRU EX-AGGIUNTO-INTW
002940           PERFORM LEGGI-FOTO-INTW THRU EX-LEGGI-FOTO-INTW
002950           GO TO CICLO-CONFRONTA-INTW
002960          END-IF.
002970
002980          IF PERCORSO-FOTO-INTW > PERCORSO-BASE-INTW
002990           PERFORM RIMOSSO-INTW   THRU EX-RIMOSSO-INTW
003000           PERFORM LEGGI-BASE-INTW THRU EX-LEGGI-BASE-INTW
003010           GO TO CICLO-CONFRONTA-INTW
003020          END-IF.
003030
003040          IF IMPRONTA-FOTO-INTW NOT = IMPRONTA-BASE-INTW
003050           PERFORM MODIFICATO-INTW THRU EX-MODIFICATO-INTW
003060          END-IF.
003070
003080          PERFORM LEGGI-FOTO-INTW THRU EX-LEGGI-FOTO-INTW.
003090          PERFORM LEGGI-BASE-INTW THRU EX-LEGGI-BASE-INTW.
003100
003110          GO TO CICLO-CONFRONTA-INTW.
003120
003130 CHIUDI-CONFRONTA-INTW.
003140
003150          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
003160          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
003170          PERFORM CLOSE-INT       THRU EX-CLOSE-INT.
003180          CLOSE RAPPORTO-INTW.
003190
003200          MOVE "OK"               TO LK-ESITO-INTW.
003210          STRING "AGGIUNTI " AGGIUNTI-INTW
003220           " RIMOSSI " RIMOSSI-INTW
003230           " MODIFICATI " MODIFICATI-INTW
003240           " ESEGUIBILI " ESEGUIBILI-INTW
003250           DELIMITED BY SIZE INTO LK-NOTA-INTW.
003260
003270 CANCELLA-CONFRONTA-INTW.
003280
003290          PERFORM CANCELLA-FOTO-INTW THRU EX-CANCELLA-FOTO-INTW.
003300
003310 EX-CONFRONTA-INTW.
003320          EXIT.
003330
003340 AGGIUNTO-INTW.
003350
003360          MOVE SPACES             TO RIGA-RAP-INTW.
003370          MOVE "AGGIUNTO"         TO ESITO-RAP-INTW.
003380          PERFORM TIPO-FOTO-INTW  THRU EX-TIPO-FOTO-INTW.
003390          MOVE PERCORSO-FOTO-INTW TO PERCORSO-RAP-INTW.
003400          MOVE ZEROS              TO DIM-BASE-RAP-INTW
003410                                     DATA-BASE-RAP-INTW.
003420          MOVE DIMENSIONE-FOTO-INTW TO DIM-ORA-RAP-INTW.
003430          MOVE DATA-MOD-FOTO-INTW TO DATA-ORA-RAP-INTW.
003440
003450          WRITE REC-RAPPORTO-INTW FROM RIGA-RAP-INTW.
003460          ADD 1                   TO AGGIUNTI-INTW.
003470
003480 EX-AGGIUNTO-INTW.
003490          EXIT.
003500
003510 RIMOSSO-INTW.
003520
003530          MOVE SPACES             TO RIGA-RAP-INTW.
003540          MOVE "RIMOSSO"          TO ESITO-RAP-INTW.
003550          MOVE TIPO-BASE-INTW     TO TIPO-RAP-INTW.
003560          MOVE PERCORSO-BASE-INTW TO PERCORSO-RAP-INTW.
003570          MOVE DIMENSIONE-BASE-INTW TO DIM-BASE-RAP-INTW.
003580          MOVE DATA-MOD-BASE-INTW TO DATA-BASE-RAP-INTW.
003590          MOVE ZEROS              TO DIM-ORA-RAP-INTW
003600                                     DATA-ORA-RAP-INTW.
003610
003620          WRITE REC-RAPPORTO-INTW FROM RIGA-RAP-INTW.
003630          ADD 1                   TO RIMOSSI-INTW.
003640
003650 EX-RIMOSSO-INTW.
003660          EXIT.
003670*
003680***** UN ESEGUIBILE CAMBIATO FUORI RILASCIO E' UN ALLARME: AVVISO
003690***** DI SEVERITA' "A" AI DESTINATARI DI TABELLA
003700*
003710 MODIFICATO-INTW.
003720
003730          MOVE SPACES             TO RIGA-RAP-INTW.
003740          MOVE "MODIFICATO"       TO ESITO-RAP-INTW.
003750          MOVE TIPO-BASE-INTW     TO TIPO-RAP-INTW.
003760          MOVE PERCORSO-BASE-INTW TO PERCORSO-RAP-INTW.
003770          MOVE DIMENSIONE-BASE-INTW TO DIM-BASE-RAP-INTW.
003780          MOVE DATA-MOD-BASE-INTW TO DATA-BASE-RAP-INTW.
003790          MOVE DIMENSIONE-FOTO-INTW TO DIM-ORA-RAP-INTW.
003800          MOVE DATA-MOD-FOTO-INTW TO DATA-ORA-RAP-INTW.
003810
003820          WRITE REC-RAPPORTO-INTW FROM RIGA-RAP-INTW.
003830          ADD 1                   TO MODIFICATI-INTW.
003840
003850          IF TIPO-BASE-INTW NOT = "E" GO TO EX-MODIFICATO-INTW.
003860
003870          ADD 1                   TO ESEGUIBILI-INTW.
003880
003890          MOVE "INTEGRITA"        TO TIPO-NOT-WEB.
003900          MOVE "A"                TO SEVERITA-NOT-WEB.
003910          MOVE PERCORSO-BASE-INTW TO RIFERIMENTO-NOT-WEB.
003920          MOVE SPACES             TO DESTINATARI-NOT-WEB.
003930          MOVE SPACES             TO TESTO-NOT-WEB.
003940          STRING "Eseguibile modificato fuori rilascio: "
003950           DELIMITED BY SIZE
003960           PERCORSO-BASE-INTW DELIMITED BY SPACE
003970           INTO TESTO-NOT-WEB.
003980
003990          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
004000
004010 EX-MODIFICATO-INTW.
004020          EXIT.
004030*
004040***** TIPO DEL FILE FOTOGRAFATO IN TIPO-RAP-INTW: "E" SE STA IN
004050***** cgi-bin, "T" SE E' UNA PAGINA DI TEMPLATE
004060*
004070 TIPO-FOTO-INTW.
004080
004090          IF PERCORSO-FOTO-INTW(1:8) = "cgi-bin/"
004100           MOVE "E"               TO TIPO-RAP-INTW
004110          ELSE
004120           MOVE "T"               TO TIPO-RAP-INTW
004130          END-IF.
004140
004150 EX-TIPO-FOTO-INTW.
004160          EXIT.
004170*
004180***** FOTOGRAFIA DEI FILE INSTALLATI SUL FILE DI APPOGGIO
004190***** NOME-CSV, UNA RIGA PER FILE COME FOTO-INTW, ORDINATA PER
004200***** PERCORSO
004210*
004220 FOTOGRAFIA-INTW.
004230
004240          ACCEPT ORA-LUNGA-INTW   FROM TIME.
004250          MOVE SPACES             TO NOME-CSV.
004260          STRING "FILES/INTEGRITA." ORA-LUNGA-INTW ".TMP"
004270           DELIMITED BY SIZE INTO NOME-CSV.
004280
004290          MOVE SPACES             TO COMANDO-INTW.
004300          STRING "( for f in " DELIMITED BY SIZE
004302           ELENCO-FOTO-INTW DELIMITED BY "  "
004304           "; do "
004310           "[ -f ""$f"" ] && echo "
004320           """$(sha256sum ""$f"" | cut -c1-64) "
004330           "$(printf %012d $(stat -c %s ""$f"")) "
004340           "$(date -r ""$f"" +%Y%m%d%H%M%S) $f""; done ) "
004350           "2>/dev/null | LC_ALL=C sort -k4,4 > "
004360           DELIMITED BY SIZE
004370           NOME-CSV DELIMITED BY SPACE
004380           INTO COMANDO-INTW.
004390          CALL "SYSTEM" USING COMANDO-INTW.
004400          MOVE RETURN-CODE        TO RC-INTW.
004410
004420 EX-FOTOGRAFIA-INTW.
004430          EXIT.
004440
004450 CANCELLA-FOTO-INTW.
004460
004470          MOVE SPACES             TO COMANDO-INTW.
004480          STRING "rm -f " DELIMITED BY SIZE
004490           NOME-CSV DELIMITED BY SPACE
004500           INTO COMANDO-INTW.
004510          CALL "SYSTEM" USING COMANDO-INTW.
004520
004530 EX-CANCELLA-FOTO-INTW.
004540          EXIT.
004550*
004560***** PROSSIMA RIGA DELLA FOTOGRAFIA (LE RIGHE SENZA PERCORSO SI
004570***** SALTANO); A FINE FILE PERCORSO-FOTO-INTW VALE HIGH-VALUES
004580*
004590 LEGGI-FOTO-INTW.
004600
004610          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
004620
004630          IF FINE-FILE = "S"
004640           MOVE "S"               TO FINE-FOTO-INTW
004650           MOVE HIGH-VALUES       TO PERCORSO-FOTO-INTW
004660           GO TO EX-LEGGI-FOTO-INTW
004670          END-IF.
004680
004690          MOVE DATI-CSV           TO FOTO-INTW.
004700
004710          IF PERCORSO-FOTO-INTW = SPACES
004720           OR DIMENSIONE-FOTO-INTW NOT NUMERIC
004730           OR DATA-MOD-FOTO-INTW NOT NUMERIC
004740           GO TO LEGGI-FOTO-INTW
004750          END-IF.
004760
004770          MOVE "N"                TO FINE-FOTO-INTW.
004780
004790 EX-LEGGI-FOTO-INTW.
004800          EXIT.
004810
004820 LEGGI-BASE-INTW.
004830
004840          PERFORM LEGGO-NEXT-INT  THRU EX-LEGGO-NEXT-INT.
004850
004860          IF FINE-FILE = "S"
004870           MOVE "S"               TO FINE-BASE-INTW
004880           MOVE HIGH-VALUES       TO PERCORSO-BASE-INTW
004890           GO TO EX-LEGGI-BASE-INTW
004900          END-IF.
004910
004920          MOVE "N"                TO FINE-BASE-INTW.
004930          MOVE PERCORSO-INT       TO PERCORSO-BASE-INTW.
004940          MOVE TIPO-INT           TO TIPO-BASE-INTW.
004950          MOVE IMPRONTA-INT       TO IMPRONTA-BASE-INTW.
004960          MOVE DIMENSIONE-INT     TO DIMENSIONE-BASE-INTW.
004970          MOVE DATA-MOD-INT       TO DATA-MOD-BASE-INTW.
004980
004990 EX-LEGGI-BASE-INTW.
005000          EXIT.
005010*
005020***** UNA SOLA PAGINA APPENA PUBBLICATA: LA SUA RIGA DELLA LINEA DI
005030***** BASE SI RIFA' SULLA FOTOGRAFIA DEL SOLO SUO FILE. IL
005040***** PERCORSO ENTRA NEL COMANDO DI SISTEMA, QUINDI DEVE STARE IN
005050***** TEMPLATE/ E NON CONTENERE SPAZI NE' CARATTERI DI SHELL
005060*
005070 PAGINA-INTW.
005080
005090          MOVE LK-NOTA-INTW       TO PERCORSO-PAG-INTW.
005100          MOVE SPACES             TO LK-NOTA-INTW.
005110
005120          IF LK-OPERATORE-INTW = SPACES
005130           OR LK-RILASCIO-INTW = SPACES
005140           MOVE "Approvatore e rilascio obbligatori"
005150                                  TO LK-NOTA-INTW
005160           GO TO EX-PAGINA-INTW
005170          END-IF.
005180
005190          MOVE ZEROS              TO VIETATI-INTW.
005200          INSPECT PERCORSO-PAG-INTW TALLYING VIETATI-INTW
005210           FOR ALL '"' ALL "'" ALL ";" ALL "$" ALL "`" ALL "|"
005220               ALL "&" ALL "<" ALL ">" ALL "*" ALL "?" ALL "\".
005230
005240          IF PERCORSO-PAG-INTW(1:9) NOT = "TEMPLATE/"
005250           OR PERCORSO-PAG-INTW(10:1) = SPACE
005260           OR VIETATI-INTW > ZEROS
005270           MOVE "Percorso di pagina non valido" TO LK-NOTA-INTW
005280           GO TO EX-PAGINA-INTW
005290          END-IF.
005300
005310          MOVE ZEROS              TO VIETATI-INTW.
005320          INSPECT PERCORSO-PAG-INTW TALLYING VIETATI-INTW
005330           FOR CHARACTERS BEFORE INITIAL SPACE.
005340
005350          IF VIETATI-INTW > 40
005355           OR PERCORSO-PAG-INTW(VIETATI-INTW + 1:) NOT = SPACES
005360           MOVE "Percorso di pagina non valido" TO LK-NOTA-INTW
005370           GO TO EX-PAGINA-INTW
005380          END-IF.
005390
005400          PERFORM OPEN-I-INT      THRU EX-OPEN-I-INT.
005410
005420          MOVE LOW-VALUES         TO CHIAVE-INT.
005430          PERFORM STARTO-INT      THRU EX-STARTO-INT.
005440
005450          IF ESITO-NOK
005460           PERFORM CLOSE-INT      THRU EX-CLOSE-INT
005470           MOVE "OK"              TO LK-ESITO-INTW
005480           MOVE "Linea di base non registrata: pagina non rifatta"
005490                                  TO LK-NOTA-INTW
005500           GO TO EX-PAGINA-INTW
005510          END-IF.
005520
005530          MOVE PERCORSO-PAG-INTW  TO ELENCO-FOTO-INTW.
005540          PERFORM FOTOGRAFIA-INTW THRU EX-FOTOGRAFIA-INTW.
005550
005560          IF RC-INTW NOT = ZERO
005570           PERFORM CLOSE-INT      THRU EX-CLOSE-INT
005580           MOVE "Fotografia della pagina non riuscita"
005590                                  TO LK-NOTA-INTW
005600           GO TO CANCELLA-PAGINA-INTW
005610          END-IF.
005620
005630          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
005640          PERFORM LEGGI-FOTO-INTW THRU EX-LEGGI-FOTO-INTW.
005650          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
005660
005670          IF FINE-FOTO-INTW = "S"
005680           OR PERCORSO-FOTO-INTW NOT = PERCORSO-PAG-INTW
005690           PERFORM CLOSE-INT      THRU EX-CLOSE-INT
005700           MOVE "Pagina non trovata" TO LK-NOTA-INTW
005710           GO TO CANCELLA-PAGINA-INTW
005720          END-IF.
005730
005740          MOVE SPACES             TO IMPRONTA-INSTALLATA.
005750          MOVE PERCORSO-FOTO-INTW TO PERCORSO-INT.
005760          PERFORM LEGGO-INT       THRU EX-LEGGO-INT.
005770          MOVE ESITO-WEB          TO TROVATA-INTW.
005780
005790          MOVE PERCORSO-FOTO-INTW TO PERCORSO-INT.
005800          PERFORM TIPO-FOTO-INTW  THRU EX-TIPO-FOTO-INTW.
005810          MOVE TIPO-RAP-INTW      TO TIPO-INT.
005820          MOVE IMPRONTA-FOTO-INTW TO IMPRONTA-INT.
005830          MOVE DIMENSIONE-FOTO-INTW TO DIMENSIONE-INT.
005840          MOVE DATA-MOD-FOTO-INTW TO DATA-MOD-INT.
005850          MOVE LK-RILASCIO-INTW   TO RILASCIO-INT.
005860          MOVE LK-OPERATORE-INTW  TO APPROVATORE-INT.
005870          MOVE DATA-OGGI-INTW     TO DATA-APP-INT.
005880          MOVE ORA-OGGI-INTW(1:6) TO ORA-APP-INT.
005890
005900          IF TROVATA-INTW = "OK"
005910           PERFORM RISCRIVI-INT   THRU EX-RISCRIVI-INT
005920          ELSE
005930           PERFORM SCRIVI-INT     THRU EX-SCRIVI-INT
005940          END-IF.
005950
005960          PERFORM CLOSE-INT       THRU EX-CLOSE-INT.
005970
005980          IF ESITO-NOK
005990           MOVE "Aggiornamento della linea di base non riuscito"
006000                                  TO LK-NOTA-INTW
006010           GO TO CANCELLA-PAGINA-INTW
006020          END-IF.
006030
006040          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
006050          MOVE LK-OPERATORE-INTW  TO UTENTE-ACC-WEB.
006060          MOVE "INTEGRITA"        TO EVENTO-ACC-WEB.
006070          MOVE "OK"               TO ESITO-ACC-WEB.
006080          MOVE SPACES             TO DELEGANTE-ACC-WEB
006090                                     NOTA-ACC-WEB.
006100          STRING "PAGINA " PERCORSO-PAG-INTW(10:)
006110           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
006120          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
006130          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
006140
006150          MOVE "OK"               TO LK-ESITO-INTW.
006160          MOVE "Linea di base della pagina aggiornata"
006170                                  TO LK-NOTA-INTW.
006180
006190 CANCELLA-PAGINA-INTW.
006200
006210          PERFORM CANCELLA-FOTO-INTW THRU EX-CANCELLA-FOTO-INTW.
006220
006230 EX-PAGINA-INTW.
006240          EXIT.
