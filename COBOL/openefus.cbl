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
000200* FUSIONE DI UN ENTE IN UN ALTRO E CHIUSURA DI UN ENTE
000210* (RIORGANIZZAZIONI SOCIETARIE). CARTELLINI A CONSOLE:
000220*   1 - ENTE DI PARTENZA (2 CIFRE)
000230*   2 - ENTE DI ARRIVO (2 CIFRE, 00 PER LA CHIUSURA)
000240*   3 - OPERAZIONE: "F" = FUSIONE, "C" = CHIUSURA SEMPLICE
000250*   4 - MODO: "R" = SOLO REPORT DI CIO' CHE VERREBBE TOCCATO,
000260*       "A" = APPLICA
000270*   5 - TICKET DI CAMBIAMENTO (8 CIFRE, VUOTO = NESSUNO)
000280* FUSIONE, IN UN UNICO PASSAGGIO CONTROLLATO:
000290*   ARKTAB  - LE RIGHE DELL'ENTE DI PARTENZA PASSANO ALL'ARRIVO
000300*             COL LORO PROG-TAB; SE SULL'ARRIVO QUEL PROGRESSIVO
000310*             E' GIA' OCCUPATO LA RIGA PRENDE IL PRIMO LIBERO
000320*             DOPO L'ULTIMO DEL TIPO E IL REPORT NE DA' CONTO;
000330*             L'IMMAGINE DI PARTENZA RESTA SU ARKSTAB
000340*   ARKABI  - LE RIGHE MIGRANO SULL'ARRIVO VIA SCRIVI-ABI E
000350*             CANCELLA-ABI (STORIA COMPLETA SU ARKABIS); QUELLE
000360*             GIA' PRESENTI SULL'ARRIVO VENGONO SOLO RIMOSSE
000370*   ARKUTEN - ENTE-UTEN ED ENTE-EXTRA-UTEN PASSANO ALL'ARRIVO,
000380*             SENZA MAI DUPLICARE UN ENTE
000390*   ARKUSE  - IL CONSUNTIVO DI USO PER IL RIPARTO DEI COSTI SI
000400*             RIPORTA SULL'ARRIVO, SOMMANDO I CONTEGGI QUANDO LA
000410*             STESSA CHIAVE ESISTE GIA'
000420* CHIUSURA: GLI UTENTI CHE HANNO L'ENTE COME PRIMARIO VENGONO
000430* BLOCCATI (ARKACC "BLOCCO"), L'ENTE SPARISCE DAGLI EXTRA, I
000440* PERMESSI DELL'ENTE SONO REVOCATI VIA CANCELLA-ABI E LE
000450* TABELLE ARCHIVIATE (IMMAGINE SU ARKSTAB, RIGA TOLTA DA
000460* ARKTAB); IL CONSUNTIVO ARKUSE RESTA SULL'ENTE CHIUSO PER I
000470* RIPARTI GIA' FATTI.
000480* COME IN OPENGFUS LE RIGHE DA SPOSTARE PASSANO PRIMA DALLO
000490* SCRATCH ARKCSV E, IN APPLICA, TUTTO E' UN'UNICA UNITA' DI
000500* LAVORO (OPENUDLW). A UNITA' CONFERMATA L'ENTE DI PARTENZA
000510* PASSA A CHIUSO SU ARKENT E L'OPERAZIONE VA SU ARKACC.
000520* IN CHIUSURA IL REPORT ESPONE LA QUADRATURA PER ARCHIVIO:
000530* RIGHE TROVATE = RIGHE TRATTATE, E IN APPLICA UNA RILETTURA
000540* FINALE VERIFICA CHE SULL'ENTE DI PARTENZA NON RESTI NULLA.
000550* RETURN-CODE: 0 = TUTTO QUADRA, 4 = QUADRATURA NON RIUSCITA,
000560* 8 = ERRORE, UNITA' ANNULLATA E ARCHIVI RIPORTATI INDIETRO.
000570*
000580 IDENTIFICATION   DIVISION.
000590 PROGRAM-ID.      OPENEFUS.
000600 ENVIRONMENT      DIVISION.
000610 CONFIGURATION    SECTION.
000620          COPY "SPECIAL.CBL".
000630 INPUT-OUTPUT     SECTION.
000640 FILE-CONTROL.
000650
000660          COPY "SELENT.CBL".
000670          COPY "SELTAB.CBL".
000680          COPY "SELSTAB.CBL".
000690          COPY "SELUTEN.CBL".
000700          COPY "SELABI.CBL".
000710          COPY "SELABIS.CBL".
000720          COPY "SELOUT.CBL".
000730          COPY "SELUSE.CBL".
000740          COPY "SELACC.CBL".
000750          COPY "SELCSV.CBL".
000760
000770 DATA             DIVISION.
000780 FILE SECTION.
000790
000800          COPY "FDEENT.CBL".
000810          COPY "FDETAB.CBL".
000820          COPY "FDESTAB.CBL".
000830          COPY "FDEUTEN.CBL".
000840          COPY "FDEABI.CBL".
000850          COPY "FDEABIS.CBL".
000860          COPY "FDEOUT.CBL".
000870          COPY "FDEUSE.CBL".
000880          COPY "FDEACC.CBL".
000890          COPY "FDECSV.CBL".
000900
000910 WORKING-STORAGE  SECTION.
000920
000930          COPY "GLOBALS.CBL".
000940*
000950 01 ENTE-DA-EFUS             PIC 9(2).
000960 01 ENTE-A-EFUS              PIC 9(2).
000970 01 OPERAZIONE-EFUS          PIC X.
000980    88 FUSIONE-EFUS          VALUE "F".
000990    88 CHIUSURA-EFUS         VALUE "C".
001000 01 MODO-EFUS                PIC X.
001010    88 MODO-APPLICA-EFUS     VALUE "A".
001020 01 TICKET-EFUS              PIC X(8).
001030 01 OGGI-EFUS                PIC 9(8).
001040 01 ADESSO-EFUS              PIC 9(8).
001050 01 ENTE-GIA-CHIUSO-EFUS     PIC X.
001060*
001070** CONTATORI PER LA QUADRATURA FINALE
001080*
001090 01 TAB-TROVATE-EFUS         PIC 9(9).
001100 01 TAB-SPOSTATE-EFUS        PIC 9(9).
001110 01 TAB-RINUMERATE-EFUS      PIC 9(9).
001120 01 TAB-ARCHIVIATE-EFUS      PIC 9(9).
001130 01 TAB-RESIDUE-EFUS         PIC 9(9).
001140 01 ABI-TROVATE-EFUS         PIC 9(9).
001150 01 ABI-MIGRATE-EFUS         PIC 9(9).
001160 01 ABI-GIA-EFUS             PIC 9(9).
001170 01 ABI-REVOCATE-EFUS        PIC 9(9).
001180 01 ABI-RESIDUE-EFUS         PIC 9(9).
001190 01 UTEN-TOCCATI-EFUS        PIC 9(9).
001200 01 UTEN-PRIMARI-EFUS        PIC 9(9).
001210 01 UTEN-EXTRA-EFUS          PIC 9(9).
001220 01 UTEN-BLOCCATI-EFUS       PIC 9(9).
001230 01 UTEN-RESIDUI-EFUS        PIC 9(9).
001240 01 USE-TROVATE-EFUS         PIC 9(9).
001250 01 USE-SPOSTATE-EFUS        PIC 9(9).
001260 01 USE-ACCORPATE-EFUS       PIC 9(9).
001270 01 USE-RESIDUE-EFUS         PIC 9(9).
001280 01 TRATTATE-EFUS            PIC 9(9).
001290 01 QUADRA-EFUS              PIC X.
001300*
001310 01 IND-EFUS                 PIC 9(2) COMP.
001320 01 IND2-EFUS                PIC 9(2) COMP.
001330 01 TOCCATO-EFUS             PIC X.
001340 01 PRIMARIO-EFUS            PIC X.
001350 01 TROVATA-USE-EFUS         PIC X.
001360 01 PROG-NUOVO-EFUS          PIC 9(5).
001370 01 PROG-MAX-EFUS            PIC 9(5).
001380 01 CONTA-PARTENZA-EFUS      PIC 9(9).
001390*
001400 01 ERRORE-UNITA-EFUS        PIC X.
001410 01 NOTA-UNITA-EFUS          PIC X(60).
001420*
001430** IMMAGINI APPOGGIATE SULLO SCRATCH ARKCSV (UNA PER FASE)
001440*
001450 01 IMMAGINE-TAB-EFUS.
001460    02 TIPO-IMM-TAB-EFUS     PIC XX.
001470    02 ENTE-IMM-TAB-EFUS     PIC 99.
001480    02 PROG-IMM-TAB-EFUS     PIC 9(5).
001490    02 TABELLA-IMM-EFUS      PIC X(200).
001500*
001510 01 IMMAGINE-ABI-EFUS.
001520    02 ENTE-IMM-ABI-EFUS     PIC 99.
001530    02 GRUPPO-IMM-ABI-EFUS   PIC 9999.
001540    02 CHIAMATA-IMM-ABI-EFUS PIC X(6).
001550    02 DESC-IMM-ABI-EFUS     PIC X(20).
001560    02 SCADENZA-IMM-ABI-EFUS PIC 9(8).
001570    02 NEGATA-IMM-ABI-EFUS   PIC X.
001580*
001590 01 IMMAGINE-USE-EFUS.
001600    02 CHIAVE-IMM-USE-EFUS.
001610       05 ANNO-MESE-IMM-EFUS PIC 9(04).
001620       05 ENTE-IMM-USE-EFUS  PIC 9(02).
001630       05 RESTO-IMM-USE-EFUS PIC X(10).
001640    02 CONTA-IMM-USE-EFUS    PIC 9(09).
001650*
001660 PROCEDURE  DIVISION.
001670*
001680          PERFORM LEGGI-PARAMETRI-EFUS
001690           THRU EX-LEGGI-PARAMETRI-EFUS.
001700
001710          IF NOT FUSIONE-EFUS AND NOT CHIUSURA-EFUS
001720           DISPLAY "OPENEFUS: OPERAZIONE " OPERAZIONE-EFUS
001730            " NON VALIDA (F = FUSIONE, C = CHIUSURA)"
001740           MOVE 1                 TO RETURN-CODE
001750           GOBACK
001760          END-IF.
001770
001780          IF CHIUSURA-EFUS
001790           MOVE ZEROS             TO ENTE-A-EFUS
001800          END-IF.
001810
001820          IF ENTE-DA-EFUS = ZEROS
001830           OR (FUSIONE-EFUS AND (ENTE-A-EFUS = ZEROS
001840            OR ENTE-A-EFUS = ENTE-DA-EFUS))
001850           DISPLAY "OPENEFUS: ENTI NON VALIDI"
001860           MOVE 1                 TO RETURN-CODE
001870           GOBACK
001880          END-IF.
001890
001900          PERFORM CONTROLLA-ENTI-EFUS
001910           THRU EX-CONTROLLA-ENTI-EFUS.
001920          IF ESITO-NOK
001930           MOVE 1                 TO RETURN-CODE
001940           GOBACK
001950          END-IF.
001960
001970*         IN APPLICA IL TICKET DI CAMBIAMENTO (QUINTO CARTELLINO),
001980*         SE INDICATO, DEVE ESSERE APPROVATO E IN FINESTRA
001990          IF MODO-APPLICA-EFUS
002000           PERFORM VERIFICA-TICKET-EFUS
002010            THRU EX-VERIFICA-TICKET-EFUS
002020           IF ESITO-TKT-WEB NOT = "OK"
002030            DISPLAY "OPENEFUS: TICKET " TICKET-EFUS " - "
002040             MOTIVO-TKT-WEB
002050            MOVE 8              TO RETURN-CODE
002060            GOBACK
002070           END-IF
002080          END-IF.
002090
002100*         IN APPLICA TUTTO IL PASSAGGIO E' UN'UNICA UNITA' DI
002110*         LAVORO SUL GIORNALE (OPENUDLW): SE SI FERMA A META'
002120*         (ERRORE O CADUTA) TUTTI GLI ARCHIVI TOCCATI TORNANO
002130*         INDIETRO
002140          MOVE "N"                TO ERRORE-UNITA-EFUS.
002150          IF MODO-APPLICA-EFUS
002160           MOVE "OPENEFUS"        TO PROGRAMMA-UDL-WEB
002170                                     OPERATORE-UDL-WEB
002180           PERFORM INIZIA-UNITA-WEB THRU EX-INIZIA-UNITA-WEB
002190           IF ESITO-UDL-WEB NOT = "OK"
002200            DISPLAY "OPENEFUS: " NOTA-UDL-WEB
002210            MOVE 8                TO RETURN-CODE
002220            GOBACK
002230           END-IF
002240          END-IF.
002250
002260          MOVE ZEROS              TO TAB-TROVATE-EFUS
002270                                     TAB-SPOSTATE-EFUS
002280                                     TAB-RINUMERATE-EFUS
002290                                     TAB-ARCHIVIATE-EFUS
002300                                     TAB-RESIDUE-EFUS
002310                                     ABI-TROVATE-EFUS
002320                                     ABI-MIGRATE-EFUS
002330                                     ABI-GIA-EFUS
002340                                     ABI-REVOCATE-EFUS
002350                                     ABI-RESIDUE-EFUS
002360                                     UTEN-TOCCATI-EFUS
002370                                     UTEN-PRIMARI-EFUS
002380                                     UTEN-EXTRA-EFUS
002390                                     UTEN-BLOCCATI-EFUS
002400                                     UTEN-RESIDUI-EFUS
002410                                     USE-TROVATE-EFUS
002420                                     USE-SPOSTATE-EFUS
002430                                     USE-ACCORPATE-EFUS
002440                                     USE-RESIDUE-EFUS.
002450
002460          IF FUSIONE-EFUS
002470           DISPLAY "FUSIONE ENTE " ENTE-DA-EFUS " IN "
002480            ENTE-A-EFUS
002490          ELSE
002500           DISPLAY "CHIUSURA ENTE " ENTE-DA-EFUS
002510          END-IF.
002520          IF MODO-APPLICA-EFUS
002530           DISPLAY "MODO: APPLICAZIONE"
002540          ELSE
002550           DISPLAY "MODO: SOLO REPORT"
002560          END-IF.
002570          DISPLAY " ".
002580
002590          MOVE "OPENEFUS"         TO UTENTE-ABI-WEB.
002600          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
002610
002620          PERFORM ELABORA-TAB-EFUS
002630           THRU EX-ELABORA-TAB-EFUS.
002640
002650          IF ERRORE-UNITA-EFUS NOT = "S"
002660           PERFORM ELABORA-ABI-EFUS
002670            THRU EX-ELABORA-ABI-EFUS
002680          END-IF.
002690
002700          IF ERRORE-UNITA-EFUS NOT = "S"
002710           PERFORM ELABORA-UTENTI-EFUS
002720            THRU EX-ELABORA-UTENTI-EFUS
002730          END-IF.
002740
002750          IF ERRORE-UNITA-EFUS NOT = "S" AND FUSIONE-EFUS
002760           PERFORM ELABORA-USE-EFUS
002770            THRU EX-ELABORA-USE-EFUS
002780          END-IF.
002790
002800          IF MODO-APPLICA-EFUS
002810           IF ERRORE-UNITA-EFUS = "S"
002820            PERFORM ANNULLA-UNITA-WEB THRU EX-ANNULLA-UNITA-WEB
002830            PERFORM CLOSE-ACC     THRU EX-CLOSE-ACC
002840            DISPLAY "OPENEFUS: " NOTA-UNITA-EFUS
002850            DISPLAY "OPENEFUS: OPERAZIONE ANNULLATA, ARCHIVI"
002860             " RIPORTATI ALLO STATO DI PARTENZA"
002870            MOVE 8               TO RETURN-CODE
002880            GOBACK
002890           END-IF
002900           PERFORM CONFERMA-UNITA-WEB THRU EX-CONFERMA-UNITA-WEB
002910           PERFORM CHIUDI-ENTE-EFUS THRU EX-CHIUDI-ENTE-EFUS
002920           PERFORM CONTA-RESIDUI-EFUS THRU EX-CONTA-RESIDUI-EFUS
002930          END-IF.
002940
002950          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
002960
002970          PERFORM QUADRATURA-EFUS THRU EX-QUADRATURA-EFUS.
002980
002990          IF NOT MODO-APPLICA-EFUS
003000           DISPLAY " "
003010           DISPLAY "NESSUNA MODIFICA APPLICATA (SOLO REPORT)"
003020          END-IF.
003030
003040          IF QUADRA-EFUS = "S"
003050           MOVE ZERO              TO RETURN-CODE
003060          ELSE
003070           MOVE 4                 TO RETURN-CODE
003080          END-IF.
003090
003100          GOBACK.
003110*
003120          COPY "PIOENT.CBL".
003130          COPY "PIOTAB.CBL".
003140          COPY "PIOSTAB.CBL".
003150          COPY "PIOUTEN.CBL".
003160          COPY "PIOABI.CBL".
003170          COPY "PIOABIW.CBL".
003180          COPY "PIOOUT.CBL".
003190          COPY "PIOABIS.CBL".
003200          COPY "PIOUSE.CBL".
003210          COPY "PIOACC.CBL".
003220          COPY "PIOCSV.CBL".
003230          COPY "PIOUDLW.CBL".
003240*
003250 LEGGI-PARAMETRI-EFUS.
003260
003270          MOVE ZEROS              TO ENTE-DA-EFUS.
003280          ACCEPT ENTE-DA-EFUS     FROM CONSOLE.
003290
003300          MOVE ZEROS              TO ENTE-A-EFUS.
003310          ACCEPT ENTE-A-EFUS      FROM CONSOLE.
003320
003330          MOVE SPACES             TO OPERAZIONE-EFUS.
003340          ACCEPT OPERAZIONE-EFUS  FROM CONSOLE.
003350
003360          MOVE "R"                TO MODO-EFUS.
003370          ACCEPT MODO-EFUS        FROM CONSOLE.
003380
003390          MOVE SPACES             TO TICKET-EFUS.
003400          ACCEPT TICKET-EFUS      FROM CONSOLE.
003410
003420          ACCEPT OGGI-EFUS        FROM DATE YYYYMMDD.
003430          ACCEPT ADESSO-EFUS      FROM TIME.
003440
003450 EX-LEGGI-PARAMETRI-EFUS.
003460          EXIT.
003470*
003480** GLI ENTI DEVONO ESISTERE SU ARKENT; L'ARRIVO DI UNA FUSIONE
003490** DEVE ESSERE APERTO. UNA PARTENZA GIA' CHIUSA SI ACCETTA (E'
003500** LA RIPRESA DI UN PASSAGGIO PRECEDENTE) MA SI SEGNALA
003510*
003520 CONTROLLA-ENTI-EFUS.
003530
003540          MOVE "N"                TO ENTE-GIA-CHIUSO-EFUS.
003550
003560          PERFORM OPEN-I-ENT      THRU EX-OPEN-I-ENT.
003570
003580          MOVE ENTE-DA-EFUS       TO CODICE-ENT.
003590          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
003600          IF ESITO-NOK
003610           DISPLAY "OPENEFUS: ENTE " ENTE-DA-EFUS
003620            " NON IN ANAGRAFICA"
003630           GO TO FINE-CONTROLLA-ENTI-EFUS
003640          END-IF.
003650          IF ENTE-CHIUSO
003660           MOVE "S"               TO ENTE-GIA-CHIUSO-EFUS
003670           DISPLAY "OPENEFUS: ENTE " ENTE-DA-EFUS
003680            " GIA' CHIUSO, SI COMPLETA IL PASSAGGIO"
003690          END-IF.
003700
003710          IF CHIUSURA-EFUS
003720           GO TO FINE-CONTROLLA-ENTI-EFUS
003730          END-IF.
003740
003750          MOVE ENTE-A-EFUS        TO CODICE-ENT.
003760          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
003770          IF ESITO-NOK
003780           DISPLAY "OPENEFUS: ENTE " ENTE-A-EFUS
003790            " NON IN ANAGRAFICA"
003800           GO TO FINE-CONTROLLA-ENTI-EFUS
003810          END-IF.
003820          IF ENTE-CHIUSO
003830           DISPLAY "OPENEFUS: ENTE DI ARRIVO " ENTE-A-EFUS
003840            " CHIUSO"
003850           MOVE "NO"              TO ESITO-WEB
003860          END-IF.
003870
003880 FINE-CONTROLLA-ENTI-EFUS.
003890
003900          PERFORM CLOSE-ENT       THRU EX-CLOSE-ENT.
003910
003920 EX-CONTROLLA-ENTI-EFUS.
003930          EXIT.
003940*
003950** TICKET DI CAMBIAMENTO DEL CARTELLINO: LE RIGHE DI STORICO
003960** ARKABIS E ARKSTAB SCRITTE IN APPLICA FINISCONO SUL GIORNALE
003970** ARKTKU
003980*
003990 VERIFICA-TICKET-EFUS.
004000
004010          MOVE "OK"               TO ESITO-TKT-WEB.
004020          MOVE SPACES             TO MOTIVO-TKT-WEB.
004030          MOVE ZEROS              TO NUMERO-TKT-WEB.
004040          MOVE "OPENEFUS"         TO PROGRAMMA-TKT-WEB.
004050
004060          IF TICKET-EFUS NOT = SPACES
004070           IF TICKET-EFUS NUMERIC
004080            MOVE TICKET-EFUS      TO NUMERO-TKT-WEB
004090           ELSE
004100            MOVE "KO"             TO ESITO-TKT-WEB
004110            MOVE "numero di ticket non valido" TO MOTIVO-TKT-WEB
004120            GO TO EX-VERIFICA-TICKET-EFUS
004130           END-IF
004140          END-IF.
004150
004160          MOVE "VERIFICA"         TO AZIONE-TKT-WEB.
004170          MOVE "ABIS"             TO ARCHIVIO-TKT-WEB.
004180          MOVE SPACES             TO RIFERIMENTO-TKT-WEB.
004190          MOVE "OPENEFUS"         TO UTENTE-TKT-WEB.
004200
004210          CALL "OPENTKTW" USING AZIONE-TKT-WEB NUMERO-TKT-WEB
004220               ARCHIVIO-TKT-WEB RIFERIMENTO-TKT-WEB
004230               PROGRAMMA-TKT-WEB UTENTE-TKT-WEB
004240               ESITO-TKT-WEB MOTIVO-TKT-WEB.
004250          CANCEL "OPENTKTW".
004260
004270 EX-VERIFICA-TICKET-EFUS.
004280          EXIT.
004290*
004300** ARKTAB IN DUE PASSAGGI: PRIMA LE RIGHE DELL'ENTE DI PARTENZA
004310** FINISCONO SULLO SCRATCH, POI OGNUNA VIENE SPOSTATA SULL'ARRIVO
004320** (FUSIONE) O ARCHIVIATA (CHIUSURA)
004330*
004340 ELABORA-TAB-EFUS.
004350
004360          MOVE SPACES             TO NOME-CSV.
004370          MOVE "FILES/EFUSWRK.CSV" TO NOME-CSV.
004380
004390          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
004400
004410          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
004420
004430          MOVE LOW-VALUE          TO CHIAVE-TAB.
004440          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
004450
004460          IF ESITO-NOK GO TO SECONDO-PASSO-TAB-EFUS.
004470
004480 CICLO-RACCOGLI-TAB-EFUS.
004490
004500          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
004510
004520          IF FINE-FILE = "S" GO TO SECONDO-PASSO-TAB-EFUS.
004530
004540          IF ENTE-TAB NOT = ENTE-DA-EFUS
004550           GO TO CICLO-RACCOGLI-TAB-EFUS
004560          END-IF.
004570
004580          ADD 1                   TO TAB-TROVATE-EFUS.
004590
004600          MOVE TIPO-TAB           TO TIPO-IMM-TAB-EFUS.
004610          MOVE ENTE-TAB           TO ENTE-IMM-TAB-EFUS.
004620          MOVE PROG-TAB           TO PROG-IMM-TAB-EFUS.
004630          MOVE TABELLA            TO TABELLA-IMM-EFUS.
004640
004650          MOVE SPACES             TO DATI-CSV.
004660          MOVE IMMAGINE-TAB-EFUS  TO DATI-CSV.
004670          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
004680
004690          GO TO CICLO-RACCOGLI-TAB-EFUS.
004700
004710 SECONDO-PASSO-TAB-EFUS.
004720
004730          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
004740
004750          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
004760          PERFORM OPEN-I-STAB     THRU EX-OPEN-I-STAB.
004770
004780 CICLO-APPLICA-TAB-EFUS.
004790
004800          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
004810
004820          IF FINE-FILE = "S" GO TO FINE-ELABORA-TAB-EFUS.
004830
004840          MOVE DATI-CSV(1:209)    TO IMMAGINE-TAB-EFUS.
004850
004860          IF FUSIONE-EFUS
004870           PERFORM SPOSTA-RIGA-TAB-EFUS
004880            THRU EX-SPOSTA-RIGA-TAB-EFUS
004890          ELSE
004900           DISPLAY "TAB " TIPO-IMM-TAB-EFUS "/" ENTE-DA-EFUS
004910            "/" PROG-IMM-TAB-EFUS " ARCHIVIATA"
004920           ADD 1                  TO TAB-ARCHIVIATE-EFUS
004930           PERFORM TOGLI-PARTENZA-TAB-EFUS
004940            THRU EX-TOGLI-PARTENZA-TAB-EFUS
004950          END-IF.
004960          IF ERRORE-UNITA-EFUS = "S" GO TO FINE-ELABORA-TAB-EFUS.
004970
004980          GO TO CICLO-APPLICA-TAB-EFUS.
004990
005000 FINE-ELABORA-TAB-EFUS.
005010
005020          PERFORM CLOSE-STAB      THRU EX-CLOSE-STAB.
005030          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
005040          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
005050
005060 EX-ELABORA-TAB-EFUS.
005070          EXIT.
005080*
005090** LA RIGA TIENE IL SUO PROG-TAB SE SULL'ARRIVO E' LIBERO,
005100** ALTRIMENTI PRENDE QUELLO DOPO L'ULTIMO DEL TIPO (IN SOLO
005110** REPORT IL NUMERO INDICATO E' QUELLO CHE OGGI SAREBBE LIBERO)
005120*
005130 SPOSTA-RIGA-TAB-EFUS.
005140
005150          MOVE PROG-IMM-TAB-EFUS  TO PROG-NUOVO-EFUS.
005160
005170          MOVE TIPO-IMM-TAB-EFUS  TO TIPO-TAB.
005180          MOVE ENTE-A-EFUS        TO ENTE-TAB.
005190          MOVE PROG-IMM-TAB-EFUS  TO PROG-TAB.
005200          PERFORM LEGGO-TAB       THRU EX-LEGGO-TAB.
005210
005220          IF ESITO-OK
005230           PERFORM CERCA-PROG-LIBERO-EFUS
005240            THRU EX-CERCA-PROG-LIBERO-EFUS
005250           IF PROG-MAX-EFUS = 99999
005260            MOVE "S"              TO ERRORE-UNITA-EFUS
005270            MOVE SPACES           TO NOTA-UNITA-EFUS
005280            STRING "NESSUN PROGRESSIVO LIBERO PER IL TIPO "
005290             TIPO-IMM-TAB-EFUS " SULL'ENTE " ENTE-A-EFUS
005300             DELIMITED BY SIZE INTO NOTA-UNITA-EFUS
005310            GO TO EX-SPOSTA-RIGA-TAB-EFUS
005320           END-IF
005330           COMPUTE PROG-NUOVO-EFUS = PROG-MAX-EFUS + 1
005340           ADD 1                  TO TAB-RINUMERATE-EFUS
005350           DISPLAY "TAB " TIPO-IMM-TAB-EFUS "/" ENTE-DA-EFUS
005360            "/" PROG-IMM-TAB-EFUS " SU " ENTE-A-EFUS "/"
005370            PROG-NUOVO-EFUS " (RINUMERATA)"
005380          ELSE
005390           DISPLAY "TAB " TIPO-IMM-TAB-EFUS "/" ENTE-DA-EFUS
005400            "/" PROG-IMM-TAB-EFUS " SU " ENTE-A-EFUS "/"
005410            PROG-NUOVO-EFUS
005420          END-IF.
005430
005440          ADD 1                   TO TAB-SPOSTATE-EFUS.
005450
005460          IF NOT MODO-APPLICA-EFUS
005470           GO TO EX-SPOSTA-RIGA-TAB-EFUS
005480          END-IF.
005490
005500          MOVE TIPO-IMM-TAB-EFUS  TO TIPO-TAB.
005510          MOVE ENTE-A-EFUS        TO ENTE-TAB.
005520          MOVE PROG-NUOVO-EFUS    TO PROG-TAB.
005530
005540          MOVE "ARKTAB"           TO ARCHIVIO-UDL-WEB.
005550          MOVE CHIAVE-TAB         TO CHIAVE-UDL-WEB.
005560          PERFORM IMMAGINE-EFUS   THRU EX-IMMAGINE-EFUS.
005570          IF ERRORE-UNITA-EFUS = "S"
005580           GO TO EX-SPOSTA-RIGA-TAB-EFUS
005590          END-IF.
005600
005610          MOVE TABELLA-IMM-EFUS   TO TABELLA.
005620          MOVE OGGI-EFUS          TO DATA-MODIFICA-TAB.
005630          MOVE ADESSO-EFUS(1:6)   TO ORA-MODIFICA-TAB.
005640          PERFORM SCRIVI-TAB      THRU EX-SCRIVI-TAB.
005650          IF ESITO-NOK
005660           MOVE "S"               TO ERRORE-UNITA-EFUS
005670           MOVE SPACES            TO NOTA-UNITA-EFUS
005680           STRING "SCRITTURA ARKTAB FALLITA " CHIAVE-TAB
005690            " STATO " STATUS-TAB
005700            DELIMITED BY SIZE INTO NOTA-UNITA-EFUS
005710           GO TO EX-SPOSTA-RIGA-TAB-EFUS
005720          END-IF.
005730
005740          PERFORM TOGLI-PARTENZA-TAB-EFUS
005750           THRU EX-TOGLI-PARTENZA-TAB-EFUS.
005760
005770 EX-SPOSTA-RIGA-TAB-EFUS.
005780          EXIT.
005790*
005800** ULTIMO PROG-TAB OCCUPATO DEL TIPO SULL'ENTE DI ARRIVO
005810*
005820 CERCA-PROG-LIBERO-EFUS.
005830
005840          MOVE ZEROS              TO PROG-MAX-EFUS.
005850
005860          MOVE TIPO-IMM-TAB-EFUS  TO TIPO-TAB.
005870          MOVE ENTE-A-EFUS        TO ENTE-TAB.
005880          MOVE ZEROS              TO PROG-TAB.
005890          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
005900
005910          IF ESITO-NOK GO TO EX-CERCA-PROG-LIBERO-EFUS.
005920
005930 CICLO-PROG-LIBERO-EFUS.
005940
005950          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
005960
005970          IF FINE-FILE = "S" GO TO EX-CERCA-PROG-LIBERO-EFUS.
005980
005990          IF TIPO-TAB NOT = TIPO-IMM-TAB-EFUS
006000           OR ENTE-TAB NOT = ENTE-A-EFUS
006010           GO TO EX-CERCA-PROG-LIBERO-EFUS
006020          END-IF.
006030
006040          MOVE PROG-TAB           TO PROG-MAX-EFUS.
006050
006060          GO TO CICLO-PROG-LIBERO-EFUS.
006070
006080 EX-CERCA-PROG-LIBERO-EFUS.
006090          EXIT.
006100*
006110** LA RIGA DI PARTENZA LASCIA LA SUA IMMAGINE SU ARKSTAB E
006120** VIENE TOLTA DA ARKTAB
006130*
006140 TOGLI-PARTENZA-TAB-EFUS.
006150
006160          IF NOT MODO-APPLICA-EFUS
006170           GO TO EX-TOGLI-PARTENZA-TAB-EFUS
006180          END-IF.
006190
006200          MOVE TIPO-IMM-TAB-EFUS  TO TIPO-TAB.
006210          MOVE ENTE-DA-EFUS       TO ENTE-TAB.
006220          MOVE PROG-IMM-TAB-EFUS  TO PROG-TAB.
006230          PERFORM LEGGO-TAB       THRU EX-LEGGO-TAB.
006240          IF ESITO-NOK GO TO EX-TOGLI-PARTENZA-TAB-EFUS.
006250
006260          MOVE TIPO-TAB           TO TIPO-TAB-STAB.
006270          MOVE ENTE-TAB           TO ENTE-TAB-STAB.
006280          MOVE PROG-TAB           TO PROG-TAB-STAB.
006290          ACCEPT DATA-STAB        FROM DATE YYYYMMDD.
006300          ACCEPT ORA-STAB         FROM TIME.
006310          MOVE TABELLA            TO TABELLA-STAB.
006320          MOVE "OPENEFUS"         TO UTENTE-STAB.
006330          PERFORM SCRIVI-STAB     THRU EX-SCRIVI-STAB.
006340
006350          MOVE "ARKTAB"           TO ARCHIVIO-UDL-WEB.
006360          MOVE CHIAVE-TAB         TO CHIAVE-UDL-WEB.
006370          PERFORM IMMAGINE-EFUS   THRU EX-IMMAGINE-EFUS.
006380          IF ERRORE-UNITA-EFUS = "S"
006390           GO TO EX-TOGLI-PARTENZA-TAB-EFUS
006400          END-IF.
006410
006420          PERFORM CANCELLA-TAB    THRU EX-CANCELLA-TAB.
006430          IF ESITO-NOK
006440           MOVE "S"               TO ERRORE-UNITA-EFUS
006450           MOVE SPACES            TO NOTA-UNITA-EFUS
006460           STRING "CANCELLAZIONE ARKTAB FALLITA " CHIAVE-TAB
006470            " STATO " STATUS-TAB
006480            DELIMITED BY SIZE INTO NOTA-UNITA-EFUS
006490          END-IF.
006500
006510 EX-TOGLI-PARTENZA-TAB-EFUS.
006520          EXIT.
006530*
006540** ARKABI IN DUE PASSAGGI (TECNICA DI OPENABIC): LE RIGHE
006550** DELL'ENTE DI PARTENZA MIGRANO SULL'ARRIVO (FUSIONE) O VENGONO
006560** REVOCATE (CHIUSURA), SEMPRE VIA SCRIVI-ABI/CANCELLA-ABI
006570*
006580 ELABORA-ABI-EFUS.
006590
006600          MOVE SPACES             TO NOME-CSV.
006610          MOVE "FILES/EFUSWRK.CSV" TO NOME-CSV.
006620
006630          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
006640
006650          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
006660
006670          MOVE LOW-VALUE          TO CHIAVE-ABI.
006680          MOVE ENTE-DA-EFUS       TO ENTE-ABI.
006690          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
006700
006710          IF ESITO-NOK GO TO SECONDO-PASSO-ABI-EFUS.
006720
006730 CICLO-RACCOGLI-ABI-EFUS.
006740
006750          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
006760
006770          IF FINE-FILE = "S" GO TO SECONDO-PASSO-ABI-EFUS.
006780
006790          IF ENTE-ABI NOT = ENTE-DA-EFUS
006800           GO TO SECONDO-PASSO-ABI-EFUS
006810          END-IF.
006820
006830          ADD 1                   TO ABI-TROVATE-EFUS.
006840
006850          MOVE ENTE-ABI           TO ENTE-IMM-ABI-EFUS.
006860          MOVE GRUPPO-ABI         TO GRUPPO-IMM-ABI-EFUS.
006870          MOVE CHIAMATA-ABI       TO CHIAMATA-IMM-ABI-EFUS.
006880          MOVE DESC-ABI           TO DESC-IMM-ABI-EFUS.
006890          MOVE SCADENZA-ABI       TO SCADENZA-IMM-ABI-EFUS.
006900          MOVE NEGATA-ABI         TO NEGATA-IMM-ABI-EFUS.
006910
006920          MOVE SPACES             TO DATI-CSV.
006930          MOVE IMMAGINE-ABI-EFUS  TO DATI-CSV.
006940          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
006950
006960          GO TO CICLO-RACCOGLI-ABI-EFUS.
006970
006980 SECONDO-PASSO-ABI-EFUS.
006990
007000          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
007010
007020          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
007030          PERFORM OPEN-I-ABIS     THRU EX-OPEN-I-ABIS.
007040
007050 CICLO-APPLICA-ABI-EFUS.
007060
007070          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
007080
007090          IF FINE-FILE = "S" GO TO FINE-ELABORA-ABI-EFUS.
007100
007110          MOVE DATI-CSV(1:41)     TO IMMAGINE-ABI-EFUS.
007120
007130          IF FUSIONE-EFUS
007140           PERFORM MIGRA-RIGA-ABI-EFUS
007150            THRU EX-MIGRA-RIGA-ABI-EFUS
007160          ELSE
007170           ADD 1                  TO ABI-REVOCATE-EFUS
007180           DISPLAY "ABI " ENTE-DA-EFUS "/" GRUPPO-IMM-ABI-EFUS
007190            "/" CHIAMATA-IMM-ABI-EFUS " REVOCATA"
007200           PERFORM RIMUOVI-PARTENZA-ABI-EFUS
007210            THRU EX-RIMUOVI-PARTENZA-ABI-EFUS
007220          END-IF.
007230          IF ERRORE-UNITA-EFUS = "S" GO TO FINE-ELABORA-ABI-EFUS.
007240
007250          GO TO CICLO-APPLICA-ABI-EFUS.
007260
007270 FINE-ELABORA-ABI-EFUS.
007280
007290          PERFORM CLOSE-ABIS      THRU EX-CLOSE-ABIS.
007300          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
007310          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
007320
007330 EX-ELABORA-ABI-EFUS.
007340          EXIT.
007350*
007360 MIGRA-RIGA-ABI-EFUS.
007370
007380          MOVE ENTE-A-EFUS        TO ENTE-ABI.
007390          MOVE GRUPPO-IMM-ABI-EFUS TO GRUPPO-ABI.
007400          MOVE CHIAMATA-IMM-ABI-EFUS TO CHIAMATA-ABI.
007410
007420          READ ARKABI
007430           INVALID KEY
007440            CONTINUE
007450           NOT INVALID KEY
007460            ADD 1                 TO ABI-GIA-EFUS
007470            DISPLAY "ABI " ENTE-A-EFUS "/" GRUPPO-IMM-ABI-EFUS
007480             "/" CHIAMATA-IMM-ABI-EFUS " GIA' PRESENTE"
007490             " SULL'ARRIVO"
007500            PERFORM RIMUOVI-PARTENZA-ABI-EFUS
007510             THRU EX-RIMUOVI-PARTENZA-ABI-EFUS
007520            GO TO EX-MIGRA-RIGA-ABI-EFUS
007530          END-READ.
007540
007550          ADD 1                   TO ABI-MIGRATE-EFUS.
007560
007570          DISPLAY "ABI " ENTE-DA-EFUS "/" GRUPPO-IMM-ABI-EFUS "/"
007580           CHIAMATA-IMM-ABI-EFUS " MIGRA SU " ENTE-A-EFUS.
007590
007600          IF NOT MODO-APPLICA-EFUS
007610           GO TO EX-MIGRA-RIGA-ABI-EFUS
007620          END-IF.
007630
007640          MOVE ENTE-A-EFUS        TO ENTE-ABI.
007650          MOVE GRUPPO-IMM-ABI-EFUS TO GRUPPO-ABI.
007660          MOVE CHIAMATA-IMM-ABI-EFUS TO CHIAMATA-ABI.
007670          MOVE DESC-IMM-ABI-EFUS  TO DESC-ABI.
007680          MOVE SCADENZA-IMM-ABI-EFUS TO SCADENZA-ABI.
007690          MOVE NEGATA-IMM-ABI-EFUS TO NEGATA-ABI.
007700
007710          MOVE "ARKABI"           TO ARCHIVIO-UDL-WEB.
007720          MOVE CHIAVE-ABI         TO CHIAVE-UDL-WEB.
007730          PERFORM IMMAGINE-EFUS   THRU EX-IMMAGINE-EFUS.
007740          IF ERRORE-UNITA-EFUS = "S" GO TO EX-MIGRA-RIGA-ABI-EFUS.
007750
007760          PERFORM SCRIVI-ABI      THRU EX-SCRIVI-ABI.
007770          IF ESITO-NOK
007780           MOVE "S"               TO ERRORE-UNITA-EFUS
007790           MOVE SPACES            TO NOTA-UNITA-EFUS
007800           STRING "SCRITTURA ARKABI FALLITA " CHIAVE-ABI
007810            " STATO " STATUS-ABI
007820            DELIMITED BY SIZE INTO NOTA-UNITA-EFUS
007830           GO TO EX-MIGRA-RIGA-ABI-EFUS
007840          END-IF.
007850
007860          PERFORM RIMUOVI-PARTENZA-ABI-EFUS
007870           THRU EX-RIMUOVI-PARTENZA-ABI-EFUS.
007880
007890 EX-MIGRA-RIGA-ABI-EFUS.
007900          EXIT.
007910*
007920 RIMUOVI-PARTENZA-ABI-EFUS.
007930
007940          IF NOT MODO-APPLICA-EFUS
007950           GO TO EX-RIMUOVI-PARTENZA-ABI-EFUS
007960          END-IF.
007970
007980          MOVE ENTE-DA-EFUS       TO ENTE-ABI.
007990          MOVE GRUPPO-IMM-ABI-EFUS TO GRUPPO-ABI.
008000          MOVE CHIAMATA-IMM-ABI-EFUS TO CHIAMATA-ABI.
008010
008020          READ ARKABI
008030           INVALID KEY GO TO EX-RIMUOVI-PARTENZA-ABI-EFUS
008040          END-READ.
008050
008060          MOVE "ARKABI"           TO ARCHIVIO-UDL-WEB.
008070          MOVE CHIAVE-ABI         TO CHIAVE-UDL-WEB.
008080          PERFORM IMMAGINE-EFUS   THRU EX-IMMAGINE-EFUS.
008090          IF ERRORE-UNITA-EFUS = "S"
008100           GO TO EX-RIMUOVI-PARTENZA-ABI-EFUS
008110          END-IF.
008120
008130          PERFORM CANCELLA-ABI    THRU EX-CANCELLA-ABI.
008140
008150 EX-RIMUOVI-PARTENZA-ABI-EFUS.
008160          EXIT.
008170*
008180** ARKUTEN: IN FUSIONE L'ENTE DI PARTENZA E' SOSTITUITO
008190** DALL'ARRIVO OVUNQUE COMPAIA; IN CHIUSURA CHI CE L'HA COME
008200** PRIMARIO VIENE BLOCCATO E L'ENTE ESCE DAGLI EXTRA
008210*
008220 ELABORA-UTENTI-EFUS.
008230
008240          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
008250
008260          MOVE LOW-VALUE          TO CHIAVE-UTEN.
008270          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
008280
008290          IF ESITO-NOK GO TO FINE-ELABORA-UTENTI-EFUS.
008300
008310 CICLO-UTENTI-EFUS.
008320
008330          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
008340
008350          IF FINE-FILE = "S" GO TO FINE-ELABORA-UTENTI-EFUS.
008360
008370          PERFORM SOSTITUISCI-ENTI-EFUS
008380           THRU EX-SOSTITUISCI-ENTI-EFUS.
008390
008400          IF TOCCATO-EFUS NOT = "S"
008410           GO TO CICLO-UTENTI-EFUS
008420          END-IF.
008430
008440          ADD 1                   TO UTEN-TOCCATI-EFUS.
008450
008460          IF MODO-APPLICA-EFUS
008470           MOVE "ARKUTEN"         TO ARCHIVIO-UDL-WEB
008480           MOVE CHIAVE-UTEN       TO CHIAVE-UDL-WEB
008490           PERFORM IMMAGINE-EFUS  THRU EX-IMMAGINE-EFUS
008500           IF ERRORE-UNITA-EFUS = "S"
008510            GO TO FINE-ELABORA-UTENTI-EFUS
008520           END-IF
008530           PERFORM RISCRIVI-UTEN  THRU EX-RISCRIVI-UTEN
008540           IF ESITO-NOK
008550            MOVE "S"              TO ERRORE-UNITA-EFUS
008560            MOVE SPACES           TO NOTA-UNITA-EFUS
008570            STRING "RISCRITTURA ARKUTEN FALLITA " CHIAVE-UTEN
008580             " STATO " STATUS-UTEN
008590             DELIMITED BY SIZE INTO NOTA-UNITA-EFUS
008600            GO TO FINE-ELABORA-UTENTI-EFUS
008610           END-IF
008620           IF CHIUSURA-EFUS AND PRIMARIO-EFUS = "S"
008630            PERFORM GIORNALE-BLOCCO-EFUS
008640             THRU EX-GIORNALE-BLOCCO-EFUS
008650           END-IF
008660          END-IF.
008670
008680          GO TO CICLO-UTENTI-EFUS.
008690
008700 FINE-ELABORA-UTENTI-EFUS.
008710
008720          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
008730
008740 EX-ELABORA-UTENTI-EFUS.
008750          EXIT.
008760*
008770** ENTE PRIMARIO E I QUATTRO ENTE-EXTRA-UTEN; DOPO LA
008780** SOSTITUZIONE UN EXTRA UGUALE AL PRIMARIO O AD UN EXTRA
008790** PRECEDENTE VIENE AZZERATO E GLI EXTRA SI COMPATTANO A SINISTRA
008800*
008810 SOSTITUISCI-ENTI-EFUS.
008820
008830          MOVE "N"                TO TOCCATO-EFUS
008840                                     PRIMARIO-EFUS.
008850
008860          IF ENTE-UTEN = ENTE-DA-EFUS
008870           PERFORM PRIMARIO-UTEN-EFUS
008880            THRU EX-PRIMARIO-UTEN-EFUS
008890          END-IF.
008900
008910          PERFORM EXTRA-UTEN-EFUS THRU EX-EXTRA-UTEN-EFUS
008920           VARYING IND-EFUS FROM 1 BY 1 UNTIL IND-EFUS > 4.
008930
008940          IF TOCCATO-EFUS NOT = "S"
008950           GO TO EX-SOSTITUISCI-ENTI-EFUS
008960          END-IF.
008970
008980          PERFORM DEDUPLICA-EXTRA-EFUS
008990           THRU EX-DEDUPLICA-EXTRA-EFUS
009000           VARYING IND-EFUS FROM 1 BY 1 UNTIL IND-EFUS > 4.
009010
009020          MOVE ZEROS              TO IND2-EFUS.
009030          PERFORM COMPATTA-EXTRA-EFUS
009040           THRU EX-COMPATTA-EXTRA-EFUS
009050           VARYING IND-EFUS FROM 1 BY 1 UNTIL IND-EFUS > 4.
009060
009070          PERFORM AZZERA-CODA-EXTRA-EFUS
009080           THRU EX-AZZERA-CODA-EXTRA-EFUS
009090           VARYING IND-EFUS FROM 1 BY 1 UNTIL IND-EFUS > 4.
009100
009110 EX-SOSTITUISCI-ENTI-EFUS.
009120          EXIT.
009130*
009140 PRIMARIO-UTEN-EFUS.
009150
009160          IF FUSIONE-EFUS
009170           MOVE ENTE-A-EFUS       TO ENTE-UTEN
009180           MOVE "S"               TO TOCCATO-EFUS
009190                                     PRIMARIO-EFUS
009200           ADD 1                  TO UTEN-PRIMARI-EFUS
009210           DISPLAY "UTENTE " CHIAVE-UTEN " ENTE PRIMARIO "
009220            ENTE-DA-EFUS " -> " ENTE-A-EFUS
009230           GO TO EX-PRIMARIO-UTEN-EFUS
009240          END-IF.
009250
009260*         IN CHIUSURA L'ENTE PRIMARIO RESTA COM'E' (TESTIMONIA
009270*         L'APPARTENENZA) E L'UTENZA VIENE BLOCCATA
009280          IF UTENTE-CANCELLATO OR UTENTE-BLOCCATO
009290           GO TO EX-PRIMARIO-UTEN-EFUS
009300          END-IF.
009310
009320          SET UTENTE-BLOCCATO     TO TRUE.
009330          MOVE OGGI-EFUS          TO DATA-BLOCCO-UTEN.
009340          MOVE "S"                TO TOCCATO-EFUS
009350                                     PRIMARIO-EFUS.
009360          ADD 1                   TO UTEN-BLOCCATI-EFUS.
009370          DISPLAY "UTENTE " CHIAVE-UTEN " BLOCCATO (ENTE "
009380           ENTE-DA-EFUS " IN CHIUSURA)".
009390
009400 EX-PRIMARIO-UTEN-EFUS.
009410          EXIT.
009420*
009430 EXTRA-UTEN-EFUS.
009440
009450          IF ENTE-EXTRA-UTEN(IND-EFUS) NOT = ENTE-DA-EFUS
009460           GO TO EX-EXTRA-UTEN-EFUS
009470          END-IF.
009480
009490          MOVE ENTE-A-EFUS        TO ENTE-EXTRA-UTEN(IND-EFUS).
009500          MOVE "S"                TO TOCCATO-EFUS.
009510          ADD 1                   TO UTEN-EXTRA-EFUS.
009520          IF FUSIONE-EFUS
009530           DISPLAY "UTENTE " CHIAVE-UTEN " ENTE AGGIUNTIVO "
009540            ENTE-DA-EFUS " -> " ENTE-A-EFUS
009550          ELSE
009560           DISPLAY "UTENTE " CHIAVE-UTEN " ENTE AGGIUNTIVO "
009570            ENTE-DA-EFUS " TOLTO"
009580          END-IF.
009590
009600 EX-EXTRA-UTEN-EFUS.
009610          EXIT.
009620*
009630 DEDUPLICA-EXTRA-EFUS.
009640
009650          IF ENTE-EXTRA-UTEN(IND-EFUS) = ENTE-UTEN
009660           MOVE ZEROS             TO ENTE-EXTRA-UTEN(IND-EFUS)
009670          END-IF.
009680
009690          PERFORM CONFRONTA-EXTRA-EFUS
009700           THRU EX-CONFRONTA-EXTRA-EFUS
009710           VARYING IND2-EFUS FROM 1 BY 1
009720           UNTIL IND2-EFUS NOT < IND-EFUS.
009730
009740 EX-DEDUPLICA-EXTRA-EFUS.
009750          EXIT.
009760*
009770 CONFRONTA-EXTRA-EFUS.
009780
009790          IF ENTE-EXTRA-UTEN(IND-EFUS) NOT = ZEROS
009800           AND ENTE-EXTRA-UTEN(IND2-EFUS) =
009810            ENTE-EXTRA-UTEN(IND-EFUS)
009820           MOVE ZEROS             TO ENTE-EXTRA-UTEN(IND-EFUS)
009830          END-IF.
009840
009850 EX-CONFRONTA-EXTRA-EFUS.
009860          EXIT.
009870*
009880 COMPATTA-EXTRA-EFUS.
009890
009900          IF ENTE-EXTRA-UTEN(IND-EFUS) NOT = ZEROS
009910           ADD 1                  TO IND2-EFUS
009920           MOVE ENTE-EXTRA-UTEN(IND-EFUS)
009930            TO ENTE-EXTRA-UTEN(IND2-EFUS)
009940          END-IF.
009950
009960 EX-COMPATTA-EXTRA-EFUS.
009970          EXIT.
009980*
009990 AZZERA-CODA-EXTRA-EFUS.
010000
010010          IF IND-EFUS > IND2-EFUS
010020           MOVE ZEROS             TO ENTE-EXTRA-UTEN(IND-EFUS)
010030          END-IF.
010040
010050 EX-AZZERA-CODA-EXTRA-EFUS.
010060          EXIT.
010070*
010080 GIORNALE-BLOCCO-EFUS.
010090
010100          MOVE CHIAVE-UTEN        TO UTENTE-ACC-WEB.
010110          MOVE "BLOCCO"           TO EVENTO-ACC-WEB.
010120          MOVE "OK"               TO ESITO-ACC-WEB.
010130          MOVE SPACES             TO NOTA-ACC-WEB.
010140          STRING "chiusura ente " ENTE-DA-EFUS
010150           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
010160          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
010170
010180 EX-GIORNALE-BLOCCO-EFUS.
010190          EXIT.
010200*
010210** ARKUSE (SOLO FUSIONE): IL CONSUNTIVO DELL'ENTE DI PARTENZA SI
010220** RIPORTA SULL'ARRIVO; SE LA STESSA CHIAVE C'E' GIA' I CONTEGGI
010230** SI SOMMANO, COSI' I RIPARTI DEI MESI PASSATI TORNANO UGUALI
010240*
010250 ELABORA-USE-EFUS.
010260
010270          MOVE SPACES             TO NOME-CSV.
010280          MOVE "FILES/EFUSWRK.CSV" TO NOME-CSV.
010290
010300          PERFORM OPEN-O-CSV      THRU EX-OPEN-O-CSV.
010310
010320          PERFORM OPEN-I-USE      THRU EX-OPEN-I-USE.
010330
010340          MOVE LOW-VALUE          TO CHIAVE-USE.
010350          PERFORM STARTO-USE      THRU EX-STARTO-USE.
010360
010370          IF ESITO-NOK GO TO SECONDO-PASSO-USE-EFUS.
010380
010390 CICLO-RACCOGLI-USE-EFUS.
010400
010410          PERFORM LEGGO-NEXT-USE  THRU EX-LEGGO-NEXT-USE.
010420
010430          IF FINE-FILE = "S" GO TO SECONDO-PASSO-USE-EFUS.
010440
010450          IF ENTE-USE NOT = ENTE-DA-EFUS
010460           GO TO CICLO-RACCOGLI-USE-EFUS
010470          END-IF.
010480
010490          ADD 1                   TO USE-TROVATE-EFUS.
010500
010510          MOVE SPACES             TO DATI-CSV.
010520          MOVE CONTEGGIO-USE      TO DATI-CSV.
010530          PERFORM SCRIVI-RIGA-CSV THRU EX-SCRIVI-RIGA-CSV.
010540
010550          GO TO CICLO-RACCOGLI-USE-EFUS.
010560
010570 SECONDO-PASSO-USE-EFUS.
010580
010590          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
010600
010610          PERFORM OPEN-I-CSV      THRU EX-OPEN-I-CSV.
010620
010630 CICLO-APPLICA-USE-EFUS.
010640
010650          PERFORM LEGGI-CSV       THRU EX-LEGGI-CSV.
010660
010670          IF FINE-FILE = "S" GO TO FINE-ELABORA-USE-EFUS.
010680
010690          MOVE DATI-CSV(1:25)     TO IMMAGINE-USE-EFUS.
010700
010710          PERFORM SPOSTA-RIGA-USE-EFUS
010720           THRU EX-SPOSTA-RIGA-USE-EFUS.
010730          IF ERRORE-UNITA-EFUS = "S" GO TO FINE-ELABORA-USE-EFUS.
010740
010750          GO TO CICLO-APPLICA-USE-EFUS.
010760
010770 FINE-ELABORA-USE-EFUS.
010780
010790          PERFORM CLOSE-CSV       THRU EX-CLOSE-CSV.
010800          PERFORM CLOSE-USE       THRU EX-CLOSE-USE.
010810
010820 EX-ELABORA-USE-EFUS.
010830          EXIT.
010840*
010850 SPOSTA-RIGA-USE-EFUS.
010860
010870          MOVE CHIAVE-IMM-USE-EFUS TO CHIAVE-USE.
010880          MOVE ENTE-A-EFUS        TO ENTE-USE.
010890          PERFORM LEGGO-USE       THRU EX-LEGGO-USE.
010900          MOVE "N"                TO TROVATA-USE-EFUS.
010910
010920          IF ESITO-OK
010930           MOVE "S"               TO TROVATA-USE-EFUS
010940           ADD 1                  TO USE-ACCORPATE-EFUS
010950           DISPLAY "USO " ANNO-MESE-IMM-EFUS "/" ENTE-DA-EFUS
010960            "/" RESTO-IMM-USE-EFUS " SOMMATO SU " ENTE-A-EFUS
010970          ELSE
010980           ADD 1                  TO USE-SPOSTATE-EFUS
010990           DISPLAY "USO " ANNO-MESE-IMM-EFUS "/" ENTE-DA-EFUS
011000            "/" RESTO-IMM-USE-EFUS " SPOSTATO SU " ENTE-A-EFUS
011010          END-IF.
011020
011030          IF NOT MODO-APPLICA-EFUS
011040           GO TO EX-SPOSTA-RIGA-USE-EFUS
011050          END-IF.
011060
011070          MOVE "ARKUSE"           TO ARCHIVIO-UDL-WEB.
011080          MOVE CHIAVE-USE         TO CHIAVE-UDL-WEB.
011090          PERFORM IMMAGINE-EFUS   THRU EX-IMMAGINE-EFUS.
011100          IF ERRORE-UNITA-EFUS = "S"
011110           GO TO EX-SPOSTA-RIGA-USE-EFUS
011120          END-IF.
011130
011140          IF TROVATA-USE-EFUS = "S"
011150           ADD CONTA-IMM-USE-EFUS TO CONTA-USE
011160           PERFORM RISCRIVI-USE   THRU EX-RISCRIVI-USE
011170          ELSE
011180           MOVE CONTA-IMM-USE-EFUS TO CONTA-USE
011190           PERFORM SCRIVI-USE     THRU EX-SCRIVI-USE
011200          END-IF.
011210          IF ESITO-NOK
011220           MOVE "S"               TO ERRORE-UNITA-EFUS
011230           MOVE SPACES            TO NOTA-UNITA-EFUS
011240           STRING "SCRITTURA ARKUSE FALLITA " CHIAVE-USE
011250            " STATO " STATUS-USE
011260            DELIMITED BY SIZE INTO NOTA-UNITA-EFUS
011270           GO TO EX-SPOSTA-RIGA-USE-EFUS
011280          END-IF.
011290
011300          MOVE CHIAVE-IMM-USE-EFUS TO CHIAVE-USE.
011310          PERFORM LEGGO-USE       THRU EX-LEGGO-USE.
011320          IF ESITO-NOK GO TO EX-SPOSTA-RIGA-USE-EFUS.
011330
011340          MOVE "ARKUSE"           TO ARCHIVIO-UDL-WEB.
011350          MOVE CHIAVE-USE         TO CHIAVE-UDL-WEB.
011360          PERFORM IMMAGINE-EFUS   THRU EX-IMMAGINE-EFUS.
011370          IF ERRORE-UNITA-EFUS = "S"
011380           GO TO EX-SPOSTA-RIGA-USE-EFUS
011390          END-IF.
011400
011410          PERFORM CANCELLA-USE    THRU EX-CANCELLA-USE.
011420          IF ESITO-NOK
011430           MOVE "S"               TO ERRORE-UNITA-EFUS
011440           MOVE SPACES            TO NOTA-UNITA-EFUS
011450           STRING "CANCELLAZIONE ARKUSE FALLITA " CHIAVE-USE
011460            " STATO " STATUS-USE
011470            DELIMITED BY SIZE INTO NOTA-UNITA-EFUS
011480          END-IF.
011490
011500 EX-SPOSTA-RIGA-USE-EFUS.
011510          EXIT.
011520*
011530** A UNITA' CONFERMATA: L'ENTE DI PARTENZA DIVENTA CHIUSO (NON
011540** PIU' SELEZIONABILE COME ENTE DI SESSIONE) E L'OPERAZIONE VA
011550** SU ARKACC. ARKENT RESTA FUORI DALL'UNITA': E' UN SOLO FLAG,
011560** E RILANCIARE IL PASSAGGIO LO RIMETTE
011570*
011580 CHIUDI-ENTE-EFUS.
011590
011600          PERFORM OPEN-I-ENT      THRU EX-OPEN-I-ENT.
011610
011620          MOVE ENTE-DA-EFUS       TO CODICE-ENT.
011630          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
011640
011650          IF ESITO-OK AND NOT ENTE-CHIUSO
011660           SET ENTE-CHIUSO        TO TRUE
011670           PERFORM RISCRIVI-ENT   THRU EX-RISCRIVI-ENT
011680           IF ESITO-NOK
011690            DISPLAY "OPENEFUS: ENTE " ENTE-DA-EFUS
011700             " NON AGGIORNATO SU ARKENT, STATO " STATUS-ENT
011710           END-IF
011720          END-IF.
011730
011740          PERFORM CLOSE-ENT       THRU EX-CLOSE-ENT.
011750
011760          MOVE "OPENEFUS"         TO UTENTE-ACC-WEB.
011770          MOVE "OK"               TO ESITO-ACC-WEB.
011780          MOVE SPACES             TO NOTA-ACC-WEB.
011790          IF FUSIONE-EFUS
011800           MOVE "FUSENTE"         TO EVENTO-ACC-WEB
011810           STRING "ente " ENTE-DA-EFUS " in " ENTE-A-EFUS
011820            " ticket " TICKET-EFUS
011830            DELIMITED BY SIZE INTO NOTA-ACC-WEB
011840          ELSE
011850           MOVE "CHIUDENTE"       TO EVENTO-ACC-WEB
011860           STRING "ente " ENTE-DA-EFUS
011870            " ticket " TICKET-EFUS
011880            DELIMITED BY SIZE INTO NOTA-ACC-WEB
011890          END-IF.
011900          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
011910
011920 EX-CHIUDI-ENTE-EFUS.
011930          EXIT.
011940*
011950** RILETTURA DOPO L'APPLICA: COSA E' RIMASTO SULL'ENTE DI
011960** PARTENZA IN OGNI ARCHIVIO
011970*
011980 CONTA-RESIDUI-EFUS.
011990
012000          PERFORM OPEN-I-TAB      THRU EX-OPEN-I-TAB.
012010          MOVE LOW-VALUE          TO CHIAVE-TAB.
012020          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
012030          IF ESITO-NOK GO TO FINE-RESIDUI-TAB-EFUS.
012040
012050 CICLO-RESIDUI-TAB-EFUS.
012060
012070          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
012080          IF FINE-FILE = "S" GO TO FINE-RESIDUI-TAB-EFUS.
012090          IF ENTE-TAB = ENTE-DA-EFUS
012100           ADD 1                  TO TAB-RESIDUE-EFUS
012110          END-IF.
012120          GO TO CICLO-RESIDUI-TAB-EFUS.
012130
012140 FINE-RESIDUI-TAB-EFUS.
012150
012160          PERFORM CLOSE-TAB       THRU EX-CLOSE-TAB.
012170
012180          PERFORM OPEN-I-ABI      THRU EX-OPEN-I-ABI.
012190          MOVE LOW-VALUE          TO CHIAVE-ABI.
012200          MOVE ENTE-DA-EFUS       TO ENTE-ABI.
012210          PERFORM STARTO-ABI      THRU EX-STARTO-ABI.
012220          IF ESITO-NOK GO TO FINE-RESIDUI-ABI-EFUS.
012230
012240 CICLO-RESIDUI-ABI-EFUS.
012250
012260          PERFORM LEGGO-NEXT-ABI  THRU EX-LEGGO-NEXT-ABI.
012270          IF FINE-FILE = "S" GO TO FINE-RESIDUI-ABI-EFUS.
012280          IF ENTE-ABI NOT = ENTE-DA-EFUS
012290           GO TO FINE-RESIDUI-ABI-EFUS
012300          END-IF.
012310          ADD 1                   TO ABI-RESIDUE-EFUS.
012320          GO TO CICLO-RESIDUI-ABI-EFUS.
012330
012340 FINE-RESIDUI-ABI-EFUS.
012350
012360          PERFORM CLOSE-ABI       THRU EX-CLOSE-ABI.
012370
012380          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
012390          MOVE LOW-VALUE          TO CHIAVE-UTEN.
012400          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
012410          IF ESITO-NOK GO TO FINE-RESIDUI-UTEN-EFUS.
012420
012430 CICLO-RESIDUI-UTEN-EFUS.
012440
012450          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
012460          IF FINE-FILE = "S" GO TO FINE-RESIDUI-UTEN-EFUS.
012470          PERFORM RESIDUO-UTEN-EFUS THRU EX-RESIDUO-UTEN-EFUS.
012480          GO TO CICLO-RESIDUI-UTEN-EFUS.
012490
012500 FINE-RESIDUI-UTEN-EFUS.
012510
012520          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
012530
012540          IF CHIUSURA-EFUS
012550           GO TO EX-CONTA-RESIDUI-EFUS
012560          END-IF.
012570
012580          PERFORM OPEN-I-USE      THRU EX-OPEN-I-USE.
012590          MOVE LOW-VALUE          TO CHIAVE-USE.
012600          PERFORM STARTO-USE      THRU EX-STARTO-USE.
012610          IF ESITO-NOK GO TO FINE-RESIDUI-USE-EFUS.
012620
012630 CICLO-RESIDUI-USE-EFUS.
012640
012650          PERFORM LEGGO-NEXT-USE  THRU EX-LEGGO-NEXT-USE.
012660          IF FINE-FILE = "S" GO TO FINE-RESIDUI-USE-EFUS.
012670          IF ENTE-USE = ENTE-DA-EFUS
012680           ADD 1                  TO USE-RESIDUE-EFUS
012690          END-IF.
012700          GO TO CICLO-RESIDUI-USE-EFUS.
012710
012720 FINE-RESIDUI-USE-EFUS.
012730
012740          PERFORM CLOSE-USE       THRU EX-CLOSE-USE.
012750
012760 EX-CONTA-RESIDUI-EFUS.
012770          EXIT.
012780*
012790** UN UTENTE E' UN RESIDUO SE L'ENTE DI PARTENZA GLI E' ANCORA
012800** TRA GLI EXTRA, O SE E' IL SUO PRIMARIO E (IN FUSIONE) NON E'
012810** STATO RIPUNTATO O (IN CHIUSURA) L'UTENZA E' ANCORA UTILIZZABILE
012820*
012830 RESIDUO-UTEN-EFUS.
012840
012850          MOVE "N"                TO TOCCATO-EFUS.
012860
012870          IF ENTE-UTEN = ENTE-DA-EFUS
012880           IF FUSIONE-EFUS
012890            MOVE "S"              TO TOCCATO-EFUS
012900           ELSE
012910            IF NOT UTENTE-CANCELLATO AND NOT UTENTE-BLOCCATO
012920             MOVE "S"             TO TOCCATO-EFUS
012930            END-IF
012940           END-IF
012950          END-IF.
012960
012970          PERFORM CERCA-RESIDUO-EXTRA-EFUS
012980           THRU EX-CERCA-RESIDUO-EXTRA-EFUS
012990           VARYING IND-EFUS FROM 1 BY 1 UNTIL IND-EFUS > 4.
013000
013010          IF TOCCATO-EFUS = "S"
013020           ADD 1                  TO UTEN-RESIDUI-EFUS
013030           DISPLAY "RESIDUO: UTENTE " CHIAVE-UTEN
013040          END-IF.
013050
013060 EX-RESIDUO-UTEN-EFUS.
013070          EXIT.
013080*
013090 CERCA-RESIDUO-EXTRA-EFUS.
013100
013110          IF ENTE-EXTRA-UTEN(IND-EFUS) = ENTE-DA-EFUS
013120           MOVE "S"               TO TOCCATO-EFUS
013130          END-IF.
013140
013150 EX-CERCA-RESIDUO-EXTRA-EFUS.
013160          EXIT.
013170*
013180** PROSPETTO DI QUADRATURA: PER OGNI ARCHIVIO LE RIGHE TROVATE
013190** SULL'ENTE DI PARTENZA DEVONO ESSERE TUTTE TRATTATE E, DOPO
013200** L'APPLICA, NON DEVE RESTARNE NESSUNA
013210*
013220 QUADRATURA-EFUS.
013230
013240          MOVE "S"                TO QUADRA-EFUS.
013250
013260          DISPLAY " ".
013270          DISPLAY "PROSPETTO DI QUADRATURA".
013280          DISPLAY "-----------------------".
013290
013300          DISPLAY "ARKTAB  TROVATE          : " TAB-TROVATE-EFUS.
013310          IF FUSIONE-EFUS
013320           DISPLAY "        SPOSTATE         : "
013330            TAB-SPOSTATE-EFUS
013340           DISPLAY "        DI CUI RINUMERATE: "
013350            TAB-RINUMERATE-EFUS
013360           MOVE TAB-SPOSTATE-EFUS TO TRATTATE-EFUS
013370          ELSE
013380           DISPLAY "        ARCHIVIATE       : "
013390            TAB-ARCHIVIATE-EFUS
013400           MOVE TAB-ARCHIVIATE-EFUS TO TRATTATE-EFUS
013410          END-IF.
013420          MOVE TAB-RESIDUE-EFUS   TO CONTA-PARTENZA-EFUS.
013430          PERFORM ESITO-QUADRATURA-EFUS
013440           THRU EX-ESITO-QUADRATURA-EFUS.
013450          IF TAB-TROVATE-EFUS NOT = TRATTATE-EFUS
013460           MOVE "N"               TO QUADRA-EFUS
013470          END-IF.
013480
013490          DISPLAY "ARKABI  TROVATE          : " ABI-TROVATE-EFUS.
013500          IF FUSIONE-EFUS
013510           DISPLAY "        MIGRATE          : "
013520            ABI-MIGRATE-EFUS
013530           DISPLAY "        GIA' SULL'ARRIVO : " ABI-GIA-EFUS
013540           COMPUTE TRATTATE-EFUS = ABI-MIGRATE-EFUS
013550                                 + ABI-GIA-EFUS
013560          ELSE
013570           DISPLAY "        REVOCATE         : "
013580            ABI-REVOCATE-EFUS
013590           MOVE ABI-REVOCATE-EFUS TO TRATTATE-EFUS
013600          END-IF.
013610          MOVE ABI-RESIDUE-EFUS   TO CONTA-PARTENZA-EFUS.
013620          PERFORM ESITO-QUADRATURA-EFUS
013630           THRU EX-ESITO-QUADRATURA-EFUS.
013640          IF ABI-TROVATE-EFUS NOT = TRATTATE-EFUS
013650           MOVE "N"               TO QUADRA-EFUS
013660          END-IF.
013670
013680          DISPLAY "ARKUTEN TOCCATI          : " UTEN-TOCCATI-EFUS.
013690          IF FUSIONE-EFUS
013700           DISPLAY "        PRIMARIO RIPUNTATO: "
013710            UTEN-PRIMARI-EFUS
013720          ELSE
013730           DISPLAY "        BLOCCATI         : "
013740            UTEN-BLOCCATI-EFUS
013750          END-IF.
013760          DISPLAY "        EXTRA SOSTITUITI : " UTEN-EXTRA-EFUS.
013770          MOVE UTEN-RESIDUI-EFUS  TO CONTA-PARTENZA-EFUS.
013780          PERFORM ESITO-QUADRATURA-EFUS
013790           THRU EX-ESITO-QUADRATURA-EFUS.
013800
013810          IF FUSIONE-EFUS
013820           DISPLAY "ARKUSE  TROVATE          : "
013830            USE-TROVATE-EFUS
013840           DISPLAY "        SPOSTATE         : "
013850            USE-SPOSTATE-EFUS
013860           DISPLAY "        SOMMATE          : "
013870            USE-ACCORPATE-EFUS
013880           COMPUTE TRATTATE-EFUS = USE-SPOSTATE-EFUS
013890                                 + USE-ACCORPATE-EFUS
013900           MOVE USE-RESIDUE-EFUS  TO CONTA-PARTENZA-EFUS
013910           PERFORM ESITO-QUADRATURA-EFUS
013920            THRU EX-ESITO-QUADRATURA-EFUS
013930           IF USE-TROVATE-EFUS NOT = TRATTATE-EFUS
013940            MOVE "N"              TO QUADRA-EFUS
013950           END-IF
013960          ELSE
013970           DISPLAY "ARKUSE  CONSUNTIVO LASCIATO SULL'ENTE CHIUSO"
013980          END-IF.
013990
014000          DISPLAY " ".
014010          IF QUADRA-EFUS = "S"
014020           DISPLAY "QUADRATURA: OK"
014030          ELSE
014040           DISPLAY "QUADRATURA: NON RIUSCITA"
014050          END-IF.
014060
014070 EX-QUADRATURA-EFUS.
014080          EXIT.
014090*
014100 ESITO-QUADRATURA-EFUS.
014110
014120          IF NOT MODO-APPLICA-EFUS
014130           GO TO EX-ESITO-QUADRATURA-EFUS
014140          END-IF.
014150
014160          DISPLAY "        RESIDUE SU " ENTE-DA-EFUS "    : "
014170           CONTA-PARTENZA-EFUS.
014180          IF CONTA-PARTENZA-EFUS NOT = ZEROS
014190           MOVE "N"               TO QUADRA-EFUS
014200          END-IF.
014210
014220 EX-ESITO-QUADRATURA-EFUS.
014230          EXIT.
014240*
014250** IMMAGINE SUL GIORNALE PRIMA DI OGNI MODIFICA (ARCHIVIO-UDL-WEB,
014260** CHIAVE-UDL-WEB); AL PRIMO ERRORE L'OPERAZIONE SI FERMA
014270*
014280 IMMAGINE-EFUS.
014290
014300          PERFORM SALVA-IMMAGINE-WEB THRU EX-SALVA-IMMAGINE-WEB.
014310          IF ESITO-UDL-WEB NOT = "OK"
014320           MOVE "S"               TO ERRORE-UNITA-EFUS
014330           MOVE NOTA-UDL-WEB      TO NOTA-UNITA-EFUS
014340          END-IF.
014350
014360 EX-IMMAGINE-EFUS.
014370          EXIT.
