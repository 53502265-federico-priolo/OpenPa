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
000200* RICEVUTE DELLA POSTA CERTIFICATA: LEGGE IL FILE
000210* FILES/PEC/RICEVUTE.TXT CHE LO SCARICO DELLA CASELLA PEC PREPARA
000220* (UNA RIGA PER RICEVUTA: TIPO X-Ricevuta IN POS 1-25, DATA 26-33,
000230* ORA 34-39, OGGETTO 40-119, FILE DELLA RICEVUTA SALVATA 120-179,
000240* ERRORE DEL GESTORE 180-219) E AGGIORNA IL MESSAGGIO ARKPEC CHE
000250* HA L'IDENTIFICATIVO TRA "[PEC " E "]" NELL'OGGETTO:
000260*  - accettazione                 -> "A" (SE ERA ANCORA "I");
000270*  - avvenuta-consegna            -> "C";
000280*  - non-accettazione, errore-consegna, preavviso-errore-consegna,
000290*    rilevazione-virus            -> "F" (SE NON GIA' CONSEGNATA),
000300*    CON NOTIFICA "PECFALLITA" SULLA CODA ARKNOT.
000310* LE ALTRE RICEVUTE (presa-in-carico) SI IGNORANO. RILEGGERE LO
000320* STESSO FILE NON CAMBIA NULLA; A FINE LAVORO VA IN
000330* FILES/PEC/LAVORATE/ CON DATA E ORA NEL NOME. POI SCORRE ARKPEC:
000340* I MESSAGGI ANCORA SENZA CONSEGNA OLTRE LE ORE DEL PARAMETRO
000350* PEC-ORE-CONSEGNA (DEFAULT 24) DANNO UNA NOTIFICA "PECNONCONS",
000360* UNA SOLA VOLTA PER MESSAGGIO. RC 4 SE CI SONO ALLARMI, 0
000370* ALTRIMENTI.
000380* GIRA COME PASSO SCHEDULATO DOPO LO SCARICO DELLA CASELLA.
000390*
000400 IDENTIFICATION   DIVISION.
000410 PROGRAM-ID.      OPENPECR.
000420 ENVIRONMENT      DIVISION.
000430 CONFIGURATION    SECTION.
000440          COPY "SPECIAL.CBL".
000450 INPUT-OUTPUT     SECTION.
000460 FILE-CONTROL.
000470
000480          COPY "SELPEC.CBL".
000490          COPY "SELNOT.CBL".
000500
000510          SELECT FILE-RICEVUTE-PECR
000520           ASSIGN TO "FILES/PEC/RICEVUTE.TXT"
000530           ORGANIZATION IS LINE SEQUENTIAL
000540           FILE STATUS  IS STATUS-RICEVUTE-PECR.
000550
000560 DATA             DIVISION.
000570 FILE SECTION.
000580
000590          COPY "FDEPEC.CBL".
000600          COPY "FDENOT.CBL".
000610
000620  FD FILE-RICEVUTE-PECR.
000630  01 RIGA-RICEVUTA-PECR.
000640     02 TIPO-RICEVUTA-PECR      PIC X(25).
000650     02 DATA-RICEVUTA-PECR      PIC 9(8).
000660     02 ORA-RICEVUTA-PECR       PIC 9(6).
000670     02 OGGETTO-RICEVUTA-PECR   PIC X(80).
000680     02 FILE-RICEVUTA-PECR      PIC X(60).
000690     02 ERRORE-RICEVUTA-PECR    PIC X(40).
000700     02 FILLER                  PIC X(01).
000710
000720 WORKING-STORAGE  SECTION.
000730
000740          COPY "GLOBALS.CBL".
000750*
000760 01 STATUS-RICEVUTE-PECR      PIC XX.
000770 01 FINE-RICEVUTE-PECR        PIC X.
000780 01 COMANDO-PECR              PIC X(256).
000790 01 DATA-OGGI-PECR            PIC 9(8).
000800 01 ORA-OGGI-PECR             PIC 9(6).
000810 01 ORA-OGGI-R-PECR REDEFINES ORA-OGGI-PECR.
000820    02 HH-OGGI-PECR           PIC 99.
000830    02 FILLER                 PIC 9(4).
000840 01 ORE-CONSEGNA-PECR         PIC 9(3).
000850*
000860** IDENTIFICATIVO ESTRATTO DALL'OGGETTO DELLA RICEVUTA
000870*
000880 01 PRIMA-PARTE-PECR          PIC X(80).
000890 01 ID-TESTO-PECR             PIC X(30).
000900 01 ID-PECR REDEFINES ID-TESTO-PECR.
000910    02 ID-CHIAVE-PECR         PIC X(18).
000920    02 FILLER                 PIC X(12).
000930*
000940** ORE TRASCORSE DALL'INVIO (GIORNI * 24 + DIFFERENZA DI ORE)
000950*
000960 01 ORE-TRASCORSE-PECR        PIC S9(9) COMP.
000970 01 ORA-INVIO-X-PECR          PIC 9(6).
000980 01 ORA-INVIO-R-PECR REDEFINES ORA-INVIO-X-PECR.
000990    02 HH-INVIO-PECR          PIC 99.
001000    02 FILLER                 PIC 9(4).
001010 01 ORE-EDIT-PECR             PIC ZZZZ9.
001020*
001030** CONTATORI DI RIEPILOGO
001040*
001050 01 LETTE-PECR                PIC 9(5).
001060 01 ACCETTATE-PECR            PIC 9(5).
001070 01 CONSEGNATE-PECR           PIC 9(5).
001080 01 FALLITE-PECR              PIC 9(5).
001090 01 IGNORATE-PECR             PIC 9(5).
001100 01 SCONOSCIUTE-PECR          PIC 9(5).
001110 01 ALLARMI-PECR              PIC 9(5).
001120*
001130 PROCEDURE  DIVISION.
001140*
001150          ACCEPT DATA-OGGI-PECR   FROM DATE YYYYMMDD.
001160          ACCEPT ORA-OGGI-PECR    FROM TIME.
001170
001180          MOVE ZEROS              TO LETTE-PECR
001190                                     ACCETTATE-PECR
001200                                     CONSEGNATE-PECR
001210                                     FALLITE-PECR
001220                                     IGNORATE-PECR
001230                                     SCONOSCIUTE-PECR
001240                                     ALLARMI-PECR.
001250
001260          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
001270          MOVE "PEC-ORE-CONSEGNA" TO NOME-PAR-WEB.
001280          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001290          PERFORM PARAMETRO-PECR  THRU EX-PARAMETRO-PECR.
001300
001310          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB NUMERIC AND
001320             NUMERO-PAR-WEB > ZEROS AND NUMERO-PAR-WEB < 1000
001330           MOVE NUMERO-PAR-WEB    TO ORE-CONSEGNA-PECR
001340          ELSE
001350           MOVE 24                TO ORE-CONSEGNA-PECR
001360          END-IF.
001370
001380          PERFORM OPEN-I-PEC      THRU EX-OPEN-I-PEC.
001390          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
001400
001410          PERFORM LEGGI-RICEVUTE-PECR
001420           THRU EX-LEGGI-RICEVUTE-PECR.
001430
001440          PERFORM CONTROLLA-CONSEGNE-PECR
001450           THRU EX-CONTROLLA-CONSEGNE-PECR.
001460
001470          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001480          PERFORM CLOSE-PEC       THRU EX-CLOSE-PEC.
001490
001500          DISPLAY "RICEVUTE LETTE          : " LETTE-PECR.
001510          DISPLAY "PEC ACCETTATE           : " ACCETTATE-PECR.
001520          DISPLAY "PEC CONSEGNATE          : " CONSEGNATE-PECR.
001530          DISPLAY "PEC FALLITE             : " FALLITE-PECR.
001540          DISPLAY "RICEVUTE IGNORATE       : " IGNORATE-PECR.
001550          DISPLAY "RICEVUTE SENZA MESSAGGIO: " SCONOSCIUTE-PECR.
001560          DISPLAY "ALLARMI ACCODATI        : " ALLARMI-PECR.
001570
001580          IF ALLARMI-PECR > ZEROS
001590           MOVE 4                 TO RETURN-CODE
001600          ELSE
001610           MOVE ZERO              TO RETURN-CODE
001620          END-IF.
001630
001640          GOBACK.
001650*
001660          COPY "PIOPEC.CBL".
001670          COPY "PIONOT.CBL".
001680*
001690***** IL FILE DELLE RICEVUTE PUO' MANCARE (NESSUNA RICEVUTA DALLO
001700***** SCARICO PRECEDENTE): SI PASSA DIRETTAMENTE AL CONTROLLO
001710*
001720 LEGGI-RICEVUTE-PECR.
001730
001740          OPEN INPUT FILE-RICEVUTE-PECR.
001750
001760          IF STATUS-RICEVUTE-PECR NOT = "00"
001770           DISPLAY "NESSUN FILE DI RICEVUTE PEC DA LAVORARE"
001780           GO TO EX-LEGGI-RICEVUTE-PECR
001790          END-IF.
001800
001810          MOVE "N"                TO FINE-RICEVUTE-PECR.
001820
001830 CICLO-RICEVUTE-PECR.
001840
001850          READ FILE-RICEVUTE-PECR
001860           AT END MOVE "S"        TO FINE-RICEVUTE-PECR.
001870
001880          IF FINE-RICEVUTE-PECR = "S" GO TO CHIUDI-RICEVUTE-PECR.
001890
001900          ADD 1                   TO LETTE-PECR.
001910
001920          PERFORM LAVORA-RICEVUTA-PECR
001930           THRU EX-LAVORA-RICEVUTA-PECR.
001940
001950          GO TO CICLO-RICEVUTE-PECR.
001960
001970 CHIUDI-RICEVUTE-PECR.
001980
001990          CLOSE FILE-RICEVUTE-PECR.
002000
002010***** LE RICEVUTE LAVORATE SI CONSERVANO CON DATA E ORA NEL NOME
002020
002030          MOVE "mkdir -p FILES/PEC/LAVORATE" TO COMANDO-PECR.
002040          CALL "SYSTEM" USING COMANDO-PECR.
002050
002060          MOVE SPACES             TO COMANDO-PECR.
002070          STRING "mv FILES/PEC/RICEVUTE.TXT FILES/PEC/LAVORATE/"
002080           "RICEVUTE." DATA-OGGI-PECR "." ORA-OGGI-PECR ".TXT"
002090           DELIMITED BY SIZE INTO COMANDO-PECR.
002100          CALL "SYSTEM" USING COMANDO-PECR.
002110
002120 EX-LEGGI-RICEVUTE-PECR.
002130          EXIT.
002140*
002150***** UNA RICEVUTA: RICERCA DEL MESSAGGIO E PASSAGGIO DI STATO
002160*
002170 LAVORA-RICEVUTA-PECR.
002180
002190          MOVE SPACES             TO PRIMA-PARTE-PECR
002200                                     ID-TESTO-PECR.
002210          UNSTRING OGGETTO-RICEVUTA-PECR
002220           DELIMITED BY "[PEC " OR "]"
002230           INTO PRIMA-PARTE-PECR ID-TESTO-PECR.
002240
002250          IF ID-CHIAVE-PECR NOT NUMERIC
002260           ADD 1                  TO SCONOSCIUTE-PECR
002270           DISPLAY "RICEVUTA SENZA IDENTIFICATIVO: "
002280            OGGETTO-RICEVUTA-PECR(1:60)
002290           GO TO EX-LAVORA-RICEVUTA-PECR
002300          END-IF.
002310
002320          MOVE ID-CHIAVE-PECR     TO CHIAVE-PEC.
002330          PERFORM LEGGO-PEC       THRU EX-LEGGO-PEC.
002340
002350          IF ESITO-NOK
002360           ADD 1                  TO SCONOSCIUTE-PECR
002370           DISPLAY "RICEVUTA PER UN MESSAGGIO SCONOSCIUTO: "
002380            ID-CHIAVE-PECR
002390           GO TO EX-LAVORA-RICEVUTA-PECR
002400          END-IF.
002410
002420          IF TIPO-RICEVUTA-PECR = "accettazione"
002430           GO TO ACCETTAZIONE-PECR
002440          END-IF.
002450
002460          IF TIPO-RICEVUTA-PECR = "avvenuta-consegna"
002470           GO TO CONSEGNA-PECR
002480          END-IF.
002490
002500          IF TIPO-RICEVUTA-PECR = "non-accettazione" OR
002510                                  "errore-consegna" OR
002520                                  "preavviso-errore-consegna" OR
002530                                  "rilevazione-virus"
002540           GO TO ERRORE-PECR
002550          END-IF.
002560
002570          ADD 1                   TO IGNORATE-PECR.
002580          GO TO EX-LAVORA-RICEVUTA-PECR.
002590
002600 ACCETTAZIONE-PECR.
002610
002620          IF DATA-ACC-PEC NOT = ZEROS
002630           ADD 1                  TO IGNORATE-PECR
002640           GO TO EX-LAVORA-RICEVUTA-PECR
002650          END-IF.
002660
002670          MOVE DATA-RICEVUTA-PECR TO DATA-ACC-PEC.
002680          MOVE ORA-RICEVUTA-PECR  TO ORA-ACC-PEC.
002690          MOVE FILE-RICEVUTA-PECR TO RICEVUTA-ACC-PEC.
002700
002710***** LA CONSEGNA PUO' ESSERE ARRIVATA PRIMA NELLO STESSO SCARICO
002720
002730          IF PEC-INVIATA
002740           MOVE "A"               TO STATO-PEC
002750          END-IF.
002760
002770          ADD 1                   TO ACCETTATE-PECR.
002780          GO TO RISCRIVI-RICEVUTA-PECR.
002790
002800 CONSEGNA-PECR.
002810
002820          IF PEC-CONSEGNATA
002830           ADD 1                  TO IGNORATE-PECR
002840           GO TO EX-LAVORA-RICEVUTA-PECR
002850          END-IF.
002860
002870          MOVE "C"                TO STATO-PEC.
002880          MOVE DATA-RICEVUTA-PECR TO DATA-CONS-PEC.
002890          MOVE ORA-RICEVUTA-PECR  TO ORA-CONS-PEC.
002900          MOVE FILE-RICEVUTA-PECR TO RICEVUTA-CONS-PEC.
002910          MOVE SPACES             TO MOTIVO-PEC.
002920
002930          ADD 1                   TO CONSEGNATE-PECR.
002940          GO TO RISCRIVI-RICEVUTA-PECR.
002950
002960 ERRORE-PECR.
002970
002980          IF PEC-CONSEGNATA OR PEC-FALLITA
002990           ADD 1                  TO IGNORATE-PECR
003000           GO TO EX-LAVORA-RICEVUTA-PECR
003010          END-IF.
003020
003030          MOVE "F"                TO STATO-PEC.
003040          MOVE DATA-RICEVUTA-PECR TO DATA-CONS-PEC.
003050          MOVE ORA-RICEVUTA-PECR  TO ORA-CONS-PEC.
003060          MOVE FILE-RICEVUTA-PECR TO RICEVUTA-CONS-PEC.
003070
003080          IF ERRORE-RICEVUTA-PECR = SPACES
003090           MOVE TIPO-RICEVUTA-PECR TO MOTIVO-PEC
003100          ELSE
003110           MOVE ERRORE-RICEVUTA-PECR TO MOTIVO-PEC
003120          END-IF.
003130
003140          ADD 1                   TO FALLITE-PECR.
003150
003160          MOVE "PECFALLITA"       TO TIPO-NOT-WEB.
003170          PERFORM ALLARME-PECR    THRU EX-ALLARME-PECR.
003180
003190 RISCRIVI-RICEVUTA-PECR.
003200
003210          PERFORM RISCRIVI-PEC    THRU EX-RISCRIVI-PEC.
003220
003230 EX-LAVORA-RICEVUTA-PECR.
003240          EXIT.
003250*
003260***** MESSAGGI ANCORA IN CORSO OLTRE LE ORE DI ATTESA DELLA
003270***** CONSEGNA: UNA NOTIFICA PER MESSAGGIO, POI ALLARME-PEC = "S"
003280*
003290 CONTROLLA-CONSEGNE-PECR.
003300
003310          MOVE LOW-VALUES         TO CHIAVE-PEC.
003320          PERFORM STARTO-PEC      THRU EX-STARTO-PEC.
003330
003340          IF ESITO-NOK GO TO EX-CONTROLLA-CONSEGNE-PECR.
003350
003360 CICLO-CONSEGNE-PECR.
003370
003380          PERFORM LEGGO-NEXT-PEC  THRU EX-LEGGO-NEXT-PEC.
003390
003400          IF FINE-FILE = "S" GO TO EX-CONTROLLA-CONSEGNE-PECR.
003410
003420          IF NOT PEC-IN-CORSO OR PEC-SEGNALATA
003430           GO TO CICLO-CONSEGNE-PECR
003440          END-IF.
003450
003460          IF DATA-INVIO-PEC NOT NUMERIC OR DATA-INVIO-PEC = ZEROS
003470           GO TO CICLO-CONSEGNE-PECR
003480          END-IF.
003490
003500          MOVE ORA-INVIO-PEC      TO ORA-INVIO-X-PECR.
003510
003520          COMPUTE ORE-TRASCORSE-PECR =
003530           (FUNCTION INTEGER-OF-DATE(DATA-OGGI-PECR)
003540            - FUNCTION INTEGER-OF-DATE(DATA-INVIO-PEC)) * 24
003550           + HH-OGGI-PECR - HH-INVIO-PECR.
003560
003570          IF ORE-TRASCORSE-PECR NOT > ORE-CONSEGNA-PECR
003580           GO TO CICLO-CONSEGNE-PECR
003590          END-IF.
003600
003610          MOVE "PECNONCONS"       TO TIPO-NOT-WEB.
003620          PERFORM ALLARME-PECR    THRU EX-ALLARME-PECR.
003630
003640          PERFORM RISCRIVI-PEC    THRU EX-RISCRIVI-PEC.
003650
003660          GO TO CICLO-CONSEGNE-PECR.
003670
003680 EX-CONTROLLA-CONSEGNE-PECR.
003690          EXIT.
003700*
003710***** NOTIFICA DI ALLARME SULLA CODA ARKNOT (DESTINATARI DALLA
003720***** TABELLA "NT" DEL TIPO EVENTO) E SEGNO SUL MESSAGGIO; IL
003730***** RECORD ARKPEC LO RISCRIVE IL CHIAMANTE
003740*
003750 ALLARME-PECR.
003760
003770          MOVE "A"                TO SEVERITA-NOT-WEB.
003780          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
003790          STRING "PEC " CHIAVE-PEC
003800           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
003810          MOVE SPACES             TO DESTINATARI-NOT-WEB.
003820          MOVE SPACES             TO TESTO-NOT-WEB.
003830
003840          IF TIPO-NOT-WEB = "PECFALLITA"
003850           STRING "PEC " TIPO-PEC DELIMITED BY SPACE
003860            " non consegnata a " DELIMITED BY SIZE
003870            INDIRIZZO-PEC DELIMITED BY SPACE
003880            ": " DELIMITED BY SIZE
003890            MOTIVO-PEC DELIMITED BY "  "
003900            INTO TESTO-NOT-WEB
003910          ELSE
003920           MOVE ORE-TRASCORSE-PECR TO ORE-EDIT-PECR
003930           STRING "PEC " TIPO-PEC DELIMITED BY SPACE
003940            " senza consegna da" DELIMITED BY SIZE
003950            ORE-EDIT-PECR DELIMITED BY SIZE
003960            " ore: " DELIMITED BY SIZE
003970            INDIRIZZO-PEC DELIMITED BY SPACE
003980            INTO TESTO-NOT-WEB
003990          END-IF.
004000
004010          PERFORM SCRIVI-EVENTO-NOT
004020           THRU EX-SCRIVI-EVENTO-NOT.
004030
004040          MOVE "S"                TO ALLARME-PEC.
004050          ADD 1                   TO ALLARMI-PECR.
004060
004070          DISPLAY "ALLARME " TIPO-NOT-WEB " PEC " CHIAVE-PEC " "
004080           INDIRIZZO-PEC(1:40).
004090
004100 EX-ALLARME-PECR.
004110          EXIT.
004120*
004130** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW
004140*
004150 PARAMETRO-PECR.
004160
004170          MOVE "OPENPECR"         TO PROGRAMMA-PAR-WEB
004180                                     OPERATORE-PAR-WEB.
004190
004200          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
004210                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
004220                                PROGRAMMA-PAR-WEB
004230                                OPERATORE-PAR-WEB ESITO-PAR-WEB
004240                                MOTIVO-PAR-WEB.
004250          CANCEL "OPENPARW".
004260
004270 EX-PARAMETRO-PECR.
004280          EXIT.
