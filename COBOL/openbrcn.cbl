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
000200* RICONCILIAZIONE TRIMESTRALE TRA LE MODIFICHE AI PERMESSI E LE
000210* APPROVAZIONI CHE LE GIUSTIFICANO. PER IL TRIMESTRE RICHIESTO
000220* (CARTELLINO 1 = AAAAT, VUOTO = ULTIMO TRIMESTRE CHIUSO) ESAMINA:
000230*  - OGNI CONCESSIONE SU ARKABIS (OPERAZIONE "G"), SPIEGATA DA
000240*    UNA RICHIESTA ARKABIQ APPROVATA LO STESSO GIORNO, DALLA
000250*    SCADENZA DI UNA VOCE DI RICERTIFICAZIONE (ARKCER), DA UNA
000260*    RIGA DI MODELLO DI RUOLO (ARKRUO), DA UN ACCESSO DI
000270*    EMERGENZA (GRUPPO 9999 CON EVENTO BREAKGLASS DELLO STESSO
000280*    OPERATORE E GIORNO SU ARKACC) O DA UN TICKET APPROVATO SUL
000290*    GIORNALE ARKTKU (CHE COPRE ANCHE I PACCHETTI DI PROMOZIONE);
000300*  - OGNI MODIFICA A GRUPPO-UTEN / GRUPPI-EXTRA-UTEN REGISTRATA
000310*    SU ARKLOG DALLA MANUTENZIONE UTENTI E OGNI EVENTO "GRUPPI"
000320*    DI ARKACC (MODIFICHE APPLICATE DA OPENPEND), SPIEGATE DA UNA
000330*    MODIFICA PENDENTE ARKPEN APPROVATA LO STESSO GIORNO, DAL
000340*    MODELLO DEL RUOLO DELL'UTENTE, DA UN ACCESSO DI EMERGENZA O
000350*    DA UNA DELEGA PER ASSENZA (ARKDEL) DI CUI L'UTENTE E' IL
000360*    DELEGATO.
000370* LE MODIFICHE SENZA SPIEGAZIONE SI STAMPANO CON CHI LE HA FATTE E
000380* QUANDO. ARKLOG NON PORTA L'OPERATORE: SE LA RIGA E' SEGUITA DA
000390* UNA RIGA IMPERSONA-UTEN O DELEGA-UTEN L'AUTORE E' L'OPERATORE
000400* REALE CHE QUESTA RIPORTA, ALTRIMENTI QUELLO DELLA RIGA
000402* OPERATORE-UTEN; SENZA NESSUNA DELLE TRE RESTA "N/D".
000410* TOTALI E DETTAGLIO DEI NON SPIEGATI SI CONSERVANO SU ARKRCN (LA
000420* RIELABORAZIONE DI UN TRIMESTRE NE SOSTITUISCE I RECORD) E IN
000430* CODA SI STAMPA L'ANDAMENTO DI TUTTI I TRIMESTRI CONSERVATI.
000440* RETURN-CODE 4 SE C'E' ALMENO UNA MODIFICA NON SPIEGATA, 8 SE IL
000450* TRIMESTRE NON E' VALIDO O ARKRCN NON SI APRE
000460*
000470 IDENTIFICATION   DIVISION.
000480 PROGRAM-ID.      OPENBRCN.
000490 ENVIRONMENT      DIVISION.
000500 CONFIGURATION    SECTION.
000510          COPY "SPECIAL.CBL".
000520 INPUT-OUTPUT     SECTION.
000530 FILE-CONTROL.
000540
000550          COPY "SELWEB.CBL".
000560          COPY "SELABIS.CBL".
000570          COPY "SELABIQ.CBL".
000580          COPY "SELCER.CBL".
000590          COPY "SELRUO.CBL".
000600          COPY "SELACC.CBL".
000610          COPY "SELDEL.CBL".
000620          COPY "SELPEN.CBL".
000630          COPY "SELUTEN.CBL".
000640          COPY "SELTKT.CBL".
000650          COPY "SELTKU.CBL".
000660          COPY "SELRCN.CBL".
000670
000680 DATA             DIVISION.
000690 FILE SECTION.
000700
000710          COPY "FDEWEB.CBL".
000720          COPY "FDEABIS.CBL".
000730          COPY "FDEABIQ.CBL".
000740          COPY "FDECER.CBL".
000750          COPY "FDERUO.CBL".
000760          COPY "FDEACC.CBL".
000770          COPY "FDEDEL.CBL".
000780          COPY "FDEPEN.CBL".
000790          COPY "FDEUTEN.CBL".
000800          COPY "FDETKT.CBL".
000810          COPY "FDETKU.CBL".
000820          COPY "FDERCN.CBL".
000830
000840 WORKING-STORAGE  SECTION.
000850
000860          COPY "GLOBALS.CBL".
000870*
000880** CARTELLINO E DATE DEL TRIMESTRE
000890*
000900 01 PERIODO-BRCN             PIC 9(05).
000910 01 PERIODO-BRCN-R           REDEFINES PERIODO-BRCN.
000920    02 ANNO-PER-BRCN         PIC 9(04).
000930    02 TRIM-PER-BRCN         PIC 9(01).
000940 01 DATA-OGGI-BRCN           PIC 9(08).
000950 01 DATA-OGGI-BRCN-R         REDEFINES DATA-OGGI-BRCN.
000960    02 ANNO-OGGI-BRCN        PIC 9(04).
000970    02 MESE-OGGI-BRCN        PIC 9(02).
000980    02 GIORNO-OGGI-BRCN      PIC 9(02).
000990 01 ORA-OGGI-BRCN            PIC 9(08).
001000 01 TRIM-CALC-BRCN           PIC S9(02).
001010 01 INIZIO-BRCN              PIC 9(08).
001020 01 FINE-BRCN                PIC 9(08).
001030 01 SUCCESSIVO-BRCN          PIC 9(08).
001040 01 PRECEDENTE-BRCN          PIC 9(08).
001050 01 INTERO-BRCN              PIC S9(9) COMP.
001060*
001070** MODIFICA IN ESAME
001080*
001090 01 ORIGINE-BRCN             PIC X(04).
001100 01 RIFERIMENTO-BRCN         PIC X(40).
001110 01 DATA-BRCN                PIC 9(08).
001120 01 ORA-BRCN                 PIC 9(06).
001130 01 AUTORE-BRCN              PIC X(08).
001140 01 SOGGETTO-BRCN            PIC X(08).
001150 01 DESC-BRCN                PIC X(30).
001160 01 VALORE-BRCN              PIC X(20).
001170 01 VALORE-BRCN-R            REDEFINES VALORE-BRCN.
001180    02 GRUPPO-VAL-BRCN       PIC X(04) OCCURS 5 TIMES.
001190 01 SPIEGAZIONE-BRCN         PIC X(20).
001200 01 DATA-LOG-BRCN            PIC 9(06).
001210 01 ORA-ACC-BRCN             PIC 9(06).
001220*
001230** RIGA DI ARKLOG SUI GRUPPI IN ATTESA DI VEDERE SE LA SEGUE UNA
001240** RIGA IMPERSONA-UTEN/DELEGA-UTEN/OPERATORE-UTEN CON
001245** L'OPERATORE REALE
001250*
001260 01 SOSPESA-BRCN             PIC X(01).
001270    88 RIGA-SOSPESA-BRCN     VALUE "S".
001280 01 SOSP-RIFERIMENTO-BRCN    PIC X(40).
001290 01 SOSP-DATA-BRCN           PIC 9(08).
001300 01 SOSP-ORA-BRCN            PIC 9(06).
001310 01 SOSP-AUTORE-BRCN         PIC X(08).
001320 01 SOSP-SOGGETTO-BRCN       PIC X(08).
001330 01 SOSP-DESC-BRCN           PIC X(30).
001340 01 SOSP-VALORE-BRCN         PIC X(20).
001350*
001360** RICHIESTE DI ACCESSO APPROVATE NEL TRIMESTRE
001370*
001380 01 MAX-ABIQ-BRCN            PIC 9(05) COMP VALUE 3000.
001390 01 NUM-ABIQ-BRCN            PIC 9(05) COMP.
001400 01 TAB-ABIQ-BRCN.
001410    02 ABIQ-BRCN             OCCURS 3000 TIMES.
001420       03 CHIAVE-ABIQ-BRCN.
001430          05 ENTE-ABIQ-BRCN     PIC 9(02).
001440          05 GRUPPO-ABIQ-BRCN   PIC 9(04).
001450          05 CHIAMATA-ABIQ-BRCN PIC X(06).
001460       03 DATA-ABIQ-BRCN     PIC 9(08).
001470       03 NUMERO-ABIQ-BRCN   PIC 9(08).
001480*
001490** VOCI DI RICERTIFICAZIONE SCADUTE NEL TRIMESTRE
001500*
001510 01 MAX-CER-BRCN             PIC 9(05) COMP VALUE 3000.
001520 01 NUM-CER-BRCN             PIC 9(05) COMP.
001530 01 TAB-CER-BRCN.
001540    02 CER-BRCN              OCCURS 3000 TIMES.
001550       03 CHIAVE-CER-BRCN.
001560          05 ENTE-CER-BRCN      PIC 9(02).
001570          05 GRUPPO-CER-BRCN    PIC 9(04).
001580          05 CHIAMATA-CER-BRCN  PIC X(06).
001590       03 DATA-CER-BRCN      PIC 9(08).
001600       03 CAMPAGNA-CER-BRCN  PIC 9(04).
001610*
001620** RIGHE DEI MODELLI DI RUOLO
001630*
001640 01 MAX-RUO-BRCN             PIC 9(05) COMP VALUE 2000.
001650 01 NUM-RUO-BRCN             PIC 9(05) COMP.
001660 01 TAB-RUO-BRCN.
001670    02 RUO-BRCN              OCCURS 2000 TIMES.
001680       03 CODICE-RUO-BRCN    PIC X(08).
001690       03 TIPO-RUO-BRCN      PIC X(01).
001700       03 CHIAVE-RUO-BRCN.
001710          05 ENTE-RUO-BRCN      PIC 9(02).
001720          05 GRUPPO-RUO-BRCN    PIC 9(04).
001730          05 CHIAMATA-RUO-BRCN  PIC X(06).
001740*
001750** ACCESSI DI EMERGENZA (EVENTI BREAKGLASS DI ARKACC)
001760*
001770 01 MAX-BGL-BRCN             PIC 9(05) COMP VALUE 500.
001780 01 NUM-BGL-BRCN             PIC 9(05) COMP.
001790 01 TAB-BGL-BRCN.
001800    02 BGL-BRCN              OCCURS 500 TIMES.
001810       03 UTENTE-BGL-BRCN    PIC X(08).
001820       03 DATA-BGL-BRCN      PIC 9(08).
001830*
001840** DELEGHE PER ASSENZA AVVIATE (FINESTRA IN CUI IL DELEGATO HA
001850** AVUTO I GRUPPI DEL DELEGANTE)
001860*
001870 01 MAX-DEL-BRCN             PIC 9(05) COMP VALUE 500.
001880 01 NUM-DEL-BRCN             PIC 9(05) COMP.
001890 01 TAB-DEL-BRCN.
001900    02 DEL-BRCN              OCCURS 500 TIMES.
001910       03 DELEGATO-DEL-BRCN  PIC X(08).
001920       03 DAL-DEL-BRCN       PIC 9(08).
001930       03 AL-DEL-BRCN        PIC 9(08).
001940*
001950** MODIFICHE DI GRUPPO PENDENTI APPROVATE NEL TRIMESTRE
001960*
001970 01 MAX-PEN-BRCN             PIC 9(05) COMP VALUE 2000.
001980 01 NUM-PEN-BRCN             PIC 9(05) COMP.
001990 01 TAB-PEN-BRCN.
002000    02 PEN-BRCN              OCCURS 2000 TIMES.
002010       03 UTENTE-PEN-BRCN    PIC X(08).
002020       03 DATA-PEN-BRCN      PIC 9(08).
002030       03 NUMERO-PEN-BRCN    PIC 9(08).
002040*
002050 01 IND-BRCN                 PIC 9(05) COMP.
002060 01 IND-VAL-BRCN             PIC 9(02) COMP.
002070 01 RUOLO-SOGG-BRCN          PIC X(08).
002080*
002090** TOTALI DEL TRIMESTRE (LO STESSO RECORD "T" CHE SI CONSERVA)
002100*
002110 01 PROG-BRCN                PIC 9(06).
002120 01 TOTALI-BRCN.
002130    02 CONCESSIONI-BRCN      PIC 9(07).
002140    02 CAMBI-GRUPPO-BRCN     PIC 9(07).
002150    02 DA-RICHIESTA-BRCN     PIC 9(07).
002160    02 DA-CERTIFICAZIONE-BRCN PIC 9(07).
002170    02 DA-RUOLO-BRCN         PIC 9(07).
002180    02 DA-BREAKGLASS-BRCN    PIC 9(07).
002190    02 DA-TICKET-BRCN        PIC 9(07).
002200    02 DA-MODIFICA-PEN-BRCN  PIC 9(07).
002210    02 DA-DELEGA-BRCN        PIC 9(07).
002220    02 NON-SPIEGATE-BRCN     PIC 9(07).
002230*
002240** ANDAMENTO
002250*
002260 01 MODIFICHE-TRE-BRCN       PIC 9(08).
002270 01 PRECEDENTI-TRE-BRCN      PIC 9(07).
002280 01 PRIMO-TRE-BRCN           PIC X(01).
002290 01 PERC-TRE-BRCN            PIC 9(3)V9.
002300 01 PERC-VIS-TRE-BRCN        PIC ZZ9,9.
002310 01 DELTA-TRE-BRCN           PIC S9(07).
002320 01 DELTA-VIS-TRE-BRCN       PIC +Z(6)9.
002330*
002340 PROCEDURE  DIVISION.
002350*
002360          PERFORM CALCOLA-PERIODO-BRCN
002370           THRU EX-CALCOLA-PERIODO-BRCN.
002380
002390          IF TRIM-PER-BRCN < 1 OR TRIM-PER-BRCN > 4
002400           DISPLAY "OPENBRCN: TRIMESTRE NON VALIDO " PERIODO-BRCN
002410           MOVE 8                 TO RETURN-CODE
002420           GOBACK
002430          END-IF.
002440
002450          PERFORM OPEN-I-RCN      THRU EX-OPEN-I-RCN.
002460
002470          IF STATUS-RCN NOT = "00"
002480           DISPLAY "OPENBRCN: APERTURA ARKRCN FALLITA, STATUS = "
002490            STATUS-RCN
002500           MOVE 8                 TO RETURN-CODE
002510           GOBACK
002520          END-IF.
002530
002540          PERFORM AZZERA-PERIODO-BRCN
002550           THRU EX-AZZERA-PERIODO-BRCN.
002560
002570          MOVE ZEROS              TO TOTALI-BRCN
002580                                     PROG-BRCN.
002590
002600          PERFORM CARICA-ABIQ-BRCN THRU EX-CARICA-ABIQ-BRCN.
002610          PERFORM CARICA-CER-BRCN THRU EX-CARICA-CER-BRCN.
002620          PERFORM CARICA-RUO-BRCN THRU EX-CARICA-RUO-BRCN.
002630          PERFORM CARICA-ACC-BRCN THRU EX-CARICA-ACC-BRCN.
002640          PERFORM CARICA-DEL-BRCN THRU EX-CARICA-DEL-BRCN.
002650          PERFORM CARICA-PEN-BRCN THRU EX-CARICA-PEN-BRCN.
002660
002670          PERFORM OPEN-I-TKT      THRU EX-OPEN-I-TKT.
002680          PERFORM OPEN-I-TKU      THRU EX-OPEN-I-TKU.
002690
002700          OPEN INPUT ARKUTEN.
002710
002720          DISPLAY "RICONCILIAZIONE PERMESSI TRIMESTRE "
002730           PERIODO-BRCN " (DAL " INIZIO-BRCN " AL " FINE-BRCN ")".
002740          DISPLAY " ".
002750          DISPLAY "MODIFICHE NON SPIEGATE".
002760          DISPLAY "ORIG RIFERIMENTO                              "
002770           "DATA     ORA    AUTORE   SOGGETTO DESCRIZIONE"
002780           .
002790
002800          PERFORM SCORRI-ABIS-BRCN THRU EX-SCORRI-ABIS-BRCN.
002810          PERFORM SCORRI-LOG-BRCN THRU EX-SCORRI-LOG-BRCN.
002820          PERFORM SCORRI-GRUPPI-ACC-BRCN
002830           THRU EX-SCORRI-GRUPPI-ACC-BRCN.
002840
002850          CLOSE ARKUTEN.
002860
002870          PERFORM CLOSE-TKU       THRU EX-CLOSE-TKU.
002880          PERFORM CLOSE-TKT       THRU EX-CLOSE-TKT.
002890
002900          PERFORM SALVA-TOTALI-BRCN THRU EX-SALVA-TOTALI-BRCN.
002910
002920          DISPLAY " ".
002930          DISPLAY "CONCESSIONI ESAMINATE     : " CONCESSIONI-BRCN.
002940          DISPLAY "CAMBI DI GRUPPO ESAMINATI : "
002950           CAMBI-GRUPPO-BRCN.
002960          DISPLAY "SPIEGATE DA RICHIESTA     : "
002970           DA-RICHIESTA-BRCN.
002980          DISPLAY "SPIEGATE DA RICERTIFICA   : "
002990           DA-CERTIFICAZIONE-BRCN.
003000          DISPLAY "SPIEGATE DA RUOLO         : " DA-RUOLO-BRCN.
003010          DISPLAY "SPIEGATE DA BREAKGLASS    : "
003020           DA-BREAKGLASS-BRCN.
003030          DISPLAY "SPIEGATE DA TICKET        : " DA-TICKET-BRCN.
003040          DISPLAY "SPIEGATE DA MODIFICA PEND.: "
003050           DA-MODIFICA-PEN-BRCN.
003060          DISPLAY "SPIEGATE DA DELEGA        : " DA-DELEGA-BRCN.
003070          DISPLAY "NON SPIEGATE              : "
003080           NON-SPIEGATE-BRCN.
003090
003100          PERFORM STAMPA-ANDAMENTO-BRCN
003110           THRU EX-STAMPA-ANDAMENTO-BRCN.
003120
003130          PERFORM CLOSE-RCN       THRU EX-CLOSE-RCN.
003140
003150          MOVE ZERO               TO RETURN-CODE.
003160          IF NON-SPIEGATE-BRCN > ZEROS
003170           MOVE 4                 TO RETURN-CODE
003180          END-IF.
003190
003200          GOBACK.
003210*
003220          COPY "PIOLOG.CBL".
003230          COPY "PIOTKT.CBL".
003240          COPY "PIOTKU.CBL".
003250          COPY "PIORCN.CBL".
003260*
003270** CARTELLINO 1: TRIMESTRE AAAAT; SE VUOTO IL TRIMESTRE CHIUSO
003280** PRECEDENTE A QUELLO IN CORSO
003290*
003300 CALCOLA-PERIODO-BRCN.
003310
003320          ACCEPT DATA-OGGI-BRCN   FROM DATE YYYYMMDD.
003330          ACCEPT ORA-OGGI-BRCN    FROM TIME.
003340
003350          MOVE ZEROS              TO PERIODO-BRCN.
003360          ACCEPT PERIODO-BRCN     FROM CONSOLE.
003370
003380          IF PERIODO-BRCN NOT NUMERIC
003390           MOVE ZEROS             TO PERIODO-BRCN
003400          END-IF.
003410
003420          IF PERIODO-BRCN = ZEROS
003430           COMPUTE TRIM-CALC-BRCN = (MESE-OGGI-BRCN + 2) / 3 - 1
003440           MOVE ANNO-OGGI-BRCN    TO ANNO-PER-BRCN
003450           IF TRIM-CALC-BRCN = ZERO
003460            MOVE 4                TO TRIM-CALC-BRCN
003470            SUBTRACT 1            FROM ANNO-PER-BRCN
003480           END-IF
003490           MOVE TRIM-CALC-BRCN    TO TRIM-PER-BRCN
003500          END-IF.
003510
003520          IF TRIM-PER-BRCN < 1 OR TRIM-PER-BRCN > 4
003530           GO TO EX-CALCOLA-PERIODO-BRCN
003540          END-IF.
003550
003560          COMPUTE INIZIO-BRCN = ANNO-PER-BRCN * 10000
003570                              + (TRIM-PER-BRCN * 3 - 2) * 100 + 1.
003580
003590          IF TRIM-PER-BRCN = 4
003600           COMPUTE SUCCESSIVO-BRCN = (ANNO-PER-BRCN + 1) * 10000
003610                                   + 101
003620          ELSE
003630           COMPUTE SUCCESSIVO-BRCN = ANNO-PER-BRCN * 10000
003640                                   + (TRIM-PER-BRCN * 3 + 1) * 100
003650                                   + 1
003660          END-IF.
003670
003680          COMPUTE INTERO-BRCN =
003690           FUNCTION INTEGER-OF-DATE(SUCCESSIVO-BRCN) - 1.
003700          COMPUTE FINE-BRCN =
003710           FUNCTION DATE-OF-INTEGER(INTERO-BRCN).
003720
003730 EX-CALCOLA-PERIODO-BRCN.
003740          EXIT.
003750*
003760** ELIMINA GLI ESITI GIA' CONSERVATI PER IL TRIMESTRE, IN MODO CHE
003770** LA RIELABORAZIONE SIA RIPETIBILE
003780*
003790 AZZERA-PERIODO-BRCN.
003800
003810          MOVE LOW-VALUES         TO CHIAVE-RCN.
003820          MOVE PERIODO-BRCN       TO PERIODO-RCN.
003830          PERFORM STARTO-RCN      THRU EX-STARTO-RCN.
003840
003850          IF ESITO-NOK GO TO EX-AZZERA-PERIODO-BRCN.
003860
003870 CICLO-AZZERA-PERIODO-BRCN.
003880
003890          PERFORM LEGGO-NEXT-RCN  THRU EX-LEGGO-NEXT-RCN.
003900
003910          IF FINE-FILE = "S" GO TO EX-AZZERA-PERIODO-BRCN.
003920
003930          IF PERIODO-RCN NOT = PERIODO-BRCN
003940           GO TO EX-AZZERA-PERIODO-BRCN
003950          END-IF.
003960
003970          PERFORM CANCELLA-RCN    THRU EX-CANCELLA-RCN.
003980
003990          GO TO CICLO-AZZERA-PERIODO-BRCN.
004000
004010 EX-AZZERA-PERIODO-BRCN.
004020          EXIT.
004030*
004040** RICHIESTE DI ACCESSO APPROVATE CON DECISIONE NEL TRIMESTRE
004050*
004060 CARICA-ABIQ-BRCN.
004070
004080          MOVE ZEROS              TO NUM-ABIQ-BRCN.
004090
004100          OPEN INPUT ARKABIQ.
004110
004120          IF STATUS-ABIQ NOT = "00"
004130           DISPLAY "OPENBRCN: ARKABIQ NON DISPONIBILE, STATUS = "
004140            STATUS-ABIQ
004150           GO TO EX-CARICA-ABIQ-BRCN
004160          END-IF.
004170
004180 CICLO-ABIQ-BRCN.
004190
004200          READ ARKABIQ NEXT RECORD
004210           AT END GO TO FINE-ABIQ-BRCN.
004220
004230          IF NOT RICHIESTA-APPROVATA
004240           OR DATA-DECISIONE-ABIQ < INIZIO-BRCN
004250           OR DATA-DECISIONE-ABIQ > FINE-BRCN
004260           GO TO CICLO-ABIQ-BRCN
004270          END-IF.
004280
004290          IF NUM-ABIQ-BRCN NOT < MAX-ABIQ-BRCN
004300           DISPLAY "OPENBRCN: TROPPE RICHIESTE APPROVATE, "
004310            "ESCLUSA LA " NUMERO-ABIQ
004320           GO TO CICLO-ABIQ-BRCN
004330          END-IF.
004340
004350          ADD 1                   TO NUM-ABIQ-BRCN.
004360          MOVE ENTE-RICH-ABIQ
004370                    TO ENTE-ABIQ-BRCN(NUM-ABIQ-BRCN).
004380          MOVE GRUPPO-RICH-ABIQ
004390                    TO GRUPPO-ABIQ-BRCN(NUM-ABIQ-BRCN).
004400          MOVE CHIAMATA-RICH-ABIQ
004410                    TO CHIAMATA-ABIQ-BRCN(NUM-ABIQ-BRCN).
004420          MOVE DATA-DECISIONE-ABIQ
004430                               TO DATA-ABIQ-BRCN(NUM-ABIQ-BRCN).
004440          MOVE NUMERO-ABIQ
004450                    TO NUMERO-ABIQ-BRCN(NUM-ABIQ-BRCN).
004460
004470          GO TO CICLO-ABIQ-BRCN.
004480
004490 FINE-ABIQ-BRCN.
004500
004510          CLOSE ARKABIQ.
004520
004530 EX-CARICA-ABIQ-BRCN.
004540          EXIT.
004550*
004560** VOCI DI RICERTIFICAZIONE MESSE A SCADERE NEL TRIMESTRE (LA
004570** SPAZZATA DI OPENCERB RISCRIVE IL PERMESSO LO STESSO GIORNO)
004580*
004590 CARICA-CER-BRCN.
004600
004610          MOVE ZEROS              TO NUM-CER-BRCN.
004620
004630          OPEN INPUT ARKCER.
004640
004650          IF STATUS-CER NOT = "00"
004660           DISPLAY "OPENBRCN: ARKCER NON DISPONIBILE, STATUS = "
004670            STATUS-CER
004680           GO TO EX-CARICA-CER-BRCN
004690          END-IF.
004700
004710 CICLO-CER-BRCN.
004720
004730          READ ARKCER NEXT RECORD
004740           AT END GO TO FINE-CER-BRCN.
004750
004760          IF NOT CER-SCADUTA
004770           OR DATA-DECISIONE-CER < INIZIO-BRCN
004780           OR DATA-DECISIONE-CER > FINE-BRCN
004790           GO TO CICLO-CER-BRCN
004800          END-IF.
004810
004820          IF NUM-CER-BRCN NOT < MAX-CER-BRCN
004830           DISPLAY "OPENBRCN: TROPPE VOCI SCADUTE, ESCLUSA "
004840            ENTE-CER "/" GRUPPO-CER "/" CHIAMATA-CER
004850           GO TO CICLO-CER-BRCN
004860          END-IF.
004870
004880          ADD 1                   TO NUM-CER-BRCN.
004890          MOVE ENTE-CER           TO ENTE-CER-BRCN(NUM-CER-BRCN).
004900          MOVE GRUPPO-CER
004910                    TO GRUPPO-CER-BRCN(NUM-CER-BRCN).
004920          MOVE CHIAMATA-CER
004930                    TO CHIAMATA-CER-BRCN(NUM-CER-BRCN).
004940          MOVE DATA-DECISIONE-CER TO DATA-CER-BRCN(NUM-CER-BRCN).
004950          MOVE CAMPAGNA-CER
004960                    TO CAMPAGNA-CER-BRCN(NUM-CER-BRCN).
004970
004980          GO TO CICLO-CER-BRCN.
004990
005000 FINE-CER-BRCN.
005010
005020          CLOSE ARKCER.
005030
005040 EX-CARICA-CER-BRCN.
005050          EXIT.
005060*
005070** TUTTE LE RIGHE DEI MODELLI DI RUOLO (GRUPPO BASE, GRUPPI EXTRA
005080** E PERMESSI)
005090*
005100 CARICA-RUO-BRCN.
005110
005120          MOVE ZEROS              TO NUM-RUO-BRCN.
005130
005140          OPEN INPUT ARKRUO.
005150
005160          IF STATUS-RUO NOT = "00"
005170           DISPLAY "OPENBRCN: ARKRUO NON DISPONIBILE, STATUS = "
005180            STATUS-RUO
005190           GO TO EX-CARICA-RUO-BRCN
005200          END-IF.
005210
005220 CICLO-RUO-BRCN.
005230
005240          READ ARKRUO NEXT RECORD
005250           AT END GO TO FINE-RUO-BRCN.
005260
005270          IF NOT RIGA-GRUPPO-RUO AND NOT RIGA-EXTRA-RUO
005280           AND NOT RIGA-ABI-RUO
005290           GO TO CICLO-RUO-BRCN
005300          END-IF.
005310
005320          IF NUM-RUO-BRCN NOT < MAX-RUO-BRCN
005330           DISPLAY "OPENBRCN: TROPPE RIGHE DI RUOLO, ESCLUSA "
005340            CODICE-RUO "/" SEQ-RUO
005350           GO TO CICLO-RUO-BRCN
005360          END-IF.
005370
005380          ADD 1                   TO NUM-RUO-BRCN.
005390          MOVE CODICE-RUO
005400                    TO CODICE-RUO-BRCN(NUM-RUO-BRCN).
005410          MOVE TIPO-RIGA-RUO      TO TIPO-RUO-BRCN(NUM-RUO-BRCN).
005420          MOVE ENTE-RUO           TO ENTE-RUO-BRCN(NUM-RUO-BRCN).
005430          MOVE GRUPPO-RUO
005440                    TO GRUPPO-RUO-BRCN(NUM-RUO-BRCN).
005450          MOVE CHIAMATA-RUO
005460                    TO CHIAMATA-RUO-BRCN(NUM-RUO-BRCN).
005470
005480          GO TO CICLO-RUO-BRCN.
005490
005500 FINE-RUO-BRCN.
005510
005520          CLOSE ARKRUO.
005530
005540 EX-CARICA-RUO-BRCN.
005550          EXIT.
005560*
005570** EVENTI BREAKGLASS DEL TRIMESTRE (L'ACCESSO DI EMERGENZA SCADE
005580** IL GIORNO DOPO, QUINDI SI TIENE ANCHE L'ULTIMO GIORNO PRIMA)
005590*
005600 CARICA-ACC-BRCN.
005610
005620          MOVE ZEROS              TO NUM-BGL-BRCN.
005630
005640          COMPUTE INTERO-BRCN =
005650           FUNCTION INTEGER-OF-DATE(INIZIO-BRCN) - 1.
005660          COMPUTE SUCCESSIVO-BRCN =
005670           FUNCTION DATE-OF-INTEGER(INTERO-BRCN).
005680
005690          OPEN INPUT ARKACC.
005700
005710          IF STATUS-ACC NOT = "00"
005720           DISPLAY "OPENBRCN: ARKACC NON DISPONIBILE, STATUS = "
005730            STATUS-ACC
005740           GO TO EX-CARICA-ACC-BRCN
005750          END-IF.
005760
005770 CICLO-ACC-BRCN.
005780
005790          READ ARKACC NEXT RECORD
005800           AT END GO TO FINE-ACC-BRCN.
005810
005820          IF EVENTO-ACC NOT = "BREAKGLASS"
005830           OR DATA-ACC NOT NUMERIC
005840           GO TO CICLO-ACC-BRCN
005850          END-IF.
005860
005870          MOVE DATA-ACC           TO DATA-BRCN.
005880
005890          IF DATA-BRCN < SUCCESSIVO-BRCN
005900           OR DATA-BRCN > FINE-BRCN
005910           GO TO CICLO-ACC-BRCN
005920          END-IF.
005930
005940          IF NUM-BGL-BRCN NOT < MAX-BGL-BRCN
005950           DISPLAY "OPENBRCN: TROPPI ACCESSI DI EMERGENZA, "
005960            "ESCLUSO " UTENTE-ACC " DEL " DATA-ACC
005970           GO TO CICLO-ACC-BRCN
005980          END-IF.
005990
006000          ADD 1                   TO NUM-BGL-BRCN.
006010          MOVE UTENTE-ACC
006020                    TO UTENTE-BGL-BRCN(NUM-BGL-BRCN).
006030          MOVE DATA-BRCN          TO DATA-BGL-BRCN(NUM-BGL-BRCN).
006040
006050          GO TO CICLO-ACC-BRCN.
006060
006070 FINE-ACC-BRCN.
006080
006090          CLOSE ARKACC.
006100
006110 EX-CARICA-ACC-BRCN.
006120          EXIT.
006130*
006140** DELEGHE AVVIATE: DALLA DATA DI AVVIO ALLA CHIUSURA (O ALLA FINE
006150** PREVISTA SE ANCORA ATTIVA)
006160*
006170 CARICA-DEL-BRCN.
006180
006190          MOVE ZEROS              TO NUM-DEL-BRCN.
006200
006210          OPEN INPUT ARKDEL.
006220
006230          IF STATUS-DEL NOT = "00"
006240           DISPLAY "OPENBRCN: ARKDEL NON DISPONIBILE, STATUS = "
006250            STATUS-DEL
006260           GO TO EX-CARICA-DEL-BRCN
006270          END-IF.
006280
006290 CICLO-DEL-BRCN.
006300
006310          READ ARKDEL NEXT RECORD
006320           AT END GO TO FINE-DEL-BRCN.
006330
006340          IF DATA-ATT-DEL NOT NUMERIC
006350           OR DATA-ATT-DEL = ZEROS
006360           OR DATA-ATT-DEL > FINE-BRCN
006370           GO TO CICLO-DEL-BRCN
006380          END-IF.
006390
006400          IF NUM-DEL-BRCN NOT < MAX-DEL-BRCN
006410           DISPLAY "OPENBRCN: TROPPE DELEGHE, ESCLUSA "
006420            DELEGANTE-DEL " DEL " INIZIO-DEL
006430           GO TO CICLO-DEL-BRCN
006440          END-IF.
006450
006460          ADD 1                   TO NUM-DEL-BRCN.
006470          MOVE DELEGATO-DEL
006480                    TO DELEGATO-DEL-BRCN(NUM-DEL-BRCN).
006490          MOVE DATA-ATT-DEL       TO DAL-DEL-BRCN(NUM-DEL-BRCN).
006500          MOVE FINE-DEL           TO AL-DEL-BRCN(NUM-DEL-BRCN).
006510          IF DATA-CHIU-DEL NUMERIC AND DATA-CHIU-DEL NOT = ZEROS
006520           MOVE DATA-CHIU-DEL     TO AL-DEL-BRCN(NUM-DEL-BRCN)
006530          END-IF.
006540
006550          GO TO CICLO-DEL-BRCN.
006560
006570 FINE-DEL-BRCN.
006580
006590          CLOSE ARKDEL.
006600
006610 EX-CARICA-DEL-BRCN.
006620          EXIT.
006630*
006640** MODIFICHE DI GRUPPO APPROVATE CON DECISIONE NEL TRIMESTRE
006650*
006660 CARICA-PEN-BRCN.
006670
006680          MOVE ZEROS              TO NUM-PEN-BRCN.
006690
006700          OPEN INPUT ARKPEN.
006710
006720          IF STATUS-PEN NOT = "00"
006730           DISPLAY "OPENBRCN: ARKPEN NON DISPONIBILE, STATUS = "
006740            STATUS-PEN
006750           GO TO EX-CARICA-PEN-BRCN
006760          END-IF.
006770
006780 CICLO-PEN-BRCN.
006790
006800          READ ARKPEN NEXT RECORD
006810           AT END GO TO FINE-PEN-BRCN.
006820
006830          IF NOT PEN-APPROVATA OR NOT PEN-GRUPPI
006840           OR DATA-DEC-PEN < INIZIO-BRCN
006850           OR DATA-DEC-PEN > FINE-BRCN
006860           GO TO CICLO-PEN-BRCN
006870          END-IF.
006880
006890          IF NUM-PEN-BRCN NOT < MAX-PEN-BRCN
006900           DISPLAY "OPENBRCN: TROPPE MODIFICHE APPROVATE, "
006910            "ESCLUSA " NUMERO-PEN
006920           GO TO CICLO-PEN-BRCN
006930          END-IF.
006940
006950          ADD 1                   TO NUM-PEN-BRCN.
006960          MOVE UTENTE-OGG-PEN
006970                    TO UTENTE-PEN-BRCN(NUM-PEN-BRCN).
006980          MOVE DATA-DEC-PEN       TO DATA-PEN-BRCN(NUM-PEN-BRCN).
006990          MOVE NUMERO-PEN
007000                    TO NUMERO-PEN-BRCN(NUM-PEN-BRCN).
007010
007020          GO TO CICLO-PEN-BRCN.
007030
007040 FINE-PEN-BRCN.
007050
007060          CLOSE ARKPEN.
007070
007080 EX-CARICA-PEN-BRCN.
007090          EXIT.
007100*
007110** CONCESSIONI DEL TRIMESTRE SULLO STORICO DEI PERMESSI
007120*
007130 SCORRI-ABIS-BRCN.
007140
007150          OPEN INPUT ARKABIS.
007160
007170          IF STATUS-ABIS NOT = "00"
007180           DISPLAY "OPENBRCN: ARKABIS NON DISPONIBILE, STATUS = "
007190            STATUS-ABIS
007200           GO TO EX-SCORRI-ABIS-BRCN
007210          END-IF.
007220
007230 CICLO-ABIS-BRCN.
007240
007250          READ ARKABIS NEXT RECORD
007260           AT END GO TO FINE-ABIS-BRCN.
007270
007280          IF NOT OPERAZIONE-CONCESSA-ABIS
007290           OR DATA-ABIS < INIZIO-BRCN
007300           OR DATA-ABIS > FINE-BRCN
007310           GO TO CICLO-ABIS-BRCN
007320          END-IF.
007330
007340          ADD 1                   TO CONCESSIONI-BRCN.
007350
007360          PERFORM SPIEGA-ABIS-BRCN THRU EX-SPIEGA-ABIS-BRCN.
007370
007380          IF SPIEGAZIONE-BRCN NOT = SPACES GO TO CICLO-ABIS-BRCN.
007390
007400          MOVE "ABIS"             TO ORIGINE-BRCN.
007410          MOVE CHIAVE-ABIS        TO RIFERIMENTO-BRCN.
007420          MOVE DATA-ABIS          TO DATA-BRCN.
007430          MOVE ORA-ABIS           TO ORA-BRCN.
007440          MOVE UTENTE-ABIS        TO AUTORE-BRCN.
007450          MOVE SPACES             TO SOGGETTO-BRCN
007460                                     DESC-BRCN.
007470          STRING "GR." GRUPPO-ABI-ABIS
007480           DELIMITED BY SIZE INTO SOGGETTO-BRCN.
007490          STRING "CONCESSO " DESC-DOPO-ABIS
007500           DELIMITED BY SIZE INTO DESC-BRCN.
007510
007520          PERFORM NON-SPIEGATA-BRCN THRU EX-NON-SPIEGATA-BRCN.
007530
007540          GO TO CICLO-ABIS-BRCN.
007550
007560 FINE-ABIS-BRCN.
007570
007580          CLOSE ARKABIS.
007590
007600 EX-SCORRI-ABIS-BRCN.
007610          EXIT.
007620*
007630** RICERCA DELLA SPIEGAZIONE DI UNA CONCESSIONE, NELL'ORDINE:
007640** RICHIESTA DI ACCESSO, RICERTIFICAZIONE, MODELLO DI RUOLO,
007650** ACCESSO DI EMERGENZA, TICKET
007660*
007670 SPIEGA-ABIS-BRCN.
007680
007690          MOVE SPACES             TO SPIEGAZIONE-BRCN.
007700
007710          PERFORM CERCA-ABIQ-BRCN THRU EX-CERCA-ABIQ-BRCN
007720           VARYING IND-BRCN FROM 1 BY 1
007730           UNTIL IND-BRCN > NUM-ABIQ-BRCN
007740              OR SPIEGAZIONE-BRCN NOT = SPACES.
007750
007760          IF SPIEGAZIONE-BRCN NOT = SPACES
007770           ADD 1                  TO DA-RICHIESTA-BRCN
007780           GO TO EX-SPIEGA-ABIS-BRCN
007790          END-IF.
007800
007810          PERFORM CERCA-CER-BRCN  THRU EX-CERCA-CER-BRCN
007820           VARYING IND-BRCN FROM 1 BY 1
007830           UNTIL IND-BRCN > NUM-CER-BRCN
007840              OR SPIEGAZIONE-BRCN NOT = SPACES.
007850
007860          IF SPIEGAZIONE-BRCN NOT = SPACES
007870           ADD 1                  TO DA-CERTIFICAZIONE-BRCN
007880           GO TO EX-SPIEGA-ABIS-BRCN
007890          END-IF.
007900
007910          PERFORM CERCA-RUO-ABI-BRCN THRU EX-CERCA-RUO-ABI-BRCN
007920           VARYING IND-BRCN FROM 1 BY 1
007930           UNTIL IND-BRCN > NUM-RUO-BRCN
007940              OR SPIEGAZIONE-BRCN NOT = SPACES.
007950
007960          IF SPIEGAZIONE-BRCN NOT = SPACES
007970           ADD 1                  TO DA-RUOLO-BRCN
007980           GO TO EX-SPIEGA-ABIS-BRCN
007990          END-IF.
008000
008010          IF GRUPPO-ABI-ABIS = 9999
008020           MOVE UTENTE-ABIS       TO SOGGETTO-BRCN
008030           MOVE DATA-ABIS         TO DATA-BRCN
008040           MOVE DATA-ABIS         TO PRECEDENTE-BRCN
008050           PERFORM CERCA-BGL-BRCN THRU EX-CERCA-BGL-BRCN
008060            VARYING IND-BRCN FROM 1 BY 1
008070            UNTIL IND-BRCN > NUM-BGL-BRCN
008080               OR SPIEGAZIONE-BRCN NOT = SPACES
008090          END-IF.
008100
008110          IF SPIEGAZIONE-BRCN NOT = SPACES
008120           ADD 1                  TO DA-BREAKGLASS-BRCN
008130           GO TO EX-SPIEGA-ABIS-BRCN
008140          END-IF.
008150
008160          MOVE "ABIS"             TO ARCHIVIO-TKU.
008170          MOVE CHIAVE-ABIS        TO RIFERIMENTO-TKU.
008180          PERFORM LEGGO-TKU       THRU EX-LEGGO-TKU.
008190
008200          IF ESITO-NOK GO TO EX-SPIEGA-ABIS-BRCN.
008210
008220          MOVE NUMERO-TKU         TO NUMERO-TKT.
008230          PERFORM LEGGO-TKT       THRU EX-LEGGO-TKT.
008240
008250          IF ESITO-NOK GO TO EX-SPIEGA-ABIS-BRCN.
008260
008270          IF TKT-BOZZA OR TKT-RESPINTO
008280           OR DATA-APPROVAZIONE-TKT = ZEROS
008290           GO TO EX-SPIEGA-ABIS-BRCN
008300          END-IF.
008310
008320          MOVE "TICKET"           TO SPIEGAZIONE-BRCN.
008330          ADD 1                   TO DA-TICKET-BRCN.
008340
008350 EX-SPIEGA-ABIS-BRCN.
008360          EXIT.
008370*
008380 CERCA-ABIQ-BRCN.
008390
008400          IF ENTE-ABIQ-BRCN(IND-BRCN)     = ENTE-ABI-ABIS
008410           AND GRUPPO-ABIQ-BRCN(IND-BRCN) = GRUPPO-ABI-ABIS
008420           AND CHIAMATA-ABIQ-BRCN(IND-BRCN) = CHIAMATA-ABIS
008430           AND DATA-ABIQ-BRCN(IND-BRCN)   = DATA-ABIS
008440           MOVE "RICHIESTA"       TO SPIEGAZIONE-BRCN
008450          END-IF.
008460
008470 EX-CERCA-ABIQ-BRCN.
008480          EXIT.
008490*
008500 CERCA-CER-BRCN.
008510
008520          IF ENTE-CER-BRCN(IND-BRCN)     = ENTE-ABI-ABIS
008530           AND GRUPPO-CER-BRCN(IND-BRCN) = GRUPPO-ABI-ABIS
008540           AND CHIAMATA-CER-BRCN(IND-BRCN) = CHIAMATA-ABIS
008550           AND DATA-CER-BRCN(IND-BRCN)   = DATA-ABIS
008560           MOVE "RICERTIFICAZIONE" TO SPIEGAZIONE-BRCN
008570          END-IF.
008580
008590 EX-CERCA-CER-BRCN.
008600          EXIT.
008610*
008620 CERCA-RUO-ABI-BRCN.
008630
008640          IF TIPO-RUO-BRCN(IND-BRCN)      = "A"
008650           AND ENTE-RUO-BRCN(IND-BRCN)    = ENTE-ABI-ABIS
008660           AND GRUPPO-RUO-BRCN(IND-BRCN)  = GRUPPO-ABI-ABIS
008670           AND CHIAMATA-RUO-BRCN(IND-BRCN) = CHIAMATA-ABIS
008680           MOVE "RUOLO"           TO SPIEGAZIONE-BRCN
008690          END-IF.
008700
008710 EX-CERCA-RUO-ABI-BRCN.
008720          EXIT.
008730*
008740** EVENTO BREAKGLASS DI SOGGETTO-BRCN IN DATA-BRCN O IN
008750** PRECEDENTE-BRCN
008760*
008770 CERCA-BGL-BRCN.
008780
008790          IF UTENTE-BGL-BRCN(IND-BRCN) = SOGGETTO-BRCN
008800           AND (DATA-BGL-BRCN(IND-BRCN) = DATA-BRCN
008810            OR DATA-BGL-BRCN(IND-BRCN) = PRECEDENTE-BRCN)
008820           MOVE "BREAKGLASS"      TO SPIEGAZIONE-BRCN
008830          END-IF.
008840
008850 EX-CERCA-BGL-BRCN.
008860          EXIT.
008870*
008880** MODIFICHE AI GRUPPI DI UN UTENTE FATTE DALLA MANUTENZIONE
008890** UTENTI (ARKLOG, DATA AAMMGG). LA RIGA RESTA IN SOSPESO FINCHE'
008900** NON SI LEGGE LA SUCCESSIVA, CHE PUO' PORTARE L'OPERATORE REALE
008910*
008920 SCORRI-LOG-BRCN.
008930
008940          MOVE "N"                TO SOSPESA-BRCN.
008950
008960          PERFORM OPEN-I-LOG      THRU EX-OPEN-I-LOG.
008970
008980          IF STATUS-LOG NOT = "00"
008990           DISPLAY "OPENBRCN: ARKLOG NON DISPONIBILE, STATUS = "
009000            STATUS-LOG
009010           GO TO EX-SCORRI-LOG-BRCN
009020          END-IF.
009030
009040 CICLO-LOG-BRCN.
009050
009060          PERFORM LEGGO-NEXT-LOG  THRU EX-LEGGO-NEXT-LOG.
009070
009080          IF FINE-FILE = "S" GO TO FINE-LOG-BRCN.
009090
009100          IF RIGA-SOSPESA-BRCN
009110           IF NOME-COBOL-LOG = "IMPERSONA-UTEN"
009120            OR NOME-COBOL-LOG = "DELEGA-UTEN"
009130            IF SOSP-AUTORE-BRCN = "N/D"
009140             MOVE OLD-VALORE-LOG(1:8) TO SOSP-AUTORE-BRCN
009150            END-IF
009160            GO TO CICLO-LOG-BRCN
009170           END-IF
009172           IF NOME-COBOL-LOG = "OPERATORE-UTEN"
009174            IF SOSP-AUTORE-BRCN = "N/D"
009176             MOVE VALORE-LOG(1:8) TO SOSP-AUTORE-BRCN
009177            END-IF
009178            GO TO CICLO-LOG-BRCN
009179           END-IF
009180           PERFORM CHIUDI-SOSPESA-BRCN THRU EX-CHIUDI-SOSPESA-BRCN
009190          END-IF.
009200
009210          IF NOME-COBOL-LOG NOT = "GRUPPO-UTEN"
009220           AND NOME-COBOL-LOG NOT = "GRUPPI-EXTRA-UTEN"
009230           AND NOME-COBOL-LOG NOT = "GRUPPO-EXTRA-UTEN"
009240           AND NOME-COBOL-LOG NOT = "NUM-GRUPPI-UTEN"
009250           GO TO CICLO-LOG-BRCN
009260          END-IF.
009270
009280          IF DATA-LOG NOT NUMERIC GO TO CICLO-LOG-BRCN.
009290
009300          MOVE DATA-LOG           TO DATA-LOG-BRCN.
009310          COMPUTE SOSP-DATA-BRCN = 20000000 + DATA-LOG-BRCN.
009320
009330          IF SOSP-DATA-BRCN < INIZIO-BRCN
009340           OR SOSP-DATA-BRCN > FINE-BRCN
009350           GO TO CICLO-LOG-BRCN
009360          END-IF.
009370
009380          MOVE ZEROS              TO SOSP-ORA-BRCN.
009390          IF ORARIO-LOG NUMERIC
009400           MOVE ORARIO-LOG        TO SOSP-ORA-BRCN
009410          END-IF.
009420
009430          MOVE SPACES             TO SOSP-RIFERIMENTO-BRCN
009440                                     SOSP-DESC-BRCN.
009450          STRING NUMERO-LOG(1:8) " " NOME-COBOL-LOG
009460           DELIMITED BY SIZE INTO SOSP-RIFERIMENTO-BRCN.
009470          STRING OLD-VALORE-LOG(1:14) " > " VALORE-LOG(1:13)
009480           DELIMITED BY SIZE INTO SOSP-DESC-BRCN.
009490          MOVE NUMERO-LOG(1:8)    TO SOSP-SOGGETTO-BRCN.
009500          MOVE VALORE-LOG(1:20)   TO SOSP-VALORE-BRCN.
009510          MOVE "N/D"              TO SOSP-AUTORE-BRCN.
009520          MOVE "S"                TO SOSPESA-BRCN.
009530
009540          GO TO CICLO-LOG-BRCN.
009550
009560 FINE-LOG-BRCN.
009570
009580          IF RIGA-SOSPESA-BRCN
009590           PERFORM CHIUDI-SOSPESA-BRCN THRU EX-CHIUDI-SOSPESA-BRCN
009600          END-IF.
009610
009620          PERFORM CLOSE-LOG       THRU EX-CLOSE-LOG.
009630
009640 EX-SCORRI-LOG-BRCN.
009650          EXIT.
009660*
009670 CHIUDI-SOSPESA-BRCN.
009680
009690          MOVE "N"                TO SOSPESA-BRCN.
009700          ADD 1                   TO CAMBI-GRUPPO-BRCN.
009710
009720          MOVE "LOG"              TO ORIGINE-BRCN.
009730          MOVE SOSP-RIFERIMENTO-BRCN TO RIFERIMENTO-BRCN.
009740          MOVE SOSP-DATA-BRCN     TO DATA-BRCN.
009750          MOVE SOSP-ORA-BRCN      TO ORA-BRCN.
009760          MOVE SOSP-AUTORE-BRCN   TO AUTORE-BRCN.
009770          MOVE SOSP-SOGGETTO-BRCN TO SOGGETTO-BRCN.
009780          MOVE SOSP-DESC-BRCN     TO DESC-BRCN.
009790          MOVE SOSP-VALORE-BRCN   TO VALORE-BRCN.
009800
009810          PERFORM SPIEGA-GRUPPI-BRCN THRU EX-SPIEGA-GRUPPI-BRCN.
009820
009830          IF SPIEGAZIONE-BRCN = SPACES
009840           PERFORM NON-SPIEGATA-BRCN THRU EX-NON-SPIEGATA-BRCN
009850          END-IF.
009860
009870 EX-CHIUDI-SOSPESA-BRCN.
009880          EXIT.
009890*
009900** MODIFICHE AI GRUPPI APPLICATE DA OPENPEND (EVENTI "GRUPPI" DI
009910** ARKACC, UTENTE = UTENTE MODIFICATO, NOTA = RICHIEDENTE E
009920** APPROVATORE)
009930*
009940 SCORRI-GRUPPI-ACC-BRCN.
009950
009960          OPEN INPUT ARKACC.
009970
009980          IF STATUS-ACC NOT = "00"
009990           GO TO EX-SCORRI-GRUPPI-ACC-BRCN
010000          END-IF.
010010
010020 CICLO-GRUPPI-ACC-BRCN.
010030
010040          READ ARKACC NEXT RECORD
010050           AT END GO TO FINE-GRUPPI-ACC-BRCN.
010060
010070          IF EVENTO-ACC NOT = "GRUPPI"
010080           OR DATA-ACC NOT NUMERIC
010090           GO TO CICLO-GRUPPI-ACC-BRCN
010100          END-IF.
010110
010120          MOVE DATA-ACC           TO DATA-BRCN.
010130
010140          IF DATA-BRCN < INIZIO-BRCN
010150           OR DATA-BRCN > FINE-BRCN
010160           GO TO CICLO-GRUPPI-ACC-BRCN
010170          END-IF.
010180
010190          ADD 1                   TO CAMBI-GRUPPO-BRCN.
010200
010210          MOVE "ACC"              TO ORIGINE-BRCN.
010220          MOVE SPACES             TO RIFERIMENTO-BRCN.
010230          STRING UTENTE-ACC " " SECTION-ACC
010240           DELIMITED BY SIZE INTO RIFERIMENTO-BRCN.
010250          MOVE ZEROS              TO ORA-BRCN.
010260          IF ORA-ACC NUMERIC
010270           MOVE ORA-ACC           TO ORA-ACC-BRCN
010280           MOVE ORA-ACC-BRCN      TO ORA-BRCN
010290          END-IF.
010300          MOVE "N/D"              TO AUTORE-BRCN.
010310          IF DELEGANTE-ACC NOT = SPACES
010320           AND DELEGANTE-ACC NOT = ALL "!"
010330           MOVE DELEGANTE-ACC     TO AUTORE-BRCN
010340          END-IF.
010350          MOVE UTENTE-ACC         TO SOGGETTO-BRCN.
010360          MOVE NOTA-ACC           TO DESC-BRCN.
010370          MOVE SPACES             TO VALORE-BRCN.
010380
010390          PERFORM SPIEGA-GRUPPI-BRCN THRU EX-SPIEGA-GRUPPI-BRCN.
010400
010410          IF SPIEGAZIONE-BRCN = SPACES
010420           PERFORM NON-SPIEGATA-BRCN THRU EX-NON-SPIEGATA-BRCN
010430          END-IF.
010440
010450          GO TO CICLO-GRUPPI-ACC-BRCN.
010460
010470 FINE-GRUPPI-ACC-BRCN.
010480
010490          CLOSE ARKACC.
010500
010510 EX-SCORRI-GRUPPI-ACC-BRCN.
010520          EXIT.
010530*
010540** RICERCA DELLA SPIEGAZIONE DI UN CAMBIO DI GRUPPO DI
010550** SOGGETTO-BRCN IN DATA-BRCN, NELL'ORDINE: MODIFICA PENDENTE
010560** APPROVATA, MODELLO DEL RUOLO DELL'UTENTE, ACCESSO DI EMERGENZA,
010570** DELEGA PER ASSENZA
010580*
010590 SPIEGA-GRUPPI-BRCN.
010600
010610          MOVE SPACES             TO SPIEGAZIONE-BRCN.
010620
010630          PERFORM CERCA-PEN-BRCN  THRU EX-CERCA-PEN-BRCN
010640           VARYING IND-BRCN FROM 1 BY 1
010650           UNTIL IND-BRCN > NUM-PEN-BRCN
010660              OR SPIEGAZIONE-BRCN NOT = SPACES.
010670
010680          IF SPIEGAZIONE-BRCN NOT = SPACES
010690           ADD 1                  TO DA-MODIFICA-PEN-BRCN
010700           GO TO EX-SPIEGA-GRUPPI-BRCN
010710          END-IF.
010720
010730          MOVE SPACES             TO RUOLO-SOGG-BRCN.
010740          MOVE SOGGETTO-BRCN      TO CHIAVE-UTEN.
010750          READ ARKUTEN
010760           INVALID KEY MOVE SPACES TO RUOLO-UTEN
010770          END-READ.
010780          IF STATUS-UTEN = "00"
010790           MOVE RUOLO-UTEN        TO RUOLO-SOGG-BRCN
010800          END-IF.
010810
010820          IF RUOLO-SOGG-BRCN NOT = SPACES
010830           PERFORM CERCA-RUO-GRU-BRCN THRU EX-CERCA-RUO-GRU-BRCN
010840            VARYING IND-BRCN FROM 1 BY 1
010850            UNTIL IND-BRCN > NUM-RUO-BRCN
010860               OR SPIEGAZIONE-BRCN NOT = SPACES
010870          END-IF.
010880
010890          IF SPIEGAZIONE-BRCN NOT = SPACES
010900           ADD 1                  TO DA-RUOLO-BRCN
010910           GO TO EX-SPIEGA-GRUPPI-BRCN
010920          END-IF.
010930
010940          COMPUTE INTERO-BRCN =
010950           FUNCTION INTEGER-OF-DATE(DATA-BRCN) - 1.
010960          COMPUTE PRECEDENTE-BRCN =
010970           FUNCTION DATE-OF-INTEGER(INTERO-BRCN).
010980
010990          PERFORM CERCA-BGL-BRCN  THRU EX-CERCA-BGL-BRCN
011000           VARYING IND-BRCN FROM 1 BY 1
011010           UNTIL IND-BRCN > NUM-BGL-BRCN
011020              OR SPIEGAZIONE-BRCN NOT = SPACES.
011030
011040          IF SPIEGAZIONE-BRCN NOT = SPACES
011050           ADD 1                  TO DA-BREAKGLASS-BRCN
011060           GO TO EX-SPIEGA-GRUPPI-BRCN
011070          END-IF.
011080
011090          PERFORM CERCA-DEL-BRCN  THRU EX-CERCA-DEL-BRCN
011100           VARYING IND-BRCN FROM 1 BY 1
011110           UNTIL IND-BRCN > NUM-DEL-BRCN
011120              OR SPIEGAZIONE-BRCN NOT = SPACES.
011130
011140          IF SPIEGAZIONE-BRCN NOT = SPACES
011150           ADD 1                  TO DA-DELEGA-BRCN
011160          END-IF.
011170
011180 EX-SPIEGA-GRUPPI-BRCN.
011190          EXIT.
011200*
011210 CERCA-PEN-BRCN.
011220
011230          IF UTENTE-PEN-BRCN(IND-BRCN) = SOGGETTO-BRCN
011240           AND DATA-PEN-BRCN(IND-BRCN) = DATA-BRCN
011250           MOVE "MODIFICA PENDENTE" TO SPIEGAZIONE-BRCN
011260          END-IF.
011270
011280 EX-CERCA-PEN-BRCN.
011290          EXIT.
011300*
011310** RIGA GRUPPO BASE O EXTRA DEL RUOLO DELL'UTENTE CHE COMPARE TRA
011320** I VALORI DELLA MODIFICA (GRUPPO-UTEN O UNO DEI GRUPPI EXTRA);
011330** PER GLI EVENTI SENZA VALORE BASTA CHE IL RUOLO ABBIA GRUPPI
011340*
011350 CERCA-RUO-GRU-BRCN.
011360
011370          IF CODICE-RUO-BRCN(IND-BRCN) NOT = RUOLO-SOGG-BRCN
011380           GO TO EX-CERCA-RUO-GRU-BRCN
011390          END-IF.
011400
011410          IF TIPO-RUO-BRCN(IND-BRCN) NOT = "G"
011420           AND TIPO-RUO-BRCN(IND-BRCN) NOT = "E"
011430           GO TO EX-CERCA-RUO-GRU-BRCN
011440          END-IF.
011450
011460          IF VALORE-BRCN = SPACES
011470           MOVE "RUOLO"           TO SPIEGAZIONE-BRCN
011480           GO TO EX-CERCA-RUO-GRU-BRCN
011490          END-IF.
011500
011510          PERFORM CONFRONTA-RUO-BRCN THRU EX-CONFRONTA-RUO-BRCN
011520           VARYING IND-VAL-BRCN FROM 1 BY 1
011530           UNTIL IND-VAL-BRCN > 5
011540              OR SPIEGAZIONE-BRCN NOT = SPACES.
011550
011560 EX-CERCA-RUO-GRU-BRCN.
011570          EXIT.
011580*
011590 CONFRONTA-RUO-BRCN.
011600
011610          IF GRUPPO-VAL-BRCN(IND-VAL-BRCN)
011620                                = GRUPPO-RUO-BRCN(IND-BRCN)
011630           MOVE "RUOLO"           TO SPIEGAZIONE-BRCN
011640          END-IF.
011650
011660 EX-CONFRONTA-RUO-BRCN.
011670          EXIT.
011680*
011690 CERCA-DEL-BRCN.
011700
011710          IF DELEGATO-DEL-BRCN(IND-BRCN) = SOGGETTO-BRCN
011720           AND DAL-DEL-BRCN(IND-BRCN) NOT > DATA-BRCN
011730           AND AL-DEL-BRCN(IND-BRCN)  NOT < DATA-BRCN
011740           MOVE "DELEGA"          TO SPIEGAZIONE-BRCN
011750          END-IF.
011760
011770 EX-CERCA-DEL-BRCN.
011780          EXIT.
011790*
011800** MODIFICA SENZA SPIEGAZIONE: STAMPA E DETTAGLIO SU ARKRCN
011810*
011820 NON-SPIEGATA-BRCN.
011830
011840          ADD 1                   TO NON-SPIEGATE-BRCN
011850                                     PROG-BRCN.
011860
011870          DISPLAY ORIGINE-BRCN " " RIFERIMENTO-BRCN " "
011880           DATA-BRCN " " ORA-BRCN " " AUTORE-BRCN " "
011890           SOGGETTO-BRCN " " DESC-BRCN.
011900
011910          MOVE SPACES             TO ESITO-RCN.
011920          MOVE PERIODO-BRCN       TO PERIODO-RCN.
011930          SET RCN-DETTAGLIO       TO TRUE.
011940          MOVE PROG-BRCN          TO PROG-RCN.
011950          MOVE ORIGINE-BRCN       TO ORIGINE-RCN.
011960          MOVE RIFERIMENTO-BRCN   TO RIFERIMENTO-RCN.
011970          MOVE DATA-BRCN          TO DATA-RCN.
011980          MOVE ORA-BRCN           TO ORA-RCN.
011990          MOVE AUTORE-BRCN        TO AUTORE-RCN.
012000          MOVE SOGGETTO-BRCN      TO SOGGETTO-RCN.
012010          MOVE DESC-BRCN          TO DESC-RCN.
012020
012030          PERFORM SCRIVI-RCN      THRU EX-SCRIVI-RCN.
012040
012050 EX-NON-SPIEGATA-BRCN.
012060          EXIT.
012070*
012080** TOTALI DEL TRIMESTRE SU ARKRCN
012090*
012100 SALVA-TOTALI-BRCN.
012110
012120          MOVE SPACES             TO ESITO-RCN.
012130          MOVE PERIODO-BRCN       TO PERIODO-RCN.
012140          SET RCN-TOTALI          TO TRUE.
012150          MOVE ZEROS              TO PROG-RCN.
012160          MOVE DATA-OGGI-BRCN     TO DATA-ELAB-RCN.
012170          MOVE ORA-OGGI-BRCN(1:6) TO ORA-ELAB-RCN.
012180          MOVE INIZIO-BRCN        TO INIZIO-PERIODO-RCN.
012190          MOVE FINE-BRCN          TO FINE-PERIODO-RCN.
012200          MOVE CONCESSIONI-BRCN   TO CONCESSIONI-RCN.
012210          MOVE CAMBI-GRUPPO-BRCN  TO CAMBI-GRUPPO-RCN.
012220          MOVE DA-RICHIESTA-BRCN  TO DA-RICHIESTA-RCN.
012230          MOVE DA-CERTIFICAZIONE-BRCN TO DA-CERTIFICAZIONE-RCN.
012240          MOVE DA-RUOLO-BRCN      TO DA-RUOLO-RCN.
012250          MOVE DA-BREAKGLASS-BRCN TO DA-BREAKGLASS-RCN.
012260          MOVE DA-TICKET-BRCN     TO DA-TICKET-RCN.
012270          MOVE DA-MODIFICA-PEN-BRCN TO DA-MODIFICA-PEN-RCN.
012280          MOVE DA-DELEGA-BRCN     TO DA-DELEGA-RCN.
012290          MOVE NON-SPIEGATE-BRCN  TO NON-SPIEGATE-RCN.
012300
012310          PERFORM SCRIVI-RCN      THRU EX-SCRIVI-RCN.
012320
012330          IF ESITO-NOK
012340           DISPLAY "OPENBRCN: SCRITTURA TOTALI SU ARKRCN "
012350            "FALLITA, STATUS = " STATUS-RCN
012360          END-IF.
012370
012380 EX-SALVA-TOTALI-BRCN.
012390          EXIT.
012400*
012410** ANDAMENTO DI TUTTI I TRIMESTRI CONSERVATI: MODIFICHE ESAMINATE,
012420** NON SPIEGATE, PERCENTUALE E VARIAZIONE SUL TRIMESTRE PRECEDENTE
012430*
012440 STAMPA-ANDAMENTO-BRCN.
012450
012460          DISPLAY " ".
012470          DISPLAY "ANDAMENTO PER TRIMESTRE".
012480          DISPLAY "TRIM.  MODIFICHE NON SPIEG.     % VARIAZIONE".
012490
012500          MOVE "S"                TO PRIMO-TRE-BRCN.
012510
012520          MOVE LOW-VALUES         TO CHIAVE-RCN.
012530          PERFORM STARTO-RCN      THRU EX-STARTO-RCN.
012540
012550          IF ESITO-NOK GO TO EX-STAMPA-ANDAMENTO-BRCN.
012560
012570 CICLO-ANDAMENTO-BRCN.
012580
012590          PERFORM LEGGO-NEXT-RCN  THRU EX-LEGGO-NEXT-RCN.
012600
012610          IF FINE-FILE = "S" GO TO EX-STAMPA-ANDAMENTO-BRCN.
012620
012630          IF NOT RCN-TOTALI GO TO CICLO-ANDAMENTO-BRCN.
012640
012650          COMPUTE MODIFICHE-TRE-BRCN = CONCESSIONI-RCN
012660                                     + CAMBI-GRUPPO-RCN.
012670
012680          MOVE ZEROS              TO PERC-TRE-BRCN.
012690          IF MODIFICHE-TRE-BRCN > ZEROS
012700           COMPUTE PERC-TRE-BRCN ROUNDED =
012710            NON-SPIEGATE-RCN * 100 / MODIFICHE-TRE-BRCN
012720          END-IF.
012730          MOVE PERC-TRE-BRCN      TO PERC-VIS-TRE-BRCN.
012740
012750          IF PRIMO-TRE-BRCN = "S"
012760           DISPLAY PERIODO-RCN "  " MODIFICHE-TRE-BRCN " "
012770            NON-SPIEGATE-RCN "  " PERC-VIS-TRE-BRCN
012780          ELSE
012790           COMPUTE DELTA-TRE-BRCN = NON-SPIEGATE-RCN
012800                                  - PRECEDENTI-TRE-BRCN
012810           MOVE DELTA-TRE-BRCN    TO DELTA-VIS-TRE-BRCN
012820           DISPLAY PERIODO-RCN "  " MODIFICHE-TRE-BRCN " "
012830            NON-SPIEGATE-RCN "  " PERC-VIS-TRE-BRCN " "
012840            DELTA-VIS-TRE-BRCN
012850          END-IF.
012860
012870          MOVE NON-SPIEGATE-RCN   TO PRECEDENTI-TRE-BRCN.
012880          MOVE "N"                TO PRIMO-TRE-BRCN.
012890
012900          GO TO CICLO-ANDAMENTO-BRCN.
012910
012920 EX-STAMPA-ANDAMENTO-BRCN.
012930          EXIT.
