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
000200* SERVIZIO DEL REGISTRO DEI TIPI DI TABELLA, RICHIAMATO CON CALL
000210* DALLA GRIGLIA DELLE TABELLE (opentabl.exe), DALLE MASCHERE DI
000220* MANUTENZIONE (opentrep.exe, openmtok.exe), DAL CARICAMENTO DA
000230* FILE (opentcar.exe), DALLA CLONAZIONE DI UN ENTE (openeonb.exe)
000240* E DAL CONTROLLO NOTTURNO (openbttp.exe). IL PARAMETRO E'
000250* AREA-TTP-WEB. LA SCHEDA DI UN TIPO E' LA RIGA "TT" DI ARKTAB
000260* (ENTE 00, PROG LIBERO) CON IL CODICE DEL TIPO IN POS 1-2:
000270*   4-63  DESCRIZIONE
000280*   65-68 GRUPPO PROPRIETARIO (0000 = NESSUN VINCOLO)
000290*   70    AMBITO: "E" PER ENTE, "C" SOLO SULL'ENTE 00
000300*   72-73 GRUPPO DI DIZIONARIO (ARKDATO) CHE NE DESCRIVE IL
000310*         TRACCIATO
000320*   75    SENSIBILITA': "S" SEGRETI, "P" DATI PERSONALI, "N"
000330*   77    "S" SE LE MODIFICHE RICHIEDONO UN TICKET DI CAMBIAMENTO
000340*   79-81 MESI DI CONSERVAZIONE DALL'ULTIMA MODIFICA (000 =
000350*         ILLIMITATA)
000360* I TIPI GIA' IN USO HANNO UNA SCHEDA DI DEFAULT (TAB-TIPI-TTPW)
000370* CHE LA RIGA "TT", SE C'E', SOSTITUISCE; UN TIPO CHE NON E' NE'
000380* FRA I DEFAULT NE' SU ARKTAB NON E' REGISTRATO. AZIONI:
000390*   LEGGI     LA SCHEDA DEL TIPO (ESITO "NO" SE NON REGISTRATO)
000400*   PROSSIMO  LA SCHEDA DEL PRIMO TIPO REGISTRATO DOPO QUELLO DATO
000410*             (SPAZI = IL PRIMO); ESITO "NO" A FINE ELENCO
000420*   VERIFICA  SE L'OPERATORE PUO' MODIFICARE IL TIPO SULL'ENTE:
000430*             TIPO REGISTRATO, ENTE 00 PER UN TIPO CENTRALE E
000440*             OPERATORE MEMBRO (GRUPPO BASE O EXTRA) DEL GRUPPO
000450*             PROPRIETARIO; SE NO ESITO "NO" E IL MOTIVO IN NOTA
000460* ARKTAB E ARKUTEN SONO APERTI IN SOLA LETTURA
000470*
000480 IDENTIFICATION   DIVISION.
000490 PROGRAM-ID.      OPENTTPW.
000500 ENVIRONMENT      DIVISION.
000510 CONFIGURATION    SECTION.
000520          COPY "SPECIAL.CBL".
000530 INPUT-OUTPUT     SECTION.
000540 FILE-CONTROL.
000550
000560          COPY "SELTAB.CBL".
000570          COPY "SELUTEN.CBL".
000580
000590 DATA             DIVISION.
000600 FILE SECTION.
000610
000620          COPY "FDETAB.CBL".
000630          COPY "FDEUTEN.CBL".
000640
000650 WORKING-STORAGE  SECTION.
000660
000670          COPY "GLOBALS.CBL".
000680*
000690** SCHEDE DI DEFAULT DEI TIPI IN USO, IN ORDINE DI CODICE: TIPO,
000700** AMBITO, SENSIBILITA', TICKET, DESCRIZIONE
000710*
000720 01 TAB-TIPI-TTPW.
000730    02 FILLER PIC X(40) VALUE
000740       "02ENNTabella generale".
000750    02 FILLER PIC X(40) VALUE
000760       "03ENNDescrizioni dei gruppi".
000770    02 FILLER PIC X(40) VALUE
000780       "AKCSSToken delle API di servizio".
000790    02 FILLER PIC X(40) VALUE
000800       "BGCSSKit di accesso di emergenza".
000810    02 FILLER PIC X(40) VALUE
000820       "CLENNCalendario delle festivita'".
000830    02 FILLER PIC X(40) VALUE
000840       "FOCNNFinestre orarie per gruppo".
000850    02 FILLER PIC X(40) VALUE
000860       "FRENNRegole delle festivita'".
000870    02 FILLER PIC X(40) VALUE
000880       "IPCNNOrigini ammesse per gruppo".
000890    02 FILLER PIC X(40) VALUE
000900       "JCCNNClassi e soglie dei job".
000910    02 FILLER PIC X(40) VALUE
000920       "LICNNLicenze dei moduli".
000930    02 FILLER PIC X(40) VALUE
000940       "MFCNNGruppi con secondo fattore".
000950    02 FILLER PIC X(40) VALUE
000960       "MWCNNFinestre di manutenzione".
000970    02 FILLER PIC X(40) VALUE
000980       "NRCNNSerie di numerazione".
000990    02 FILLER PIC X(40) VALUE
001000       "NTCPNDestinatari delle notifiche".
001010    02 FILLER PIC X(40) VALUE
001020       "ODCNNPubblicazione open data".
001030    02 FILLER PIC X(40) VALUE
001040       "OFCNNDestinazione del backup esterno".
001050    02 FILLER PIC X(40) VALUE
001060       "PCCNNTipi di evento PEC".
001070    02 FILLER PIC X(40) VALUE
001080       "PRCNNSonda sintetica".
001090    02 FILLER PIC X(40) VALUE
001100       "PWCNNPolitica delle password".
001110    02 FILLER PIC X(40) VALUE
001120       "QCCNNCatalogo dei corsi".
001130    02 FILLER PIC X(40) VALUE
001140       "QPCNNPrerequisiti delle qualifiche".
001150    02 FILLER PIC X(40) VALUE
001160       "RECNNConservazione dei dati".
001170    02 FILLER PIC X(40) VALUE
001180       "RSCNNPesi del rischio utente".
001190    02 FILLER PIC X(40) VALUE
001200       "STCNNRegole per tipo di utenza".
001210    02 FILLER PIC X(40) VALUE
001220       "TTCNSRegistro dei tipi di tabella".
001230    02 FILLER PIC X(40) VALUE
001240       "WHCSNDestinazioni dei webhook".
001250 01 TAB-TIPI-R-TTPW REDEFINES TAB-TIPI-TTPW.
001260    02 TIPO-DEF-TTPW OCCURS 26 TIMES.
001270       03 CODICE-DEF-TTPW     PIC XX.
001280       03 AMBITO-DEF-TTPW     PIC X.
001290       03 SENSIBILITA-DEF-TTPW PIC X.
001300       03 TICKET-DEF-TTPW     PIC X.
001310       03 DESCR-DEF-TTPW      PIC X(35).
001320 01 NUM-DEF-TTPW              PIC 9(2) COMP VALUE 26.
001330 01 IND-DEF-TTPW              PIC 9(2) COMP.
001340*
001350 01 TIPO-TTPW                 PIC XX.
001360 01 SUCCESSIVO-TTPW           PIC XX.
001370 01 APERTO-TTPW               PIC X.
001380 01 IND-EXTRA-TTPW            PIC 9(2) COMP.
001390 01 MEMBRO-TTPW               PIC X.
001400*
001410 LINKAGE SECTION.
001420*
001430 01 LK-AREA-TTPW              PIC X(157).
001440*
001450 PROCEDURE  DIVISION USING LK-AREA-TTPW.
001460*
001470          MOVE LK-AREA-TTPW       TO AREA-TTP-WEB.
001480
001490          MOVE "OK"               TO ESITO-TTP-WEB.
001500          MOVE SPACES             TO NOTA-TTP-WEB.
001510
001520          IF AZIONE-TTP-WEB NOT = "LEGGI"
001530           AND AZIONE-TTP-WEB NOT = "PROSSIMO"
001540           AND AZIONE-TTP-WEB NOT = "VERIFICA"
001550           MOVE "NO"              TO ESITO-TTP-WEB
001560           MOVE "Azione sconosciuta" TO NOTA-TTP-WEB
001570           GO TO RESTITUISCI-TTPW
001580          END-IF.
001590
001600          IF TIPO-TTP-WEB = LOW-VALUE
001610           MOVE SPACES            TO TIPO-TTP-WEB
001620          END-IF.
001630
001640          MOVE "S"                TO APERTO-TTPW.
001650
001660          OPEN INPUT ARKTAB.
001670          IF STATUS-TAB NOT = "00"
001680           MOVE "N"               TO APERTO-TTPW
001690          END-IF.
001700
001710***** PER "PROSSIMO" PRIMA SI CERCA IL TIPO SUCCESSIVO
001720
001730          IF AZIONE-TTP-WEB = "PROSSIMO"
001740           PERFORM PROSSIMO-TTPW  THRU EX-PROSSIMO-TTPW
001750           IF SUCCESSIVO-TTPW = HIGH-VALUES
001760            MOVE "NO"             TO ESITO-TTP-WEB
001770            MOVE "N"              TO REGISTRATO-TTP-WEB
001780            MOVE SPACES           TO TIPO-TTP-WEB
001790            MOVE "Fine dei tipi registrati" TO NOTA-TTP-WEB
001800            GO TO CHIUDI-TTPW
001810           END-IF
001820           MOVE SUCCESSIVO-TTPW   TO TIPO-TTP-WEB
001830          END-IF.
001840
001850          MOVE TIPO-TTP-WEB       TO TIPO-TTPW.
001860
001870***** PRIMA LA SCHEDA DI DEFAULT, POI LA RIGA "TT" SE C'E'
001880
001890          PERFORM DEFAULT-TTPW    THRU EX-DEFAULT-TTPW.
001900          PERFORM SCHEDA-TTPW     THRU EX-SCHEDA-TTPW.
001910
001920          IF NOT TIPO-REGISTRATO-WEB
001930           MOVE "NO"              TO ESITO-TTP-WEB
001940           MOVE "Tipo di tabella non registrato" TO NOTA-TTP-WEB
001950          END-IF.
001960
001970 CHIUDI-TTPW.
001980
001990          IF APERTO-TTPW = "S"
002000           CLOSE ARKTAB
002010          END-IF.
002020
002030          IF AZIONE-TTP-WEB NOT = "VERIFICA"
002040           OR NOT TIPO-AMMESSO-WEB
002050           GO TO RESTITUISCI-TTPW
002060          END-IF.
002070
002080***** AMBITO: UN TIPO CENTRALE SI MODIFICA SOLO SULL'ENTE 00
002090
002100          IF TIPO-CENTRALE-WEB AND ENTE-TTP-WEB NOT = ZEROS
002110           MOVE "NO"              TO ESITO-TTP-WEB
002120           MOVE "Tipo centrale: si gestisce solo sull'ente 00"
002130                                  TO NOTA-TTP-WEB
002140           GO TO RESTITUISCI-TTPW
002150          END-IF.
002160
002170***** PROPRIETARIO: L'OPERATORE DEVE ESSERE NEL GRUPPO
002180
002190          IF PROPRIETARIO-TTP-WEB = ZEROS
002200           GO TO RESTITUISCI-TTPW
002210          END-IF.
002220
002230          MOVE "N"                TO MEMBRO-TTPW.
002240
002250          OPEN INPUT ARKUTEN.
002260          IF STATUS-UTEN NOT = "00"
002270           GO TO NEGA-PROPRIETARIO-TTPW
002280          END-IF.
002290
002300          MOVE OPERATORE-TTP-WEB  TO CHIAVE-UTEN.
002310          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
002320
002330          IF ESITO-OK AND NOT UTENTE-CANCELLATO
002340           IF GRUPPO-UTEN = PROPRIETARIO-TTP-WEB
002350            MOVE "S"              TO MEMBRO-TTPW
002360           END-IF
002370           PERFORM PROVA-EXTRA-TTPW THRU EX-PROVA-EXTRA-TTPW
002380            VARYING IND-EXTRA-TTPW FROM 1 BY 1
002390            UNTIL IND-EXTRA-TTPW > 5
002400            OR IND-EXTRA-TTPW > NUM-GRUPPI-UTEN
002410          END-IF.
002420
002430          CLOSE ARKUTEN.
002440
002450          IF MEMBRO-TTPW = "S"
002460           GO TO RESTITUISCI-TTPW
002470          END-IF.
002480
002490 NEGA-PROPRIETARIO-TTPW.
002500
002510          MOVE "NO"               TO ESITO-TTP-WEB.
002520          MOVE SPACES             TO NOTA-TTP-WEB.
002530          STRING "Tipo riservato al gruppo proprietario "
002540                 PROPRIETARIO-TTP-WEB
002550                 DELIMITED BY SIZE INTO NOTA-TTP-WEB.
002560
002570 RESTITUISCI-TTPW.
002580
002590          MOVE AREA-TTP-WEB       TO LK-AREA-TTPW.
002600
002610          GOBACK.
002620
002630          COPY "PIOTAB.CBL".
002640          COPY "PIOUTEN.CBL".
002650*
002660***** LA SCHEDA DI DEFAULT DEL TIPO, SE E' FRA QUELLI IN USO
002670*
002680 DEFAULT-TTPW.
002690
002700          MOVE "N"                TO REGISTRATO-TTP-WEB.
002710          MOVE SPACES             TO DESCR-TTP-WEB
002720                                     DIZIONARIO-TTP-WEB.
002730          MOVE ZEROS              TO PROPRIETARIO-TTP-WEB
002740                                     CONSERVAZIONE-TTP-WEB.
002750          MOVE "E"                TO AMBITO-TTP-WEB.
002760          MOVE "N"                TO SENSIBILITA-TTP-WEB
002770                                     TICKET-TTP-WEB.
002780
002790          PERFORM CERCA-DEFAULT-TTPW THRU EX-CERCA-DEFAULT-TTPW
002800           VARYING IND-DEF-TTPW FROM 1 BY 1
002810           UNTIL IND-DEF-TTPW > NUM-DEF-TTPW
002820           OR TIPO-REGISTRATO-WEB.
002830
002840 EX-DEFAULT-TTPW.
002850          EXIT.
002860*
002870 CERCA-DEFAULT-TTPW.
002880
002890          IF CODICE-DEF-TTPW(IND-DEF-TTPW) NOT = TIPO-TTPW
002900           GO TO EX-CERCA-DEFAULT-TTPW
002910          END-IF.
002920
002930          MOVE "S"                TO REGISTRATO-TTP-WEB.
002940          MOVE AMBITO-DEF-TTPW(IND-DEF-TTPW) TO AMBITO-TTP-WEB.
002950          MOVE SENSIBILITA-DEF-TTPW(IND-DEF-TTPW)
002960                                  TO SENSIBILITA-TTP-WEB.
002970          MOVE TICKET-DEF-TTPW(IND-DEF-TTPW) TO TICKET-TTP-WEB.
002980          MOVE DESCR-DEF-TTPW(IND-DEF-TTPW) TO DESCR-TTP-WEB.
002990
003000 EX-CERCA-DEFAULT-TTPW.
003010          EXIT.
003020*
003030***** LA RIGA "TT" DEL TIPO SOSTITUISCE IL DEFAULT CAMPO PER CAMPO
003040*
003050 SCHEDA-TTPW.
003060
003070          IF APERTO-TTPW NOT = "S" OR TIPO-TTPW = SPACES
003080           GO TO EX-SCHEDA-TTPW
003090          END-IF.
003100
003110          MOVE "TT"               TO TIPO-TAB.
003120          MOVE ZEROS              TO ENTE-TAB.
003130          MOVE ZEROS              TO PROG-TAB.
003140          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
003150
003160          IF ESITO-NOK GO TO EX-SCHEDA-TTPW.
003170
003180 CICLO-SCHEDA-TTPW.
003190
003200          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
003210
003220          IF FINE-FILE = "S" GO TO EX-SCHEDA-TTPW.
003230
003240          IF TIPO-TAB NOT = "TT" OR ENTE-TAB NOT = ZEROS
003250           GO TO EX-SCHEDA-TTPW
003260          END-IF.
003270
003280          IF TABELLA(1:2) NOT = TIPO-TTPW
003290           GO TO CICLO-SCHEDA-TTPW
003300          END-IF.
003310
003320          MOVE "S"                TO REGISTRATO-TTP-WEB.
003330
003340          IF TABELLA(4:60) NOT = SPACES
003350           MOVE TABELLA(4:60)     TO DESCR-TTP-WEB
003360          END-IF.
003370
003380          IF TABELLA(65:4) NUMERIC
003390           MOVE TABELLA(65:4)     TO PROPRIETARIO-TTP-WEB
003400          END-IF.
003410
003420          IF TABELLA(70:1) = "E" OR TABELLA(70:1) = "C"
003430           MOVE TABELLA(70:1)     TO AMBITO-TTP-WEB
003440          END-IF.
003450
003460          IF TABELLA(72:2) NOT = SPACES
003470           MOVE TABELLA(72:2)     TO DIZIONARIO-TTP-WEB
003480          END-IF.
003490
003500          IF TABELLA(75:1) = "S" OR TABELLA(75:1) = "P"
003510           OR TABELLA(75:1) = "N"
003520           MOVE TABELLA(75:1)     TO SENSIBILITA-TTP-WEB
003530          END-IF.
003540
003550          IF TABELLA(77:1) = "S" OR TABELLA(77:1) = "N"
003560           MOVE TABELLA(77:1)     TO TICKET-TTP-WEB
003570          END-IF.
003580
003590          IF TABELLA(79:3) NUMERIC
003600           MOVE TABELLA(79:3)     TO CONSERVAZIONE-TTP-WEB
003610          END-IF.
003620
003630 EX-SCHEDA-TTPW.
003640          EXIT.
003650*
003660***** IL PRIMO TIPO REGISTRATO DOPO TIPO-TTP-WEB, FRA I DEFAULT E
003670***** LE RIGHE "TT" (HIGH-VALUES SE NON CE NE SONO ALTRI)
003680*
003690 PROSSIMO-TTPW.
003700
003710          MOVE HIGH-VALUES        TO SUCCESSIVO-TTPW.
003720
003730          PERFORM PROSSIMO-DEFAULT-TTPW
003740           THRU EX-PROSSIMO-DEFAULT-TTPW
003750           VARYING IND-DEF-TTPW FROM 1 BY 1
003760           UNTIL IND-DEF-TTPW > NUM-DEF-TTPW.
003770
003780          IF APERTO-TTPW NOT = "S"
003790           GO TO EX-PROSSIMO-TTPW
003800          END-IF.
003810
003820          MOVE "TT"               TO TIPO-TAB.
003830          MOVE ZEROS              TO ENTE-TAB.
003840          MOVE ZEROS              TO PROG-TAB.
003850          PERFORM STARTO-TAB      THRU EX-STARTO-TAB.
003860
003870          IF ESITO-NOK GO TO EX-PROSSIMO-TTPW.
003880
003890 CICLO-PROSSIMO-TTPW.
003900
003910          PERFORM LEGGO-NEXT-TAB  THRU EX-LEGGO-NEXT-TAB.
003920
003930          IF FINE-FILE = "S" GO TO EX-PROSSIMO-TTPW.
003940
003950          IF TIPO-TAB NOT = "TT" OR ENTE-TAB NOT = ZEROS
003960           GO TO EX-PROSSIMO-TTPW
003970          END-IF.
003980
003990          IF TABELLA(1:2) NOT = SPACES
004000           AND TABELLA(1:2) > TIPO-TTP-WEB
004010           AND TABELLA(1:2) < SUCCESSIVO-TTPW
004020           MOVE TABELLA(1:2)      TO SUCCESSIVO-TTPW
004030          END-IF.
004040
004050          GO TO CICLO-PROSSIMO-TTPW.
004060
004070 EX-PROSSIMO-TTPW.
004080          EXIT.
004090*
004100 PROSSIMO-DEFAULT-TTPW.
004110
004120          IF CODICE-DEF-TTPW(IND-DEF-TTPW) > TIPO-TTP-WEB
004130           AND CODICE-DEF-TTPW(IND-DEF-TTPW) < SUCCESSIVO-TTPW
004140           MOVE CODICE-DEF-TTPW(IND-DEF-TTPW) TO SUCCESSIVO-TTPW
004150          END-IF.
004160
004170 EX-PROSSIMO-DEFAULT-TTPW.
004180          EXIT.
004190*
004200***** UN GRUPPO EXTRA DELL'OPERATORE E' IL PROPRIETARIO
004210*
004220 PROVA-EXTRA-TTPW.
004230
004240          IF GRUPPO-EXTRA-UTEN(IND-EXTRA-TTPW)
004250             = PROPRIETARIO-TTP-WEB
004260           MOVE "S"               TO MEMBRO-TTPW
004270          END-IF.
004280
004290 EX-PROVA-EXTRA-TTPW.
004300          EXIT.
