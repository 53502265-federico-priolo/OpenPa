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
000190* TICKET DI CAMBIAMENTO (ARKTKT), RICHIAMATO CON CALL DALLE
000200* MASCHERE E DAI PROGRAMMI BATCH CHE TOCCANO LA CONFIGURAZIONE E
000210* DALLE ROUTINE DI STORICO (PIOSTAB, PIOMENW, PIOLIBS, PIOABIW).
000220* E' L'UNICO PUNTO CHE SCRIVE IL GIORNALE DEGLI UTILIZZI ARKTKU.
000230* AZIONI:
000240*   VERIFICA - SENZA TICKET (LK-NUMERO-TKTW A ZERO) CONTROLLA SOLO
000250*              CHE NON SIA OBBLIGATORIO: LO E' PER LE VOCI DI MENU
000260*              ("MVER") SE IL PARAMETRO TICKET-MENU VALE "S" E PER
000270*              LE RIGHE DI TABELLA ("STAB") IL CUI TIPO, IN TESTA A
000280*              LK-RIFERIMENTO-TKTW, COMPARE NEL PARAMETRO
000290*              TICKET-TABELLE ("RE,LI,BG"); CON UN TICKET CONTROLLA
000300*              CHE ESISTA, SIA APPROVATO E CHE ADESSO SIA DENTRO LA
000310*              SUA FINESTRA PIANIFICATA
000311*              (PER "STAB" IL TICKET E' OBBLIGATORIO ANCHE SE IL
000312*              REGISTRO DEI TIPI DI TABELLA, OPENTTPW, LO CHIEDE)
000320*   REGISTRA - SCRIVE SU ARKTKU LA RIGA DI STORICO LK-ARCHIVIO-TKTW/
000330*              LK-RIFERIMENTO-TKTW SOTTO IL TICKET E NE CONTA
000340*              L'UTILIZZO; SENZA TICKET NON FA NULLA
000350* ESITO "OK" O "KO" (RIFIUTATO: IL MOTIVO IN LK-MOTIVO-TKTW).
000360* UN PARAMETRO NON ANCORA CENSITO VALE COME IL SUO VALORE DI
000370* PARTENZA NEL CATALOGO DI OPENPARW.
000380*
000390 IDENTIFICATION   DIVISION.
000400 PROGRAM-ID.      OPENTKTW.
000410 ENVIRONMENT      DIVISION.
000420 CONFIGURATION    SECTION.
000430          COPY "SPECIAL.CBL".
000440 INPUT-OUTPUT     SECTION.
000450 FILE-CONTROL.
000460
000470          COPY "SELTKT.CBL".
000480          COPY "SELTKU.CBL".
000490
000500 DATA             DIVISION.
000510 FILE SECTION.
000520
000530          COPY "FDETKT.CBL".
000540          COPY "FDETKU.CBL".
000550
000560 WORKING-STORAGE  SECTION.
000570*
000580 01 STATUS-TKT                PIC XX.
000590 01 STATUS-TKU                PIC XX.
000600 01 DATA-OGGI-TKTW            PIC 9(08).
000610 01 ORA-OGGI-TKTW             PIC 9(08).
000620 01 ADESSO-TKTW               PIC 9(12).
000630 01 INIZIO-TKTW               PIC 9(12).
000640 01 FINE-TKTW                 PIC 9(12).
000650 01 TENTATIVI-TKTW            PIC 9(04).
000660 01 RICHIESTO-TKTW            PIC X.
000670    88 TICKET-OBBLIGATORIO    VALUE "S".
000680 01 IND-TKTW                  PIC 9(04).
000690*
000700***** RICHIESTA AL SERVIZIO PARAMETRI (OPENPARW)
000710*
000720 01 AZIONE-PAR-TKTW           PIC X(08).
000730 01 NOME-PAR-TKTW             PIC X(30).
000740 01 QUALIFICA-PAR-TKTW        PIC X(10).
000750 01 VALORE-PAR-TKTW           PIC X(256).
000760 01 PROGRAMMA-PAR-TKTW        PIC X(14) VALUE "OPENTKTW".
000770 01 OPERATORE-PAR-TKTW        PIC X(08).
000780 01 ESITO-PAR-TKTW            PIC XX.
000790 01 MOTIVO-PAR-TKTW           PIC X(60).
000791*
000792***** RICHIESTA AL REGISTRO DEI TIPI DI TABELLA (OPENTTPW), STESSO
000793***** TRACCIATO DI AREA-TTP-WEB
000794*
000795 01 AREA-TTP-TKTW.
000796    02 AZIONE-TTP-TKTW         PIC X(10).
000797    02 TIPO-TTP-TKTW           PIC XX.
000798    02 FILLER                  PIC X(10).
000799    02 ESITO-TTP-TKTW          PIC XX.
000800    02 FILLER                  PIC X(69).
000801    02 TICKET-TTP-TKTW         PIC X.
000802    02 FILLER                  PIC X(63).
000806*
000810 LINKAGE SECTION.
000820*
000830 01 LK-AZIONE-TKTW            PIC X(08).
000840 01 LK-NUMERO-TKTW            PIC 9(08).
000850 01 LK-ARCHIVIO-TKTW          PIC X(04).
000860 01 LK-RIFERIMENTO-TKTW       PIC X(40).
000870 01 LK-PROGRAMMA-TKTW         PIC X(14).
000880 01 LK-UTENTE-TKTW            PIC X(08).
000890 01 LK-ESITO-TKTW             PIC XX.
000900 01 LK-MOTIVO-TKTW            PIC X(60).
000910*
000920 PROCEDURE  DIVISION USING LK-AZIONE-TKTW LK-NUMERO-TKTW
000930                           LK-ARCHIVIO-TKTW LK-RIFERIMENTO-TKTW
000940                           LK-PROGRAMMA-TKTW LK-UTENTE-TKTW
000950                           LK-ESITO-TKTW LK-MOTIVO-TKTW.
000960*
000970          MOVE "OK"               TO LK-ESITO-TKTW.
000980          MOVE SPACES             TO LK-MOTIVO-TKTW.
000990          ACCEPT DATA-OGGI-TKTW   FROM DATE YYYYMMDD.
001000          ACCEPT ORA-OGGI-TKTW    FROM TIME.
001010
001020          IF LK-NUMERO-TKTW NOT NUMERIC
001030           MOVE ZEROS             TO LK-NUMERO-TKTW
001040          END-IF.
001050
001060          IF LK-AZIONE-TKTW = "VERIFICA"
001070           PERFORM VERIFICA-TKTW  THRU EX-VERIFICA-TKTW
001080           GOBACK
001090          END-IF.
001100
001110          IF LK-AZIONE-TKTW = "REGISTRA"
001120           PERFORM REGISTRA-TKTW  THRU EX-REGISTRA-TKTW
001130           GOBACK
001140          END-IF.
001150
001160          MOVE "KO"               TO LK-ESITO-TKTW.
001170          MOVE "azione sconosciuta" TO LK-MOTIVO-TKTW.
001180
001190          GOBACK.
001200*
001210***** VERIFICA PRIMA DELLA MODIFICA
001220*
001230 VERIFICA-TKTW.
001240
001250          IF LK-NUMERO-TKTW = ZEROS
001260           PERFORM OBBLIGO-TKTW   THRU EX-OBBLIGO-TKTW
001270           IF TICKET-OBBLIGATORIO
001280            MOVE "KO"             TO LK-ESITO-TKTW
001290            MOVE "questa modifica richiede un ticket approvato"
001300                                  TO LK-MOTIVO-TKTW
001310           END-IF
001320           GO TO EX-VERIFICA-TKTW
001330          END-IF.
001340
001350          MOVE "KO"               TO LK-ESITO-TKTW.
001360
001370          OPEN INPUT ARKTKT.
001380
001390          IF STATUS-TKT NOT = "00"
001400           MOVE "registro dei ticket non disponibile"
001410                                  TO LK-MOTIVO-TKTW
001420           GO TO EX-VERIFICA-TKTW
001430          END-IF.
001440
001450          MOVE LK-NUMERO-TKTW     TO NUMERO-TKT.
001460
001470          READ ARKTKT
001480           INVALID KEY
001490           MOVE "ticket inesistente" TO LK-MOTIVO-TKTW
001500           GO TO CHIUDI-VERIFICA-TKTW.
001510
001520          IF NOT TKT-APPROVATO
001530           MOVE "ticket non approvato" TO LK-MOTIVO-TKTW
001540           GO TO CHIUDI-VERIFICA-TKTW
001550          END-IF.
001560
001570          COMPUTE ADESSO-TKTW = DATA-OGGI-TKTW * 10000
001580                              + ORA-OGGI-TKTW / 10000.
001590          COMPUTE INIZIO-TKTW = DATA-INIZIO-TKT * 10000
001600                              + ORA-INIZIO-TKT.
001610          COMPUTE FINE-TKTW   = DATA-FINE-TKT * 10000
001620                              + ORA-FINE-TKT.
001630
001640          IF ADESSO-TKTW < INIZIO-TKTW OR ADESSO-TKTW > FINE-TKTW
001650           MOVE "fuori dalla finestra approvata del ticket"
001660                                  TO LK-MOTIVO-TKTW
001670           GO TO CHIUDI-VERIFICA-TKTW
001680          END-IF.
001690
001700          MOVE "OK"               TO LK-ESITO-TKTW.
001710
001720 CHIUDI-VERIFICA-TKTW.
001730
001740          CLOSE ARKTKT.
001750
001760 EX-VERIFICA-TKTW.
001770          EXIT.
001780*
001790***** OBBLIGO DEL TICKET PER L'ARCHIVIO (E IL TIPO TABELLA) INDICATI
001800*
001810 OBBLIGO-TKTW.
001820
001830          MOVE "N"                TO RICHIESTO-TKTW.
001840
001850          IF LK-ARCHIVIO-TKTW = "MVER"
001860           MOVE "TICKET-MENU"     TO NOME-PAR-TKTW
001870           PERFORM LEGGI-PAR-TKTW THRU EX-LEGGI-PAR-TKTW
001880           IF ESITO-PAR-TKTW NOT = "OK"
001890            MOVE "S"              TO VALORE-PAR-TKTW
001900           END-IF
001910           IF VALORE-PAR-TKTW(1:1) = "S"
001920            MOVE "S"              TO RICHIESTO-TKTW
001930           END-IF
001940           GO TO EX-OBBLIGO-TKTW
001950          END-IF.
001960
001970          IF LK-ARCHIVIO-TKTW NOT = "STAB"
001980           GO TO EX-OBBLIGO-TKTW
001990          END-IF.
001991
001992***** IL REGISTRO DEI TIPI PUO' RICHIEDERE IL TICKET PER IL TIPO
001993
001994          MOVE SPACES             TO AREA-TTP-TKTW.
001995          MOVE "LEGGI"            TO AZIONE-TTP-TKTW.
001996          MOVE LK-RIFERIMENTO-TKTW(1:2) TO TIPO-TTP-TKTW.
001997
001998          CALL "OPENTTPW" USING AREA-TTP-TKTW.
001999
002000          IF ESITO-TTP-TKTW = "OK" AND TICKET-TTP-TKTW = "S"
002001           MOVE "S"               TO RICHIESTO-TKTW
002002           GO TO EX-OBBLIGO-TKTW
002003          END-IF.
002006
002010          MOVE "TICKET-TABELLE"   TO NOME-PAR-TKTW.
002020          PERFORM LEGGI-PAR-TKTW  THRU EX-LEGGI-PAR-TKTW.
002030
002040          IF ESITO-PAR-TKTW NOT = "OK"
002050           MOVE "RE,LI,BG"        TO VALORE-PAR-TKTW
002060          END-IF.
002070
002080          MOVE 1                  TO IND-TKTW.
002090
002100 CICLO-OBBLIGO-TKTW.
002110
002120          IF IND-TKTW > 59 GO TO EX-OBBLIGO-TKTW.
002130
002140          IF VALORE-PAR-TKTW(IND-TKTW:2) =
002150             LK-RIFERIMENTO-TKTW(1:2)
002160           MOVE "S"               TO RICHIESTO-TKTW
002170           GO TO EX-OBBLIGO-TKTW
002180          END-IF.
002190
002200          ADD 3                   TO IND-TKTW.
002210
002220          GO TO CICLO-OBBLIGO-TKTW.
002230
002240 EX-OBBLIGO-TKTW.
002250          EXIT.
002260
002270 LEGGI-PAR-TKTW.
002280
002290          MOVE "LEGGI"            TO AZIONE-PAR-TKTW.
002300          MOVE SPACES             TO QUALIFICA-PAR-TKTW
002310                                     VALORE-PAR-TKTW.
002320          MOVE LK-UTENTE-TKTW     TO OPERATORE-PAR-TKTW.
002330
002340          CALL "OPENPARW" USING AZIONE-PAR-TKTW NOME-PAR-TKTW
002350                                QUALIFICA-PAR-TKTW VALORE-PAR-TKTW
002360                                PROGRAMMA-PAR-TKTW
002370                                OPERATORE-PAR-TKTW ESITO-PAR-TKTW
002380                                MOTIVO-PAR-TKTW.
002390          CANCEL "OPENPARW".
002400
002410 EX-LEGGI-PAR-TKTW.
002420          EXIT.
002430*
002440***** REGISTRAZIONE DI UNA RIGA DI STORICO SOTTO IL TICKET: UNA
002450***** RIGA GIA' PRESENTE CON LA STESSA CHIAVE VIENE RISCRITTA
002460*
002470 REGISTRA-TKTW.
002480
002490          IF LK-NUMERO-TKTW = ZEROS GO TO EX-REGISTRA-TKTW.
002500
002510          OPEN I-O ARKTKU.
002520
002530          IF STATUS-TKU = "35"
002540           OPEN OUTPUT ARKTKU
002550           CLOSE ARKTKU
002560           OPEN I-O ARKTKU
002570          END-IF.
002580
002590          IF STATUS-TKU NOT = "00"
002600           MOVE "KO"              TO LK-ESITO-TKTW
002610           MOVE "giornale dei ticket non disponibile"
002620                                  TO LK-MOTIVO-TKTW
002630           GO TO EX-REGISTRA-TKTW
002640          END-IF.
002650
002660          MOVE SPACES             TO UTILIZZO-TICKET.
002670          MOVE LK-ARCHIVIO-TKTW   TO ARCHIVIO-TKU.
002680          MOVE LK-RIFERIMENTO-TKTW TO RIFERIMENTO-TKU.
002690          MOVE LK-NUMERO-TKTW     TO NUMERO-TKU.
002700          MOVE DATA-OGGI-TKTW     TO DATA-TKU.
002710          MOVE ORA-OGGI-TKTW(1:6) TO ORA-TKU.
002720          MOVE LK-UTENTE-TKTW     TO UTENTE-TKU.
002730          MOVE LK-PROGRAMMA-TKTW  TO PROGRAMMA-TKU.
002740
002750          WRITE UTILIZZO-TICKET
002760           INVALID KEY
002770           REWRITE UTILIZZO-TICKET
002780            INVALID KEY
002790            MOVE "KO"             TO LK-ESITO-TKTW
002800            MOVE "registrazione dell'utilizzo non riuscita"
002810                                  TO LK-MOTIVO-TKTW.
002820
002830          CLOSE ARKTKU.
002840
002850          IF LK-ESITO-TKTW NOT = "OK" GO TO EX-REGISTRA-TKTW.
002860
002870          PERFORM CONTA-TKTW      THRU EX-CONTA-TKTW.
002880
002890 EX-REGISTRA-TKTW.
002900          EXIT.
002910*
002920***** UN UTILIZZO IN PIU' SUL TICKET (RIGA LETTA CON BLOCCO)
002930*
002940 CONTA-TKTW.
002950
002960          OPEN I-O ARKTKT.
002970
002980          IF STATUS-TKT NOT = "00" GO TO EX-CONTA-TKTW.
002990
003000          MOVE ZEROS              TO TENTATIVI-TKTW.
003010
003020 LEGGI-CONTA-TKTW.
003030
003040          MOVE LK-NUMERO-TKTW     TO NUMERO-TKT.
003050
003060          READ ARKTKT.
003070
003080          IF STATUS-TKT = "51" OR STATUS-TKT = "9D"
003090           ADD 1                  TO TENTATIVI-TKTW
003100           IF TENTATIVI-TKTW < 9999
003110            GO TO LEGGI-CONTA-TKTW
003120           END-IF
003130          END-IF.
003140
003150          IF STATUS-TKT NOT = "00" AND STATUS-TKT NOT = "02"
003160           GO TO CHIUDI-CONTA-TKTW
003170          END-IF.
003180
003190          IF UTILIZZI-TKT NOT NUMERIC
003200           MOVE ZEROS             TO UTILIZZI-TKT
003210          END-IF.
003220
003230          ADD 1                   TO UTILIZZI-TKT.
003240
003250          REWRITE TICKET-CAMBIAMENTO.
003260
003270 CHIUDI-CONTA-TKTW.
003280
003290          CLOSE ARKTKT.
003300
003310 EX-CONTA-TKTW.
003320          EXIT.
