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
000200* SCADENZA DEGLI ACCORDI DI CONDIVISIONE FRA ENTI (ARKCND): DA
000210* SCHEDULARE OGNI NOTTE CON openskd.exe. UN ACCORDO ATTIVO CON
000220* VALIDO-AL GIA' PASSATO PASSA IN STATO "S" (SCADUTO): DA QUEL
000230* MOMENTO OPENCNDW NON LO CONSIDERA PIU' E LE GRIGLIE TORNANO
000240* ALL'ENTE DI SESSIONE; LA SCADENZA VA SUL GIORNALE ARKACC
000250* ("ACCORDO") E AI CONTATTI DEI DUE ENTI (CONTATTO-ENT SU ARKENT).
000260* ENTRO I GIORNI DEL PARAMETRO CONDIVISIONE-PREAVVISO (DEFAULT 30)
000270* GLI STESSI CONTATTI RICEVONO UN AVVISO, UNA VOLTA PER SCADENZA
000280* (AVVISO-CND), PER RINNOVARE L'ACCORDO IN TEMPO DA openmcnd.exe.
000290* SENZA CONTATTI LE NOTIFICHE VANNO AGLI AMMINISTRATORI ("NT").
000300* RC 0, 8 SE ARKCND NON SI APRE.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENBCND.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360          COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000390
000400          COPY "SELCND.CBL".
000410          COPY "SELENT.CBL".
000420          COPY "SELACC.CBL".
000430          COPY "SELNOT.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000470
000480          COPY "FDECND.CBL".
000490          COPY "FDEENT.CBL".
000500          COPY "FDEACC.CBL".
000510          COPY "FDENOT.CBL".
000520
000530 WORKING-STORAGE  SECTION.
000540
000550          COPY "GLOBALS.CBL".
000560*
000570 01 OGGI-BCND                 PIC 9(8).
000580 01 PREAVVISO-BCND            PIC 9(3).
000590 01 LIMITE-BCND               PIC 9(8).
000600 01 GIORNO-INT-BCND           PIC 9(7).
000610*
000620 01 CONTATTO-FONTE-BCND       PIC X(40).
000630 01 CONTATTO-DEST-BCND        PIC X(40).
000640*
000650 01 ESAMINATI-BCND            PIC 9(5).
000660 01 SCADUTI-BCND              PIC 9(5).
000670 01 AVVISATI-BCND             PIC 9(5).
000680*
000690 PROCEDURE  DIVISION.
000700*
000710          DISPLAY "SCADENZA ACCORDI DI CONDIVISIONE FRA ENTI".
000720
000730          ACCEPT OGGI-BCND        FROM DATE YYYYMMDD.
000740
000750          MOVE ZEROS              TO ESAMINATI-BCND
000760                                     SCADUTI-BCND
000770                                     AVVISATI-BCND.
000780
000790          MOVE "CONDIVISIONE-PREAVVISO" TO NOME-PAR-WEB.
000800          PERFORM PARAMETRO-BCND  THRU EX-PARAMETRO-BCND.
000810          MOVE 30                 TO PREAVVISO-BCND.
000820          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
000830           MOVE NUMERO-PAR-WEB    TO PREAVVISO-BCND
000840          END-IF.
000850
000860          COMPUTE GIORNO-INT-BCND =
000870           FUNCTION INTEGER-OF-DATE(OGGI-BCND) + PREAVVISO-BCND.
000880          COMPUTE LIMITE-BCND =
000890           FUNCTION DATE-OF-INTEGER(GIORNO-INT-BCND).
000900
000910          PERFORM OPEN-I-CND      THRU EX-OPEN-I-CND.
000920
000930          IF STATUS-CND NOT = "00"
000940           DISPLAY "OPENBCND: ARKCND NON DISPONIBILE, STATUS = "
000950            STATUS-CND
000960           MOVE 8                 TO RETURN-CODE
000970           GOBACK
000980          END-IF.
000990
001000          PERFORM OPEN-I-ENT      THRU EX-OPEN-I-ENT.
001010          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
001020          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
001030
001040          MOVE LOW-VALUE          TO CHIAVE-CND.
001050          PERFORM STARTO-CND      THRU EX-STARTO-CND.
001060
001070          IF ESITO-NOK GO TO FINE-BCND.
001080
001090 CICLO-BCND.
001100
001110          PERFORM LEGGO-NEXT-CND  THRU EX-LEGGO-NEXT-CND.
001120
001130          IF FINE-FILE = "S" GO TO FINE-BCND.
001140
001150          IF NOT CND-ATTIVO GO TO CICLO-BCND.
001160
001170          ADD 1                   TO ESAMINATI-BCND.
001180
001190          IF VALIDO-AL-CND < OGGI-BCND
001200           PERFORM SCADI-BCND     THRU EX-SCADI-BCND
001210           GO TO CICLO-BCND
001220          END-IF.
001230
001240          IF VALIDO-AL-CND NOT > LIMITE-BCND
001250           AND AVVISO-CND NOT = VALIDO-AL-CND
001260           PERFORM AVVISA-BCND    THRU EX-AVVISA-BCND
001270          END-IF.
001280
001290          GO TO CICLO-BCND.
001300
001310 FINE-BCND.
001320
001330          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
001340          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
001350          PERFORM CLOSE-ENT       THRU EX-CLOSE-ENT.
001360          PERFORM CLOSE-CND       THRU EX-CLOSE-CND.
001370
001380          DISPLAY " ".
001390          DISPLAY "ACCORDI ATTIVI ESAMINATI: " ESAMINATI-BCND.
001400          DISPLAY "ACCORDI SCADUTI         : " SCADUTI-BCND.
001410          DISPLAY "AVVISI DI SCADENZA      : " AVVISATI-BCND.
001420
001430          MOVE ZEROS              TO RETURN-CODE.
001440
001450          GOBACK.
001460
001470          COPY "PIOCND.CBL".
001480          COPY "PIOENT.CBL".
001490          COPY "PIOACC.CBL".
001500          COPY "PIONOT.CBL".
001510*
001520***** ACCORDO OLTRE LA SCADENZA: STATO "S", GIORNALE E NOTIFICA
001530*
001540 SCADI-BCND.
001550
001560          SET CND-SCADUTO         TO TRUE.
001570          PERFORM RISCRIVI-CND    THRU EX-RISCRIVI-CND.
001580
001590          IF ESITO-NOK
001600           DISPLAY ENTE-FONTE-CND ">" ENTE-DEST-CND " N."
001610            NUMERO-CND " ERRORE IN RISCRITTURA"
001620           GO TO EX-SCADI-BCND
001630          END-IF.
001640
001650          ADD 1                   TO SCADUTI-BCND.
001660          DISPLAY ENTE-FONTE-CND ">" ENTE-DEST-CND " N."
001665           NUMERO-CND
001670           " PROT. " PROTOCOLLO-CND " SCADUTO IL " VALIDO-AL-CND.
001680
001690          MOVE "OPENBCND"         TO UTENTE-ACC-WEB.
001700          MOVE "ACCORDO"          TO EVENTO-ACC-WEB.
001710          MOVE "OK"               TO ESITO-ACC-WEB.
001720          MOVE SPACES             TO NOTA-ACC-WEB.
001730          STRING "scaduto " ENTE-FONTE-CND ">" ENTE-DEST-CND
001740           " N." NUMERO-CND " AL " VALIDO-AL-CND
001750           DELIMITED BY SIZE INTO NOTA-ACC-WEB.
001760          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
001770
001780          PERFORM DESTINATARI-BCND THRU EX-DESTINATARI-BCND.
001790
001800          MOVE SPACES             TO TESTO-NOT-WEB.
001810          STRING "Accordo " ENTE-FONTE-CND ">" ENTE-DEST-CND
001820           " prot. " PROTOCOLLO-CND " scaduto il " VALIDO-AL-CND
001830           ": accesso chiuso"
001840           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
001850          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
001860
001870 EX-SCADI-BCND.
001880          EXIT.
001890*
001900***** SCADENZA VICINA: AVVISO UNA SOLA VOLTA PER DATA DI SCADENZA
001910*
001920 AVVISA-BCND.
001930
001940          ADD 1                   TO AVVISATI-BCND.
001950          DISPLAY ENTE-FONTE-CND ">" ENTE-DEST-CND " N."
001955           NUMERO-CND
001960           " PROT. " PROTOCOLLO-CND " SCADE IL " VALIDO-AL-CND.
001970
001980          PERFORM DESTINATARI-BCND THRU EX-DESTINATARI-BCND.
001990
002000          MOVE SPACES             TO TESTO-NOT-WEB.
002010          STRING "Accordo " ENTE-FONTE-CND ">" ENTE-DEST-CND
002020           " prot. " PROTOCOLLO-CND " scade il " VALIDO-AL-CND
002030           ": rinnovarlo se serve"
002040           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
002050          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
002060
002070          MOVE VALIDO-AL-CND      TO AVVISO-CND.
002080          PERFORM RISCRIVI-CND    THRU EX-RISCRIVI-CND.
002090
002100 EX-AVVISA-BCND.
002110          EXIT.
002120*
002130***** TIPO, RIFERIMENTO E DESTINATARI DELLA NOTIFICA: I CONTATTI
002140***** DEI DUE ENTI, A SPAZI (AMMINISTRATORI) SE NESSUNO DEI DUE
002150***** NE HA UNO
002160*
002170 DESTINATARI-BCND.
002180
002190          MOVE SPACES             TO CONTATTO-FONTE-BCND
002200                                     CONTATTO-DEST-BCND.
002210
002220          MOVE ENTE-FONTE-CND     TO CODICE-ENT.
002230          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
002240          IF ESITO-OK
002250           MOVE CONTATTO-ENT      TO CONTATTO-FONTE-BCND
002260          END-IF.
002270
002280          MOVE ENTE-DEST-CND      TO CODICE-ENT.
002290          PERFORM LEGGO-ENT       THRU EX-LEGGO-ENT.
002300          IF ESITO-OK
002310           MOVE CONTATTO-ENT      TO CONTATTO-DEST-BCND
002320          END-IF.
002330
002340          MOVE SPACES             TO DESTINATARI-NOT-WEB.
002350          STRING CONTATTO-FONTE-BCND DELIMITED BY SPACE
002360           " "                    DELIMITED BY SIZE
002370           CONTATTO-DEST-BCND     DELIMITED BY SPACE
002380           INTO DESTINATARI-NOT-WEB.
002390
002400          MOVE "ACCORDO"          TO TIPO-NOT-WEB.
002410          MOVE "M"                TO SEVERITA-NOT-WEB.
002420          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
002430          STRING "CND " ENTE-FONTE-CND ENTE-DEST-CND NUMERO-CND
002440           " " VALIDO-AL-CND
002450           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
002460
002470 EX-DESTINATARI-BCND.
002480          EXIT.
002490*
002500***** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
002510***** IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
002520*
002530 PARAMETRO-BCND.
002540
002550          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
002560          MOVE SPACES             TO QUALIFICA-PAR-WEB.
002570          MOVE "OPENBCND"         TO PROGRAMMA-PAR-WEB
002580                                     OPERATORE-PAR-WEB.
002590
002600          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
002610                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
002620                                PROGRAMMA-PAR-WEB
002630                                OPERATORE-PAR-WEB ESITO-PAR-WEB
002640                                MOTIVO-PAR-WEB.
002650          CANCEL "OPENPARW".
002660
002670          IF ESITO-PAR-WEB NOT = "OK"
002680           MOVE SPACES            TO VALORE-PAR-WEB
002690          END-IF.
002700
002710 EX-PARAMETRO-BCND.
002720          EXIT.
