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
000200* SORVEGLIANZA DELLE UTENZE NON PERSONALI: DA SCHEDULARE OGNI
000210* NOTTE CON openskd.exe. DUE PASSATE:
000220*  - ARKUTEN: OGNI UTENZA ATTIVA CON TIPO-UTEN NON PERSONALE
000230*    DEVE AVERE LA SCHEDA SU ARKSVC (openmsvc.exe), ALTRIMENTI
000240*    NON HA NE' RESPONSABILE NE' SCOPO: SEGNALATA;
000250*  - ARKSVC: SCHEDE DI UTENZE SPARITE O CANCELLATE (SEGNALATE),
000260*    TIPO-UTEN DISALLINEATO DALLA SCHEDA (RIALLINEATO), RESPONSABILE
000270*    NON PIU' VALIDO (ASSENTE, CANCELLATO, BLOCCATO O NON PERSONA:
000280*    SEGNALATO AGLI AMMINISTRATORI), REVISIONE ENTRO I GIORNI DI
000290*    SERVIZIO-PREAVVISO (AVVISO AL RESPONSABILE, UNA VOLTA PER
000300*    SCADENZA TRAMITE AVVISO-SVC) E REVISIONE SCADUTA DA PIU' DEI
000310*    GIORNI DI SERVIZIO-GRAZIA SENZA ATTESTAZIONE: L'UTENZA VIENE
000320*    BLOCCATA (BLOCCATO-UTEN, COME I DORMIENTI), GIORNALIZZATA SU
000330*    ARKACC E NOTIFICATA. LO SBLOCCO RESTA AMMINISTRATIVO, DOPO
000340*    L'ATTESTAZIONE DEL RESPONSABILE.
000350* LE SEGNALAZIONI SU ARKNOT PARTONO UNA VOLTA SOLA (RIFERIMENTO
000360* "SVC chiave motivo", STESSO CONTROLLO DI openuval.exe).
000370* RC 0, 4 SE C'E' QUALCOSA DA SISTEMARE, 8 SE ARKSVC NON SI APRE.
000380*
000390 IDENTIFICATION   DIVISION.
000400 PROGRAM-ID.      OPENBSVC.
000410 ENVIRONMENT      DIVISION.
000420 CONFIGURATION    SECTION.
000430          COPY "SPECIAL.CBL".
000440 INPUT-OUTPUT     SECTION.
000450 FILE-CONTROL.
000460
000470          COPY "SELSVC.CBL".
000480          COPY "SELUTEN.CBL".
000490          COPY "SELACC.CBL".
000500          COPY "SELNOT.CBL".
000510
000520 DATA             DIVISION.
000530 FILE SECTION.
000540
000550          COPY "FDESVC.CBL".
000560          COPY "FDEUTEN.CBL".
000570          COPY "FDEACC.CBL".
000580          COPY "FDENOT.CBL".
000590
000600 WORKING-STORAGE  SECTION.
000610
000620          COPY "GLOBALS.CBL".
000630*
000640 01 OGGI-BSVC                 PIC 9(8).
000650 01 PREAVVISO-BSVC            PIC 9(3).
000660 01 GRAZIA-BSVC               PIC 9(3).
000670 01 LIMITE-AVVISO-BSVC        PIC 9(8).
000680 01 LIMITE-BLOCCO-BSVC        PIC 9(8).
000690 01 GIORNO-INT-BSVC           PIC 9(7).
000700*
000710 01 RESP-VALIDO-BSVC          PIC X.
000720 01 MOTIVO-BSVC               PIC X(8).
000730 01 RIF-CERCA-BSVC            PIC X(30).
000740 01 TROVATO-BSVC              PIC X.
000750*
000760 01 ESAMINATE-BSVC            PIC 9(5).
000770 01 SENZA-SCHEDA-BSVC         PIC 9(5).
000780 01 ORFANE-BSVC               PIC 9(5).
000790 01 RIALLINEATE-BSVC          PIC 9(5).
000800 01 RESP-INVALIDI-BSVC        PIC 9(5).
000810 01 IN-SCADENZA-BSVC          PIC 9(5).
000820 01 BLOCCATE-BSVC             PIC 9(5).
000830*
000840 PROCEDURE  DIVISION.
000850*
000860          DISPLAY "SORVEGLIANZA UTENZE NON PERSONALI".
000870
000880          ACCEPT OGGI-BSVC        FROM DATE YYYYMMDD.
000890
000900          MOVE ZEROS              TO ESAMINATE-BSVC
000910                                     SENZA-SCHEDA-BSVC
000920                                     ORFANE-BSVC
000930                                     RIALLINEATE-BSVC
000940                                     RESP-INVALIDI-BSVC
000950                                     IN-SCADENZA-BSVC
000960                                     BLOCCATE-BSVC.
000970
000980          MOVE "SERVIZIO-PREAVVISO" TO NOME-PAR-WEB.
000990          PERFORM PARAMETRO-BSVC  THRU EX-PARAMETRO-BSVC.
001000          MOVE 30                 TO PREAVVISO-BSVC.
001010          IF NUMERO-PAR-WEB NUMERIC AND NUMERO-PAR-WEB > ZEROS
001020           MOVE NUMERO-PAR-WEB    TO PREAVVISO-BSVC
001030          END-IF.
001040
001050          MOVE "SERVIZIO-GRAZIA"  TO NOME-PAR-WEB.
001060          PERFORM PARAMETRO-BSVC  THRU EX-PARAMETRO-BSVC.
001070          MOVE 30                 TO GRAZIA-BSVC.
001080          IF NUMERO-PAR-WEB NUMERIC
001090           MOVE NUMERO-PAR-WEB    TO GRAZIA-BSVC
001100          END-IF.
001110
001120          COMPUTE GIORNO-INT-BSVC =
001130           FUNCTION INTEGER-OF-DATE(OGGI-BSVC) + PREAVVISO-BSVC.
001140          COMPUTE LIMITE-AVVISO-BSVC =
001150           FUNCTION DATE-OF-INTEGER(GIORNO-INT-BSVC).
001160
001170          COMPUTE GIORNO-INT-BSVC =
001180           FUNCTION INTEGER-OF-DATE(OGGI-BSVC) - GRAZIA-BSVC.
001190          COMPUTE LIMITE-BLOCCO-BSVC =
001200           FUNCTION DATE-OF-INTEGER(GIORNO-INT-BSVC).
001210
001220          PERFORM OPEN-I-SVC      THRU EX-OPEN-I-SVC.
001230
001240          IF STATUS-SVC NOT = "00"
001250           DISPLAY "OPENBSVC: ARKSVC NON DISPONIBILE, STATUS = "
001260            STATUS-SVC
001270           MOVE 8                 TO RETURN-CODE
001280           GOBACK
001290          END-IF.
001300
001310          PERFORM OPEN-I-UTEN     THRU EX-OPEN-I-UTEN.
001320          PERFORM OPEN-E-ACC      THRU EX-OPEN-E-ACC.
001330          PERFORM OPEN-I-NOT      THRU EX-OPEN-I-NOT.
001340
001350***** PRIMA PASSATA: UTENZE NON PERSONALI SENZA SCHEDA
001360
001370          DISPLAY " ".
001380          DISPLAY "UTENZE NON PERSONALI SENZA SCHEDA".
001390
001400          MOVE LOW-VALUE          TO CHIAVE-UTEN.
001410          PERFORM STARTO-UTEN     THRU EX-STARTO-UTEN.
001420
001430          IF ESITO-NOK GO TO SECONDA-PASSATA-BSVC.
001440
001450 CICLO-UTEN-BSVC.
001460
001470          PERFORM LEGGO-NEXT-UTEN THRU EX-LEGGO-NEXT-UTEN.
001480
001490          IF FINE-FILE = "S" GO TO SECONDA-PASSATA-BSVC.
001500
001510          IF UTENTE-CANCELLATO OR UTENZA-PERSONA
001520           GO TO CICLO-UTEN-BSVC
001530          END-IF.
001540
001550          MOVE CHIAVE-UTEN        TO CHIAVE-SVC.
001560          PERFORM LEGGO-SVC       THRU EX-LEGGO-SVC.
001570
001580          IF ESITO-OK GO TO CICLO-UTEN-BSVC.
001590
001600          ADD 1                   TO SENZA-SCHEDA-BSVC.
001610          DISPLAY CHIAVE-UTEN " TIPO " TIPO-UTEN
001620           " SENZA SCHEDA SU ARKSVC".
001630
001640          MOVE CHIAVE-UTEN        TO UTENTE-SVC.
001650          MOVE "SCHEDA"           TO MOTIVO-BSVC.
001660          MOVE SPACES             TO DESTINATARI-NOT-WEB.
001670          MOVE SPACES             TO TESTO-NOT-WEB.
001680          STRING "Utenza non personale " CHIAVE-UTEN
001690           " senza responsabile ne' scopo: registrarla"
001700           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
001710          PERFORM AVVISA-BSVC     THRU EX-AVVISA-BSVC.
001720
001730          GO TO CICLO-UTEN-BSVC.
001740
001750***** SECONDA PASSATA: LE SCHEDE
001760
001770 SECONDA-PASSATA-BSVC.
001780
001790          DISPLAY " ".
001800          DISPLAY "SCHEDE DELLE UTENZE NON PERSONALI".
001810
001820          MOVE LOW-VALUE          TO CHIAVE-SVC.
001830          PERFORM STARTO-SVC      THRU EX-STARTO-SVC.
001840
001850          IF ESITO-NOK GO TO FINE-BSVC.
001860
001870 CICLO-SVC-BSVC.
001880
001890          PERFORM LEGGO-NEXT-SVC  THRU EX-LEGGO-NEXT-SVC.
001900
001910          IF FINE-FILE = "S" GO TO FINE-BSVC.
001920
001930          ADD 1                   TO ESAMINATE-BSVC.
001940
001950          PERFORM ESAMINA-BSVC    THRU EX-ESAMINA-BSVC.
001960
001970          GO TO CICLO-SVC-BSVC.
001980
001990 FINE-BSVC.
002000
002010          PERFORM CLOSE-NOT       THRU EX-CLOSE-NOT.
002020          PERFORM CLOSE-ACC       THRU EX-CLOSE-ACC.
002030          PERFORM CLOSE-UTEN      THRU EX-CLOSE-UTEN.
002040          PERFORM CLOSE-SVC       THRU EX-CLOSE-SVC.
002050
002060          DISPLAY " ".
002070          DISPLAY "SCHEDE ESAMINATE       : " ESAMINATE-BSVC.
002080          DISPLAY "UTENZE SENZA SCHEDA    : " SENZA-SCHEDA-BSVC.
002090          DISPLAY "SCHEDE ORFANE          : " ORFANE-BSVC.
002100          DISPLAY "TIPI RIALLINEATI       : " RIALLINEATE-BSVC.
002110          DISPLAY "RESPONSABILI NON VALIDI: " RESP-INVALIDI-BSVC.
002120          DISPLAY "REVISIONI IN SCADENZA  : " IN-SCADENZA-BSVC.
002130          DISPLAY "UTENZE BLOCCATE        : " BLOCCATE-BSVC.
002140
002150          MOVE ZEROS              TO RETURN-CODE.
002160          IF SENZA-SCHEDA-BSVC > ZEROS OR ORFANE-BSVC > ZEROS
002170           OR RESP-INVALIDI-BSVC > ZEROS OR BLOCCATE-BSVC > ZEROS
002180           MOVE 4                 TO RETURN-CODE
002190          END-IF.
002200
002210          GOBACK.
002220
002230          COPY "PIOSVC.CBL".
002240          COPY "PIOUTEN.CBL".
002250          COPY "PIOACC.CBL".
002260          COPY "PIONOT.CBL".
002270*
002280***** UNA SCHEDA: PRIMA IL RESPONSABILE, POI L'UTENZA (CHE RESTA
002290***** NEL RECORD PER LE EVENTUALI RISCRITTURE)
002300*
002310 ESAMINA-BSVC.
002320
002330          MOVE "S"                TO RESP-VALIDO-BSVC.
002340          MOVE RESPONSABILE-SVC   TO CHIAVE-UTEN.
002350          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
002360
002370          IF ESITO-NOK
002380           MOVE "N"               TO RESP-VALIDO-BSVC
002390          ELSE
002400           IF UTENTE-CANCELLATO OR UTENTE-BLOCCATO
002410            OR NOT UTENZA-PERSONA
002420            MOVE "N"              TO RESP-VALIDO-BSVC
002430           END-IF
002440          END-IF.
002450
002460          MOVE UTENTE-SVC         TO CHIAVE-UTEN.
002470          PERFORM LEGGO-UTEN      THRU EX-LEGGO-UTEN.
002480
002490          IF ESITO-NOK OR UTENTE-CANCELLATO
002500           ADD 1                  TO ORFANE-BSVC
002510           DISPLAY UTENTE-SVC " SCHEDA ORFANA (UTENZA ASSENTE O "
002520            "CANCELLATA): TOGLIERLA DA openmsvc"
002530           GO TO EX-ESAMINA-BSVC
002540          END-IF.
002550
002560          IF TIPO-UTEN NOT = TIPO-SVC
002570           ADD 1                  TO RIALLINEATE-BSVC
002580           DISPLAY UTENTE-SVC " TIPO-UTEN " TIPO-UTEN
002590            " RIALLINEATO A " TIPO-SVC
002600           MOVE TIPO-SVC          TO TIPO-UTEN
002610           PERFORM RISCRIVI-UTEN  THRU EX-RISCRIVI-UTEN
002620          END-IF.
002630
002640          IF RESP-VALIDO-BSVC = "N"
002650           ADD 1                  TO RESP-INVALIDI-BSVC
002660           DISPLAY UTENTE-SVC " RESPONSABILE " RESPONSABILE-SVC
002670            " NON PIU' VALIDO"
002680           MOVE "RESP"            TO MOTIVO-BSVC
002690           MOVE SPACES            TO DESTINATARI-NOT-WEB
002700           MOVE SPACES            TO TESTO-NOT-WEB
002710           STRING "Utenza " UTENTE-SVC ": il responsabile "
002720            RESPONSABILE-SVC " non e' piu' valido, sostituirlo"
002730            DELIMITED BY SIZE INTO TESTO-NOT-WEB
002740           PERFORM AVVISA-BSVC    THRU EX-AVVISA-BSVC
002750          END-IF.
002760
002770          IF REVISIONE-SVC < LIMITE-BLOCCO-BSVC
002780           PERFORM BLOCCA-BSVC    THRU EX-BLOCCA-BSVC
002790           GO TO EX-ESAMINA-BSVC
002800          END-IF.
002810
002820          IF REVISIONE-SVC > LIMITE-AVVISO-BSVC
002830           OR AVVISO-SVC = REVISIONE-SVC
002840           GO TO EX-ESAMINA-BSVC
002850          END-IF.
002860
002870          ADD 1                   TO IN-SCADENZA-BSVC.
002880          DISPLAY UTENTE-SVC " DA ATTESTARE ENTRO IL "
002890           REVISIONE-SVC " (RESPONSABILE " RESPONSABILE-SVC ")".
002900
002920          MOVE "SERVIZIO"         TO TIPO-NOT-WEB.
002930          MOVE "M"                TO SEVERITA-NOT-WEB.
002940          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
002950          STRING "SVC " UTENTE-SVC " REV " REVISIONE-SVC
002960           DELIMITED BY SIZE INTO RIFERIMENTO-NOT-WEB.
002970          MOVE SPACES             TO DESTINATARI-NOT-WEB.
002980          IF RESP-VALIDO-BSVC = "S"
002990           MOVE RESPONSABILE-SVC  TO DESTINATARI-NOT-WEB
003000          END-IF.
003010          MOVE SPACES             TO TESTO-NOT-WEB.
003020          STRING "Attestare entro il " REVISIONE-SVC
003030           " che l'utenza " UTENTE-SVC " serve ancora"
003040           " (openmsvc, funzione attesta)"
003050           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
003060          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
003070
003080          MOVE REVISIONE-SVC      TO AVVISO-SVC.
003090          PERFORM RISCRIVI-SVC    THRU EX-RISCRIVI-SVC.
003100
003110 EX-ESAMINA-BSVC.
003120          EXIT.
003130*
003140***** REVISIONE SCADUTA OLTRE LA GRAZIA: BLOCCO DELL'UTENZA
003150*
003160 BLOCCA-BSVC.
003170
003180          IF UTENTE-BLOCCATO
003190           DISPLAY UTENTE-SVC " REVISIONE " REVISIONE-SVC
003200            " SCADUTA, UTENZA GIA' BLOCCATA"
003210           GO TO EX-BLOCCA-BSVC
003220          END-IF.
003230
003240          SET UTENTE-BLOCCATO     TO TRUE.
003250          MOVE OGGI-BSVC          TO DATA-BLOCCO-UTEN.
003260          PERFORM RISCRIVI-UTEN   THRU EX-RISCRIVI-UTEN.
003270
003280          IF ESITO-NOK
003290           DISPLAY UTENTE-SVC " ERRORE IN RISCRITTURA"
003300           GO TO EX-BLOCCA-BSVC
003310          END-IF.
003320
003330          ADD 1                   TO BLOCCATE-BSVC.
003340          DISPLAY UTENTE-SVC " REVISIONE " REVISIONE-SVC
003350           " SCADUTA SENZA ATTESTAZIONE - BLOCCATA".
003360
003370          MOVE UTENTE-SVC         TO UTENTE-ACC-WEB.
003380          MOVE "BLOCCO"           TO EVENTO-ACC-WEB.
003390          MOVE "OK"               TO ESITO-ACC-WEB.
003400          MOVE "attestazione del responsabile mancante"
003410           TO NOTA-ACC-WEB.
003420          PERFORM SCRIVI-EVENTO-ACC THRU EX-SCRIVI-EVENTO-ACC.
003430
003440          MOVE "BLOCCOUTEN"       TO TIPO-NOT-WEB.
003450          MOVE "A"                TO SEVERITA-NOT-WEB.
003460          MOVE SPACES             TO RIFERIMENTO-NOT-WEB.
003470          MOVE UTENTE-SVC         TO RIFERIMENTO-NOT-WEB(1:8).
003480          MOVE SPACES             TO DESTINATARI-NOT-WEB.
003490          IF RESP-VALIDO-BSVC = "S"
003500           MOVE RESPONSABILE-SVC  TO DESTINATARI-NOT-WEB
003510          END-IF.
003520          MOVE SPACES             TO TESTO-NOT-WEB.
003530          STRING "Utenza " UTENTE-SVC " bloccata: revisione del "
003540           REVISIONE-SVC " non attestata"
003550           DELIMITED BY SIZE INTO TESTO-NOT-WEB.
003560          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
003570
003580 EX-BLOCCA-BSVC.
003590          EXIT.
003600*
003610***** SEGNALAZIONE AGLI AMMINISTRATORI (DESTINATARI DA TABELLA
003620***** "NT" SE A SPAZI), UNA SOLA VOLTA PER UTENZA E MOTIVO
003630*
003640 AVVISA-BSVC.
003650
003660          MOVE SPACES             TO RIF-CERCA-BSVC.
003670          STRING "SVC " UTENTE-SVC " " MOTIVO-BSVC
003680           DELIMITED BY SIZE INTO RIF-CERCA-BSVC.
003690
003700          PERFORM CERCA-GIA-AVVISATO-BSVC
003710           THRU EX-CERCA-GIA-AVVISATO-BSVC.
003720
003730          IF TROVATO-BSVC = "S"
003740           GO TO EX-AVVISA-BSVC
003750          END-IF.
003760
003770          MOVE "SERVIZIO"         TO TIPO-NOT-WEB.
003780          MOVE "M"                TO SEVERITA-NOT-WEB.
003790          MOVE RIF-CERCA-BSVC     TO RIFERIMENTO-NOT-WEB.
003800
003810          PERFORM SCRIVI-EVENTO-NOT THRU EX-SCRIVI-EVENTO-NOT.
003820
003830 EX-AVVISA-BSVC.
003840          EXIT.
003850*
003860***** C'E' GIA' UNA NOTIFICA CON QUESTO RIFERIMENTO?
003870*
003880 CERCA-GIA-AVVISATO-BSVC.
003890
003900          MOVE "N"                TO TROVATO-BSVC.
003910
003920          MOVE LOW-VALUES         TO CHIAVE-NOT.
003930          PERFORM STARTO-NOT      THRU EX-STARTO-NOT.
003940
003950          IF ESITO-NOK GO TO EX-CERCA-GIA-AVVISATO-BSVC.
003960
003970 CICLO-CERCA-BSVC.
003980
003990          PERFORM LEGGO-NEXT-NOT  THRU EX-LEGGO-NEXT-NOT.
004000
004010          IF FINE-FILE = "S" GO TO EX-CERCA-GIA-AVVISATO-BSVC.
004020
004030          IF RIFERIMENTO-NOT = RIF-CERCA-BSVC
004040           MOVE "S"               TO TROVATO-BSVC
004050           GO TO EX-CERCA-GIA-AVVISATO-BSVC
004060          END-IF.
004070
004080          GO TO CICLO-CERCA-BSVC.
004090
004100 EX-CERCA-GIA-AVVISATO-BSVC.
004110          EXIT.
004120*
004130***** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
004140***** IN NOME-PAR-WEB): VALORE A SPAZI SE NON DISPONIBILE
004150*
004160 PARAMETRO-BSVC.
004170
004180          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
004190          MOVE SPACES             TO QUALIFICA-PAR-WEB.
004200          MOVE "OPENBSVC"         TO PROGRAMMA-PAR-WEB
004210                                     OPERATORE-PAR-WEB.
004220
004230          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
004240                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
004250                                PROGRAMMA-PAR-WEB
004260                                OPERATORE-PAR-WEB ESITO-PAR-WEB
004270                                MOTIVO-PAR-WEB.
004280          CANCEL "OPENPARW".
004290
004300          IF ESITO-PAR-WEB NOT = "OK"
004310           MOVE SPACES            TO VALORE-PAR-WEB
004320          END-IF.
004330
004340 EX-PARAMETRO-BSVC.
004350          EXIT.
