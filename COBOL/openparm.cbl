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
000190* TRASFERIMENTO UNA TANTUM DELLE IMPOSTAZIONI CHE FINO AD ORA
000200* VIVEVANO COME RIGHE SPECIALI DI ARKVIEW NEI PARAMETRI DI SISTEMA
000210* DI ARKPAR (SERVIZIO OPENPARW), DA ESEGUIRE UNA VOLTA ALLA MESSA
000220* IN OPERA DI ARKPAR E PRIMA DI RIAPRIRE IL SITO. IL CARTELLINO A
000230* CONSOLE SCEGLIE IL MODO:
000240*   ANTEPRIMA (O VUOTO) - ELENCA COSA VERREBBE TRASFERITO, SENZA
000250*                         SCRIVERE NULLA
000260*   APPLICA             - CENSISCE LE DEFINIZIONI DEL CATALOGO,
000270*                         IMPOSTA I VALORI E TOGLIE DA ARKVIEW LE
000280*                         RIGHE TRASFERITE PER INTERO (UNA RIGA CON
000290*                         ANCHE UN SOLO VALORE RIFIUTATO RESTA DOVE
000300*                         E', PER LA CORREZIONE A MANO)
000310* RIGHE TRASFERITE:
000320*   POLITICA-SESSIONI-WEB  1-3 SESSIONI-TETTO
000330*                          5-8 SESSIONI-INATTIVITA
000340*   TOKEN-STATO-WEB        1-32 STATO-GETTONE
000350*                          34-37 STATO-SOGLIA-MINUTO
000360*                          39-44 STATO-SOGLIA-GIORNO
000370*   POLITICA-QUOTA-JOB     1-3 JOB-QUOTA-MASSIMO
000380*                          5-64 JOB-QUOTA-ESENTI
000390*   MANUTENZIONE-WEB       1 MANUTENZIONE-ATTIVA
000400*                          2 ("A") MANUTENZIONE-AUTOMATICA
000410*                          3-6 MANUTENZIONE-GRUPPO
000420*                          8-11 MANUTENZIONE-FINE
000430*                          13-92 MANUTENZIONE-MESSAGGIO
000440*   MANUTENZIONE-AMMESSO-<UTENTE>, ORIGINE-UTENTE-<UTENTE>,
000450*   ORIGINE-AMMESSA-<UTENTE>, FASCIA-ORARIA-<UTENTE>,
000460*   DASHBOARD-<UTENTE>     NELL'OMONIMO PARAMETRO PER UTENTE
000470* RETURN-CODE 0 = TUTTO TRASFERITO, 4 = VALORI RIFIUTATI (VEDERE
000480* IL TABULATO), 8 = ARCHIVI NON DISPONIBILI
000490*
000500 IDENTIFICATION   DIVISION.
000510 PROGRAM-ID.      OPENPARM.
000520 ENVIRONMENT      DIVISION.
000530 CONFIGURATION    SECTION.
000540          COPY "SPECIAL.CBL".
000550 INPUT-OUTPUT     SECTION.
000560 FILE-CONTROL.
000570
000580          COPY "SELVIEW.CBL".
000590
000600 DATA             DIVISION.
000610 FILE SECTION.
000620
000630          COPY "FDEVIEW.CBL".
000640
000650 WORKING-STORAGE  SECTION.
000660
000670          COPY "GLOBALS.CBL".
000680*
000690** MODO DI ESECUZIONE LETTO DAL CARTELLINO
000700*
000710 01 MODO-PARM                PIC X(10).
000720    88 MODO-APPLICA          VALUE "APPLICA".
000730*
000740** CONTATORI DI RIEPILOGO
000750*
000760 01 RIGHE-LETTE-PARM         PIC 9(9).
000770 01 RIGHE-TROVATE-PARM       PIC 9(9).
000780 01 RIGHE-CANCELLATE-PARM    PIC 9(9).
000790 01 VALORI-IMPOSTATI-PARM    PIC 9(9).
000800 01 VALORI-RIFIUTATI-PARM    PIC 9(9).
000810*
000820** RIGA IN ESAME: "S" SE E' UNA RIGA DA TRASFERIRE, "S" SE ALMENO
000830** UNO DEI SUOI VALORI E' STATO RIFIUTATO
000840*
000850 01 RIGA-TROVATA-PARM        PIC X.
000860 01 RIGA-RIFIUTATA-PARM      PIC X.
000870 01 QUALIFICA-PARM           PIC X(10).
000880 01 STRINGA-PARM             PIC X(1024).
000890*
000900 PROCEDURE  DIVISION.
000910*
000920          MOVE ZEROS              TO RIGHE-LETTE-PARM
000930                                     RIGHE-TROVATE-PARM
000940                                     RIGHE-CANCELLATE-PARM
000950                                     VALORI-IMPOSTATI-PARM
000960                                     VALORI-RIFIUTATI-PARM.
000970
000980          MOVE SPACES             TO MODO-PARM.
000990          ACCEPT MODO-PARM        FROM CONSOLE.
001000
001010          IF NOT MODO-APPLICA
001020           MOVE "ANTEPRIMA"       TO MODO-PARM
001030          END-IF.
001040
001050          DISPLAY "TRASFERIMENTO IMPOSTAZIONI ARKVIEW -> ARKPAR: "
001060           MODO-PARM.
001070          DISPLAY " ".
001080
001090          PERFORM OPEN-I-VIEW     THRU EX-OPEN-I-VIEW.
001100
001110          IF STATUS-VIEW NOT = "00"
001120           DISPLAY "OPENPARM: APERTURA ARKVIEW FALLITA, STATUS = "
001130            STATUS-VIEW
001140           MOVE 8                 TO RETURN-CODE
001150           GOBACK
001160          END-IF.
001170
001180          IF MODO-APPLICA
001190           PERFORM CENSISCI-PARM  THRU EX-CENSISCI-PARM
001200           IF ESITO-PAR-WEB NOT = "OK"
001210            PERFORM CLOSE-VIEW    THRU EX-CLOSE-VIEW
001220            MOVE 8                TO RETURN-CODE
001230            GOBACK
001240           END-IF
001250          END-IF.
001260
001270          MOVE LOW-VALUE          TO CHIAVE-VIEW.
001280          PERFORM STARTO-VIEW     THRU EX-STARTO-VIEW.
001290
001300          IF ESITO-NOK GO TO FINE-PARM.
001310
001320 CICLO-PARM.
001330
001340          PERFORM LEGGO-NEXT-VIEW THRU EX-LEGGO-NEXT-VIEW.
001350
001360          IF FINE-FILE = "S" GO TO FINE-PARM.
001370
001380          ADD 1                   TO RIGHE-LETTE-PARM.
001390
001400          PERFORM ESAMINA-PARM    THRU EX-ESAMINA-PARM.
001410
001420          GO TO CICLO-PARM.
001430
001440 FINE-PARM.
001450
001460          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001470
001480          DISPLAY " ".
001490          DISPLAY "RIGHE LETTE ARKVIEW  : " RIGHE-LETTE-PARM.
001500          DISPLAY "RIGHE DA TRASFERIRE  : " RIGHE-TROVATE-PARM.
001510          DISPLAY "VALORI IMPOSTATI     : " VALORI-IMPOSTATI-PARM.
001520          DISPLAY "VALORI RIFIUTATI     : " VALORI-RIFIUTATI-PARM.
001530          DISPLAY "RIGHE CANCELLATE     : " RIGHE-CANCELLATE-PARM.
001540
001550          IF VALORI-RIFIUTATI-PARM > ZEROS
001560           MOVE 4                 TO RETURN-CODE
001570          ELSE
001580           MOVE ZERO              TO RETURN-CODE
001590          END-IF.
001600
001610          GOBACK.
001620*
001630          COPY "PIOVIEW.CBL".
001640*
001650** DEFINIZIONI DEL CATALOGO DI OPENPARW: VANNO SCRITTE PRIMA DEI
001660** VALORI PER UTENTE, CHE NE EREDITANO TIPO E LIMITI
001670*
001680 CENSISCI-PARM.
001690
001700          MOVE "CENSISCI"         TO AZIONE-PAR-WEB.
001710          MOVE SPACES             TO NOME-PAR-WEB.
001720          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001730          MOVE SPACES             TO VALORE-PAR-WEB.
001740          PERFORM PARAMETRO-PARM  THRU EX-PARAMETRO-PARM.
001750
001760          IF ESITO-PAR-WEB NOT = "OK"
001770           DISPLAY "OPENPARM: CENSIMENTO PARAMETRI FALLITO: "
001780            MOTIVO-PAR-WEB
001790           GO TO EX-CENSISCI-PARM
001800          END-IF.
001810
001820          DISPLAY "DEFINIZIONI CENSITE  : " VALORE-PAR-WEB(1:9).
001830          DISPLAY " ".
001840
001850 EX-CENSISCI-PARM.
001860          EXIT.
001870*
001880** RICONOSCE LA RIGA APPENA LETTA E NE TRASFERISCE I VALORI; IN
001890** MODO APPLICA LA RIGA TRASFERITA PER INTERO VIENE CANCELLATA
001900*
001910 ESAMINA-PARM.
001920
001930          MOVE "N"                TO RIGA-TROVATA-PARM.
001940          MOVE "N"                TO RIGA-RIFIUTATA-PARM.
001950          MOVE STRINGA-VIEW       TO STRINGA-PARM.
001960          MOVE SPACES             TO QUALIFICA-PARM.
001970
001980          IF NOME-VIEW = "POLITICA-SESSIONI-WEB"
001990           PERFORM SESSIONI-PARM  THRU EX-SESSIONI-PARM
002000          END-IF.
002010
002020          IF NOME-VIEW = "TOKEN-STATO-WEB"
002030           PERFORM STATO-PARM     THRU EX-STATO-PARM
002040          END-IF.
002050
002060          IF NOME-VIEW = "POLITICA-QUOTA-JOB"
002070           PERFORM QUOTA-PARM     THRU EX-QUOTA-PARM
002080          END-IF.
002090
002100          IF NOME-VIEW = "MANUTENZIONE-WEB"
002110           PERFORM MANUTENZIONE-PARM THRU EX-MANUTENZIONE-PARM
002120          END-IF.
002130
002140          IF NOME-VIEW(1:21) = "MANUTENZIONE-AMMESSO-"
002150           AND NOME-VIEW(22:) NOT = SPACES
002160           MOVE NOME-VIEW(22:10)  TO QUALIFICA-PARM
002170           MOVE "MANUTENZIONE-AMMESSO" TO NOME-PAR-WEB
002180           MOVE SPACES            TO VALORE-PAR-WEB
002190           MOVE STRINGA-PARM(1:1) TO VALORE-PAR-WEB(1:1)
002200           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
002210          END-IF.
002220
002230          IF NOME-VIEW(1:15) = "ORIGINE-UTENTE-"
002240           AND NOME-VIEW(16:) NOT = SPACES
002250           MOVE NOME-VIEW(16:10)  TO QUALIFICA-PARM
002260           MOVE "ORIGINE-UTENTE"  TO NOME-PAR-WEB
002270           MOVE SPACES            TO VALORE-PAR-WEB
002280           MOVE STRINGA-PARM(1:60) TO VALORE-PAR-WEB(1:60)
002290           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
002300          END-IF.
002310
002320          IF NOME-VIEW(1:16) = "ORIGINE-AMMESSA-"
002330           AND NOME-VIEW(17:) NOT = SPACES
002340           MOVE NOME-VIEW(17:10)  TO QUALIFICA-PARM
002350           MOVE "ORIGINE-AMMESSA" TO NOME-PAR-WEB
002360           MOVE SPACES            TO VALORE-PAR-WEB
002370           MOVE STRINGA-PARM(1:60) TO VALORE-PAR-WEB(1:60)
002380           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
002390          END-IF.
002400
002410          IF NOME-VIEW(1:14) = "FASCIA-ORARIA-"
002420           AND NOME-VIEW(15:) NOT = SPACES
002430           MOVE NOME-VIEW(15:10)  TO QUALIFICA-PARM
002440           MOVE "FASCIA-ORARIA"   TO NOME-PAR-WEB
002450           MOVE SPACES            TO VALORE-PAR-WEB
002460           MOVE STRINGA-PARM(1:17) TO VALORE-PAR-WEB(1:17)
002470           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
002480          END-IF.
002490
002500          IF NOME-VIEW(1:10) = "DASHBOARD-"
002510           AND NOME-VIEW(11:) NOT = SPACES
002520           MOVE NOME-VIEW(11:10)  TO QUALIFICA-PARM
002530           MOVE "DASHBOARD"       TO NOME-PAR-WEB
002540           MOVE SPACES            TO VALORE-PAR-WEB
002550           MOVE STRINGA-PARM(1:5) TO VALORE-PAR-WEB(1:5)
002560           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
002570          END-IF.
002580
002590          IF RIGA-TROVATA-PARM NOT = "S" GO TO EX-ESAMINA-PARM.
002600
002610          ADD 1                   TO RIGHE-TROVATE-PARM.
002620
002630          IF NOT MODO-APPLICA OR RIGA-RIFIUTATA-PARM = "S"
002640           GO TO EX-ESAMINA-PARM
002650          END-IF.
002660
002670          PERFORM CANCELLA-VIEW   THRU EX-CANCELLA-VIEW.
002680
002690          IF ESITO-OK
002700           ADD 1                  TO RIGHE-CANCELLATE-PARM
002710          END-IF.
002720
002730 EX-ESAMINA-PARM.
002740          EXIT.
002750*
002760** POLITICA-SESSIONI-WEB: TETTO IN POS 1-3, INATTIVITA' IN 5-8
002770*
002780 SESSIONI-PARM.
002790
002800          IF STRINGA-PARM(1:3) NUMERIC
002810           MOVE "SESSIONI-TETTO"  TO NOME-PAR-WEB
002820           MOVE SPACES            TO VALORE-PAR-WEB
002830           MOVE STRINGA-PARM(1:3) TO VALORE-PAR-WEB(1:3)
002840           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
002850          END-IF.
002860
002870          IF STRINGA-PARM(5:4) NUMERIC
002880           MOVE "SESSIONI-INATTIVITA" TO NOME-PAR-WEB
002890           MOVE SPACES            TO VALORE-PAR-WEB
002900           MOVE STRINGA-PARM(5:4) TO VALORE-PAR-WEB(1:4)
002910           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
002920          END-IF.
002930
002940          MOVE "S"                TO RIGA-TROVATA-PARM.
002950
002960 EX-SESSIONI-PARM.
002970          EXIT.
002980*
002990** TOKEN-STATO-WEB: GETTONE IN POS 1-32, SOGLIE AL MINUTO IN 34-37
003000** E AL GIORNO IN 39-44
003010*
003020 STATO-PARM.
003030
003040          IF STRINGA-PARM(1:32) NOT = SPACES
003050           MOVE "STATO-GETTONE"   TO NOME-PAR-WEB
003060           MOVE SPACES            TO VALORE-PAR-WEB
003070           MOVE STRINGA-PARM(1:32) TO VALORE-PAR-WEB(1:32)
003080           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
003090          END-IF.
003100
003110          IF STRINGA-PARM(34:4) NUMERIC
003120           MOVE "STATO-SOGLIA-MINUTO" TO NOME-PAR-WEB
003130           MOVE SPACES            TO VALORE-PAR-WEB
003140           MOVE STRINGA-PARM(34:4) TO VALORE-PAR-WEB(1:4)
003150           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
003160          END-IF.
003170
003180          IF STRINGA-PARM(39:6) NUMERIC
003190           MOVE "STATO-SOGLIA-GIORNO" TO NOME-PAR-WEB
003200           MOVE SPACES            TO VALORE-PAR-WEB
003210           MOVE STRINGA-PARM(39:6) TO VALORE-PAR-WEB(1:6)
003220           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
003230          END-IF.
003240
003250          MOVE "S"                TO RIGA-TROVATA-PARM.
003260
003270 EX-STATO-PARM.
003280          EXIT.
003290*
003300** POLITICA-QUOTA-JOB: MASSIMO IN POS 1-3, GRUPPI ESENTI IN 5-64
003310*
003320 QUOTA-PARM.
003330
003340          IF STRINGA-PARM(1:3) NUMERIC
003350           MOVE "JOB-QUOTA-MASSIMO" TO NOME-PAR-WEB
003360           MOVE SPACES            TO VALORE-PAR-WEB
003370           MOVE STRINGA-PARM(1:3) TO VALORE-PAR-WEB(1:3)
003380           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
003390          END-IF.
003400
003410          MOVE "JOB-QUOTA-ESENTI" TO NOME-PAR-WEB.
003420          MOVE SPACES             TO VALORE-PAR-WEB.
003430          MOVE STRINGA-PARM(5:60) TO VALORE-PAR-WEB(1:60).
003440          PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM.
003450
003460          MOVE "S"                TO RIGA-TROVATA-PARM.
003470
003480 EX-QUOTA-PARM.
003490          EXIT.
003500*
003510** MANUTENZIONE-WEB: ATTIVA IN POS 1 ("S"), ACCESA DA openwman IN
003520** POS 2 ("A"), GRUPPO AMMESSO IN 3-6, FINE PREVISTA HHMM IN 8-11,
003530** MESSAGGIO IN 13-92
003540*
003550 MANUTENZIONE-PARM.
003560
003570          MOVE "MANUTENZIONE-MESSAGGIO" TO NOME-PAR-WEB.
003580          MOVE SPACES             TO VALORE-PAR-WEB.
003590          MOVE STRINGA-PARM(13:80) TO VALORE-PAR-WEB(1:80).
003600          PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM.
003610
003620          IF STRINGA-PARM(3:4) NUMERIC
003630           MOVE "MANUTENZIONE-GRUPPO" TO NOME-PAR-WEB
003640           MOVE SPACES            TO VALORE-PAR-WEB
003650           MOVE STRINGA-PARM(3:4) TO VALORE-PAR-WEB(1:4)
003660           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
003670          END-IF.
003680
003690          IF STRINGA-PARM(8:4) NUMERIC
003700           MOVE "MANUTENZIONE-FINE" TO NOME-PAR-WEB
003710           MOVE SPACES            TO VALORE-PAR-WEB
003720           MOVE STRINGA-PARM(8:4) TO VALORE-PAR-WEB(1:4)
003730           PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM
003740          END-IF.
003750
003760          MOVE "MANUTENZIONE-AUTOMATICA" TO NOME-PAR-WEB.
003770          MOVE SPACES             TO VALORE-PAR-WEB.
003780          IF STRINGA-PARM(2:1) = "A"
003790           MOVE "S"               TO VALORE-PAR-WEB(1:1)
003800          ELSE
003810           MOVE "N"               TO VALORE-PAR-WEB(1:1)
003820          END-IF.
003830          PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM.
003840
003850*         LO STATO ACCESO/SPENTO PER ULTIMO, DOPO MESSAGGIO E
003860*         GRUPPO AMMESSO
003870          MOVE "MANUTENZIONE-ATTIVA" TO NOME-PAR-WEB.
003880          MOVE SPACES             TO VALORE-PAR-WEB.
003890          IF STRINGA-PARM(1:1) = "S"
003900           MOVE "S"               TO VALORE-PAR-WEB(1:1)
003910          ELSE
003920           MOVE "N"               TO VALORE-PAR-WEB(1:1)
003930          END-IF.
003940          PERFORM TRASFERISCI-PARM THRU EX-TRASFERISCI-PARM.
003950
003960          MOVE "S"                TO RIGA-TROVATA-PARM.
003970
003980 EX-MANUTENZIONE-PARM.
003990          EXIT.
004000*
004010** UN VALORE (NOME-PAR-WEB, QUALIFICA-PARM, VALORE-PAR-WEB): IN
004020** ANTEPRIMA LO ELENCA SOLTANTO, IN APPLICA LO IMPOSTA; IL
004030** GETTONE SEGRETO COMPARE A TABULATO SOLO CON LE ULTIME 6 CIFRE
004040*
004050 TRASFERISCI-PARM.
004060
004070          MOVE "S"                TO RIGA-TROVATA-PARM.
004080          MOVE QUALIFICA-PARM     TO QUALIFICA-PAR-WEB.
004090
004100          IF NOT MODO-APPLICA
004110           IF NOME-PAR-WEB = "STATO-GETTONE"
004120            DISPLAY NOME-PAR-WEB " " QUALIFICA-PAR-WEB " ******"
004130             VALORE-PAR-WEB(27:6)
004140           ELSE
004150            DISPLAY NOME-PAR-WEB " " QUALIFICA-PAR-WEB " "
004160             VALORE-PAR-WEB(1:80)
004170           END-IF
004180           ADD 1                  TO VALORI-IMPOSTATI-PARM
004190           GO TO EX-TRASFERISCI-PARM
004200          END-IF.
004210
004220          MOVE "IMPOSTA"          TO AZIONE-PAR-WEB.
004230          PERFORM PARAMETRO-PARM  THRU EX-PARAMETRO-PARM.
004240
004250          IF ESITO-PAR-WEB = "OK"
004260           ADD 1                  TO VALORI-IMPOSTATI-PARM
004270          ELSE
004280           ADD 1                  TO VALORI-RIFIUTATI-PARM
004290           MOVE "S"               TO RIGA-RIFIUTATA-PARM
004300           DISPLAY "RIFIUTATO " NOME-PAR-WEB " " QUALIFICA-PAR-WEB
004310            " (" NOME-VIEW(1:40) "): " MOTIVO-PAR-WEB
004320          END-IF.
004330
004340 EX-TRASFERISCI-PARM.
004350          EXIT.
004360*
004370** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW
004380*
004390 PARAMETRO-PARM.
004400
004410          MOVE "OPENPARM"         TO PROGRAMMA-PAR-WEB
004420                                     OPERATORE-PAR-WEB.
004430
004440          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
004450                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
004460                                PROGRAMMA-PAR-WEB
004470                                OPERATORE-PAR-WEB ESITO-PAR-WEB
004480                                MOTIVO-PAR-WEB.
004490          CANCEL "OPENPARW".
004500
004510 EX-PARAMETRO-PARM.
004520          EXIT.
