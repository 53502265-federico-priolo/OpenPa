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
000200* SERVIZIO DI FIRMA DELLE STAMPE UFFICIALI (ARKDOC), RICHIAMATO
000210* CON CALL DA openstmp.exe E DA openevid.exe APPENA CHIUSO IL FILE
000220* PRODOTTO, E DALLA VERIFICA openverf.exe. AZIONI:
000230*   FIRMA    - IMPRONTA SHA-256 DEL FILE, BUSTA CAdES <file>.p7m
000240*              FIRMATA COL CERTIFICATO DELL'ENTE (PARAMETRI
000250*              FIRMA-CERTIFICATO E FIRMA-CHIAVE) E MARCA TEMPORALE
000260*              <file>.tsr CHIESTA AL SERVIZIO FIRMA-TSA SULLA
000270*              BUSTA; LA STAMPA VIENE REGISTRATA SU ARKDOC CON LO
000280*              STATO DELLA FIRMA IN OGNI CASO ("OK"), ANCHE SE LA
000290*              FIRMA O LA MARCA NON SONO RIUSCITE: IL CHIAMANTE
000300*              RICEVE IDENTIFICATIVO, STATO E NOTA DA MOSTRARE.
000310*              "NO" SOLO SE IL FILE NON SI LEGGE
000320*   VERIFICA - IMPRONTA DEL FILE PRESENTATO (O QUELLA GIA' DATA IN
000330*              LK-IMPRONTA-FIRW A FILE VUOTO) CERCATA SUL
000340*              REGISTRO: "OK" E' UN ORIGINALE, "BU" E' LA SUA
000350*              BUSTA FIRMATA, "NO" NON E' UNA STAMPA DEL REGISTRO
000360*              O E' STATO MODIFICATO; L'IDENTIFICATIVO TORNA IN
000370*              LK-ID-FIRW
000380* FIRMA E MARCA SI FANNO CON openssl (cms -sign, ts -query) E curl
000390* VERSO IL SERVIZIO DI MARCATURA, COME GLI ALTRI COMANDI ESTERNI
000400* CON CALL "SYSTEM"; LA RICHIESTA .tsq SI CANCELLA DOPO L'USO.
000410*
000420 IDENTIFICATION   DIVISION.
000430 PROGRAM-ID.      OPENFIRW.
000440 ENVIRONMENT      DIVISION.
000450 CONFIGURATION    SECTION.
000460          COPY "SPECIAL.CBL".
000470 INPUT-OUTPUT     SECTION.
000480 FILE-CONTROL.
000490
000500          COPY "SELDOC.CBL".
000510          COPY "SELCSV.CBL".
000520
000530 DATA             DIVISION.
000540 FILE SECTION.
000550
000560          COPY "FDEDOC.CBL".
000570          COPY "FDECSV.CBL".
000580
000590 WORKING-STORAGE  SECTION.
000600
000610          COPY "GLOBALS.CBL".
000620*
000630 01 COMANDO-FIRW              PIC X(512).
000640 01 ORA-LUNGA-FIRW            PIC 9(08).
000650 01 FILE-IMPRONTA-FIRW        PIC X(80).
000660 01 IMPRONTA-FIRW             PIC X(64).
000670 01 RC-FIRW                   PIC S9(9) COMP.
000680*
000690** PARAMETRI DI FIRMA E NOMI DEI FILE GEMELLI DELLA STAMPA
000700*
000710 01 CERTIFICATO-FIRW          PIC X(80).
000720 01 CHIAVE-FIRW               PIC X(80).
000730 01 TSA-FIRW                  PIC X(80).
000740 01 BUSTA-FIRW                PIC X(80).
000750 01 MARCA-FIRW                PIC X(80).
000760 01 RICHIESTA-FIRW            PIC X(80).
000770*
000780 LINKAGE SECTION.
000790*
000800 01 LK-AZIONE-FIRW            PIC X(08).
000810 01 LK-FILE-FIRW              PIC X(60).
000820 01 LK-TIPO-FIRW              PIC X(10).
000830 01 LK-PROGRAMMA-FIRW         PIC X(08).
000840 01 LK-ESECUZIONE-FIRW        PIC X(20).
000850 01 LK-OPERATORE-FIRW         PIC X(08).
000860 01 LK-ESITO-FIRW             PIC XX.
000870 01 LK-ID-FIRW                PIC X(17).
000880 01 LK-STATO-FIRW             PIC X.
000890 01 LK-IMPRONTA-FIRW          PIC X(64).
000900 01 LK-NOTA-FIRW              PIC X(60).
000910*
000920 PROCEDURE  DIVISION USING LK-AZIONE-FIRW LK-FILE-FIRW
000930                           LK-TIPO-FIRW LK-PROGRAMMA-FIRW
000940                           LK-ESECUZIONE-FIRW LK-OPERATORE-FIRW
000950                           LK-ESITO-FIRW LK-ID-FIRW
000960                           LK-STATO-FIRW LK-IMPRONTA-FIRW
000970                           LK-NOTA-FIRW.
000980*
000990          MOVE "NO"               TO LK-ESITO-FIRW.
001000          MOVE SPACES             TO LK-NOTA-FIRW.
001010
001020          IF LK-AZIONE-FIRW = "FIRMA"
001030           PERFORM OPEN-I-DOC     THRU EX-OPEN-I-DOC
001040           PERFORM FIRMA-FIRW     THRU EX-FIRMA-FIRW
001050           PERFORM CLOSE-DOC      THRU EX-CLOSE-DOC
001060           GOBACK
001070          END-IF.
001080
001090          IF LK-AZIONE-FIRW = "VERIFICA"
001100           PERFORM OPEN-I-DOC     THRU EX-OPEN-I-DOC
001110           PERFORM VERIFICA-FIRW  THRU EX-VERIFICA-FIRW
001120           PERFORM CLOSE-DOC      THRU EX-CLOSE-DOC
001130           GOBACK
001140          END-IF.
001150
001160          MOVE "Azione di firma sconosciuta" TO LK-NOTA-FIRW.
001170
001180          GOBACK.
001190*
001200          COPY "PIODOC.CBL".
001210          COPY "PIOCSV.CBL".
001220*
001230***** FIRMA: IMPRONTA, BUSTA, MARCA E REGISTRAZIONE
001240*
001250 FIRMA-FIRW.
001260
001270          MOVE SPACES             TO LK-ID-FIRW
001280                                     LK-IMPRONTA-FIRW.
001290          MOVE "E"                TO LK-STATO-FIRW.
001300
001310          MOVE LK-FILE-FIRW       TO FILE-IMPRONTA-FIRW.
001320          PERFORM IMPRONTA-FILE-FIRW THRU EX-IMPRONTA-FILE-FIRW.
001330
001340          IF IMPRONTA-FIRW = SPACES
001350           MOVE "File da firmare non leggibile" TO LK-NOTA-FIRW
001360           GO TO EX-FIRMA-FIRW
001370          END-IF.
001380
001390          MOVE SPACES             TO STAMPA-UFFICIALE.
001400          MOVE LK-PROGRAMMA-FIRW  TO PROGRAMMA-DOC.
001410          MOVE LK-TIPO-FIRW       TO TIPO-DOC.
001420          MOVE LK-ESECUZIONE-FIRW TO ESECUZIONE-DOC.
001430          MOVE LK-OPERATORE-FIRW  TO UTENTE-DOC.
001440          MOVE LK-FILE-FIRW       TO PERCORSO-DOC.
001450          MOVE IMPRONTA-FIRW      TO IMPRONTA-DOC.
001460          MOVE ZEROS              TO DATA-MARCA-DOC
001470                                     ORA-MARCA-DOC.
001480
001490          MOVE "FIRMA-CERTIFICATO" TO NOME-PAR-WEB.
001500          PERFORM PARAMETRO-FIRW THRU EX-PARAMETRO-FIRW.
001510          MOVE VALORE-PAR-WEB(1:80) TO CERTIFICATO-FIRW.
001520
001530          MOVE "FIRMA-CHIAVE"     TO NOME-PAR-WEB.
001540          PERFORM PARAMETRO-FIRW THRU EX-PARAMETRO-FIRW.
001550          MOVE VALORE-PAR-WEB(1:80) TO CHIAVE-FIRW.
001560
001570          MOVE "FIRMA-TSA"        TO NOME-PAR-WEB.
001580          PERFORM PARAMETRO-FIRW THRU EX-PARAMETRO-FIRW.
001590          MOVE VALORE-PAR-WEB(1:80) TO TSA-FIRW.
001600
001610***** SENZA CERTIFICATO LA STAMPA SI REGISTRA COMUNQUE CON LA SUA
001620***** IMPRONTA: LA VERIFICA DI INTEGRITA' RESTA POSSIBILE
001630
001640          IF CERTIFICATO-FIRW = SPACES OR CHIAVE-FIRW = SPACES
001650           MOVE "N"               TO STATO-FIRMA-DOC
001660           MOVE "CERTIFICATO DI FIRMA NON CONFIGURATO"
001670                                  TO MOTIVO-DOC
001680           GO TO REGISTRA-FIRW
001690          END-IF.
001700
001710          MOVE SPACES             TO BUSTA-FIRW
001720                                     MARCA-FIRW
001730                                     RICHIESTA-FIRW.
001740          STRING LK-FILE-FIRW DELIMITED BY SPACE
001750           ".p7m" DELIMITED BY SIZE INTO BUSTA-FIRW.
001760          STRING LK-FILE-FIRW DELIMITED BY SPACE
001770           ".tsr" DELIMITED BY SIZE INTO MARCA-FIRW.
001780          STRING LK-FILE-FIRW DELIMITED BY SPACE
001790           ".tsq" DELIMITED BY SIZE INTO RICHIESTA-FIRW.
001800
001810          MOVE SPACES             TO COMANDO-FIRW.
001820          STRING "openssl cms -sign -binary -nodetach -cades"
001830           " -md sha256 -outform DER -in " DELIMITED BY SIZE
001840           LK-FILE-FIRW DELIMITED BY SPACE
001850           " -out " DELIMITED BY SIZE
001860           BUSTA-FIRW DELIMITED BY SPACE
001870           " -signer " DELIMITED BY SIZE
001880           CERTIFICATO-FIRW DELIMITED BY SPACE
001890           " -inkey " DELIMITED BY SIZE
001900           CHIAVE-FIRW DELIMITED BY SPACE
001910           " 2>/dev/null" DELIMITED BY SIZE
001920           INTO COMANDO-FIRW.
001930          CALL "SYSTEM" USING COMANDO-FIRW.
001940          MOVE RETURN-CODE        TO RC-FIRW.
001950
001960          IF RC-FIRW NOT = ZERO
001970           MOVE "E"               TO STATO-FIRMA-DOC
001980           MOVE "FIRMA CON IL CERTIFICATO NON RIUSCITA"
001990                                  TO MOTIVO-DOC
002000           GO TO REGISTRA-FIRW
002010          END-IF.
002020
002030          MOVE BUSTA-FIRW         TO BUSTA-DOC.
002040          MOVE BUSTA-FIRW         TO FILE-IMPRONTA-FIRW.
002050          PERFORM IMPRONTA-FILE-FIRW THRU EX-IMPRONTA-FILE-FIRW.
002060          MOVE IMPRONTA-FIRW      TO IMPRONTA-BUSTA-DOC.
002070
002080          MOVE "F"                TO STATO-FIRMA-DOC.
002090
002100          IF TSA-FIRW = SPACES
002110           MOVE "SERVIZIO DI MARCATURA NON CONFIGURATO"
002120                                  TO MOTIVO-DOC
002130           GO TO REGISTRA-FIRW
002140          END-IF.
002150
002160          PERFORM MARCATURA-FIRW  THRU EX-MARCATURA-FIRW.
002170
002180 REGISTRA-FIRW.
002190
002200          PERFORM SCRIVI-STAMPA-FIRW THRU EX-SCRIVI-STAMPA-FIRW.
002210
002220          IF ESITO-NOK
002230           MOVE "Stampa non registrata sul registro firme"
002240                                  TO LK-NOTA-FIRW
002250           GO TO EX-FIRMA-FIRW
002260          END-IF.
002270
002280          MOVE "OK"               TO LK-ESITO-FIRW.
002290          MOVE CHIAVE-DOC         TO LK-ID-FIRW.
002300          MOVE STATO-FIRMA-DOC    TO LK-STATO-FIRW.
002310          MOVE IMPRONTA-DOC       TO LK-IMPRONTA-FIRW.
002320
002330          IF DOC-MARCATA
002340           MOVE "Stampa firmata e marcata" TO LK-NOTA-FIRW
002350          ELSE
002360           MOVE MOTIVO-DOC        TO LK-NOTA-FIRW
002370          END-IF.
002380
002390 EX-FIRMA-FIRW.
002400          EXIT.
002410*
002420***** MARCA TEMPORALE SULLA BUSTA: RICHIESTA RFC 3161, INVIO AL
002430***** SERVIZIO E CONTROLLO CHE LA RISPOSTA SIA "Granted"
002440*
002450 MARCATURA-FIRW.
002460
002470          MOVE SPACES             TO COMANDO-FIRW.
002480          STRING "openssl ts -query -data " DELIMITED BY SIZE
002490           BUSTA-FIRW DELIMITED BY SPACE
002500           " -sha256 -cert -out " DELIMITED BY SIZE
002510           RICHIESTA-FIRW DELIMITED BY SPACE
002520           " 2>/dev/null && curl -s -f -H "
002530           "'Content-Type: application/timestamp-query'"
002540           " --data-binary @" DELIMITED BY SIZE
002550           RICHIESTA-FIRW DELIMITED BY SPACE
002560           " -o " DELIMITED BY SIZE
002570           MARCA-FIRW DELIMITED BY SPACE
002580           " " DELIMITED BY SIZE
002590           TSA-FIRW DELIMITED BY SPACE
002600           " && openssl ts -reply -in " DELIMITED BY SIZE
002610           MARCA-FIRW DELIMITED BY SPACE
002620           " -text 2>/dev/null | grep -q Granted"
002630            DELIMITED BY SIZE
002640           INTO COMANDO-FIRW.
002650          CALL "SYSTEM" USING COMANDO-FIRW.
002660          MOVE RETURN-CODE        TO RC-FIRW.
002670
002680          MOVE SPACES             TO COMANDO-FIRW.
002690          STRING "rm -f " DELIMITED BY SIZE
002700           RICHIESTA-FIRW DELIMITED BY SPACE
002710           INTO COMANDO-FIRW.
002720          CALL "SYSTEM" USING COMANDO-FIRW.
002730
002740          IF RC-FIRW NOT = ZERO
002750           MOVE "MARCA TEMPORALE NON OTTENUTA"
002760                                  TO MOTIVO-DOC
002770           GO TO EX-MARCATURA-FIRW
002780          END-IF.
002790
002800          MOVE "M"                TO STATO-FIRMA-DOC.
002810          MOVE MARCA-FIRW         TO MARCA-DOC.
002820          ACCEPT DATA-MARCA-DOC   FROM DATE YYYYMMDD.
002830          ACCEPT ORA-MARCA-DOC    FROM TIME.
002840
002850 EX-MARCATURA-FIRW.
002860          EXIT.
002870*
002880***** REGISTRAZIONE SU ARKDOC: DATA E ORA CORRENTI, PROGRESSIVO
002890***** CHE SALE FINCHE' LA CHIAVE E' LIBERA
002900*
002910 SCRIVI-STAMPA-FIRW.
002920
002930          ACCEPT DATA-DOC         FROM DATE YYYYMMDD.
002940          ACCEPT ORA-DOC          FROM TIME.
002950          MOVE ZEROS              TO PROG-DOC.
002960
002970 PROVA-STAMPA-FIRW.
002980
002990          PERFORM SCRIVI-DOC      THRU EX-SCRIVI-DOC.
003000
003010          IF ESITO-OK GO TO EX-SCRIVI-STAMPA-FIRW.
003020
003030          IF PROG-DOC = 999 GO TO EX-SCRIVI-STAMPA-FIRW.
003040
003050          ADD 1                   TO PROG-DOC.
003060          GO TO PROVA-STAMPA-FIRW.
003070
003080 EX-SCRIVI-STAMPA-FIRW.
003090          EXIT.
003100*
003110***** VERIFICA: IMPRONTA DEL FILE PRESENTATO CERCATA TRA GLI
003120***** ORIGINALI E POI TRA LE BUSTE FIRMATE
003130*
003140 VERIFICA-FIRW.
003150
003160          MOVE SPACES             TO LK-ID-FIRW.
003170
003180          IF LK-FILE-FIRW = SPACES
003190           MOVE LK-IMPRONTA-FIRW  TO IMPRONTA-FIRW
003200           INSPECT IMPRONTA-FIRW
003210            CONVERTING "ABCDEF" TO "abcdef"
003220          ELSE
003230           MOVE LK-FILE-FIRW      TO FILE-IMPRONTA-FIRW
003240           PERFORM IMPRONTA-FILE-FIRW THRU EX-IMPRONTA-FILE-FIRW
003250          END-IF.
003260
003270          MOVE IMPRONTA-FIRW      TO LK-IMPRONTA-FIRW.
003280
003290          IF IMPRONTA-FIRW = SPACES
003300           MOVE "File da verificare non leggibile" TO LK-NOTA-FIRW
003310           GO TO EX-VERIFICA-FIRW
003320          END-IF.
003330
003340          MOVE IMPRONTA-FIRW      TO IMPRONTA-DOC.
003350          PERFORM LEGGO-IMPRONTA-DOC THRU EX-LEGGO-IMPRONTA-DOC.
003360
003370          IF ESITO-OK
003380           MOVE "OK"              TO LK-ESITO-FIRW
003390           MOVE CHIAVE-DOC        TO LK-ID-FIRW
003400           MOVE STATO-FIRMA-DOC   TO LK-STATO-FIRW
003410           GO TO EX-VERIFICA-FIRW
003420          END-IF.
003430
003440          MOVE IMPRONTA-FIRW      TO IMPRONTA-BUSTA-DOC.
003450          PERFORM LEGGO-BUSTA-DOC THRU EX-LEGGO-BUSTA-DOC.
003460
003470          IF ESITO-OK
003480           MOVE "BU"              TO LK-ESITO-FIRW
003490           MOVE CHIAVE-DOC        TO LK-ID-FIRW
003500           MOVE STATO-FIRMA-DOC   TO LK-STATO-FIRW
003510           GO TO EX-VERIFICA-FIRW
003520          END-IF.
003530
003540          MOVE "Nessuna stampa ufficiale con questa impronta"
003550                                  TO LK-NOTA-FIRW.
003560
003570 EX-VERIFICA-FIRW.
003580          EXIT.
003590*
003600***** IMPRONTA SHA-256 DI FILE-IMPRONTA-FIRW: sha256sum SU UN FILE
003610***** DI APPOGGIO CON L'ORA AL CENTESIMO NEL NOME, LETTO CON LE
003620***** ROUTINE CSV (LE PRIME 64 POSIZIONI SONO L'IMPRONTA)
003630*
003640 IMPRONTA-FILE-FIRW.
003650
003660          MOVE SPACES             TO IMPRONTA-FIRW.
003670
003680          ACCEPT ORA-LUNGA-FIRW   FROM TIME.
003690          MOVE SPACES             TO NOME-CSV.
003700          STRING "FILES/IMPRONTA." ORA-LUNGA-FIRW ".TMP"
003710           DELIMITED BY SIZE INTO NOME-CSV.
003720
003730          MOVE SPACES             TO COMANDO-FIRW.
003740          STRING "sha256sum " DELIMITED BY SIZE
003750           FILE-IMPRONTA-FIRW DELIMITED BY SPACE
003760           " > " DELIMITED BY SIZE
003770           NOME-CSV DELIMITED BY SPACE
003780           " 2>/dev/null" DELIMITED BY SIZE
003790           INTO COMANDO-FIRW.
003800          CALL "SYSTEM" USING COMANDO-FIRW.
003810          MOVE RETURN-CODE        TO RC-FIRW.
003820
003830          IF RC-FIRW = ZERO
003840           PERFORM OPEN-I-CSV     THRU EX-OPEN-I-CSV
003850           PERFORM LEGGI-CSV      THRU EX-LEGGI-CSV
003860           IF FINE-FILE NOT = "S"
003870            MOVE DATI-CSV(1:64)   TO IMPRONTA-FIRW
003880           END-IF
003890           PERFORM CLOSE-CSV      THRU EX-CLOSE-CSV
003900          END-IF.
003910
003920          MOVE SPACES             TO COMANDO-FIRW.
003930          STRING "rm -f " DELIMITED BY SIZE
003940           NOME-CSV DELIMITED BY SPACE
003950           INTO COMANDO-FIRW.
003960          CALL "SYSTEM" USING COMANDO-FIRW.
003970
003980 EX-IMPRONTA-FILE-FIRW.
003990          EXIT.
004000*
004010** PARAMETRI DI SISTEMA TRAMITE IL SERVIZIO OPENPARW (NOME GIA'
004020** IMPOSTATO DAL CHIAMANTE; SPAZI SE MANCA)
004030*
004040 PARAMETRO-FIRW.
004050
004060          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
004070          MOVE SPACES             TO QUALIFICA-PAR-WEB.
004080          MOVE "OPENFIRW"         TO PROGRAMMA-PAR-WEB
004090                                     OPERATORE-PAR-WEB.
004100
004110          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
004120                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
004130                                PROGRAMMA-PAR-WEB
004140                                OPERATORE-PAR-WEB ESITO-PAR-WEB
004150                                MOTIVO-PAR-WEB.
004160          CANCEL "OPENPARW".
004170
004180          IF ESITO-PAR-WEB NOT = "OK"
004190           MOVE SPACES            TO VALORE-PAR-WEB
004200          END-IF.
004210
004220 EX-PARAMETRO-FIRW.
004230          EXIT.
