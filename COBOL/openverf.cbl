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
000200* VERIFICA DI UNA STAMPA UFFICIALE: CHI HA IN MANO UN FILE (LA
000210* MATRICE, IL REGISTRO, IL FASCICOLO DELLE EVIDENZE O LA LORO
000220* BUSTA FIRMATA .p7m) LO CARICA DALLA PAGINA VERIFICA.HTM, CHE LO
000230* DEPOSITA IN FILES/VERIFICHE/ E CHIAMA QUESTO PROGRAMMA CON
000240* MK-file = NOME DEL FILE CARICATO; IN ALTERNATIVA MK-impronta
000250* PORTA L'IMPRONTA SHA-256 GIA' CALCOLATA (64 CIFRE ESADECIMALI).
000260* IL SERVIZIO OPENFIRW CERCA L'IMPRONTA SUL REGISTRO ARKDOC: SE
000270* C'E' IL FILE E' UN ORIGINALE NON MODIFICATO, E LA PAGINA DICE
000280* QUALE STAMPA E', QUANDO, DA QUALE PROGRAMMA E ESECUZIONE E CON
000290* QUALE OPERATORE E' STATA PRODOTTA, CON LO STATO DELLA FIRMA E
000300* DELLA MARCA TEMPORALE; ALTRIMENTI IL FILE NON E' UNA STAMPA DEL
000310* REGISTRO O E' STATO ALTERATO. IL FILE CARICATO SI CANCELLA DOPO
000320* LA VERIFICA; NEL NOME SONO AMMESSI SOLO LETTERE, CIFRE, PUNTO,
000330* TRATTINO E SOTTOLINEATURA.
000340*
000350 IDENTIFICATION   DIVISION.
000360 PROGRAM-ID.      OPENVERF.
000370 ENVIRONMENT      DIVISION.
000380 CONFIGURATION    SECTION.
000390          COPY "SPECIAL.CBL".
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000420
000430          COPY "SELWEB.CBL".
000440          COPY "SELESE.CBL".
000450          COPY "SELJOB.CBL".
000460          COPY "SELVIEW.CBL".
000470          COPY "SELVSTO.CBL".
000480          COPY "SELDOC.CBL".
000490
000500 DATA             DIVISION.
000510 FILE SECTION.
000520
000530          COPY "FDEWEB.CBL".
000540          COPY "FDEESE.CBL".
000550          COPY "FDEJOB.CBL".
000560          COPY "FDEVIEW.CBL".
000570          COPY "FDEVSTO.CBL".
000580          COPY "FDEDOC.CBL".
000590
000600 WORKING-STORAGE  SECTION.
000610
000620          COPY "COBW3.CBL".
000630          COPY "GLOBALS.CBL".
000640*
000650 01 NOME-FILE-VERF             PIC X(40).
000660 01 PROVA-NOME-VERF            PIC X(40).
000670 01 CONTA-PUNTI-VERF           PIC 9(02).
000680 01 COMANDO-VERF               PIC X(256).
000690 01 PUNTA-VERF                 PIC 9(03).
000700 01 STATO-TESTO-VERF           PIC X(40).
000710*
000720 PROCEDURE  DIVISION.
000730*
000740          PERFORM INIZIO-WEB      THRU EX-INIZIO-WEB.
000750
000760*         UNA SESSIONE RIFIUTATA (TERMINATA, SCADUTA, OLTRE IL
000770*         TETTO O IN MANUTENZIONE) HA GIA' RICEVUTO LA SUA
000780*         PAGINA: NESSUN ALTRO LAVORO VA ESEGUITO
000790          IF SESSIONE-RIFIUTATA GO TO FINE-VERF.
000800          PERFORM OPEN-I-VSTO     THRU EX-OPEN-I-VSTO.
000810
000820          MOVE SPACES             TO FILE-FIR-WEB
000830                                     IMPRONTA-FIR-WEB
000840                                     NOME-FILE-VERF.
000850
000860          MOVE "MK-file"          TO FIELD-WEB.
000870          PERFORM READ-WEB        THRU EX-READ-WEB.
000880          IF COBW3-SEARCH-FLAG-EXIST
000890           MOVE VALUE-WEB(1:40)   TO NOME-FILE-VERF
000900          END-IF.
000910
000920          MOVE "MK-impronta"      TO FIELD-WEB.
000930          PERFORM READ-WEB        THRU EX-READ-WEB.
000940          IF COBW3-SEARCH-FLAG-EXIST
000950           MOVE VALUE-WEB(1:64)   TO IMPRONTA-FIR-WEB
000960          END-IF.
000970
000980          IF NOME-FILE-VERF = SPACES AND IMPRONTA-FIR-WEB = SPACES
000990           MOVE "Caricare il file da verificare" TO MESSAGGIO
001000           PERFORM VIS-MESS       THRU EX-VIS-MESS
001010           GO TO CHIUDI-VERF
001020          END-IF.
001030
001040          IF NOME-FILE-VERF NOT = SPACES
001050           PERFORM CONTROLLA-NOME-VERF THRU EX-CONTROLLA-NOME-VERF
001060           IF ESITO-NOK
001070            MOVE "Nome del file caricato non ammesso" TO MESSAGGIO
001080            PERFORM VIS-MESS      THRU EX-VIS-MESS
001090            GO TO CHIUDI-VERF
001100           END-IF
001110           STRING "FILES/VERIFICHE/" DELIMITED BY SIZE
001120            NOME-FILE-VERF DELIMITED BY SPACE
001130            INTO FILE-FIR-WEB
001140          END-IF.
001150
001160          MOVE "VERIFICA"         TO AZIONE-FIR-WEB.
001170          MOVE SPACES             TO TIPO-FIR-WEB
001180                                     PROGRAMMA-FIR-WEB
001190                                     ESECUZIONE-FIR-WEB
001200                                     OPERATORE-FIR-WEB.
001210
001220          CALL "OPENFIRW" USING AZIONE-FIR-WEB FILE-FIR-WEB
001230                                TIPO-FIR-WEB PROGRAMMA-FIR-WEB
001240                                ESECUZIONE-FIR-WEB
001250                                OPERATORE-FIR-WEB
001260                                ESITO-FIR-WEB ID-FIR-WEB
001270                                STATO-FIR-WEB IMPRONTA-FIR-WEB
001280                                NOTA-FIR-WEB.
001290          CANCEL "OPENFIRW".
001300
001310          IF NOME-FILE-VERF NOT = SPACES
001320           MOVE SPACES            TO COMANDO-VERF
001330           STRING "rm -f " DELIMITED BY SIZE
001340            FILE-FIR-WEB DELIMITED BY SPACE
001350            INTO COMANDO-VERF
001360           CALL "SYSTEM" USING COMANDO-VERF
001370          END-IF.
001380
001390          IF ESITO-FIR-WEB NOT = "OK" AND NOT = "BU"
001400           PERFORM ESITO-NEGATIVO-VERF THRU EX-ESITO-NEGATIVO-VERF
001410           GO TO CHIUDI-VERF
001420          END-IF.
001430
001440          PERFORM OPEN-I-DOC      THRU EX-OPEN-I-DOC.
001450          MOVE ID-FIR-WEB         TO CHIAVE-DOC.
001460          PERFORM LEGGO-DOC       THRU EX-LEGGO-DOC.
001470
001480          IF ESITO-OK
001490           PERFORM ESITO-POSITIVO-VERF THRU EX-ESITO-POSITIVO-VERF
001500          ELSE
001510           PERFORM ESITO-NEGATIVO-VERF THRU EX-ESITO-NEGATIVO-VERF
001520          END-IF.
001530
001540          PERFORM CLOSE-DOC       THRU EX-CLOSE-DOC.
001550
001560 CHIUDI-VERF.
001570
001580          PERFORM CLOSE-VSTO      THRU EX-CLOSE-VSTO.
001590
001600 FINE-VERF.
001610
001620          PERFORM CLOSE-VIEW      THRU EX-CLOSE-VIEW.
001630          PERFORM FINE-WEB        THRU EX-FINE-WEB.
001640
001650          GOBACK.
001660
001670          COPY "PIOWEB1.CBL".
001680          COPY "PIOESE.CBL".
001690          COPY "PIOJOB.CBL".
001700          COPY "PIOVIEW.CBL".
001710          COPY "PIOVSTO.CBL".
001720          COPY "PIOVIEWH.CBL".
001730          COPY "PIODOC.CBL".
001740*
001750***** IL NOME DEL FILE CARICATO FINISCE IN UN COMANDO: SOLO
001760***** LETTERE, CIFRE, PUNTO, TRATTINO, SOTTOLINEATURA; NIENTE ".."
001770*
001780 CONTROLLA-NOME-VERF.
001790
001800          MOVE "NO"               TO ESITO-WEB.
001810
001820          MOVE NOME-FILE-VERF     TO PROVA-NOME-VERF.
001830          INSPECT PROVA-NOME-VERF CONVERTING
001840           "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz"
001850           TO SPACES.
001860          INSPECT PROVA-NOME-VERF CONVERTING "0123456789._-"
001870           TO SPACES.
001880
001890          IF PROVA-NOME-VERF NOT = SPACES
001900           GO TO EX-CONTROLLA-NOME-VERF
001910          END-IF.
001920
001930          MOVE ZEROS              TO CONTA-PUNTI-VERF.
001940          INSPECT NOME-FILE-VERF TALLYING CONTA-PUNTI-VERF
001950           FOR ALL "..".
001960
001970          IF CONTA-PUNTI-VERF > ZEROS
001980           GO TO EX-CONTROLLA-NOME-VERF
001990          END-IF.
002000
002010          MOVE "OK"               TO ESITO-WEB.
002020
002030 EX-CONTROLLA-NOME-VERF.
002040          EXIT.
002050*
002060***** ORIGINALE (O SUA BUSTA FIRMATA): QUALE STAMPA, QUANDO, DA
002070***** QUALE ESECUZIONE, E STATO DELLA FIRMA
002080*
002090 ESITO-POSITIVO-VERF.
002100
002110          IF DOC-MARCATA
002120           MOVE SPACES            TO STATO-TESTO-VERF
002130           STRING "firmata, marcata il " DATA-MARCA-DOC(7:2) "/"
002140            DATA-MARCA-DOC(5:2) "/" DATA-MARCA-DOC(1:4)
002150            DELIMITED BY SIZE INTO STATO-TESTO-VERF
002160          END-IF.
002170
002180          IF STATO-FIRMA-DOC = "F"
002190           MOVE "firmata senza marca temporale"
002200                                  TO STATO-TESTO-VERF
002210          END-IF.
002220
002230          IF DOC-NON-FIRMATA OR DOC-FIRMA-FALLITA
002240           MOVE "non firmata"     TO STATO-TESTO-VERF
002250          END-IF.
002260
002270          MOVE SPACES             TO MESSAGGIO.
002280          MOVE 1                  TO PUNTA-VERF.
002290
002300          IF ESITO-FIR-WEB = "OK"
002310           STRING "Originale integro: " DELIMITED BY SIZE
002320            INTO MESSAGGIO WITH POINTER PUNTA-VERF
002330          ELSE
002340           STRING "Copia firmata integra: " DELIMITED BY SIZE
002350            INTO MESSAGGIO WITH POINTER PUNTA-VERF
002360          END-IF.
002370
002380          STRING TIPO-DOC DELIMITED BY SPACE
002390           " n. " CHIAVE-DOC " del " DELIMITED BY SIZE
002400           DATA-DOC(7:2) "/" DATA-DOC(5:2) "/" DATA-DOC(1:4)
002410           " ore " ORA-DOC(1:2) ":" ORA-DOC(3:2)
002420           " da " DELIMITED BY SIZE
002430           PROGRAMMA-DOC DELIMITED BY SPACE
002440           ", esecuzione " DELIMITED BY SIZE
002450           ESECUZIONE-DOC DELIMITED BY SPACE
002460           ", operatore " DELIMITED BY SIZE
002470           UTENTE-DOC DELIMITED BY SPACE
002480           "; " DELIMITED BY SIZE
002490           STATO-TESTO-VERF DELIMITED BY "  "
002500           INTO MESSAGGIO WITH POINTER PUNTA-VERF.
002510
002520          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002530
002540 EX-ESITO-POSITIVO-VERF.
002550          EXIT.
002560
002570 ESITO-NEGATIVO-VERF.
002580
002590          MOVE SPACES             TO MESSAGGIO.
002600          STRING "File NON riconosciuto: non e' una stampa "
002610           "ufficiale del registro oppure e' stato modificato "
002620           "(impronta "
002630           IMPRONTA-FIR-WEB ")"
002640           DELIMITED BY SIZE INTO MESSAGGIO.
002650
002660          IF IMPRONTA-FIR-WEB = SPACES
002670           MOVE NOTA-FIR-WEB      TO MESSAGGIO
002680          END-IF.
002690
002700          PERFORM VIS-MESS        THRU EX-VIS-MESS.
002710
002720 EX-ESITO-NEGATIVO-VERF.
002730          EXIT.
