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
000200* SERVIZIO DELL'INFORMATIVA SULL'USO DEL SISTEMA (ARKPOL) E
000210* DELLE SUE ACCETTAZIONI (ARKPAC), RICHIAMATO CON CALL DAL
000220* CONTROLLO DI SESSIONE VERIFICA-POLITICA-USO-WEB DI PIOWEB1.CBL,
000230* DALLA PAGINA openpuso.exe, DALLA MASCHERA openmpol.exe E DAL
000240* RIEPILOGO openbpol. E' L'UNICO PUNTO CHE SCRIVE ARKPAC. LA
000250* VERSIONE CORRENTE E' LA PIU' ALTA TRA QUELLE LA CUI TESTATA
000260* ITALIANA (RIGA ZERO) HA UNA DATA DI ENTRATA IN VIGORE GIA'
000270* RAGGIUNTA. AZIONI:
000280*   CORRENTE - VERSIONE CORRENTE E SUA DATA DI VIGORE ("NO" SE
000290*              NON C'E' NESSUNA VERSIONE IN VIGORE)
000300*   VERIFICA - L'UTENTE HA ACCETTATO LA VERSIONE CORRENTE?
000310*              "OK" SI', "KO" NO (IN LK-VERSIONE-POLW QUELLA DA
000320*              ACCETTARE), "NO" NESSUNA VERSIONE IN VIGORE
000330*   ACCETTA  - REGISTRA L'ACCETTAZIONE DELLA VERSIONE
000340*              LK-VERSIONE-POLW CON LINGUA E ORIGINE: "OK"
000350*              REGISTRATA, "NO" GIA' PRESENTE (RESTA LA PRIMA),
000360*              "KO" RIFIUTATA PERCHE' NON E' PIU' LA VERSIONE
000370*              CORRENTE O PER ERRORE D'ARCHIVIO
000380* SE IL REGISTRO NON E' DISPONIBILE LA RISPOSTA E' "NO": UN
000390* ARCHIVIO MANCANTE NON DEVE CHIUDERE FUORI TUTTI GLI UTENTI.
000400*
000410 IDENTIFICATION   DIVISION.
000420 PROGRAM-ID.      OPENPOLW.
000430 ENVIRONMENT      DIVISION.
000440 CONFIGURATION    SECTION.
000450          COPY "SPECIAL.CBL".
000460 INPUT-OUTPUT     SECTION.
000470 FILE-CONTROL.
000480
000490          COPY "SELPOL.CBL".
000500          COPY "SELPAC.CBL".
000510
000520 DATA             DIVISION.
000530 FILE SECTION.
000540
000550          COPY "FDEPOL.CBL".
000560          COPY "FDEPAC.CBL".
000570
000580 WORKING-STORAGE  SECTION.
000590*
000600 01 STATUS-POL                PIC XX.
000610 01 STATUS-PAC                PIC XX.
000620 01 DATA-OGGI-POLW            PIC 9(08).
000630 01 ORA-OGGI-POLW             PIC 9(08).
000640 01 FINE-FILE-POLW            PIC X.
000650 01 CORRENTE-POLW             PIC 9(04).
000660 01 VIGORE-POLW               PIC 9(08).
000670*
000680 LINKAGE SECTION.
000690*
000700 01 LK-AZIONE-POLW            PIC X(08).
000710 01 LK-UTENTE-POLW            PIC X(08).
000720 01 LK-VERSIONE-POLW          PIC 9(04).
000730 01 LK-VIGORE-POLW            PIC 9(08).
000740 01 LK-LINGUA-POLW            PIC XX.
000750 01 LK-ORIGINE-POLW           PIC X(15).
000760 01 LK-ESITO-POLW             PIC XX.
000770*
000780 PROCEDURE  DIVISION USING LK-AZIONE-POLW LK-UTENTE-POLW
000790                           LK-VERSIONE-POLW LK-VIGORE-POLW
000800                           LK-LINGUA-POLW LK-ORIGINE-POLW
000810                           LK-ESITO-POLW.
000820*
000830          MOVE "NO"               TO LK-ESITO-POLW.
000840          ACCEPT DATA-OGGI-POLW   FROM DATE YYYYMMDD.
000850          ACCEPT ORA-OGGI-POLW    FROM TIME.
000860
000870          IF LK-AZIONE-POLW = "CORRENTE"
000880           PERFORM CORRENTE-POLW-CERCA THRU EX-CORRENTE-POLW-CERCA
000890           MOVE CORRENTE-POLW     TO LK-VERSIONE-POLW
000900           MOVE VIGORE-POLW       TO LK-VIGORE-POLW
000910           IF CORRENTE-POLW NOT = ZEROS
000920            MOVE "OK"             TO LK-ESITO-POLW
000930           END-IF
000940           GOBACK
000950          END-IF.
000960
000970          IF LK-AZIONE-POLW = "VERIFICA"
000980           PERFORM VERIFICA-POLW  THRU EX-VERIFICA-POLW
000990           GOBACK
001000          END-IF.
001010
001020          IF LK-AZIONE-POLW = "ACCETTA"
001030           PERFORM ACCETTA-POLW   THRU EX-ACCETTA-POLW
001040           GOBACK
001050          END-IF.
001060
001070          MOVE "KO"               TO LK-ESITO-POLW.
001080
001090          GOBACK.
001100*
001110***** VERSIONE CORRENTE: SCANSIONE DELLE TESTATE ITALIANE (LE
001120***** CHIAVI SONO IN ORDINE DI VERSIONE, L'ULTIMA IN VIGORE E' LA
001130***** CORRENTE). ZERO = NESSUNA VERSIONE IN VIGORE
001140*
001150 CORRENTE-POLW-CERCA.
001160
001170          MOVE ZEROS              TO CORRENTE-POLW
001180                                     VIGORE-POLW.
001190
001200          OPEN INPUT ARKPOL.
001210
001220          IF STATUS-POL NOT = "00"
001230           GO TO EX-CORRENTE-POLW-CERCA
001240          END-IF.
001250
001260          MOVE LOW-VALUES         TO CHIAVE-POL.
001270
001280          START ARKPOL KEY IS NOT LESS THAN CHIAVE-POL
001290           INVALID KEY GO TO CHIUDI-CORRENTE-POLW.
001300
001310 CICLO-CORRENTE-POLW.
001320
001330          MOVE "N"                TO FINE-FILE-POLW.
001340          READ ARKPOL NEXT RECORD
001350           AT END MOVE "S"        TO FINE-FILE-POLW.
001360
001370          IF FINE-FILE-POLW = "S" GO TO CHIUDI-CORRENTE-POLW.
001380
001390          IF RIGA-POL NOT = ZEROS OR LINGUA-POL NOT = "IT"
001400           GO TO CICLO-CORRENTE-POLW
001410          END-IF.
001420
001430          IF DATA-VIGORE-POL NOT NUMERIC
001440           OR DATA-VIGORE-POL = ZEROS
001450           OR DATA-VIGORE-POL > DATA-OGGI-POLW
001460           GO TO CICLO-CORRENTE-POLW
001470          END-IF.
001480
001490          MOVE VERSIONE-POL       TO CORRENTE-POLW.
001500          MOVE DATA-VIGORE-POL    TO VIGORE-POLW.
001510
001520          GO TO CICLO-CORRENTE-POLW.
001530
001540 CHIUDI-CORRENTE-POLW.
001550
001560          CLOSE ARKPOL.
001570
001580 EX-CORRENTE-POLW-CERCA.
001590          EXIT.
001600*
001610***** L'UTENTE HA GIA' ACCETTATO LA VERSIONE CORRENTE?
001620*
001630 VERIFICA-POLW.
001640
001650          PERFORM CORRENTE-POLW-CERCA THRU EX-CORRENTE-POLW-CERCA.
001660
001670          MOVE CORRENTE-POLW      TO LK-VERSIONE-POLW.
001680          MOVE VIGORE-POLW        TO LK-VIGORE-POLW.
001690
001700          IF CORRENTE-POLW = ZEROS
001710           GO TO EX-VERIFICA-POLW
001720          END-IF.
001730
001740          MOVE "KO"               TO LK-ESITO-POLW.
001750
001760          OPEN INPUT ARKPAC.
001770
001780          IF STATUS-PAC NOT = "00"
001790           GO TO EX-VERIFICA-POLW
001800          END-IF.
001810
001820          MOVE LK-UTENTE-POLW     TO UTENTE-PAC.
001830          MOVE CORRENTE-POLW      TO VERSIONE-PAC.
001840
001850          READ ARKPAC
001860           INVALID KEY GO TO CHIUDI-VERIFICA-POLW.
001870
001880          MOVE "OK"               TO LK-ESITO-POLW.
001890
001900 CHIUDI-VERIFICA-POLW.
001910
001920          CLOSE ARKPAC.
001930
001940 EX-VERIFICA-POLW.
001950          EXIT.
001960*
001970***** REGISTRAZIONE DELL'ACCETTAZIONE: SOLO PER LA VERSIONE
001980***** ANCORA CORRENTE (UNA PAGINA RIMASTA APERTA MENTRE NE ENTRAVA
001990***** IN VIGORE UNA NUOVA NON DEVE REGISTRARE QUELLA VECCHIA); LA
002000***** PRIMA ACCETTAZIONE NON SI SOVRASCRIVE
002010*
002020 ACCETTA-POLW.
002030
002040          MOVE "KO"               TO LK-ESITO-POLW.
002050
002060          IF LK-UTENTE-POLW = SPACES
002070           GO TO EX-ACCETTA-POLW
002080          END-IF.
002090
002100          PERFORM CORRENTE-POLW-CERCA THRU EX-CORRENTE-POLW-CERCA.
002110
002120          IF CORRENTE-POLW = ZEROS
002130           OR CORRENTE-POLW NOT = LK-VERSIONE-POLW
002140           MOVE CORRENTE-POLW     TO LK-VERSIONE-POLW
002150           GO TO EX-ACCETTA-POLW
002160          END-IF.
002170
002180          OPEN I-O ARKPAC.
002190
002200          IF STATUS-PAC = "35"
002210           OPEN OUTPUT ARKPAC
002220           CLOSE ARKPAC
002230           OPEN I-O ARKPAC
002240          END-IF.
002250
002260          IF STATUS-PAC NOT = "00"
002270           GO TO EX-ACCETTA-POLW
002280          END-IF.
002290
002300          MOVE LK-UTENTE-POLW     TO UTENTE-PAC.
002310          MOVE CORRENTE-POLW      TO VERSIONE-PAC.
002320
002330          READ ARKPAC
002340           INVALID KEY GO TO NUOVA-ACCETTA-POLW.
002350
002360          MOVE "NO"               TO LK-ESITO-POLW.
002370          GO TO CHIUDI-ACCETTA-POLW.
002380
002390 NUOVA-ACCETTA-POLW.
002400
002410          INITIALIZE ACCETTAZIONE-POLITICA.
002420          MOVE LK-UTENTE-POLW     TO UTENTE-PAC.
002430          MOVE CORRENTE-POLW      TO VERSIONE-PAC.
002440          MOVE DATA-OGGI-POLW     TO DATA-PAC.
002450          MOVE ORA-OGGI-POLW      TO ORA-PAC.
002460          MOVE LK-ORIGINE-POLW    TO ORIGINE-PAC.
002470          MOVE LK-LINGUA-POLW     TO LINGUA-PAC.
002480
002490          WRITE ACCETTAZIONE-POLITICA
002500           INVALID KEY GO TO CHIUDI-ACCETTA-POLW.
002510
002520          MOVE "OK"               TO LK-ESITO-POLW.
002530
002540 CHIUDI-ACCETTA-POLW.
002550
002560          CLOSE ARKPAC.
002570
002580 EX-ACCETTA-POLW.
002590          EXIT.
