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
000190* RICOSTRUZIONE DELL'INDICE DI ARKLOG (ARKILOG): L'INDICE RIPARTE
000200* VUOTO E SI RIEMPIE RILEGGENDO OGNI GENERAZIONE ARCHIVIATA A
000210* CATALOGO (VOCI "ARKLOGA*" DI FILES.TXT, APERTE PER PERCORSO COME
000220* FA OPENQLGA) E POI IL LOG CORRENTE, CON UNA VOCE PER RIGA
000230* (GENERAZIONE E NUMERO DI RIGA DA 1). LA VOCE DI CONTROLLO DEL
000240* LOG CORRENTE RIPARTE DALLE SUE RIGHE, COSI' LE AGGIUNTE
000250* SUCCESSIVE DI OPENILGW PROSEGUONO LA NUMERAZIONE. OPENALOG LA
000260* RICHIAMA DOPO OGNI ROTAZIONE; SI LANCIA A MANO SE L'INDICE VA
000270* PERSO O SE UNA GENERAZIONE VIENE MESSA A CATALOGO DOPO LA
000280* ROTAZIONE. I FILE DI LOG SI LEGGONO SOLTANTO: LA CATENA DI HASH
000290* NON CAMBIA. RC 0 SE TUTTO E' ANDATO BENE, 4 SE QUALCHE
000300* GENERAZIONE A CATALOGO NON SI E' POTUTA APRIRE, 8 SE L'INDICE
000301* NON SI E' POTUTO CREARE.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENILOG.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360          COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.
000390
000400          COPY "SELWEB.CBL".
000410          COPY "SELFILE.CBL".
000420          COPY "SELGEN.CBL".
000430          COPY "SELILOG.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000470
000480          COPY "FDEWEB.CBL".
000490          COPY "FDEFILE.CBL".
000500          COPY "FDEGEN.CBL".
000510          COPY "FDEILOG.CBL".
000520
000530 WORKING-STORAGE  SECTION.
000540
000550          COPY "GLOBALS.CBL".
000560*
000570 01 GENERAZIONE-CORRENTE-ILOG PIC X(30).
000580 01 RIGA-CORRENTE-ILOG        PIC 9(09).
000590 01 GENERAZIONI-ILOG          PIC 9(05).
000600 01 SCARTATE-ILOG             PIC 9(05).
000610 01 VOCI-ILOG                 PIC 9(09).
000620 01 ERRORI-ILOG               PIC 9(09).
000630*
000640 PROCEDURE  DIVISION.
000650*
000660          DISPLAY "RICOSTRUZIONE INDICE DEL LOG".
000670
000680          MOVE ZEROS                 TO GENERAZIONI-ILOG
000690                                        SCARTATE-ILOG
000700                                        VOCI-ILOG
000710                                        ERRORI-ILOG.
000720
000730          PERFORM OPEN-O-ILOG        THRU EX-OPEN-O-ILOG.
000740
000750          IF STATUS-ILOG NOT = "00"
000760           DISPLAY "OPENILOG: CREAZIONE INDICE FALLITA, STATUS = "
000770            STATUS-ILOG
000780           MOVE 8                    TO RETURN-CODE
000790           GOBACK
000800          END-IF.
000810
000820          PERFORM INDICIZZA-GENERAZIONI-ILOG
000830           THRU EX-INDICIZZA-GENERAZIONI-ILOG.
000840
000850          PERFORM INDICIZZA-CORRENTE-ILOG
000860           THRU EX-INDICIZZA-CORRENTE-ILOG.
000870
000880***** VOCE DI CONTROLLO: ULTIMA POSIZIONE OCCUPATA NEL LOG
000881***** CORRENTE
000890
000900          MOVE SPACES                TO INDICE-LOG.
000910          MOVE "ARKLOG"              TO GENERAZIONE-ILOG.
000920          MOVE ZEROS                 TO POSIZIONE-ILOG.
000930          MOVE LOW-VALUE             TO CHIAVE-NUMERO-ILOG
000940                                        CHIAVE-NOME-ILOG.
000950          MOVE RIGA-CORRENTE-ILOG    TO ULTIMA-POSIZIONE-ILOG.
000960          PERFORM SCRIVI-ILOG        THRU EX-SCRIVI-ILOG.
000970
000980          IF ESITO-NOK
000990           ADD 1                     TO ERRORI-ILOG
001000          END-IF.
001010
001020          PERFORM CLOSE-ILOG         THRU EX-CLOSE-ILOG.
001030
001040          DISPLAY "GENERAZIONI LETTE  : " GENERAZIONI-ILOG.
001050          DISPLAY "NON APRIBILI       : " SCARTATE-ILOG.
001060          DISPLAY "RIGHE LOG CORRENTE : " RIGA-CORRENTE-ILOG.
001070          DISPLAY "VOCI SCRITTE       : " VOCI-ILOG.
001080          DISPLAY "VOCI RIFIUTATE     : " ERRORI-ILOG.
001090
001100          IF ERRORI-ILOG > ZEROS
001110           MOVE 8                    TO RETURN-CODE
001120           GOBACK
001130          END-IF.
001140
001150          IF SCARTATE-ILOG > ZEROS
001160           MOVE 4                    TO RETURN-CODE
001170          ELSE
001180           MOVE ZERO                 TO RETURN-CODE
001190          END-IF.
001200
001210          GOBACK.
001220*
001230***** GENERAZIONI ARCHIVIATE: VOCI "ARKLOGA*" DEL CATALOGO
001231***** FILES.TXT
001240*
001250 INDICIZZA-GENERAZIONI-ILOG.
001260
001270          MOVE "FILES/FILES.TXT"     TO WDOVE.
001280          PERFORM OPEN-I-CAT         THRU EX-OPEN-I-CAT.
001290
001300          IF STATUS-CAT NOT = "00"
001310           DISPLAY "CATALOGO FILES.TXT NON APRIBILE, STATUS = "
001320            STATUS-CAT
001330           GO TO EX-INDICIZZA-GENERAZIONI-ILOG
001340          END-IF.
001350
001360 CICLO-CATALOGO-ILOG.
001370
001380          PERFORM LEGGI-CAT          THRU EX-LEGGI-CAT.
001390
001400          IF FINE-FILE = "S" GO TO FINE-CATALOGO-ILOG.
001410
001420          IF NOME-CAT-FILE(1:7) NOT = "ARKLOGA"
001430           GO TO CICLO-CATALOGO-ILOG
001440          END-IF.
001450
001460          MOVE NOME-CAT-FILE         TO GENERAZIONE-CORRENTE-ILOG.
001470          MOVE PATH-CAT-FILE         TO NOME-GEN-WEB.
001480
001490          PERFORM OPEN-I-GEN         THRU EX-OPEN-I-GEN.
001500
001510          IF STATUS-GEN NOT = "00"
001520           DISPLAY "GENERAZIONE " GENERAZIONE-CORRENTE-ILOG
001530            " NON APRIBILE, STATUS = " STATUS-GEN
001540           ADD 1                     TO SCARTATE-ILOG
001550           GO TO CICLO-CATALOGO-ILOG
001560          END-IF.
001570
001580          ADD 1                      TO GENERAZIONI-ILOG.
001590          MOVE ZEROS                 TO RIGA-CORRENTE-ILOG.
001600
001610 CICLO-GENERAZIONE-ILOG.
001620
001630          PERFORM LEGGO-NEXT-GEN     THRU EX-LEGGO-NEXT-GEN.
001640
001650          IF FINE-FILE = "S" GO TO FINE-GENERAZIONE-ILOG.
001660
001670          ADD 1                      TO RIGA-CORRENTE-ILOG.
001680
001690          MOVE SPACES                TO INDICE-LOG.
001700          MOVE DATI-GEN              TO RIGA-ILOG.
001710          PERFORM SCRIVI-VOCE-ILOG   THRU EX-SCRIVI-VOCE-ILOG.
001720
001730          GO TO CICLO-GENERAZIONE-ILOG.
001740
001750 FINE-GENERAZIONE-ILOG.
001760
001770          PERFORM CLOSE-GEN          THRU EX-CLOSE-GEN.
001780
001790          GO TO CICLO-CATALOGO-ILOG.
001800
001810 FINE-CATALOGO-ILOG.
001820
001830          PERFORM CLOSE-CAT          THRU EX-CLOSE-CAT.
001840
001850 EX-INDICIZZA-GENERAZIONI-ILOG.
001860          EXIT.
001870*
001880***** LOG CORRENTE (ASSENTE = VUOTO, COME DOPO LA PRIMA ROTAZIONE)
001890*
001900 INDICIZZA-CORRENTE-ILOG.
001910
001920          MOVE "ARKLOG"              TO GENERAZIONE-CORRENTE-ILOG.
001930          MOVE ZEROS                 TO RIGA-CORRENTE-ILOG.
001940
001950          PERFORM OPEN-I-LOG         THRU EX-OPEN-I-LOG.
001960
001970          IF STATUS-LOG NOT = "00"
001980           IF STATUS-LOG NOT = "35"
001981            DISPLAY "OPENILOG: APERTURA ARKLOG FALLITA, STATUS = "
001982             STATUS-LOG
001983            ADD 1                     TO SCARTATE-ILOG
001984           END-IF
001990           GO TO EX-INDICIZZA-CORRENTE-ILOG
002000          END-IF.
002010
002020 CICLO-CORRENTE-ILOG.
002030
002040          PERFORM LEGGO-NEXT-LOG     THRU EX-LEGGO-NEXT-LOG.
002050
002060          IF FINE-FILE = "S" GO TO FINE-CORRENTE-ILOG.
002070
002080          ADD 1                      TO RIGA-CORRENTE-ILOG.
002090
002100          MOVE SPACES                TO INDICE-LOG.
002110          MOVE DATI-LOG              TO RIGA-ILOG.
002120          PERFORM SCRIVI-VOCE-ILOG   THRU EX-SCRIVI-VOCE-ILOG.
002130
002140          GO TO CICLO-CORRENTE-ILOG.
002150
002160 FINE-CORRENTE-ILOG.
002170
002180          PERFORM CLOSE-LOG          THRU EX-CLOSE-LOG.
002190
002200 EX-INDICIZZA-CORRENTE-ILOG.
002210          EXIT.
002220*
002230***** VOCE DELLA RIGA APPENA RIPORTATA IN RIGA-ILOG
002240*
002250 SCRIVI-VOCE-ILOG.
002260
002270          MOVE GENERAZIONE-CORRENTE-ILOG TO GENERAZIONE-ILOG.
002280          MOVE RIGA-CORRENTE-ILOG    TO POSIZIONE-ILOG.
002290
002300          PERFORM COMPONI-ILOG       THRU EX-COMPONI-ILOG.
002310          PERFORM SCRIVI-ILOG        THRU EX-SCRIVI-ILOG.
002320
002330          IF ESITO-OK
002340           ADD 1                     TO VOCI-ILOG
002350          ELSE
002360           ADD 1                     TO ERRORI-ILOG
002370          END-IF.
002380
002390 EX-SCRIVI-VOCE-ILOG.
002400          EXIT.
002410*
002420          COPY "PIOLOG.CBL".
002430          COPY "PIOFILE.CBL".
002440          COPY "PIOGEN.CBL".
002450          COPY "PIOILOG.CBL".
