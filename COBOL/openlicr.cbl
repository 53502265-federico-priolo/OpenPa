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
000190* RIEPILOGO MENSILE DELLE LICENZE PER MODULO APPLICATIVO (REGISTRO
000200* NELLE RIGHE "LI" DI ARKTAB, VEDI PIOLIC): PER OGNI MODULO DEL
000210* REGISTRO CONFRONTA GLI UTENTI NOMINATIVI CHE OGGI HANNO DIRITTO
000220* EFFETTIVO AD ALMENO UNA SUA CHIAMATA CON I POSTI ACQUISTATI, E
000230* RIPORTA GIORNO PER GIORNO IL PICCO DI SESSIONI CONCORRENTI NEL
000240* MODULO (RIGHE "PICCO-MODULO-WEB" DI ARKVIEW SCRITTE DA PIOWEB1)
000250* CONTRO I POSTI CONCORRENTI. PRIMO CARTELLINO A CONSOLE IL MESE
000260* AAAAMM (SPAZI = MESE PRECEDENTE). I PICCHI SONO SOGGETTI ALLA
000270* PULIZIA DI OPENVPUR: IL RIEPILOGO VA LANCIATO ENTRO LA RITENZIONE.
000280* RETURN-CODE 4 SE UN MODULO E' OLTRE I POSTI, ALTRIMENTI ZERO.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENLICR.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340          COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370
000380          COPY "SELVIEW.CBL".
000390          COPY "SELTAB.CBL".
000400          COPY "SELMENU.CBL".
000410          COPY "SELUTEN.CBL".
000420          COPY "SELABI.CBL".
000430          COPY "SELGER.CBL".
000440
000450 DATA             DIVISION.
000460 FILE SECTION.
000470
000480          COPY "FDEVIEW.CBL".
000490          COPY "FDETAB.CBL".
000500          COPY "FDEMENU.CBL".
000510          COPY "FDEUTEN.CBL".
000520          COPY "FDEABI.CBL".
000530          COPY "FDEGER.CBL".
000540
000550 WORKING-STORAGE  SECTION.
000560
000570          COPY "GLOBALS.CBL".
000580*
000590** PARAMETRI LETTI A CONSOLE E MESE DEL RIEPILOGO
000600*
000610 01 MESE-LICR               PIC X(6).
000620 01 MESE-R-LICR REDEFINES MESE-LICR.
000630    02 AAAA-MESE-LICR       PIC 9(4).
000640    02 MM-MESE-LICR         PIC 9(2).
000650 01 DATA-OGGI-LICR          PIC 9(8).
000660 01 DATA-OGGI-R-LICR REDEFINES DATA-OGGI-LICR.
000670    02 AAAA-OGGI-LICR       PIC 9(4).
000680    02 MM-OGGI-LICR         PIC 9(2).
000690    02 GG-OGGI-LICR         PIC 9(2).
000700*
000710** PICCHI GIORNALIERI DEL MODULO IN ESAME
000720*
000730 01 GIORNO-LICR             PIC 9(2).
000740 01 PICCO-GIORNO-LICR       PIC 9(5).
000750 01 ORA-PICCO-LICR          PIC X(6).
000760 01 PICCO-MESE-LICR         PIC 9(5).
000770 01 GIORNI-OLTRE-LICR       PIC 9(2).
000780 01 DATA-VIS-LICR           PIC X(10).
000790 01 ORA-VIS-LICR            PIC X(8).
000800*
000810** CONTATORI DI RIEPILOGO
000820*
000830 01 MODULI-LETTI-LICR       PIC 9(4).
000840 01 MODULI-OLTRE-LICR       PIC 9(4).
000850*
000860 PROCEDURE  DIVISION.
000870*
000880          PERFORM LEGGI-PARAMETRI-LICR
000890           THRU EX-LEGGI-PARAMETRI-LICR.
000900
000910          MOVE ZEROS                 TO MODULI-LETTI-LICR
000920                                        MODULI-OLTRE-LICR.
000930
000940          PERFORM OPEN-I-VIEW        THRU EX-OPEN-I-VIEW.
000950
000960          IF STATUS-VIEW NOT = "00"
000970           DISPLAY "OPENLICR: APERTURA ARKVIEW FALLITA, STATUS = "
000980            STATUS-VIEW
000990           MOVE 1                    TO RETURN-CODE
001000           GOBACK
001010          END-IF.
001020
001030          PERFORM OPEN-I-TAB         THRU EX-OPEN-I-TAB.
001040          PERFORM OPEN-I-MENU        THRU EX-OPEN-I-MENU.
001050          PERFORM OPEN-I-UTEN        THRU EX-OPEN-I-UTEN.
001060          PERFORM OPEN-I-ABI         THRU EX-OPEN-I-ABI.
001070          PERFORM OPEN-I-GER         THRU EX-OPEN-I-GER.
001080
001090          DISPLAY "LICENZE PER MODULO - RIEPILOGO DEL MESE "
001100           MM-MESE-LICR "/" AAAA-MESE-LICR.
001110          DISPLAY " ".
001120
001130          PERFORM ELENCA-LICENZE-LIC THRU EX-ELENCA-LICENZE-LIC.
001140
001150          PERFORM ESAMINA-MODULO-LICR THRU EX-ESAMINA-MODULO-LICR
001160           VARYING IND-MODULI-LIC-WEB FROM 1 BY 1
001170           UNTIL IND-MODULI-LIC-WEB > NUM-MODULI-LIC-WEB.
001180
001190          PERFORM CLOSE-GER          THRU EX-CLOSE-GER.
001200          PERFORM CLOSE-ABI          THRU EX-CLOSE-ABI.
001210          PERFORM CLOSE-UTEN         THRU EX-CLOSE-UTEN.
001220          PERFORM CLOSE-MENU         THRU EX-CLOSE-MENU.
001230          PERFORM CLOSE-TAB          THRU EX-CLOSE-TAB.
001240          PERFORM CLOSE-VIEW         THRU EX-CLOSE-VIEW.
001250
001260          DISPLAY " ".
001270          DISPLAY "MODULI ESAMINATI    : " MODULI-LETTI-LICR.
001280          DISPLAY "MODULI OLTRE I POSTI: " MODULI-OLTRE-LICR.
001290
001300          IF MODULI-OLTRE-LICR = ZEROS
001310           MOVE ZERO                 TO RETURN-CODE
001320          ELSE
001330           MOVE 4                    TO RETURN-CODE
001340          END-IF.
001350
001360          GOBACK.
001370*
001380          COPY "PIOVIEW.CBL".
001390          COPY "PIOTAB.CBL".
001400          COPY "PIOMENU.CBL".
001410          COPY "PIOUTEN.CBL".
001420          COPY "PIOABI.CBL".
001430          COPY "PIOGER.CBL".
001440          COPY "PIOGERA.CBL".
001450          COPY "PIOLIC.CBL".
001460*
001470** LEGGE A CONSOLE IL MESE AAAAMM (SPAZI O NON NUMERICO = MESE
001480** PRECEDENTE A QUELLO CORRENTE)
001490*
001500 LEGGI-PARAMETRI-LICR.
001510
001520          ACCEPT DATA-OGGI-LICR      FROM DATE YYYYMMDD.
001530
001540          MOVE SPACES                TO MESE-LICR.
001550          ACCEPT MESE-LICR           FROM CONSOLE.
001560
001570          IF MESE-LICR NOT NUMERIC
001580           OR MM-MESE-LICR < 1 OR MM-MESE-LICR > 12
001590           MOVE AAAA-OGGI-LICR       TO AAAA-MESE-LICR
001600           MOVE MM-OGGI-LICR         TO MM-MESE-LICR
001610           IF MM-MESE-LICR = 1
001620            MOVE 12                  TO MM-MESE-LICR
001630            SUBTRACT 1             FROM AAAA-MESE-LICR
001640           ELSE
001650            SUBTRACT 1             FROM MM-MESE-LICR
001660           END-IF
001670          END-IF.
001680
001690 EX-LEGGI-PARAMETRI-LICR.
001700          EXIT.
001710*
001720** UN MODULO DEL REGISTRO: UTENTI NOMINATIVI DI OGGI CONTRO I POSTI
001730** E PICCHI CONCORRENTI DEI GIORNI DEL MESE CONTRO I CONCORRENTI
001740*
001750 ESAMINA-MODULO-LICR.
001760
001770          ADD 1                      TO MODULI-LETTI-LICR.
001780
001790          MOVE MODULO-ELENCO-LIC-WEB(IND-MODULI-LIC-WEB)
001800                                     TO MODULO-LIC-WEB.
001810          MOVE ZEROS                 TO GRUPPO-LIC-WEB
001820                                        AGGIUNTI-LIC-WEB.
001830
001840          PERFORM VERIFICA-LICENZA-LIC
001850           THRU EX-VERIFICA-LICENZA-LIC.
001860
001870          DISPLAY "MODULO " MODULO-LIC-WEB " " DESC-LIC-WEB.
001880
001890          IF POSTI-LIC-WEB = ZEROS
001900           DISPLAY "  NOMINATIVI  " USATI-LIC-WEB
001910            " (NESSUN LIMITE)"
001920          ELSE
001930           IF USATI-LIC-WEB > POSTI-LIC-WEB
001940            DISPLAY "  NOMINATIVI  " USATI-LIC-WEB " SU "
001950             POSTI-LIC-WEB " POSTI - OLTRE IL LIMITE"
001960           ELSE
001970            DISPLAY "  NOMINATIVI  " USATI-LIC-WEB " SU "
001980             POSTI-LIC-WEB " POSTI"
001990           END-IF
002000          END-IF.
002010
002020          MOVE ZEROS                 TO PICCO-MESE-LICR
002030                                        GIORNI-OLTRE-LICR.
002040
002050          PERFORM ESAMINA-GIORNO-LICR
002060           THRU EX-ESAMINA-GIORNO-LICR
002070           VARYING GIORNO-LICR FROM 1 BY 1
002080           UNTIL GIORNO-LICR > 31.
002090
002100          IF CONCORRENTI-LIC-WEB = ZEROS
002110           DISPLAY "  PICCO MESE  " PICCO-MESE-LICR
002120            " CONCORRENTI (NESSUN LIMITE)"
002130          ELSE
002140           DISPLAY "  PICCO MESE  " PICCO-MESE-LICR " SU "
002150            CONCORRENTI-LIC-WEB " CONCORRENTI, GIORNI OLTRE "
002160            GIORNI-OLTRE-LICR
002170          END-IF.
002180
002190          IF (POSTI-LIC-WEB > ZEROS
002200               AND USATI-LIC-WEB > POSTI-LIC-WEB)
002210           OR GIORNI-OLTRE-LICR > ZEROS
002220           ADD 1                     TO MODULI-OLTRE-LICR
002230          END-IF.
002240
002250          DISPLAY " ".
002260
002270 EX-ESAMINA-MODULO-LICR.
002280          EXIT.
002290*
002300** PICCO DI UN GIORNO DEL MESE: RIGA "PICCO-MODULO-WEB"+AAAAMMGG+
002310** MODULO DI ARKVIEW (POS 1-5 IL PICCO, 7-12 L'ORA); I GIORNI
002320** SENZA RIGA NON HANNO AVUTO SESSIONI NEL MODULO
002330*
002340 ESAMINA-GIORNO-LICR.
002350
002360          MOVE SPACES                TO NOME-VIEW.
002370          STRING "PICCO-MODULO-WEB" MESE-LICR GIORNO-LICR
002380           MODULO-LIC-WEB DELIMITED BY SIZE INTO NOME-VIEW.
002390          PERFORM LEGGO-VIEW         THRU EX-LEGGO-VIEW.
002400
002410          IF ESITO-NOK GO TO EX-ESAMINA-GIORNO-LICR.
002420
002430          IF STRINGA-VIEW(1:5) NOT NUMERIC
002440           GO TO EX-ESAMINA-GIORNO-LICR
002450          END-IF.
002460
002470          MOVE STRINGA-VIEW(1:5)     TO PICCO-GIORNO-LICR.
002480          MOVE STRINGA-VIEW(7:6)     TO ORA-PICCO-LICR.
002490
002500          IF PICCO-GIORNO-LICR > PICCO-MESE-LICR
002510           MOVE PICCO-GIORNO-LICR    TO PICCO-MESE-LICR
002520          END-IF.
002530
002540          MOVE SPACES                TO DATA-VIS-LICR.
002550          STRING GIORNO-LICR "/" MM-MESE-LICR "/" AAAA-MESE-LICR
002560           DELIMITED BY SIZE INTO DATA-VIS-LICR.
002570          MOVE SPACES                TO ORA-VIS-LICR.
002580          STRING ORA-PICCO-LICR(1:2) ":" ORA-PICCO-LICR(3:2)
002590           ":" ORA-PICCO-LICR(5:2)
002600           DELIMITED BY SIZE INTO ORA-VIS-LICR.
002610
002620          IF CONCORRENTI-LIC-WEB > ZEROS
002630           AND PICCO-GIORNO-LICR > CONCORRENTI-LIC-WEB
002640           ADD 1                     TO GIORNI-OLTRE-LICR
002650           DISPLAY "  " DATA-VIS-LICR " PICCO " PICCO-GIORNO-LICR
002660            " ALLE " ORA-VIS-LICR " - OLTRE I CONCORRENTI"
002670          ELSE
002680           DISPLAY "  " DATA-VIS-LICR " PICCO " PICCO-GIORNO-LICR
002690            " ALLE " ORA-VIS-LICR
002700          END-IF.
002710
002720 EX-ESAMINA-GIORNO-LICR.
002730          EXIT.
