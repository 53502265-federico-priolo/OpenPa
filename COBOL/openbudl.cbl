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
000200* RIPRISTINO DELLE UNITA' DI LAVORO RIMASTE APERTE SUL GIORNALE
000210* ARKUDL (OPENUDLW) DA UN PROGRAMMA CADUTO A META' DI UN
000220* AGGIORNAMENTO SU PIU' ARCHIVI. CARTELLINO A CONSOLE:
000230* "AVVIO" = ALL'AVVIO DEL SISTEMA, PRIMA DI APRIRE IL SERVER WEB,
000240* RIPORTA INDIETRO TUTTE LE UNITA' APERTE; ALTRIMENTI SOLO QUELLE
000250* APERTE DA PIU' DEI SECONDI DEL PARAMETRO UDL-SECONDI-ATTESA, PER
000260* NON TOCCARE QUELLE DI UTENTI ANCORA AL LAVORO. OGNI UNITA'
000270* RIPORTATA INDIETRO LASCIA UN INCIDENTE (OPENINCW).
000280* RC 0 SE NON C'ERA NULLA DA FARE, 4 SE QUALCHE UNITA' E' STATA
000290* RIPORTATA INDIETRO, 8 SE IL GIORNALE NON E' DISPONIBILE.
000300*
000310 IDENTIFICATION   DIVISION.
000320 PROGRAM-ID.      OPENBUDL.
000330 ENVIRONMENT      DIVISION.
000340 CONFIGURATION    SECTION.
000350          COPY "SPECIAL.CBL".
000360
000370 DATA             DIVISION.
000380
000390 WORKING-STORAGE  SECTION.
000400
000410          COPY "GLOBALS.CBL".
000420*
000430 01 MODO-BUDL                  PIC X(05).
000440    88 MODO-AVVIO-BUDL         VALUE "AVVIO".
000450*
000460 01 NOTA-BUDL.
000470    02 FILLER                  PIC X(13).
000480    02 RIPRISTINATE-BUDL       PIC 9(04).
000490    02 FILLER                  PIC X(13).
000500    02 INCOMPLETE-BUDL         PIC 9(04).
000510    02 FILLER                  PIC X(26).
000520*
000530 PROCEDURE  DIVISION.
000540*
000550          MOVE SPACES             TO MODO-BUDL.
000560          ACCEPT MODO-BUDL        FROM CONSOLE.
000570
000580          MOVE SPACES             TO ID-UDL-WEB
000590                                     ARCHIVIO-UDL-WEB
000600                                     CHIAVE-UDL-WEB
000610                                     NOTA-UDL-WEB.
000620          MOVE "OPENBUDL"         TO PROGRAMMA-UDL-WEB
000630                                     OPERATORE-UDL-WEB.
000640
000650          IF MODO-AVVIO-BUDL
000660           DISPLAY "RIPRISTINO UNITA' DI LAVORO - AVVIO"
000670           MOVE ZEROS             TO ATTESA-UDL-WEB
000680          ELSE
000690           DISPLAY "RIPRISTINO UNITA' DI LAVORO SCADUTE"
000700           PERFORM LEGGI-ATTESA-BUDL THRU EX-LEGGI-ATTESA-BUDL
000710          END-IF.
000720
000730          MOVE "RIPRISTINA"       TO AZIONE-UDL-WEB.
000740          CALL "OPENUDLW" USING AZIONE-UDL-WEB ID-UDL-WEB
000750                                PROGRAMMA-UDL-WEB
000760                                OPERATORE-UDL-WEB
000770                                ARCHIVIO-UDL-WEB CHIAVE-UDL-WEB
000780                                ATTESA-UDL-WEB ESITO-UDL-WEB
000790                                NOTA-UDL-WEB.
000800          CANCEL "OPENUDLW".
000810
000820          IF ESITO-UDL-WEB NOT = "OK"
000830           DISPLAY "OPENBUDL: RIPRISTINO NON ESEGUITO "
000840            NOTA-UDL-WEB
000850           MOVE 8                 TO RETURN-CODE
000860           GOBACK
000870          END-IF.
000880
000890*         LA NOTA E' "RIPRISTINATE nnnn INCOMPLETE nnnn"
000900
000910          MOVE NOTA-UDL-WEB       TO NOTA-BUDL.
000920
000930          IF RIPRISTINATE-BUDL NOT NUMERIC
000940           MOVE ZEROS             TO RIPRISTINATE-BUDL
000950          END-IF.
000960          IF INCOMPLETE-BUDL NOT NUMERIC
000970           MOVE ZEROS             TO INCOMPLETE-BUDL
000980          END-IF.
000990
001000          DISPLAY "UNITA' RIPRISTINATE : " RIPRISTINATE-BUDL.
001010          DISPLAY "UNITA' INCOMPLETE   : " INCOMPLETE-BUDL.
001020
001030          IF RIPRISTINATE-BUDL > ZEROS OR INCOMPLETE-BUDL > ZEROS
001040           MOVE 4                 TO RETURN-CODE
001050          ELSE
001060           MOVE ZERO              TO RETURN-CODE
001070          END-IF.
001080
001090          GOBACK.
001100*
001110***** SOGLIA DAL PARAMETRO UDL-SECONDI-ATTESA (DEFAULT 600,
001120***** LO STESSO CHE USA OPENUDLW ALL'APERTURA DI OGNI UNITA')
001130*
001140 LEGGI-ATTESA-BUDL.
001150
001160          MOVE 600                TO ATTESA-UDL-WEB.
001170
001180          MOVE "LEGGI"            TO AZIONE-PAR-WEB.
001190          MOVE "UDL-SECONDI-ATTESA" TO NOME-PAR-WEB.
001200          MOVE SPACES             TO QUALIFICA-PAR-WEB.
001210          MOVE "OPENBUDL"         TO PROGRAMMA-PAR-WEB
001220                                     OPERATORE-PAR-WEB.
001230
001240          CALL "OPENPARW" USING AZIONE-PAR-WEB NOME-PAR-WEB
001250                                QUALIFICA-PAR-WEB VALORE-PAR-WEB
001260                                PROGRAMMA-PAR-WEB
001270                                OPERATORE-PAR-WEB
001280                                ESITO-PAR-WEB MOTIVO-PAR-WEB.
001290          CANCEL "OPENPARW".
001300
001310          IF ESITO-PAR-WEB = "OK" AND NUMERO-PAR-WEB > ZEROS
001320           AND NUMERO-PAR-WEB < 100000
001330           MOVE NUMERO-PAR-WEB    TO ATTESA-UDL-WEB
001340          END-IF.
001350
001360 EX-LEGGI-ATTESA-BUDL.
001370          EXIT.
