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
000200* SPAZZATA GIORNALIERA DELLE DELEGHE PER ASSENZA (ARKDEL), DA
000210* ESEGUIRE OGNI MATTINA PRIMA DELL'APERTURA: OPENDELW AVVIA LE
000220* DELEGHE PROGRAMMATE CHE INIZIANO OGGI (O, SE LA SPAZZATA E'
000230* SALTATA, CHE SONO GIA' INIZIATE) E CHIUDE QUELLE ATTIVE OLTRE LA
000240* DATA DI FINE, TOGLIENDO AL DELEGATO I GRUPPI DEL DELEGANTE.
000250* RC 0 SE TUTTO E' ANDATO BENE, 4 SE QUALCHE DELEGA E' STATA
000260* RESPINTA ALL'AVVIO (MOTIVO SU ARKDEL E NOTIFICA AI DUE UTENTI).
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENBDEL.
000300 ENVIRONMENT      DIVISION.
000310 CONFIGURATION    SECTION.
000320          COPY "SPECIAL.CBL".
000330
000340 DATA             DIVISION.
000350
000360 WORKING-STORAGE  SECTION.
000370
000380          COPY "GLOBALS.CBL".
000390*
000400 01 NOTA-BDEL.
000410    02 FILLER                  PIC X(08).
000420    02 AVVIATE-BDEL            PIC 9(04).
000430    02 FILLER                  PIC X(08).
000440    02 CHIUSE-BDEL             PIC 9(04).
000450    02 FILLER                  PIC X(10).
000460    02 RESPINTE-BDEL           PIC 9(04).
000470    02 FILLER                  PIC X(22).
000480*
000490 PROCEDURE  DIVISION.
000500*
000510          DISPLAY "SPAZZATA DELEGHE PER ASSENZA".
000520
000530          MOVE "SPAZZA"           TO AZIONE-DEL-WEB.
000540          MOVE SPACES             TO DELEGANTE-DEL-WEB
000550                                     DELEGATO-DEL-WEB
000560                                     MOTIVO-DEL-WEB
000570                                     NOTA-DEL-WEB.
000580          MOVE ZEROS              TO INIZIO-DEL-WEB
000590                                     FINE-DEL-WEB.
000600          MOVE "OPENBDEL"         TO OPERATORE-DEL-WEB.
000610
000620          CALL "OPENDELW" USING AZIONE-DEL-WEB DELEGANTE-DEL-WEB
000630                                INIZIO-DEL-WEB FINE-DEL-WEB
000640                                DELEGATO-DEL-WEB MOTIVO-DEL-WEB
000650                                OPERATORE-DEL-WEB ESITO-DEL-WEB
000660                                NOTA-DEL-WEB.
000670          CANCEL "OPENDELW".
000680
000690          IF ESITO-DEL-WEB NOT = "OK"
000700           DISPLAY "OPENBDEL: SPAZZATA NON ESEGUITA " NOTA-DEL-WEB
000710           MOVE 8                 TO RETURN-CODE
000720           GOBACK
000730          END-IF.
000740
000750*         LA NOTA E' "AVVIATE nnnn CHIUSE nnnn RESPINTE nnnn"
000760
000770          MOVE NOTA-DEL-WEB       TO NOTA-BDEL.
000780
000790          DISPLAY "DELEGHE AVVIATE  : " AVVIATE-BDEL.
000800          DISPLAY "DELEGHE CHIUSE   : " CHIUSE-BDEL.
000810          DISPLAY "DELEGHE RESPINTE : " RESPINTE-BDEL.
000820
000830          IF RESPINTE-BDEL NUMERIC AND RESPINTE-BDEL > ZEROS
000840           MOVE 4                 TO RETURN-CODE
000850          ELSE
000860           MOVE ZERO              TO RETURN-CODE
000870          END-IF.
000880
000890          GOBACK.
