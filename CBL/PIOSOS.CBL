000010*
000011* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000012*
000013* This program is free software; you can redistribute it and/or modify
000014* it under the terms of the GNU General Public License as published by
000015* the Free Software Foundation; either version 2, or (at your option)
000016* any later version.
000017*
000018* This program is distributed in the hope that it will be useful,
000019* but WITHOUT ANY WARRANTY; without even the implied warranty of
000020* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000021* GNU General Public License for more details.
000022*
000023* You should have received a copy of the GNU General Public License
000024* along with this software; see the file COPYING.  If not, write to
000025* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000026* Boston, MA 02110-1301 USA
000027*
000030*
000040  OPEN-I-SOS.
000050
000060          OPEN I-O ARKSOS.
000070
000080          IF STATUS-SOS = "35"
000090           OPEN OUTPUT ARKSOS
000100           CLOSE ARKSOS
000110           OPEN I-O ARKSOS
000120          END-IF.
000130
000140  EX-OPEN-I-SOS.
000150          EXIT.
000160
000290  CLOSE-SOS.
000300
000310          CLOSE ARKSOS.
000320
000330  EX-CLOSE-SOS.
000340          EXIT.
000350
000360  STARTO-SOS.
000370
000380          MOVE "NO"            TO ESITO-WEB.
000390
000400          START ARKSOS KEY IS NOT LESS THAN CHIAVE-SOS
000410           INVALID KEY GO TO EX-STARTO-SOS.
000420
000430          MOVE "OK"            TO ESITO-WEB.
000440
000450  EX-STARTO-SOS.
000460          EXIT.
000470
000480  LEGGO-NEXT-SOS.
000490
000500          MOVE "N"             TO FINE-FILE.
000510
000520          READ ARKSOS NEXT RECORD
000530           AT END MOVE "S"     TO FINE-FILE.
000540
000550  EX-LEGGO-NEXT-SOS.
000560          EXIT.
000570
000580  LEGGO-SOS.
000590
000600          MOVE "NO"            TO ESITO-WEB.
000610
000620          READ ARKSOS
000630           INVALID KEY GO TO EX-LEGGO-SOS.
000640
000650          MOVE "OK"            TO ESITO-WEB.
000660
000670  EX-LEGGO-SOS.
000680          EXIT.
000690
000700  SCRIVI-SOS.
000710
000720          MOVE "NO"            TO ESITO-WEB.
000730
000740          WRITE SOSPESO-SOS
000750           INVALID KEY GO TO EX-SCRIVI-SOS.
000760
000770          MOVE "OK"            TO ESITO-WEB.
000780
000790  EX-SCRIVI-SOS.
000800          EXIT.
000810
000820  RISCRIVI-SOS.
000830
000840          MOVE "NO"            TO ESITO-WEB.
000850
000860          REWRITE SOSPESO-SOS
000870           INVALID KEY GO TO EX-RISCRIVI-SOS.
000880
000890          MOVE "OK"            TO ESITO-WEB.
000900
000910  EX-RISCRIVI-SOS.
000920          EXIT.
000930
000940  CANCELLA-SOS.
000950
000960          MOVE "NO"            TO ESITO-WEB.
000970
000980          DELETE ARKSOS RECORD
000990           INVALID KEY GO TO EX-CANCELLA-SOS.
001000
001010          MOVE "OK"            TO ESITO-WEB.
001020
001030  EX-CANCELLA-SOS.
001040          EXIT.
001050*
001060* PARCHEGGIA-SOS: SCRIVE IN ARKSOS (GIA' APERTO IN I-O) UN NUOVO
001070* SOSPESO CON FONTE, FLUSSO, RIGA, MOTIVO E CONTENUTO PRESI DA
001080* AREA-SOS-WEB; LA CHIAVE E' DATA E ORA CORRENTI PIU' UN
001090* PROGRESSIVO CHE SALE FINCHE' NON SI TROVA UN POSTO LIBERO
001100*
001110  PARCHEGGIA-SOS.
001120
001130          INITIALIZE SOSPESO-SOS.
001140          ACCEPT DATA-SOS      FROM DATE YYYYMMDD.
001150          ACCEPT ORA-SOS       FROM TIME.
001160          MOVE ZEROS           TO PROG-SOS.
001170          MOVE FONTE-SOS-WEB   TO FONTE-SOS.
001180          MOVE FLUSSO-SOS-WEB  TO FLUSSO-SOS.
001190          MOVE RIGA-SOS-WEB    TO RIGA-SOS.
001200          MOVE MOTIVO-SOS-WEB  TO MOTIVO-SOS.
001210          MOVE CONTENUTO-SOS-WEB TO CONTENUTO-SOS.
001220          MOVE "S"             TO STATO-SOS.
001230
001240  CICLO-PARCHEGGIA-SOS.
001250
001260          PERFORM SCRIVI-SOS   THRU EX-SCRIVI-SOS.
001270
001280          IF ESITO-OK GO TO EX-PARCHEGGIA-SOS.
001290
001300          IF PROG-SOS = 999 GO TO EX-PARCHEGGIA-SOS.
001310
001320          ADD 1                TO PROG-SOS.
001330
001340          GO TO CICLO-PARCHEGGIA-SOS.
001350
001360  EX-PARCHEGGIA-SOS.
001370          EXIT.
