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
000040  OPEN-I-VIO.
000050
000060          OPEN I-O ARKVIO.
000070
000080          IF STATUS-VIO = "35"
000090           OPEN OUTPUT ARKVIO
000100           CLOSE ARKVIO
000110           OPEN I-O ARKVIO
000120          END-IF.
000130
000140  EX-OPEN-I-VIO.
000150          EXIT.
000160
000290  CLOSE-VIO.
000300
000310          CLOSE ARKVIO.
000320
000330  EX-CLOSE-VIO.
000340          EXIT.
000350
000360  STARTO-VIO.
000370
000380          MOVE "NO"            TO ESITO-WEB.
000390
000400          START ARKVIO KEY IS NOT LESS THAN CHIAVE-VIO
000410           INVALID KEY GO TO EX-STARTO-VIO.
000420
000430          MOVE "OK"            TO ESITO-WEB.
000440
000450  EX-STARTO-VIO.
000460          EXIT.
000470
000480  LEGGO-NEXT-VIO.
000490
000500          MOVE "N"             TO FINE-FILE.
000510
000520          READ ARKVIO NEXT RECORD
000530           AT END MOVE "S"     TO FINE-FILE.
000540
000550  EX-LEGGO-NEXT-VIO.
000560          EXIT.
000570
000580  LEGGO-VIO.
000590
000600          MOVE "NO"            TO ESITO-WEB.
000610
000620          READ ARKVIO
000630           INVALID KEY GO TO EX-LEGGO-VIO.
000640
000650          MOVE "OK"            TO ESITO-WEB.
000660
000670  EX-LEGGO-VIO.
000680          EXIT.
000690
000700  SCRIVI-VIO.
000710
000720          MOVE "NO"            TO ESITO-WEB.
000730
000740          WRITE VIOLAZIONE
000750           INVALID KEY GO TO EX-SCRIVI-VIO.
000760
000770          MOVE "OK"            TO ESITO-WEB.
000780
000790  EX-SCRIVI-VIO.
000800          EXIT.
000810
000820  RISCRIVI-VIO.
000830
000840          MOVE "NO"            TO ESITO-WEB.
000850
000860          REWRITE VIOLAZIONE
000870           INVALID KEY GO TO EX-RISCRIVI-VIO.
000880
000890          MOVE "OK"            TO ESITO-WEB.
000900
000910  EX-RISCRIVI-VIO.
000920          EXIT.
000930
000940  CANCELLA-VIO.
000950
000960          MOVE "NO"            TO ESITO-WEB.
000970
000980          DELETE ARKVIO RECORD
000990           INVALID KEY GO TO EX-CANCELLA-VIO.
001000
001010          MOVE "OK"            TO ESITO-WEB.
001020
001030  EX-CANCELLA-VIO.
001040          EXIT.
