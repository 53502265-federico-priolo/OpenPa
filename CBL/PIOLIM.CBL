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
000040  OPEN-I-LIM.
000050
000060          OPEN I-O ARKLIM.
000070
000080          IF STATUS-LIM = "35"
000090           OPEN OUTPUT ARKLIM
000100           CLOSE ARKLIM
000110           OPEN I-O ARKLIM
000120          END-IF.
000130
000140  EX-OPEN-I-LIM.
000150          EXIT.
000160
000290  CLOSE-LIM.
000300
000310          CLOSE ARKLIM.
000320
000330  EX-CLOSE-LIM.
000340          EXIT.
000350
000360  STARTO-LIM.
000370
000380          MOVE "NO"            TO ESITO-WEB.
000390
000400          START ARKLIM KEY IS NOT LESS THAN CHIAVE-LIM
000410           INVALID KEY GO TO EX-STARTO-LIM.
000420
000430          MOVE "OK"            TO ESITO-WEB.
000440
000450  EX-STARTO-LIM.
000460          EXIT.
000470
000480  LEGGO-NEXT-LIM.
000490
000500          MOVE "N"             TO FINE-FILE.
000510
000520          READ ARKLIM NEXT RECORD
000530           AT END MOVE "S"     TO FINE-FILE.
000540
000550  EX-LEGGO-NEXT-LIM.
000560          EXIT.
000570
000580  LEGGO-LIM.
000590
000600          MOVE "NO"            TO ESITO-WEB.
000610
000620          READ ARKLIM
000630           INVALID KEY GO TO EX-LEGGO-LIM.
000640
000650          MOVE "OK"            TO ESITO-WEB.
000660
000670  EX-LEGGO-LIM.
000680          EXIT.
000690
000700  SCRIVI-LIM.
000710
000720          MOVE "NO"            TO ESITO-WEB.
000730
000740          WRITE LIMITE-ABI
000750           INVALID KEY GO TO EX-SCRIVI-LIM.
000760
000770          MOVE "OK"            TO ESITO-WEB.
000780
000790  EX-SCRIVI-LIM.
000800          EXIT.
000810
000820  RISCRIVI-LIM.
000830
000840          MOVE "NO"            TO ESITO-WEB.
000850
000860          REWRITE LIMITE-ABI
000870           INVALID KEY GO TO EX-RISCRIVI-LIM.
000880
000890          MOVE "OK"            TO ESITO-WEB.
000900
000910  EX-RISCRIVI-LIM.
000920          EXIT.
000930
000940  CANCELLA-LIM.
000950
000960          MOVE "NO"            TO ESITO-WEB.
000970
000980          DELETE ARKLIM RECORD
000990           INVALID KEY GO TO EX-CANCELLA-LIM.
001000
001010          MOVE "OK"            TO ESITO-WEB.
001020
001030  EX-CANCELLA-LIM.
001040          EXIT.
