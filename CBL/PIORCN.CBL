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
000030  OPEN-I-RCN.
000040
000050          OPEN I-O ARKRCN.
000060
000070          IF STATUS-RCN = "35"
000080           OPEN OUTPUT ARKRCN
000090           CLOSE ARKRCN
000100           OPEN I-O ARKRCN
000110          END-IF.
000120
000130  EX-OPEN-I-RCN.
000140          EXIT.
000150
000160  CLOSE-RCN.
000170
000180          CLOSE ARKRCN.
000190
000200  EX-CLOSE-RCN.
000210          EXIT.
000220
000230  STARTO-RCN.
000240
000250          MOVE "NO"            TO ESITO-WEB.
000260
000270          START ARKRCN KEY IS NOT LESS THAN CHIAVE-RCN
000280           INVALID KEY GO TO EX-STARTO-RCN.
000290
000300          MOVE "OK"            TO ESITO-WEB.
000310
000320  EX-STARTO-RCN.
000330          EXIT.
000340
000350  LEGGO-NEXT-RCN.
000360
000370          MOVE "N"             TO FINE-FILE.
000380
000390          READ ARKRCN NEXT RECORD
000400           AT END MOVE "S"     TO FINE-FILE.
000410
000420  EX-LEGGO-NEXT-RCN.
000430          EXIT.
000440
000450  LEGGO-RCN.
000460
000470          MOVE "NO"            TO ESITO-WEB.
000480
000490          READ ARKRCN
000500           INVALID KEY GO TO EX-LEGGO-RCN.
000510
000520          MOVE "OK"            TO ESITO-WEB.
000530
000540  EX-LEGGO-RCN.
000550          EXIT.
000560  SCRIVI-RCN.
000570
000580          MOVE "NO"            TO ESITO-WEB.
000590
000600          WRITE ESITO-RCN
000610           INVALID KEY GO TO EX-SCRIVI-RCN.
000620
000630          MOVE "OK"            TO ESITO-WEB.
000640
000650  EX-SCRIVI-RCN.
000660          EXIT.
000670  CANCELLA-RCN.
000680
000690          MOVE "NO"            TO ESITO-WEB.
000700
000710          DELETE ARKRCN RECORD
000720           INVALID KEY GO TO EX-CANCELLA-RCN.
000730
000740          MOVE "OK"            TO ESITO-WEB.
000750
000760  EX-CANCELLA-RCN.
000770          EXIT.
