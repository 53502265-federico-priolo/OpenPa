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
000030  OPEN-I-PRV.
000040
000050          OPEN I-O ARKPRV.
000060
000070          IF STATUS-PRV = "35"
000080           OPEN OUTPUT ARKPRV
000090           CLOSE ARKPRV
000100           OPEN I-O ARKPRV
000110          END-IF.
000120
000130  EX-OPEN-I-PRV.
000140          EXIT.
000150
000160  CLOSE-PRV.
000170
000180          CLOSE ARKPRV.
000190
000200  EX-CLOSE-PRV.
000210          EXIT.
000220
000230  STARTO-PRV.
000240
000250          MOVE "NO"            TO ESITO-WEB.
000260
000270          START ARKPRV KEY IS NOT LESS THAN CHIAVE-PRV
000280           INVALID KEY GO TO EX-STARTO-PRV.
000290
000300          MOVE "OK"            TO ESITO-WEB.
000310
000320  EX-STARTO-PRV.
000330          EXIT.
000340
000350  LEGGO-NEXT-PRV.
000360
000370          MOVE "N"             TO FINE-FILE.
000380
000390          READ ARKPRV NEXT RECORD
000400           AT END MOVE "S"     TO FINE-FILE.
000410
000420  EX-LEGGO-NEXT-PRV.
000430          EXIT.
000440
000450  LEGGO-PRV.
000460
000470          MOVE "NO"            TO ESITO-WEB.
000480
000490          READ ARKPRV
000500           INVALID KEY GO TO EX-LEGGO-PRV.
000510
000520          MOVE "OK"            TO ESITO-WEB.
000530
000540  EX-LEGGO-PRV.
000550          EXIT.
000560  SCRIVI-PRV.
000570
000580          MOVE "NO"            TO ESITO-WEB.
000590
000600          WRITE REVISIONE-PRV
000610           INVALID KEY GO TO EX-SCRIVI-PRV.
000620
000630          MOVE "OK"            TO ESITO-WEB.
000640
000650  EX-SCRIVI-PRV.
000660          EXIT.
000670  RISCRIVI-PRV.
000680
000690          MOVE "NO"            TO ESITO-WEB.
000700
000710          REWRITE REVISIONE-PRV
000720           INVALID KEY GO TO EX-RISCRIVI-PRV.
000730
000740          MOVE "OK"            TO ESITO-WEB.
000750
000760  EX-RISCRIVI-PRV.
000770          EXIT.
000780  CANCELLA-PRV.
000790
000800          MOVE "NO"            TO ESITO-WEB.
000810
000820          DELETE ARKPRV RECORD
000830           INVALID KEY GO TO EX-CANCELLA-PRV.
000840
000850          MOVE "OK"            TO ESITO-WEB.
000860
000870  EX-CANCELLA-PRV.
000880          EXIT.
