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
000030  OPEN-I-UOR.
000040
000050          OPEN I-O ARKUOR.
000060
000070          IF STATUS-UOR = "35"
000080           OPEN OUTPUT ARKUOR
000090           CLOSE ARKUOR
000100           OPEN I-O ARKUOR
000110          END-IF.
000120
000130  EX-OPEN-I-UOR.
000140          EXIT.
000150
000160  CLOSE-UOR.
000170
000180          CLOSE ARKUOR.
000190
000200  EX-CLOSE-UOR.
000210          EXIT.
000220
000230  STARTO-UOR.
000240
000250          MOVE "NO"            TO ESITO-WEB.
000260
000270          START ARKUOR KEY IS NOT LESS THAN CHIAVE-UOR
000280           INVALID KEY GO TO EX-STARTO-UOR.
000290
000300          MOVE "OK"            TO ESITO-WEB.
000310
000320  EX-STARTO-UOR.
000330          EXIT.
000340
000350  LEGGO-NEXT-UOR.
000360
000370          MOVE "N"             TO FINE-FILE.
000380
000390          READ ARKUOR NEXT RECORD
000400           AT END MOVE "S"     TO FINE-FILE.
000410
000420  EX-LEGGO-NEXT-UOR.
000430          EXIT.
000440
000450  LEGGO-UOR.
000460
000470          MOVE "NO"            TO ESITO-WEB.
000480
000490          READ ARKUOR
000500           INVALID KEY GO TO EX-LEGGO-UOR.
000510
000520          MOVE "OK"            TO ESITO-WEB.
000530
000540  EX-LEGGO-UOR.
000550          EXIT.
000560
000570  SCRIVI-UOR.
000580
000590          MOVE "NO"            TO ESITO-WEB.
000600
000610          WRITE UNITA-ORGANIZZATIVA
000620           INVALID KEY GO TO EX-SCRIVI-UOR.
000630
000640          MOVE "OK"            TO ESITO-WEB.
000650
000660  EX-SCRIVI-UOR.
000670          EXIT.
000680
000690  RISCRIVI-UOR.
000700
000710          MOVE "NO"            TO ESITO-WEB.
000720
000730          REWRITE UNITA-ORGANIZZATIVA
000740           INVALID KEY GO TO EX-RISCRIVI-UOR.
000750
000760          MOVE "OK"            TO ESITO-WEB.
000770
000780  EX-RISCRIVI-UOR.
000790          EXIT.
