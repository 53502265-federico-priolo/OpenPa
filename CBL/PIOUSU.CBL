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
000030  OPEN-I-USU.
000040
000050          OPEN I-O ARKUSU.
000060
000070          IF STATUS-USU = "35"
000080           OPEN OUTPUT ARKUSU
000090           CLOSE ARKUSU
000100           OPEN I-O ARKUSU
000110          END-IF.
000120
000130  EX-OPEN-I-USU.
000140          EXIT.
000150
000160  CLOSE-USU.
000170
000180          CLOSE ARKUSU.
000190
000200  EX-CLOSE-USU.
000210          EXIT.
000220
000230  STARTO-USU.
000240
000250          MOVE "NO"            TO ESITO-WEB.
000260
000270          START ARKUSU KEY IS NOT LESS THAN CHIAVE-USU
000280           INVALID KEY GO TO EX-STARTO-USU.
000290
000300          MOVE "OK"            TO ESITO-WEB.
000310
000320  EX-STARTO-USU.
000330          EXIT.
000340
000350  LEGGO-NEXT-USU.
000360
000370          MOVE "N"             TO FINE-FILE.
000380
000390          READ ARKUSU NEXT RECORD
000400           AT END MOVE "S"     TO FINE-FILE.
000410
000420  EX-LEGGO-NEXT-USU.
000430          EXIT.
000440
000450  LEGGO-USU.
000460
000470          MOVE "NO"            TO ESITO-WEB.
000480
000490          READ ARKUSU
000500           INVALID KEY GO TO EX-LEGGO-USU.
000510
000520          MOVE "OK"            TO ESITO-WEB.
000530
000540  EX-LEGGO-USU.
000550          EXIT.
000560
000570  SCRIVI-USU.
000580
000590          MOVE "NO"            TO ESITO-WEB.
000600
000610          WRITE CONTEGGIO-USU
000620           INVALID KEY GO TO EX-SCRIVI-USU.
000630
000640          MOVE "OK"            TO ESITO-WEB.
000650
000660  EX-SCRIVI-USU.
000670          EXIT.
000680
000690  RISCRIVI-USU.
000700
000710          MOVE "NO"            TO ESITO-WEB.
000720
000730          REWRITE CONTEGGIO-USU
000740           INVALID KEY GO TO EX-RISCRIVI-USU.
000750
000760          MOVE "OK"            TO ESITO-WEB.
000770
000780  EX-RISCRIVI-USU.
000790          EXIT.
000800
000810  CANCELLA-USU.
000820
000830          MOVE "NO"            TO ESITO-WEB.
000840
000850          DELETE ARKUSU RECORD
000860           INVALID KEY GO TO EX-CANCELLA-USU.
000870
000880          MOVE "OK"            TO ESITO-WEB.
000890
000900  EX-CANCELLA-USU.
000910          EXIT.
000920
000930  INCREMENTA-USU.
000940
000950          PERFORM LEGGO-USU    THRU EX-LEGGO-USU.
000960
000970          IF ESITO-OK
000980           ADD 1               TO CONTA-USU
000990           PERFORM RISCRIVI-USU THRU EX-RISCRIVI-USU
001000          ELSE
001010           MOVE 1              TO CONTA-USU
001020           PERFORM SCRIVI-USU  THRU EX-SCRIVI-USU
001030          END-IF.
001040
001050  EX-INCREMENTA-USU.
001060          EXIT.
