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
000040  OPEN-I-REP.
000050
000060          OPEN I-O ARKREP.
000070
000080          IF STATUS-REP = "35"
000090           OPEN OUTPUT ARKREP
000100           CLOSE ARKREP
000110           OPEN I-O ARKREP
000120          END-IF.
000130
000140  EX-OPEN-I-REP.
000150          EXIT.
000160
000170  CLOSE-REP.
000180
000190          CLOSE ARKREP.
000200
000210  EX-CLOSE-REP.
000220          EXIT.
000230
000240  STARTO-REP.
000250
000260          MOVE "NO"            TO ESITO-WEB.
000270
000280          START ARKREP KEY IS NOT LESS THAN CHIAVE-REP
000290           INVALID KEY GO TO EX-STARTO-REP.
000300
000310          MOVE "OK"            TO ESITO-WEB.
000320
000330  EX-STARTO-REP.
000340          EXIT.
000350
000360  LEGGO-NEXT-REP.
000370
000380          MOVE "N"             TO FINE-FILE.
000390
000400          READ ARKREP NEXT RECORD
000410           AT END MOVE "S"     TO FINE-FILE.
000420
000430  EX-LEGGO-NEXT-REP.
000440          EXIT.
000450
000460  LEGGO-REP.
000470
000480          MOVE "NO"            TO ESITO-WEB.
000490
000500          READ ARKREP
000510           INVALID KEY GO TO EX-LEGGO-REP.
000520
000530          MOVE "OK"            TO ESITO-WEB.
000540
000550  EX-LEGGO-REP.
000560          EXIT.
000570
000580  SCRIVI-REP.
000590
000600          MOVE "NO"            TO ESITO-WEB.
000610
000620          WRITE TURNO-REP
000630           INVALID KEY GO TO EX-SCRIVI-REP.
000640
000650          MOVE "OK"            TO ESITO-WEB.
000660
000670  EX-SCRIVI-REP.
000680          EXIT.
000690
000700  RISCRIVI-REP.
000710
000720          MOVE "NO"            TO ESITO-WEB.
000730
000740          REWRITE TURNO-REP
000750           INVALID KEY GO TO EX-RISCRIVI-REP.
000760
000770          MOVE "OK"            TO ESITO-WEB.
000780
000790  EX-RISCRIVI-REP.
000800          EXIT.
000810
000820  CANCELLA-REP.
000830
000840          MOVE "NO"            TO ESITO-WEB.
000850
000860          DELETE ARKREP RECORD
000870           INVALID KEY GO TO EX-CANCELLA-REP.
000880
000890          MOVE "OK"            TO ESITO-WEB.
000900
000910  EX-CANCELLA-REP.
000920          EXIT.
