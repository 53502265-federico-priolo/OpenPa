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
000030  OPEN-I-INT.
000040
000050          OPEN I-O ARKINT.
000060
000070          IF STATUS-INT = "35"
000080           OPEN OUTPUT ARKINT
000090           CLOSE ARKINT
000100           OPEN I-O ARKINT
000110          END-IF.
000120
000130  EX-OPEN-I-INT.
000140          EXIT.
000150*
000160* OPEN-O-INT: LA LINEA DI BASE SI RISCRIVE SEMPRE PER INTERO
000170*
000180  OPEN-O-INT.
000190
000200          OPEN OUTPUT ARKINT.
000210
000220  EX-OPEN-O-INT.
000230          EXIT.
000240
000250  CLOSE-INT.
000260
000270          CLOSE ARKINT.
000280
000290  EX-CLOSE-INT.
000300          EXIT.
000310
000320  STARTO-INT.
000330
000340          MOVE "NO"            TO ESITO-WEB.
000350
000360          START ARKINT KEY IS NOT LESS THAN CHIAVE-INT
000370           INVALID KEY GO TO EX-STARTO-INT.
000380
000390          MOVE "OK"            TO ESITO-WEB.
000400
000410  EX-STARTO-INT.
000420          EXIT.
000430
000440  LEGGO-NEXT-INT.
000450
000460          MOVE "N"             TO FINE-FILE.
000470
000480          READ ARKINT NEXT RECORD
000490           AT END MOVE "S"     TO FINE-FILE.
000500
000510  EX-LEGGO-NEXT-INT.
000520          EXIT.
000530
000540  SCRIVI-INT.
000550
000560          MOVE "NO"            TO ESITO-WEB.
000570
000580          WRITE IMPRONTA-INSTALLATA
000590           INVALID KEY GO TO EX-SCRIVI-INT.
000600
000610          MOVE "OK"            TO ESITO-WEB.
000620
000630  EX-SCRIVI-INT.
000640          EXIT.
000650
000660  LEGGO-INT.
000670
000680          MOVE "NO"            TO ESITO-WEB.
000690
000700          READ ARKINT
000710           INVALID KEY GO TO EX-LEGGO-INT.
000720
000730          MOVE "OK"            TO ESITO-WEB.
000740
000750  EX-LEGGO-INT.
000760          EXIT.
000770
000780  RISCRIVI-INT.
000790
000800          MOVE "NO"            TO ESITO-WEB.
000810
000820          REWRITE IMPRONTA-INSTALLATA
000830           INVALID KEY GO TO EX-RISCRIVI-INT.
000840
000850          MOVE "OK"            TO ESITO-WEB.
000860
000870  EX-RISCRIVI-INT.
000880          EXIT.
