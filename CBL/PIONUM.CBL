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
000190  OPEN-I-NUM.

000200          OPEN I-O ARKNUM.

000210          IF STATUS-NUM = "35"
000220           OPEN OUTPUT ARKNUM
000230           CLOSE ARKNUM
000240           OPEN I-O ARKNUM
000250          END-IF.

000260  EX-OPEN-I-NUM.
000270          EXIT.

000280  CLOSE-NUM.

000290          CLOSE ARKNUM.

000300  EX-CLOSE-NUM.
000310          EXIT.

000320  STARTO-NUM.

000330          MOVE "NO"            TO ESITO-WEB.

000340          START ARKNUM KEY IS NOT LESS THAN CHIAVE-NUM
000350           INVALID KEY GO TO EX-STARTO-NUM.

000360          MOVE "OK"            TO ESITO-WEB.

000370  EX-STARTO-NUM.
000380          EXIT.

000390  LEGGO-NEXT-NUM.

000400          MOVE "N"             TO FINE-FILE.

000410          READ ARKNUM NEXT RECORD
000420           AT END MOVE "S"     TO FINE-FILE.

000430  EX-LEGGO-NEXT-NUM.
000440          EXIT.

000450  LEGGO-NUM.

000460          MOVE "NO"            TO ESITO-WEB.

000470          READ ARKNUM
000480           INVALID KEY GO TO EX-LEGGO-NUM.

000490          MOVE "OK"            TO ESITO-WEB.

000500  EX-LEGGO-NUM.
000510          EXIT.

000520  SCRIVI-NUM.

000530          MOVE "NO"            TO ESITO-WEB.

000540          WRITE NUMERATORE
000550           INVALID KEY GO TO EX-SCRIVI-NUM.

000560          MOVE "OK"            TO ESITO-WEB.

000570  EX-SCRIVI-NUM.
000580          EXIT.

000590  RISCRIVI-NUM.

000600          MOVE "NO"            TO ESITO-WEB.

000610          REWRITE NUMERATORE
000620           INVALID KEY GO TO EX-RISCRIVI-NUM.

000630          MOVE "OK"            TO ESITO-WEB.

000640  EX-RISCRIVI-NUM.
000650          EXIT.
