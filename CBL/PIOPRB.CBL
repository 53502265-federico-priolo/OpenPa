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
000190  OPEN-I-PRB.

000200          OPEN I-O ARKPRB.

000210          IF STATUS-PRB = "35"
000220           OPEN OUTPUT ARKPRB
000230           CLOSE ARKPRB
000240           OPEN I-O ARKPRB
000250          END-IF.

000260  EX-OPEN-I-PRB.
000270          EXIT.

000280  CLOSE-PRB.

000290          CLOSE ARKPRB.

000300  EX-CLOSE-PRB.
000310          EXIT.

000320  STARTO-PRB.

000330          MOVE "NO"            TO ESITO-WEB.

000340          START ARKPRB KEY IS NOT LESS THAN CHIAVE-PRB
000350           INVALID KEY GO TO EX-STARTO-PRB.

000360          MOVE "OK"            TO ESITO-WEB.

000370  EX-STARTO-PRB.
000380          EXIT.
000390*
000400** POSIZIONA SUI PROBLEMI DELLA FIRMA IN FIRMA-PRB (CHIAVE
000410** ALTERNATA CON DUPLICATI, IN ORDINE DI SCRITTURA)
000420*
000430  STARTO-FIRMA-PRB.

000440          MOVE "NO"            TO ESITO-WEB.

000450          START ARKPRB KEY IS = FIRMA-PRB
000460           INVALID KEY GO TO EX-STARTO-FIRMA-PRB.

000470          MOVE "OK"            TO ESITO-WEB.

000480  EX-STARTO-FIRMA-PRB.
000490          EXIT.

000500  LEGGO-NEXT-PRB.

000510          MOVE "N"             TO FINE-FILE.

000520          READ ARKPRB NEXT RECORD
000530           AT END MOVE "S"     TO FINE-FILE.

000540  EX-LEGGO-NEXT-PRB.
000550          EXIT.
000560*
000570** LETTURA PER NUMERO: LA CHIAVE VA NOMINATA PERCHE' UNA
000580** STARTO-FIRMA-PRB PRECEDENTE LASCIA ATTIVA LA CHIAVE ALTERNATA
000590*
000600  LEGGO-PRB.

000610          MOVE "NO"            TO ESITO-WEB.

000620          READ ARKPRB KEY IS CHIAVE-PRB
000630           INVALID KEY GO TO EX-LEGGO-PRB.

000640          MOVE "OK"            TO ESITO-WEB.

000650  EX-LEGGO-PRB.
000660          EXIT.

000670  SCRIVI-PRB.

000680          MOVE "NO"            TO ESITO-WEB.

000690          WRITE PROBLEMA
000700           INVALID KEY GO TO EX-SCRIVI-PRB.

000710          MOVE "OK"            TO ESITO-WEB.

000720  EX-SCRIVI-PRB.
000730          EXIT.

000740  RISCRIVI-PRB.

000750          MOVE "NO"            TO ESITO-WEB.

000760          REWRITE PROBLEMA
000770           INVALID KEY GO TO EX-RISCRIVI-PRB.

000780          MOVE "OK"            TO ESITO-WEB.

000790  EX-RISCRIVI-PRB.
000800          EXIT.
