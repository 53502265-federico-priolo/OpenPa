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
000030  OPEN-I-UOA.
000040
000050          OPEN I-O ARKUOA.
000060
000070          IF STATUS-UOA = "35"
000080           OPEN OUTPUT ARKUOA
000090           CLOSE ARKUOA
000100           OPEN I-O ARKUOA
000110          END-IF.
000120
000130  EX-OPEN-I-UOA.
000140          EXIT.
000150
000160  CLOSE-UOA.
000170
000180          CLOSE ARKUOA.
000190
000200  EX-CLOSE-UOA.
000210          EXIT.
000220
000230  STARTO-UOA.
000240
000250          MOVE "NO"            TO ESITO-WEB.
000260
000270          START ARKUOA KEY IS NOT LESS THAN CHIAVE-UOA
000280           INVALID KEY GO TO EX-STARTO-UOA.
000290
000300          MOVE "OK"            TO ESITO-WEB.
000310
000320  EX-STARTO-UOA.
000330          EXIT.
000340
000350  LEGGO-NEXT-UOA.
000360
000370          MOVE "N"             TO FINE-FILE.
000380
000390          READ ARKUOA NEXT RECORD
000400           AT END MOVE "S"     TO FINE-FILE.
000410
000420  EX-LEGGO-NEXT-UOA.
000430          EXIT.
000440
000450  LEGGO-UOA.
000460
000470          MOVE "NO"            TO ESITO-WEB.
000480
000490          READ ARKUOA
000500           INVALID KEY GO TO EX-LEGGO-UOA.
000510
000520          MOVE "OK"            TO ESITO-WEB.
000530
000540  EX-LEGGO-UOA.
000550          EXIT.
000560
000570  SCRIVI-UOA.
000580
000590          MOVE "NO"            TO ESITO-WEB.
000600
000610          WRITE ASSEGNAZIONE-UNITA
000620           INVALID KEY GO TO EX-SCRIVI-UOA.
000630
000640          MOVE "OK"            TO ESITO-WEB.
000650
000660  EX-SCRIVI-UOA.
000670          EXIT.
000680
000690  RISCRIVI-UOA.
000700
000710          MOVE "NO"            TO ESITO-WEB.
000720
000730          REWRITE ASSEGNAZIONE-UNITA
000740           INVALID KEY GO TO EX-RISCRIVI-UOA.
000750
000760          MOVE "OK"            TO ESITO-WEB.
000770
000780  EX-RISCRIVI-UOA.
000790          EXIT.
000800
000810  CANCELLA-UOA.
000820
000830          MOVE "NO"            TO ESITO-WEB.
000840
000850          DELETE ARKUOA RECORD
000860           INVALID KEY GO TO EX-CANCELLA-UOA.
000870
000880          MOVE "OK"            TO ESITO-WEB.
000890
000900  EX-CANCELLA-UOA.
000910          EXIT.
000920*
000930** STARTO-UNITA-UOA: POSIZIONA SULLA CHIAVE ALTERNATIVA UNITA-UOA;
000940** LE LETTURE SUCCESSIVE SCORRONO GLI UTENTI PER UNITA'
000950*
000960  STARTO-UNITA-UOA.
000970
000980          MOVE "NO"            TO ESITO-WEB.
000990
001000          START ARKUOA KEY IS NOT LESS THAN UNITA-UOA
001010           INVALID KEY GO TO EX-STARTO-UNITA-UOA.
001020
001030          MOVE "OK"            TO ESITO-WEB.
001040
001050  EX-STARTO-UNITA-UOA.
001060          EXIT.
