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
000030  OPEN-I-DOC.
000040
000050          OPEN I-O ARKDOC.
000060
000070          IF STATUS-DOC = "35"
000080           OPEN OUTPUT ARKDOC
000090           CLOSE ARKDOC
000100           OPEN I-O ARKDOC
000110          END-IF.
000120
000130  EX-OPEN-I-DOC.
000140          EXIT.
000150
000160  CLOSE-DOC.
000170
000180          CLOSE ARKDOC.
000190
000200  EX-CLOSE-DOC.
000210          EXIT.
000220
000230  STARTO-DOC.
000240
000250          MOVE "NO"            TO ESITO-WEB.
000260
000270          START ARKDOC KEY IS NOT LESS THAN CHIAVE-DOC
000280           INVALID KEY GO TO EX-STARTO-DOC.
000290
000300          MOVE "OK"            TO ESITO-WEB.
000310
000320  EX-STARTO-DOC.
000330          EXIT.
000340
000350  LEGGO-NEXT-DOC.
000360
000370          MOVE "N"             TO FINE-FILE.
000380
000390          READ ARKDOC NEXT RECORD
000400           AT END MOVE "S"     TO FINE-FILE.
000410
000420  EX-LEGGO-NEXT-DOC.
000430          EXIT.
000440
000450  LEGGO-DOC.
000460
000470          MOVE "NO"            TO ESITO-WEB.
000480
000490          READ ARKDOC
000500           INVALID KEY GO TO EX-LEGGO-DOC.
000510
000520          MOVE "OK"            TO ESITO-WEB.
000530
000540  EX-LEGGO-DOC.
000550          EXIT.
000560
000570  SCRIVI-DOC.
000580
000590          MOVE "NO"            TO ESITO-WEB.
000600
000610          WRITE STAMPA-UFFICIALE
000620           INVALID KEY GO TO EX-SCRIVI-DOC.
000630
000640          MOVE "OK"            TO ESITO-WEB.
000650
000660  EX-SCRIVI-DOC.
000670          EXIT.
000680
000690  RISCRIVI-DOC.
000700
000710          MOVE "NO"            TO ESITO-WEB.
000720
000730          REWRITE STAMPA-UFFICIALE
000740           INVALID KEY GO TO EX-RISCRIVI-DOC.
000750
000760          MOVE "OK"            TO ESITO-WEB.
000770
000780  EX-RISCRIVI-DOC.
000790          EXIT.
000800*
000810** LEGGO-IMPRONTA-DOC / LEGGO-BUSTA-DOC: PRIMA STAMPA CON
000820** L'IMPRONTA CERCATA (DEL FILE ORIGINALE O DELLA BUSTA FIRMATA)
000830*
000840  LEGGO-IMPRONTA-DOC.
000850
000860          MOVE "NO"            TO ESITO-WEB.
000870
000880          READ ARKDOC KEY IS IMPRONTA-DOC
000890           INVALID KEY GO TO EX-LEGGO-IMPRONTA-DOC.
000900
000910          MOVE "OK"            TO ESITO-WEB.
000920
000930  EX-LEGGO-IMPRONTA-DOC.
000940          EXIT.
000950
000960  LEGGO-BUSTA-DOC.
000970
000980          MOVE "NO"            TO ESITO-WEB.
000990
001000          READ ARKDOC KEY IS IMPRONTA-BUSTA-DOC
001010           INVALID KEY GO TO EX-LEGGO-BUSTA-DOC.
001020
001030          MOVE "OK"            TO ESITO-WEB.
001040
001050  EX-LEGGO-BUSTA-DOC.
001060          EXIT.
