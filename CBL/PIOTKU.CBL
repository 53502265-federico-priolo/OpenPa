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
000190  OPEN-I-TKU.

000200          OPEN I-O ARKTKU.

000210          IF STATUS-TKU = "35"
000220           OPEN OUTPUT ARKTKU
000230           CLOSE ARKTKU
000240           OPEN I-O ARKTKU
000250          END-IF.

000260  EX-OPEN-I-TKU.
000270          EXIT.

000280  CLOSE-TKU.

000290          CLOSE ARKTKU.

000300  EX-CLOSE-TKU.
000310          EXIT.

000320  LEGGO-TKU.

000330          MOVE "NO"            TO ESITO-WEB.

000340          READ ARKTKU KEY IS CHIAVE-TKU
000350           INVALID KEY GO TO EX-LEGGO-TKU.

000360          MOVE "OK"            TO ESITO-WEB.

000370  EX-LEGGO-TKU.
000380          EXIT.
000390*
000400** POSIZIONA SUGLI UTILIZZI DEL TICKET IN NUMERO-TKU (CHIAVE
000410** ALTERNATA CON DUPLICATI, IN ORDINE DI SCRITTURA)
000420*
000430  STARTO-NUMERO-TKU.

000440          MOVE "NO"            TO ESITO-WEB.

000450          START ARKTKU KEY IS = NUMERO-TKU
000460           INVALID KEY GO TO EX-STARTO-NUMERO-TKU.

000470          MOVE "OK"            TO ESITO-WEB.

000480  EX-STARTO-NUMERO-TKU.
000490          EXIT.

000500  LEGGO-NEXT-TKU.

000510          MOVE "N"             TO FINE-FILE.

000520          READ ARKTKU NEXT RECORD
000530           AT END MOVE "S"     TO FINE-FILE.

000540  EX-LEGGO-NEXT-TKU.
000550          EXIT.
