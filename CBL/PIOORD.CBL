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
000040* ROUTINE DELL'ARCHIVIO DI APPOGGIO DEGLI ORDINAMENTI (ARKORD)
000050*
000060  OPEN-O-ORD.
000070
000080          OPEN OUTPUT ARKORD.
000090          CLOSE ARKORD.
000100          OPEN I-O ARKORD.
000110
000120  EX-OPEN-O-ORD.
000130          EXIT.
000140
000150  CLOSE-ORD.
000160
000170          CLOSE ARKORD.
000180
000190  EX-CLOSE-ORD.
000200          EXIT.
000210
000220  SCRIVI-ORD.
000230
000240          MOVE "NO"            TO ESITO-WEB.
000250
000260          WRITE RIGA-ORD
000270           INVALID KEY GO TO EX-SCRIVI-ORD.
000280
000290          MOVE "OK"            TO ESITO-WEB.
000300
000310  EX-SCRIVI-ORD.
000320          EXIT.
000330
000340  STARTO-ORD.
000350
000360          MOVE "NO"            TO ESITO-WEB.
000370
000380          START ARKORD KEY IS NOT LESS THAN CHIAVE-ORD
000390           INVALID KEY GO TO EX-STARTO-ORD.
000400
000410          MOVE "OK"            TO ESITO-WEB.
000420
000430  EX-STARTO-ORD.
000440          EXIT.
000450
000460  LEGGO-NEXT-ORD.
000470
000480          MOVE "N"             TO FINE-FILE.
000490
000500          READ ARKORD NEXT RECORD
000510           AT END MOVE "S"     TO FINE-FILE.
000520
000530  EX-LEGGO-NEXT-ORD.
000540          EXIT.
000550*
000560* INVERTI-ORD: ROVESCIA VALORE-ORD BYTE PER BYTE (X"00" <-> X"FF",
000570* SPAZIO <-> X"DF", ...) COSI' CHE L'ORDINE CRESCENTE DELLA
000580* CHIAVE DIVENTI QUELLO DECRESCENTE DEL VALORE ORIGINALE; LE DUE
000581* TAVOLE DI CONVERSIONE SI PREPARANO UNA VOLTA SOLA PER PROCESSO
000590*
000600  INVERTI-ORD.
000610
000611          IF DIRETTO-ORD(2:1) = LOW-VALUE
000612           PERFORM PREPARA-ORD THRU EX-PREPARA-ORD
000613            VARYING IND-ORD FROM 1 BY 1 UNTIL IND-ORD > 256
000614          END-IF.
000615
000620          INSPECT VALORE-ORD
000630           CONVERTING DIRETTO-ORD TO ROVESCIO-ORD.
000640
000650  EX-INVERTI-ORD.
000660          EXIT.
000670
000680  PREPARA-ORD.
000690
000700          COMPUTE CODICE-ORD = IND-ORD - 1.
000710          MOVE CARATTERE-ORD    TO DIRETTO-ORD(IND-ORD:1).
000720          MOVE CARATTERE-ORD    TO ROVESCIO-ORD(257 - IND-ORD:1).
000730
000740  EX-PREPARA-ORD.
000750          EXIT.
