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
000030  OPEN-I-ILOG.
000032
000034          OPEN INPUT ARKILOG.
000036
000038  EX-OPEN-I-ILOG.
000040          EXIT.
000042
000044  OPEN-IO-ILOG.
000046
000050          OPEN I-O ARKILOG.
000060
000070          IF STATUS-ILOG = "35"
000080           OPEN OUTPUT ARKILOG
000090           CLOSE ARKILOG
000100           OPEN I-O ARKILOG
000110          END-IF.
000120
000130  EX-OPEN-IO-ILOG.
000140          EXIT.
000150*
000160** RICOSTRUZIONE: L'INDICE RIPARTE VUOTO
000170*
000180  OPEN-O-ILOG.
000190
000200          OPEN OUTPUT ARKILOG.
000210          CLOSE ARKILOG.
000220          OPEN I-O ARKILOG.
000230
000240  EX-OPEN-O-ILOG.
000250          EXIT.
000260
000270  CLOSE-ILOG.
000280
000290          CLOSE ARKILOG.
000300
000310  EX-CLOSE-ILOG.
000320          EXIT.
000330
000340  LEGGO-ILOG.
000350
000360          MOVE "NO"            TO ESITO-WEB.
000370
000380          READ ARKILOG
000390           INVALID KEY GO TO EX-LEGGO-ILOG.
000400
000410          MOVE "OK"            TO ESITO-WEB.
000420
000430  EX-LEGGO-ILOG.
000440          EXIT.
000450*
000460** POSIZIONAMENTO PER RECORD INTERESSATO (CHIAVE-NUMERO-ILOG GIA'
000470** VALORIZZATA) E PER NOME CAMPO (CHIAVE-NOME-ILOG GIA'
000471** VALORIZZATA)
000480*
000490  STARTO-NUMERO-ILOG.
000500
000510          MOVE "NO"            TO ESITO-WEB.
000520
000530          START ARKILOG KEY IS NOT LESS THAN CHIAVE-NUMERO-ILOG
000540           INVALID KEY GO TO EX-STARTO-NUMERO-ILOG.
000550
000560          MOVE "OK"            TO ESITO-WEB.
000570
000580  EX-STARTO-NUMERO-ILOG.
000590          EXIT.
000600
000610  STARTO-NOME-ILOG.
000620
000630          MOVE "NO"            TO ESITO-WEB.
000640
000650          START ARKILOG KEY IS NOT LESS THAN CHIAVE-NOME-ILOG
000660           INVALID KEY GO TO EX-STARTO-NOME-ILOG.
000670
000680          MOVE "OK"            TO ESITO-WEB.
000690
000700  EX-STARTO-NOME-ILOG.
000710          EXIT.
000720
000730  LEGGO-NEXT-ILOG.
000740
000750          MOVE "N"             TO FINE-FILE.
000760
000770          READ ARKILOG NEXT RECORD
000780           AT END MOVE "S"     TO FINE-FILE.
000790
000800  EX-LEGGO-NEXT-ILOG.
000810          EXIT.
000820
000830  SCRIVI-ILOG.
000840
000850          MOVE "NO"            TO ESITO-WEB.
000860
000870          WRITE INDICE-LOG
000880           INVALID KEY GO TO EX-SCRIVI-ILOG.
000890
000900          MOVE "OK"            TO ESITO-WEB.
000910
000920  EX-SCRIVI-ILOG.
000930          EXIT.
000940
000950  RISCRIVI-ILOG.
000960
000970          MOVE "NO"            TO ESITO-WEB.
000980
000990          REWRITE INDICE-LOG
001000           INVALID KEY GO TO EX-RISCRIVI-ILOG.
001010
001020          MOVE "OK"            TO ESITO-WEB.
001030
001040  EX-RISCRIVI-ILOG.
001050          EXIT.
001060*
001070** COMPONE LE CHIAVI ALTERNATIVE DALLA RIGA DI LOG GIA' RIPORTATA
001080** IN RIGA-ILOG (GENERAZIONE E POSIZIONE LE METTE IL CHIAMANTE)
001090*
001100  COMPONI-ILOG.
001110
001120          MOVE NUMERO-RIGA-ILOG TO NUMERO-ILOG.
001130          MOVE DATA-RIGA-ILOG   TO DATA-ILOG.
001140          MOVE ORARIO-RIGA-ILOG TO ORARIO-ILOG.
001150          MOVE NOME-RIGA-ILOG   TO NOME-ILOG.
001160          MOVE DATA-RIGA-ILOG   TO DATA-NOME-ILOG.
001170
001180  EX-COMPONI-ILOG.
001190          EXIT.
